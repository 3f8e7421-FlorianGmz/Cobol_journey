       01  ISOGRAM-RPT-LINE.
           05 IR-PHRASE-ID      PIC X(8).
           05 FILLER            PIC X.
           05 IR-SUBMITTER      PIC X(10).
           05 FILLER            PIC X.
           05 IR-SUBMIT-DATE    PIC X(8).
           05 FILLER            PIC X.
           05 IR-RESULT         PIC X(9).
           05 FILLER            PIC X(94).
       FD  MORNING-REPORT.
       01  MORNING-REPORT-RECORD PIC X(100).
       FD  ACK-FILE.
       01 WS-FAIL-COUNT    PIC 9(5) VALUE 0.
       01 WS-DUP-COUNT     PIC 9(5) VALUE 0.
       01 WS-WORST-RC      PIC S9(4) VALUE 0.
       01 WS-NIGHT-SKIP    PIC X    VALUE 'N'.
          88 WS-NIGHT-SKIPPED       VALUE 'Y'.

       01 WS-ELAPSED       PIC S9(9).
       01 WS-DS-DATE       PIC 9(8).
      *    a banner verdict - CLEAN, WARNINGS or FAILED - instead
      *    of four files opened one by one. Runs as the final
      *    unconditioned step of the stream, so it reports a
      *    failed night just as reliably as a clean one. A night
      *    JOBSTRT skipped for want of gaming or pending work is
      *    expected, not a fault: its return code 4 is kept out of
      *    the worst-code figure and the verdict reads SKIPPED.
           OPEN OUTPUT MORNING-REPORT
           PERFORM FIND-STREAM-ANCHOR
           PERFORM SCAN-JOB-RUN-LOG
              MOVE WS-ELAPSED TO WS-PG-ELAPSED(WS-PG-FOUND-IX)
              MOVE JRL-RESULT-CODE TO WS-PG-RC(WS-PG-FOUND-IX)
              MOVE JRL-RUN-STATUS TO WS-PG-STATUS(WS-PG-FOUND-IX)
              IF JRL-PROGRAM-ID = 'NIGHTRUN'
                 AND JRL-RUN-STATUS = 'SKIPPED'
                 SET WS-NIGHT-SKIPPED TO TRUE
              ELSE
                 IF JRL-RESULT-CODE > WS-WORST-RC
                    MOVE JRL-RESULT-CODE TO WS-WORST-RC
                 END-IF
              END-IF
           END-IF.

                 TO WS-REPORT-LINE
              WRITE MORNING-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WS-NIGHT-SKIPPED
              MOVE 'NIGHT SKIPPED - NO GAMING OR PENDING WORK'
                 TO WS-REPORT-LINE
              WRITE MORNING-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
              WHEN WS-WORST-RC >= 8 OR WS-ERROR-COUNT > 0
                 MOVE 'VERDICT: *** FAILED ***' TO WS-REPORT-LINE
              WHEN WS-WORST-RC > 0 OR WS-WARN-COUNT > 0
                 MOVE 'VERDICT: WARNINGS' TO WS-REPORT-LINE
              WHEN WS-NIGHT-SKIPPED
                 MOVE 'VERDICT: SKIPPED' TO WS-REPORT-LINE
              WHEN OTHER
                 MOVE 'VERDICT: CLEAN' TO WS-REPORT-LINE
           END-EVALUATE
