       01 WS-PAIR-COUNT    PIC 9(5) VALUE 0.
       01 WS-ABEND-COUNT   PIC 9(5) VALUE 0.
       01 WS-ORPHAN-END-CT PIC 9(5) VALUE 0.
       01 WS-SKIP-COUNT    PIC 9(5) VALUE 0.

       01 WS-JB-MAX        PIC 99   VALUE 20.
       01 WS-JB-COUNT      PIC 99   VALUE 0.
      *    morning verdict reflects a night that died without
      *    closing. The newest unmatched START per job is the run
      *    in flight right now - this audit runs inside the stream
      *    - and is listed as IN FLIGHT, not abended. A night the
      *    start gate found no gaming and no pending work for opens
      *    with a SKIP stamp in place of START; its END closes it
      *    like any other, and it is counted as a skipped night,
      *    which is expected, rather than as an exception.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           OPEN OUTPUT AUDIT-REPORT
           IF WS-JB-FOUND-IX > 0
              EVALUATE JL-EVENT
                 WHEN 'START'
                 WHEN 'SKIP'
                    IF WS-JB-OPEN(WS-JB-FOUND-IX) NOT = 'N'
      *                A new START with the prior one still open:
      *                the prior run died without its END.
                       PERFORM FLAG-ABENDED-RUN
                    END-IF
                    IF JL-EVENT = 'SKIP'
                       MOVE 'S' TO WS-JB-OPEN(WS-JB-FOUND-IX)
                    ELSE
                       MOVE 'Y' TO WS-JB-OPEN(WS-JB-FOUND-IX)
                    END-IF
                    MOVE JL-DATE
                       TO WS-JB-START-DATE(WS-JB-FOUND-IX)
                    MOVE JL-TIME
                       TO WS-JB-START-TIME(WS-JB-FOUND-IX)
                 WHEN 'END'
                    EVALUATE WS-JB-OPEN(WS-JB-FOUND-IX)
                       WHEN 'Y'
                          ADD 1 TO WS-PAIR-COUNT
                          MOVE 'N' TO WS-JB-OPEN(WS-JB-FOUND-IX)
                       WHEN 'S'
                          PERFORM REPORT-SKIPPED-NIGHT
                          MOVE 'N' TO WS-JB-OPEN(WS-JB-FOUND-IX)
                       WHEN OTHER
                          ADD 1 TO WS-ORPHAN-END-CT
                          MOVE SPACES TO WS-REPORT-LINE
                          STRING '  ORPHAN END - ' JL-JOB-NAME
                             ' AT ' JL-DATE ' ' JL-TIME
                             DELIMITED BY SIZE INTO WS-REPORT-LINE
                          END-STRING
                          WRITE AUDIT-REPORT-RECORD
                             FROM WS-REPORT-LINE
                    END-EVALUATE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           WRITE AUDIT-EXCEPT-RECORD FROM EXCEPTION-RECORD
           CLOSE AUDIT-EXCEPT.

       REPORT-SKIPPED-NIGHT SECTION.
           ADD 1 TO WS-SKIP-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  SKIPPED NIGHT - ' WS-JB-NAME(WS-JB-FOUND-IX)
              ' GATED ' WS-JB-START-DATE(WS-JB-FOUND-IX)
              ' ' WS-JB-START-TIME(WS-JB-FOUND-IX)
              ' NO GAMING OR PENDING WORK'
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE AUDIT-REPORT-RECORD FROM WS-REPORT-LINE.

       REPORT-IN-FLIGHT SECTION.
      *    Tonight's own run is still open while this audit runs;
      *    when the start gate skipped it, it is shown as a skipped
      *    night in flight so the log reads as expected.
           PERFORM VARYING WS-JB-IX FROM 1 BY 1
              UNTIL WS-JB-IX > WS-JB-COUNT
              IF WS-JB-OPEN(WS-JB-IX) = 'Y'
                 END-STRING
                 WRITE AUDIT-REPORT-RECORD FROM WS-REPORT-LINE
              END-IF
              IF WS-JB-OPEN(WS-JB-IX) = 'S'
                 ADD 1 TO WS-SKIP-COUNT
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '  IN FLIGHT - ' WS-JB-NAME(WS-JB-IX)
                    ' SKIPPED ' WS-JB-START-DATE(WS-JB-IX)
                    ' ' WS-JB-START-TIME(WS-JB-IX)
                    ' NO GAMING OR PENDING WORK'
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
                 WRITE AUDIT-REPORT-RECORD FROM WS-REPORT-LINE
              END-IF
           END-PERFORM.

       WRITE-TOTALS SECTION.
           STRING 'BRACKETS PAIRED: ' WS-PAIR-COUNT
              ' ABENDED: ' WS-ABEND-COUNT
              ' ORPHAN ENDS: ' WS-ORPHAN-END-CT
              ' SKIPPED: ' WS-SKIP-COUNT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE AUDIT-REPORT-RECORD FROM WS-REPORT-LINE.
