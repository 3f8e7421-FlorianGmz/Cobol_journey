       IDENTIFICATION DIVISION.
       PROGRAM-ID. YACHTOPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRECTION-AUDIT ASSIGN TO "YACHTAUD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AU-STATUS.
           SELECT OPERATOR-REPORT ASSIGN TO "OPERRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OR-STATUS.
           SELECT CONTROL-CARD ASSIGN TO "OPERCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CC-STATUS.
           SELECT JOB-RUN-LOG ASSIGN TO "JOBRLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CORRECTION-AUDIT.
       01  CORRECTION-AUDIT-RECORD.
           05 AUD-RUN-DATE     PIC 9(8).
           05 FILLER           PIC X.
           05 AUD-RUN-TIME     PIC 9(8).
           05 FILLER           PIC X.
           05 AUD-FILE-NAME    PIC X(8).
           05 FILLER           PIC X.
           05 AUD-PHASE        PIC X(6).
           05 FILLER           PIC X.
           05 AUD-IMAGE        PIC X(40).
           05 FILLER           PIC X.
           05 AUD-OPERATOR-ID  PIC X(8).
           05 FILLER           PIC X.
           05 AUD-TRANS-TYPE   PIC X(4).
       FD  OPERATOR-REPORT.
       01  OPERATOR-REPORT-RECORD PIC X(100).
       FD  CONTROL-CARD.
       01  CONTROL-CARD-RECORD.
           05 CC-PERIOD        PIC 9(6).
       FD  JOB-RUN-LOG.
       01  JOB-RUN-LOG-RECORD.
           05 JRL-PROGRAM-ID    PIC X(8).
           05 JRL-START-DATE    PIC 9(8).
           05 JRL-START-TIME    PIC 9(8).
           05 JRL-END-DATE      PIC 9(8).
           05 JRL-END-TIME      PIC 9(8).
           05 JRL-RESULT-CODE   PIC S9(4).
           05 JRL-RUN-STATUS    PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-AU-STATUS     PIC XX.
       01 WS-OR-STATUS     PIC XX.
       01 WS-CC-STATUS     PIC XX.
       01 WS-JRL-STATUS    PIC XX.
       01 WS-JOB-NAME      PIC X(8) VALUE 'YACHTOPR'.
       01 WS-RUN-STATUS    PIC X(8) VALUE 'COMPLETE'.
       COPY "DATEFLDS.cpy".
       01 WS-AU-EOF        PIC X    VALUE 'N'.
          88 WS-AU-AT-EOF           VALUE 'Y'.
       01 WS-PERIOD        PIC 9(6)  VALUE 0.
       01 WS-PERIOD-START  PIC 9(8)  VALUE 0.
       01 WS-PERIOD-END    PIC 9(8)  VALUE 0.

      *    One entry per operator seen on the month's audit images,
      *    with a count per transaction type. Images with no
      *    operator come from the maintenance and screening
      *    programs and are only counted.
       01 WS-OP-MAX        PIC 999  VALUE 100.
       01 WS-OP-COUNT      PIC 999  VALUE 0.
       01 WS-OP-IX         PIC 999.
       01 WS-OP-JX         PIC 999.
       01 WS-OP-OVER       PIC X    VALUE 'N'.
          88 WS-OP-OVERFLOWED       VALUE 'Y'.
       01 WS-OP-FOUND      PIC X.
          88 WS-OP-ON-TABLE         VALUE 'Y'.
       01 WS-OP-SWAPPED    PIC X.
          88 WS-OP-DID-SWAP         VALUE 'Y'.
       01 WS-OP-TABLE.
          05 WS-OP-ENTRY OCCURS 100 TIMES.
             10 WS-OP-ID       PIC X(8).
             10 WS-OP-IMAGES   PIC 9(5).
             10 WS-OP-CORR     PIC 9(5).
             10 WS-OP-HOLD     PIC 9(5).
             10 WS-OP-RLSE     PIC 9(5).
       01 WS-OP-SWAP-ENTRY PIC X(28).
       01 WS-CUR-OPERATOR  PIC X(8).

       01 WS-PERIOD-IMAGES PIC 9(7) VALUE 0.
       01 WS-UNATTRIBUTED  PIC 9(7) VALUE 0.
       01 WS-UNLISTED      PIC 9(7) VALUE 0.

       01 WS-ED-COUNT      PIC ZZZZ9.
       01 WS-ED-COUNT-2    PIC ZZZZ9.
       01 WS-ED-COUNT-3    PIC ZZZZ9.
       01 WS-ED-COUNT-4    PIC ZZZZ9.
       01 WS-ED-TOTAL      PIC Z(6)9.
       01 WS-REPORT-LINE   PIC X(100).

       PROCEDURE DIVISION.
       YACHTOPR SECTION.
      *    Month-end review of who changed posted scores. Every
      *    before/after image YACHT writes to the corrections audit
      *    file carries the operator and transaction type that
      *    asked for it; this report gathers the month's images
      *    under each operator - every image in date and time
      *    order, then per-type counts and a sign-off line - so the
      *    league committee can initial each operator's changes in
      *    one pass. OPERCARD names the YYYYMM to review; absent a
      *    card it reviews the month before the run date.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM READ-CONTROL-CARD
           OPEN OUTPUT OPERATOR-REPORT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'OPERATOR CHANGE REVIEW FOR ' WS-PERIOD
              '   RUN ' WS-START-DATE
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE
           OPEN INPUT CORRECTION-AUDIT
           IF WS-AU-STATUS NOT = '00'
              MOVE 'CORRECTION AUDIT FILE NOT AVAILABLE'
                 TO WS-REPORT-LINE
              WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE 4 TO RETURN-CODE
           ELSE
              CLOSE CORRECTION-AUDIT
              PERFORM COLLECT-OPERATORS
              PERFORM SORT-OPERATORS
              PERFORM VARYING WS-OP-IX FROM 1 BY 1
                 UNTIL WS-OP-IX > WS-OP-COUNT
                 PERFORM REPORT-ONE-OPERATOR
              END-PERFORM
              PERFORM WRITE-TOTALS
              IF WS-OP-OVERFLOWED
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           CLOSE OPERATOR-REPORT
           PERFORM WRITE-JOB-RUN-LOG
           STOP RUN.

       READ-CONTROL-CARD SECTION.
           OPEN INPUT CONTROL-CARD
           IF WS-CC-STATUS = '00'
              READ CONTROL-CARD
                 AT END CONTINUE
                 NOT AT END
                    IF CC-PERIOD IS NUMERIC
                       MOVE CC-PERIOD TO WS-PERIOD
                    END-IF
              END-READ
              CLOSE CONTROL-CARD
           END-IF
           IF WS-PERIOD = 0
              COMPUTE WS-PERIOD = WS-START-DATE / 100
              IF FUNCTION MOD(WS-PERIOD, 100) = 1
                 COMPUTE WS-PERIOD = WS-PERIOD - 89
              ELSE
                 SUBTRACT 1 FROM WS-PERIOD
              END-IF
           END-IF
           COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1
           COMPUTE WS-PERIOD-END = WS-PERIOD * 100 + 31.

       COLLECT-OPERATORS SECTION.
      *    First pass: the operators who appear in the month and
      *    their counts. Each transaction is counted once, off
      *    the BEFORE image of the record it is about - the score
      *    row for a correction, the hold row for a hold or
      *    release - not once per record it went on to touch.
           MOVE 'N' TO WS-AU-EOF
           OPEN INPUT CORRECTION-AUDIT
           PERFORM UNTIL WS-AU-AT-EOF
              READ CORRECTION-AUDIT
                 AT END MOVE 'Y' TO WS-AU-EOF
              END-READ
              IF NOT WS-AU-AT-EOF
                 AND AUD-RUN-DATE IS NUMERIC
                 AND AUD-RUN-DATE >= WS-PERIOD-START
                 AND AUD-RUN-DATE <= WS-PERIOD-END
                 ADD 1 TO WS-PERIOD-IMAGES
                 IF AUD-OPERATOR-ID = SPACES
                    ADD 1 TO WS-UNATTRIBUTED
                 ELSE
                    PERFORM COUNT-OPERATOR-IMAGE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE CORRECTION-AUDIT.

       COUNT-OPERATOR-IMAGE SECTION.
           MOVE 'N' TO WS-OP-FOUND
           PERFORM VARYING WS-OP-JX FROM 1 BY 1
              UNTIL WS-OP-JX > WS-OP-COUNT OR WS-OP-ON-TABLE
              IF WS-OP-ID(WS-OP-JX) = AUD-OPERATOR-ID
                 SET WS-OP-ON-TABLE TO TRUE
              END-IF
           END-PERFORM
           IF WS-OP-ON-TABLE
              SUBTRACT 1 FROM WS-OP-JX
           ELSE
              IF WS-OP-COUNT < WS-OP-MAX
                 ADD 1 TO WS-OP-COUNT
                 MOVE WS-OP-COUNT TO WS-OP-JX
                 MOVE AUD-OPERATOR-ID TO WS-OP-ID(WS-OP-JX)
                 MOVE 0 TO WS-OP-IMAGES(WS-OP-JX)
                 MOVE 0 TO WS-OP-CORR(WS-OP-JX)
                 MOVE 0 TO WS-OP-HOLD(WS-OP-JX)
                 MOVE 0 TO WS-OP-RLSE(WS-OP-JX)
                 SET WS-OP-ON-TABLE TO TRUE
              ELSE
                 SET WS-OP-OVERFLOWED TO TRUE
                 ADD 1 TO WS-UNLISTED
              END-IF
           END-IF
           IF WS-OP-ON-TABLE
              ADD 1 TO WS-OP-IMAGES(WS-OP-JX)
              IF AUD-PHASE = 'BEFORE'
                 EVALUATE TRUE
                    WHEN AUD-TRANS-TYPE = 'CORR'
                       AND AUD-FILE-NAME = 'YACHTSCR'
                       ADD 1 TO WS-OP-CORR(WS-OP-JX)
                    WHEN AUD-TRANS-TYPE = 'HOLD'
                       AND AUD-FILE-NAME = 'YACHTHLD'
                       ADD 1 TO WS-OP-HOLD(WS-OP-JX)
                    WHEN AUD-TRANS-TYPE = 'RLSE'
                       AND AUD-FILE-NAME = 'YACHTHLD'
                       ADD 1 TO WS-OP-RLSE(WS-OP-JX)
                 END-EVALUATE
              END-IF
           END-IF.

       SORT-OPERATORS SECTION.
      *    Operators in ID order, so the committee finds the same
      *    operator in the same place month to month.
           SET WS-OP-DID-SWAP TO TRUE
           PERFORM UNTIL NOT WS-OP-DID-SWAP
              MOVE 'N' TO WS-OP-SWAPPED
              PERFORM VARYING WS-OP-JX FROM 1 BY 1
                 UNTIL WS-OP-JX >= WS-OP-COUNT
                 IF WS-OP-ID(WS-OP-JX) > WS-OP-ID(WS-OP-JX + 1)
                    MOVE WS-OP-ENTRY(WS-OP-JX) TO WS-OP-SWAP-ENTRY
                    MOVE WS-OP-ENTRY(WS-OP-JX + 1)
                       TO WS-OP-ENTRY(WS-OP-JX)
                    MOVE WS-OP-SWAP-ENTRY TO WS-OP-ENTRY(WS-OP-JX + 1)
                    SET WS-OP-DID-SWAP TO TRUE
                 END-IF
              END-PERFORM
           END-PERFORM.

       REPORT-ONE-OPERATOR SECTION.
      *    One pass of the audit file per operator - a month's
      *    audit file is small, and this keeps every image in the
      *    order it was written.
           MOVE WS-OP-ID(WS-OP-IX) TO WS-CUR-OPERATOR
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'OPERATOR ' WS-CUR-OPERATOR
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  DATE     TIME     TYPE FILE     PHASE  IMAGE'
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'N' TO WS-AU-EOF
           OPEN INPUT CORRECTION-AUDIT
           PERFORM UNTIL WS-AU-AT-EOF
              READ CORRECTION-AUDIT
                 AT END MOVE 'Y' TO WS-AU-EOF
              END-READ
              IF NOT WS-AU-AT-EOF
                 AND AUD-RUN-DATE IS NUMERIC
                 AND AUD-RUN-DATE >= WS-PERIOD-START
                 AND AUD-RUN-DATE <= WS-PERIOD-END
                 AND AUD-OPERATOR-ID = WS-CUR-OPERATOR
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '  ' AUD-RUN-DATE ' ' AUD-RUN-TIME ' '
                    AUD-TRANS-TYPE ' ' AUD-FILE-NAME ' '
                    AUD-PHASE ' ' AUD-IMAGE
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
                 WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE
              END-IF
           END-PERFORM
           CLOSE CORRECTION-AUDIT
           MOVE WS-OP-IMAGES(WS-OP-IX) TO WS-ED-COUNT
           MOVE WS-OP-CORR(WS-OP-IX) TO WS-ED-COUNT-2
           MOVE WS-OP-HOLD(WS-OP-IX) TO WS-ED-COUNT-3
           MOVE WS-OP-RLSE(WS-OP-IX) TO WS-ED-COUNT-4
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  IMAGES: ' WS-ED-COUNT
              '  CORRECTED: ' WS-ED-COUNT-2
              '  HELD: ' WS-ED-COUNT-3
              '  RELEASED: ' WS-ED-COUNT-4
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  REVIEWED FOR THE COMMITTEE BY '
              '______________________  DATE __________'
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-TOTALS SECTION.
           MOVE WS-OP-COUNT TO WS-ED-COUNT
           MOVE WS-PERIOD-IMAGES TO WS-ED-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'OPERATORS: ' WS-ED-COUNT
              '  IMAGES IN PERIOD: ' WS-ED-TOTAL
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-UNATTRIBUTED TO WS-ED-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'IMAGES WITH NO OPERATOR (MAINTENANCE/SCREENING): '
              WS-ED-TOTAL
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-OP-OVERFLOWED
              MOVE WS-UNLISTED TO WS-ED-TOTAL
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'OPERATOR TABLE FULL - IMAGES NOT LISTED: '
                 WS-ED-TOTAL
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE OPERATOR-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       WRITE-JOB-RUN-LOG SECTION.
      *    Appends one audit-trail record to the shared JOB-RUN-LOG
      *    so operations has a single place to review exactly what
      *    ran last night, instead of hunting through console spool
      *    output from each program separately.
           MOVE SPACES TO JOB-RUN-LOG-RECORD
           MOVE WS-JOB-NAME TO JRL-PROGRAM-ID
           MOVE WS-START-DATE TO JRL-START-DATE
           MOVE WS-START-TIME TO JRL-START-TIME
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO JRL-END-DATE
           MOVE WS-CURRENT-TIME TO JRL-END-TIME
           MOVE RETURN-CODE TO JRL-RESULT-CODE
           MOVE WS-RUN-STATUS TO JRL-RUN-STATUS
           OPEN EXTEND JOB-RUN-LOG
           IF WS-JRL-STATUS = '05' OR WS-JRL-STATUS = '35'
              OPEN OUTPUT JOB-RUN-LOG
           END-IF
           WRITE JOB-RUN-LOG-RECORD
           CLOSE JOB-RUN-LOG.
