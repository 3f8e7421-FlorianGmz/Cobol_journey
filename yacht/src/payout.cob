           SELECT CONTROL-CARD ASSIGN TO "PAYCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CC-STATUS.
           SELECT LEDGER-TRANS ASSIGN TO "LEDGTRN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LT-STATUS.
           SELECT LEDGER-HISTORY ASSIGN TO "LEDGHIST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LH-KEY
              FILE STATUS IS WS-LH-STATUS.
           SELECT PAYOUT-EXCEPT ASSIGN TO "PAYEXC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EX-STATUS.
           SELECT JOB-RUN-LOG ASSIGN TO "JOBRLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRL-STATUS.
       FD  CONTROL-CARD.
       01  CONTROL-CARD-RECORD.
           05 CC-POT-AMOUNT    PIC 9(7)V99.
       FD  LEDGER-TRANS.
       01  LEDGER-TRANS-RECORD.
           05 LT-TRANS-TYPE    PIC X(4).
           05 LT-PLAYER-ID     PIC X(10).
           05 LT-POST-DATE     PIC 9(8).
           05 LT-AMOUNT        PIC 9(5)V99.
           05 LT-REFERENCE     PIC X(20).
       FD  LEDGER-HISTORY.
       01  LEDGER-HISTORY-RECORD.
           05 LH-KEY.
              10 LH-PLAYER-ID  PIC X(10).
              10 LH-POST-DATE  PIC 9(8).
              10 LH-SEQ        PIC 9(5).
           05 LH-TRANS-TYPE    PIC X(4).
           05 LH-AMOUNT        PIC S9(7)V99.
           05 LH-BALANCE       PIC S9(7)V99.
           05 LH-REFERENCE     PIC X(20).
       FD  PAYOUT-EXCEPT.
       01  PAYOUT-EXCEPT-RECORD PIC X(142).
       FD  JOB-RUN-LOG.
       01  JOB-RUN-LOG-RECORD.
           05 JRL-PROGRAM-ID    PIC X(8).
       01 WS-YC-STATUS     PIC XX.
       01 WS-PR-STATUS     PIC XX.
       01 WS-CC-STATUS     PIC XX.
       01 WS-LT-STATUS     PIC XX.
       01 WS-LH-STATUS     PIC XX.
       01 WS-EX-STATUS     PIC XX.
       01 WS-JRL-STATUS    PIC XX.
       01 WS-JOB-NAME      PIC X(8) VALUE 'PAYOUT'.
       01 WS-RUN-STATUS    PIC X(8) VALUE 'COMPLETE'.
       COPY "DATEFLDS.cpy".
       COPY "EXCPTREC.cpy".
       01 WS-EXCEPT-MSG    PIC X(80).
       01 WS-EXC-SEVERITY  PIC X     VALUE 'E'.
       01 WS-EXC-REASON    PIC X(4)  VALUE SPACES.
       01 WS-EXC-KEY       PIC X(33) VALUE SPACES.
       01 WS-LF-EOF        PIC X    VALUE 'N'.
          88 WS-LF-AT-EOF           VALUE 'Y'.
       01 WS-PT-EOF        PIC X    VALUE 'N'.
          88 WS-PT-AT-EOF           VALUE 'Y'.
       01 WS-YC-EOF        PIC X    VALUE 'N'.
          88 WS-YC-AT-EOF           VALUE 'Y'.
       01 WS-LT-EOF        PIC X    VALUE 'N'.
          88 WS-LT-AT-EOF           VALUE 'Y'.
       01 WS-LH-EOF        PIC X    VALUE 'N'.
          88 WS-LH-AT-EOF           VALUE 'Y'.
       01 WS-POT-CENTS     PIC 9(9) VALUE 0.

       01 WS-ST-MAX        PIC 999  VALUE 200.
             10 WS-ST-BEST    PIC 9(4).
             10 WS-ST-YACHTS  PIC 9(4).
             10 WS-ST-PAY     PIC 9(9).
             10 WS-ST-CREDITED PIC X.
                88 WS-ST-ALREADY-CREDITED VALUE 'Y'.

       01 WS-PT-MAX        PIC 99   VALUE 30.
       01 WS-PT-COUNT      PIC 99   VALUE 0.
       01 WS-WIN-COUNT     PIC 999.
       01 WS-ED-MONEY      PIC Z(6)9.99.
       01 WS-MONEY-WORK    PIC 9(7)V99.
       01 WS-CREDIT-COUNT  PIC 999  VALUE 0.
       01 WS-DUP-COUNT     PIC 999  VALUE 0.
       01 WS-OVER-COUNT    PIC 999  VALUE 0.
       01 WS-PRIZE-REF     PIC X(20) VALUE 'SEASON PRIZE PAYOUT'.
      *    Cents - the most one ledger transaction amount can carry.
       01 WS-LT-MAX-CENTS  PIC 9(9) VALUE 9999999.
       01 WS-REPORT-LINE   PIC X(100).

       PROCEDURE DIVISION.
      *    with odd cents going to the earlier-listed players so
      *    the statement still balances to the penny. The grand-
      *    total line proves paid = pooled; a mismatch ends with
      *    return code 8. A balanced split also posts each winner's
      *    money as a PRIZ credit to the player account ledger's
      *    transaction file, so PLAYLEDG carries it onto the
      *    player's balance; an out-of-balance sheet posts nothing.
      *    A rerun the same day does not pay twice: a winner whose
      *    credit for the day is already waiting on LEDGTRN or
      *    already posted to LEDGHIST is skipped with a warning
      *    (return code 4), and a share too large for a ledger
      *    transaction is refused as an error (return code 8)
      *    rather than posted short.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM READ-CONTROL-CARD
              PERFORM APPLY-PLACE-LINES
              PERFORM APPLY-SIDE-POTS
              PERFORM PRINT-STATEMENTS
              IF RETURN-CODE = 0
                 PERFORM POST-PRIZE-CREDITS
              END-IF
           END-IF
           CLOSE PAYOUT-REPORT
           PERFORM WRITE-JOB-RUN-LOG
              MOVE 8 TO RETURN-CODE
           END-IF.

       POST-PRIZE-CREDITS SECTION.
      *    One credit per paid player, place and side-pot money
      *    together, appended to whatever the treasurer has already
      *    keyed for the next ledger posting run.
           PERFORM FIND-PRIOR-CREDITS
           OPEN EXTEND LEDGER-TRANS
           IF WS-LT-STATUS = '05' OR WS-LT-STATUS = '35'
              OPEN OUTPUT LEDGER-TRANS
           END-IF
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
              UNTIL WS-ST-IX > WS-ST-COUNT
              EVALUATE TRUE
                 WHEN WS-ST-PAY(WS-ST-IX) = 0
                    CONTINUE
                 WHEN WS-ST-ALREADY-CREDITED(WS-ST-IX)
                    ADD 1 TO WS-DUP-COUNT
                    MOVE 'W' TO WS-EXC-SEVERITY
                    MOVE 'DUPL' TO WS-EXC-REASON
                    MOVE WS-ST-PLAYER(WS-ST-IX) TO WS-EXC-KEY
                    MOVE SPACES TO WS-EXCEPT-MSG
                    STRING 'PRIZE CREDIT FOR ' WS-START-DATE
                       ' ALREADY SENT TO LEDGER - NOT SENT AGAIN'
                       DELIMITED BY SIZE INTO WS-EXCEPT-MSG
                    END-STRING
                    PERFORM LOG-EXCEPTION
                 WHEN WS-ST-PAY(WS-ST-IX) > WS-LT-MAX-CENTS
                    ADD 1 TO WS-OVER-COUNT
                    MOVE 'SIZE' TO WS-EXC-REASON
                    MOVE WS-ST-PLAYER(WS-ST-IX) TO WS-EXC-KEY
                    COMPUTE WS-MONEY-WORK = WS-ST-PAY(WS-ST-IX) / 100
                    MOVE WS-MONEY-WORK TO WS-ED-MONEY
                    MOVE SPACES TO WS-EXCEPT-MSG
                    STRING 'PRIZE ' WS-ED-MONEY
                       ' TOO LARGE FOR ONE LEDGER CREDIT - NOT SENT'
                       DELIMITED BY SIZE INTO WS-EXCEPT-MSG
                    END-STRING
                    PERFORM LOG-EXCEPTION
                 WHEN OTHER
                    MOVE SPACES TO LEDGER-TRANS-RECORD
                    MOVE 'PRIZ' TO LT-TRANS-TYPE
                    MOVE WS-ST-PLAYER(WS-ST-IX) TO LT-PLAYER-ID
                    MOVE WS-START-DATE TO LT-POST-DATE
                    COMPUTE LT-AMOUNT = WS-ST-PAY(WS-ST-IX) / 100
                    MOVE WS-PRIZE-REF TO LT-REFERENCE
                    WRITE LEDGER-TRANS-RECORD
                    ADD 1 TO WS-CREDIT-COUNT
              END-EVALUATE
           END-PERFORM
           CLOSE LEDGER-TRANS
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PRIZE CREDITS SENT TO PLAYER LEDGER: '
              WS-CREDIT-COUNT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE PAYOUT-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-DUP-COUNT > 0
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'ALREADY CREDITED TODAY, NOT SENT AGAIN: '
                 WS-DUP-COUNT
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE PAYOUT-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVER-COUNT > 0
              MOVE SPACES TO WS-REPORT-LINE
              STRING '*** TOO LARGE FOR A LEDGER CREDIT, NOT SENT: '
                 WS-OVER-COUNT
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE PAYOUT-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE 8 TO RETURN-CODE
           END-IF.

       FIND-PRIOR-CREDITS SECTION.
      *    A winner counts as already credited when a PRIZ for the
      *    same day and reference is still waiting on LEDGTRN for
      *    the next posting run, or has already posted to LEDGHIST.
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
              UNTIL WS-ST-IX > WS-ST-COUNT
              MOVE 'N' TO WS-ST-CREDITED(WS-ST-IX)
           END-PERFORM
           MOVE 'N' TO WS-LT-EOF
           OPEN INPUT LEDGER-TRANS
           IF WS-LT-STATUS = '00'
              PERFORM UNTIL WS-LT-AT-EOF
                 READ LEDGER-TRANS
                    AT END MOVE 'Y' TO WS-LT-EOF
                 END-READ
                 IF NOT WS-LT-AT-EOF
                    AND LT-TRANS-TYPE = 'PRIZ'
                    AND LT-POST-DATE = WS-START-DATE
                    AND LT-REFERENCE = WS-PRIZE-REF
                    PERFORM VARYING WS-ST-IX FROM 1 BY 1
                       UNTIL WS-ST-IX > WS-ST-COUNT
                       IF WS-ST-PLAYER(WS-ST-IX) = LT-PLAYER-ID
                          SET WS-ST-ALREADY-CREDITED(WS-ST-IX)
                             TO TRUE
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
              CLOSE LEDGER-TRANS
           END-IF
           OPEN INPUT LEDGER-HISTORY
           IF WS-LH-STATUS = '00'
              PERFORM VARYING WS-ST-IX FROM 1 BY 1
                 UNTIL WS-ST-IX > WS-ST-COUNT
                 IF WS-ST-PAY(WS-ST-IX) > 0
                    AND NOT WS-ST-ALREADY-CREDITED(WS-ST-IX)
                    PERFORM CHECK-LEDGER-HISTORY
                 END-IF
              END-PERFORM
              CLOSE LEDGER-HISTORY
           END-IF.

       CHECK-LEDGER-HISTORY SECTION.
      *    LEDGHIST is keyed player, date, sequence, so the day's
      *    rows for one player are a short browse.
           MOVE 'N' TO WS-LH-EOF
           MOVE WS-ST-PLAYER(WS-ST-IX) TO LH-PLAYER-ID
           MOVE WS-START-DATE TO LH-POST-DATE
           MOVE 0 TO LH-SEQ
           START LEDGER-HISTORY KEY IS NOT LESS THAN LH-KEY
              INVALID KEY MOVE 'Y' TO WS-LH-EOF
           END-START
           PERFORM UNTIL WS-LH-AT-EOF
              READ LEDGER-HISTORY NEXT RECORD
                 AT END MOVE 'Y' TO WS-LH-EOF
              END-READ
              IF NOT WS-LH-AT-EOF
                 IF LH-PLAYER-ID NOT = WS-ST-PLAYER(WS-ST-IX)
                    OR LH-POST-DATE NOT = WS-START-DATE
                    MOVE 'Y' TO WS-LH-EOF
                 ELSE
                    IF LH-TRANS-TYPE = 'PRIZ'
                       AND LH-REFERENCE = WS-PRIZE-REF
                       SET WS-ST-ALREADY-CREDITED(WS-ST-IX) TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       LOG-EXCEPTION SECTION.
      *    Writes the suite-standard exception record (EXCPTREC
      *    copybook); the JCL points this file at the consolidated
      *    suite exception dataset.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE WS-JOB-NAME TO EXC-PROGRAM-ID
           MOVE WS-CURRENT-DATE TO EXC-DATE
           MOVE WS-CURRENT-TIME TO EXC-TIME
           MOVE WS-EXC-SEVERITY TO EXC-SEVERITY
           MOVE WS-EXC-REASON TO EXC-REASON-CODE
           MOVE WS-EXC-KEY TO EXC-RECORD-KEY
           MOVE WS-EXCEPT-MSG TO EXC-MESSAGE
           OPEN EXTEND PAYOUT-EXCEPT
           IF WS-EX-STATUS = '05' OR WS-EX-STATUS = '35'
              OPEN OUTPUT PAYOUT-EXCEPT
           END-IF
           WRITE PAYOUT-EXCEPT-RECORD FROM EXCEPTION-RECORD
           CLOSE PAYOUT-EXCEPT
           MOVE 'E' TO WS-EXC-SEVERITY
           MOVE SPACES TO WS-EXC-REASON.

       WRITE-JOB-RUN-LOG SECTION.
      *    Appends one audit-trail record to the shared JOB-RUN-LOG
      *    so operations has a single place to review exactly what
