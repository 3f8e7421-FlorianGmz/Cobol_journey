       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYLEDG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-TRANS ASSIGN TO "LEDGTRN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LT-STATUS.
           SELECT LEDGER-MASTER ASSIGN TO "LEDGMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LA-PLAYER-ID
              FILE STATUS IS WS-LA-STATUS.
           SELECT LEDGER-HISTORY ASSIGN TO "LEDGHIST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LH-KEY
              FILE STATUS IS WS-LH-STATUS.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PM-PLAYER-ID
              FILE STATUS IS WS-PM-STATUS.
           SELECT LEDGER-REPORT ASSIGN TO "LEDGRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LR-STATUS.
           SELECT LEDGER-EXCEPT ASSIGN TO "LEDGEXC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EX-STATUS.
           SELECT CONTROL-CARD ASSIGN TO "LEDGCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CC-STATUS.
           SELECT PERIOD-CALENDAR ASSIGN TO "PERCAL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PC-STATUS.
           SELECT BUSDATE-CARD ASSIGN TO "BUSDCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BDC-STATUS.
           SELECT JOB-RUN-LOG ASSIGN TO "JOBRLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-TRANS.
       01  LEDGER-TRANS-RECORD.
           05 LT-TRANS-TYPE    PIC X(4).
              88 LT-DUES       VALUE 'DUES'.
              88 LT-GUEST-FEE  VALUE 'GFEE'.
              88 LT-PRIZE      VALUE 'PRIZ'.
              88 LT-PAYMENT    VALUE 'PAYM'.
              88 LT-WRITE-OFF  VALUE 'WOFF'.
              88 LT-DEBIT      VALUE 'DUES' 'GFEE'.
           05 LT-PLAYER-ID     PIC X(10).
           05 LT-POST-DATE     PIC 9(8).
           05 LT-AMOUNT        PIC 9(5)V99.
           05 LT-REFERENCE     PIC X(20).
       FD  LEDGER-MASTER.
       01  LEDGER-MASTER-RECORD.
           05 LA-PLAYER-ID     PIC X(10).
           05 LA-BALANCE       PIC S9(7)V99.
           05 LA-OPEN-DATE     PIC 9(8).
           05 LA-LAST-POST     PIC 9(8).
           05 LA-LAST-SEQ      PIC 9(5).
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
       FD  PLAYER-MASTER.
       01  PLAYER-MASTER-RECORD.
           05 PM-PLAYER-ID     PIC X(10).
           05 PM-DISPLAY-NAME  PIC X(30).
           05 PM-JOIN-DATE     PIC 9(8).
           05 PM-STATUS        PIC X.
              88 PM-ACTIVE     VALUE 'A'.
              88 PM-INACTIVE   VALUE 'I'.
              88 PM-GUEST      VALUE 'G'.
           05 PM-EXPIRY-DATE   PIC 9(8).
       FD  LEDGER-REPORT.
       01  LEDGER-REPORT-RECORD PIC X(100).
       FD  LEDGER-EXCEPT.
       01  LEDGER-EXCEPT-RECORD PIC X(142).
       FD  CONTROL-CARD.
       01  CONTROL-CARD-RECORD.
           05 CC-MODE          PIC X(4).
           05 CC-PERIOD        PIC 9(6).
           05 CC-ARREARS-AMT   PIC 9(5)V99.
       FD  PERIOD-CALENDAR.
       01  PERIOD-CALENDAR-RECORD PIC X(48).
       FD  BUSDATE-CARD.
       01  BUSDATE-CARD-RECORD.
           05 BD-BUSINESS-DATE  PIC X(8).
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
       01 WS-LT-STATUS     PIC XX.
       01 WS-LA-STATUS     PIC XX.
       01 WS-LH-STATUS     PIC XX.
       01 WS-PM-STATUS     PIC XX.
       01 WS-LR-STATUS     PIC XX.
       01 WS-EX-STATUS     PIC XX.
       01 WS-CC-STATUS     PIC XX.
       01 WS-PC-STATUS     PIC XX.
       01 WS-BDC-STATUS    PIC XX.
       01 WS-JRL-STATUS    PIC XX.
       01 WS-JOB-NAME      PIC X(8) VALUE 'PLAYLEDG'.
       01 WS-RUN-STATUS    PIC X(8) VALUE 'COMPLETE'.
       COPY "DATEFLDS.cpy".
       COPY "EXCPTREC.cpy".
       COPY "PERCAL.cpy".
       01 WS-EXCEPT-MSG    PIC X(80).
       01 WS-EXC-SEVERITY  PIC X     VALUE 'E'.
       01 WS-EXC-REASON    PIC X(4)  VALUE SPACES.
       01 WS-EXC-KEY       PIC X(33) VALUE SPACES.
       01 WS-MODE          PIC X(4)  VALUE 'POST'.
          88 WS-MODE-POST            VALUE 'POST'.
          88 WS-MODE-STATEMENT       VALUE 'STMT'.
       01 WS-LT-EOF        PIC X     VALUE 'N'.
          88 WS-LT-AT-EOF            VALUE 'Y'.
       01 WS-LA-EOF        PIC X     VALUE 'N'.
          88 WS-LA-AT-EOF            VALUE 'Y'.
       01 WS-LH-EOF        PIC X     VALUE 'N'.
          88 WS-LH-AT-EOF            VALUE 'Y'.
       01 WS-PM-FOUND      PIC X     VALUE 'N'.
          88 WS-PM-ON-FILE           VALUE 'Y'.
       01 WS-TRANS-COUNT   PIC 9(5)  VALUE 0.
       01 WS-POST-COUNT    PIC 9(5)  VALUE 0.
       01 WS-REJECT-COUNT  PIC 9(5)  VALUE 0.
       01 WS-REJECT-REASON PIC X(40).
       01 WS-SIGNED-AMT    PIC S9(7)V99.
       01 WS-DEBIT-TOTAL   PIC S9(9)V99 VALUE 0.
       01 WS-CREDIT-TOTAL  PIC S9(9)V99 VALUE 0.

       01 WS-PERIOD        PIC 9(6)  VALUE 0.
       01 WS-PERIOD-START  PIC 9(8)  VALUE 0.
       01 WS-PERIOD-END    PIC 9(8)  VALUE 0.
       01 WS-BUS-DATE      PIC 9(8)  VALUE 0.
       01 WS-PC-EOF        PIC X     VALUE 'N'.
          88 WS-PC-AT-EOF            VALUE 'Y'.
       01 WS-PC-FOUND      PIC X     VALUE 'N'.
          88 WS-PERIOD-FOUND         VALUE 'Y'.
       01 WS-ARREARS-AMT   PIC 9(5)V99 VALUE 0.
       01 WS-OPENING-BAL   PIC S9(7)V99.
       01 WS-CLOSING-BAL   PIC S9(7)V99.
       01 WS-PERIOD-DEBITS PIC S9(7)V99.
       01 WS-PERIOD-CREDITS PIC S9(7)V99.
       01 WS-ACTIVITY-COUNT PIC 9(5).
       01 WS-STMT-COUNT    PIC 9(5)  VALUE 0.

       01 WS-AR-MAX        PIC 999   VALUE 200.
       01 WS-AR-COUNT      PIC 999   VALUE 0.
       01 WS-AR-IX         PIC 999.
       01 WS-AR-TABLE.
          05 WS-AR-ENTRY OCCURS 200 TIMES.
             10 WS-AR-PLAYER  PIC X(10).
             10 WS-AR-NAME    PIC X(30).
             10 WS-AR-BALANCE PIC S9(7)V99.
       01 WS-AR-TOTAL      PIC S9(9)V99 VALUE 0.

       01 WS-ED-MONEY      PIC -(7)9.99.
       01 WS-ED-MONEY-2    PIC -(7)9.99.
       01 WS-ED-MONEY-3    PIC -(7)9.99.
       01 WS-ED-BIG        PIC -(9)9.99.
       01 WS-REPORT-LINE   PIC X(100).

       PROCEDURE DIVISION.
       PLAYLEDG SECTION.
      *    The player account ledger - what each player owes the
      *    club and what the club owes each player, on file instead
      *    of in the treasurer's spreadsheet. Two modes off the
      *    LEDGCARD control card:
      *      POST - applies the LEDGTRN transaction file. DUES
      *             (season dues) and GFEE (guest night fee) are
      *             debits; PRIZ (PAYOUT's place and side-pot
      *             winnings), PAYM (payment received) and WOFF
      *             (write-off) are credits. Every posted
      *             transaction updates the player's balance on
      *             LEDGMST and adds one history row to LEDGHIST;
      *             a transaction for a player not on PLAYMST, or
      *             with no amount, is refused and listed.
      *      STMT - the statement for the period closing on the
      *             business date, off the period calendar (or,
      *             when none closes that day, for the card's
      *             YYYYMM): per player, the opening balance, the
      *             period's activity and the closing balance, then
      *             the arrears list of active players owing more
      *             than the card's threshold.
      *    The balance is signed from the club's side - positive
      *    means the player owes, negative means the club owes.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM READ-CONTROL-CARD
           OPEN OUTPUT LEDGER-REPORT
           EVALUATE TRUE
              WHEN WS-MODE-POST
                 PERFORM POST-LEDGER-TRANS
              WHEN WS-MODE-STATEMENT
                 PERFORM PRINT-MONTHLY-STATEMENTS
              WHEN OTHER
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING 'UNRECOGNIZED LEDGER MODE ' WS-MODE
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
                 WRITE LEDGER-REPORT-RECORD FROM WS-REPORT-LINE
                 MOVE 'MODE' TO WS-EXC-REASON
                 MOVE SPACES TO WS-EXC-KEY
                 MOVE WS-REPORT-LINE TO WS-EXCEPT-MSG
                 PERFORM LOG-EXCEPTION
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE
           CLOSE LEDGER-REPORT
           PERFORM WRITE-JOB-RUN-LOG
           STOP RUN.

       READ-CONTROL-CARD SECTION.
      *    No card posts. A statement run takes its period from
      *    the period calendar when a period closes on the
      *    business date - the books close on the period's last
      *    game night, not the month end. Otherwise the card's
      *    period is used, and with no period on the card the
      *    month before the run date, which is the month the
      *    treasurer closes in the first days of the next.
           OPEN INPUT CONTROL-CARD
           IF WS-CC-STATUS = '00'
              READ CONTROL-CARD
                 AT END CONTINUE
                 NOT AT END
                    IF CC-MODE NOT = SPACES
                       MOVE CC-MODE TO WS-MODE
                    END-IF
                    IF CC-PERIOD IS NUMERIC
                       MOVE CC-PERIOD TO WS-PERIOD
                    END-IF
                    IF CC-ARREARS-AMT IS NUMERIC
                       MOVE CC-ARREARS-AMT TO WS-ARREARS-AMT
                    END-IF
              END-READ
              CLOSE CONTROL-CARD
           END-IF
           IF WS-MODE-STATEMENT
              PERFORM READ-PERIOD-CALENDAR
           END-IF
           IF NOT WS-PERIOD-FOUND
              IF WS-PERIOD = 0
                 COMPUTE WS-PERIOD = WS-START-DATE / 100
                 IF FUNCTION MOD(WS-PERIOD, 100) = 1
                    COMPUTE WS-PERIOD = WS-PERIOD - 89
                 ELSE
                    SUBTRACT 1 FROM WS-PERIOD
                 END-IF
              END-IF
              COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1
              COMPUTE WS-PERIOD-END = WS-PERIOD * 100 + 31
           END-IF.

       READ-PERIOD-CALENDAR SECTION.
           MOVE 0 TO WS-BUS-DATE
           OPEN INPUT BUSDATE-CARD
           IF WS-BDC-STATUS = '00'
              READ BUSDATE-CARD
                 AT END CONTINUE
                 NOT AT END
                    IF BD-BUSINESS-DATE IS NUMERIC
                       MOVE BD-BUSINESS-DATE TO WS-BUS-DATE
                    END-IF
              END-READ
              CLOSE BUSDATE-CARD
           END-IF
           IF WS-BUS-DATE > 0
              OPEN INPUT PERIOD-CALENDAR
              IF WS-PC-STATUS = '00'
                 PERFORM UNTIL WS-PC-AT-EOF OR WS-PERIOD-FOUND
                    READ PERIOD-CALENDAR INTO PC-RECORD
                       AT END MOVE 'Y' TO WS-PC-EOF
                    END-READ
                    IF NOT WS-PC-AT-EOF
                       AND PC-CLOSE-DATE = WS-BUS-DATE
                       SET WS-PERIOD-FOUND TO TRUE
                       MOVE PC-PERIOD-MONTH TO WS-PERIOD
                       MOVE PC-START-DATE TO WS-PERIOD-START
                       MOVE PC-END-DATE TO WS-PERIOD-END
                    END-IF
                 END-PERFORM
                 CLOSE PERIOD-CALENDAR
              END-IF
           END-IF.

       POST-LEDGER-TRANS SECTION.
           OPEN INPUT LEDGER-TRANS
           IF WS-LT-STATUS NOT = '00'
              MOVE 'LEDGER TRANSACTION FILE NOT AVAILABLE'
                 TO WS-REPORT-LINE
              WRITE LEDGER-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN INPUT PLAYER-MASTER
              OPEN I-O LEDGER-MASTER
              IF WS-LA-STATUS = '35'
                 OPEN OUTPUT LEDGER-MASTER
                 CLOSE LEDGER-MASTER
                 OPEN I-O LEDGER-MASTER
              END-IF
              OPEN I-O LEDGER-HISTORY
              IF WS-LH-STATUS = '35'
                 OPEN OUTPUT LEDGER-HISTORY
                 CLOSE LEDGER-HISTORY
                 OPEN I-O LEDGER-HISTORY
              END-IF
              MOVE 'PLAYER LEDGER POSTING' TO WS-REPORT-LINE
              WRITE LEDGER-REPORT-RECORD FROM WS-REPORT-LINE
              PERFORM UNTIL WS-LT-AT-EOF
                 READ LEDGER-TRANS
                    AT END MOVE 'Y' TO WS-LT-EOF
                 END-READ
                 IF NOT WS-LT-AT-EOF
                    ADD 1 TO WS-TRANS-COUNT
                    PERFORM POST-ONE-LEDGER-TRANS
                 END-IF
              END-PERFORM
              CLOSE LEDGER-HISTORY
              CLOSE LEDGER-MASTER
              CLOSE PLAYER-MASTER
              CLOSE LEDGER-TRANS
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'TRANSACTIONS READ: ' WS-TRANS-COUNT
                 ' POSTED: ' WS-POST-COUNT
                 ' REJECTED: ' WS-REJECT-COUNT
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE LEDGER-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE WS-DEBIT-TOTAL TO WS-ED-BIG
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'TOTAL DEBITS  ' WS-ED-BIG
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE LEDGER-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE WS-CREDIT-TOTAL TO WS-ED-BIG
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'TOTAL CREDITS ' WS-ED-BIG
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE LEDGER-REPORT-RECORD FROM WS-REPORT-LINE
              IF WS-REJECT-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       POST-ONE-LEDGER-TRANS SECTION.
      *    The ledger is keyed by the player master's own ID, so a
      *    charge can only land on somebody the club knows about -
      *    an inactive player can still be charged, paid or written
      *    off, because settling up is exactly what happens as a
      *    member leaves.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'N' TO WS-PM-FOUND
           IF LT-PLAYER-ID NOT = SPACES
              MOVE LT-PLAYER-ID TO PM-PLAYER-ID
              READ PLAYER-MASTER KEY IS PM-PLAYER-ID
              IF WS-PM-STATUS = '00'
                 SET WS-PM-ON-FILE TO TRUE
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN LT-PLAYER-ID = SPACES
                 MOVE 'NO PLAYER ID' TO WS-REJECT-REASON
              WHEN NOT (LT-DUES OR LT-GUEST-FEE OR LT-PRIZE
                        OR LT-PAYMENT OR LT-WRITE-OFF)
                 MOVE 'UNRECOGNIZED TRANSACTION TYPE'
                    TO WS-REJECT-REASON
              WHEN NOT WS-PM-ON-FILE
                 MOVE 'PLAYER NOT ON MASTER' TO WS-REJECT-REASON
              WHEN LT-POST-DATE IS NOT NUMERIC OR LT-POST-DATE = 0
                 MOVE 'NO POSTING DATE' TO WS-REJECT-REASON
              WHEN LT-AMOUNT IS NOT NUMERIC OR LT-AMOUNT = 0
                 MOVE 'NO AMOUNT' TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM APPLY-LEDGER-TRANS
           END-EVALUATE
           PERFORM WRITE-POSTING-LINE.

       APPLY-LEDGER-TRANS SECTION.
           IF LT-DEBIT
              MOVE LT-AMOUNT TO WS-SIGNED-AMT
              ADD LT-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
              COMPUTE WS-SIGNED-AMT = 0 - LT-AMOUNT
              ADD LT-AMOUNT TO WS-CREDIT-TOTAL
           END-IF
           MOVE LT-PLAYER-ID TO LA-PLAYER-ID
           READ LEDGER-MASTER KEY IS LA-PLAYER-ID
           IF WS-LA-STATUS NOT = '00'
              MOVE LT-PLAYER-ID TO LA-PLAYER-ID
              MOVE 0 TO LA-BALANCE
              MOVE LT-POST-DATE TO LA-OPEN-DATE
              MOVE 0 TO LA-LAST-POST
              MOVE 0 TO LA-LAST-SEQ
              WRITE LEDGER-MASTER-RECORD
           END-IF
           ADD WS-SIGNED-AMT TO LA-BALANCE
           ADD 1 TO LA-LAST-SEQ
           IF LT-POST-DATE > LA-LAST-POST
              MOVE LT-POST-DATE TO LA-LAST-POST
           END-IF
           REWRITE LEDGER-MASTER-RECORD
           MOVE LT-PLAYER-ID TO LH-PLAYER-ID
           MOVE LT-POST-DATE TO LH-POST-DATE
           MOVE LA-LAST-SEQ TO LH-SEQ
           MOVE LT-TRANS-TYPE TO LH-TRANS-TYPE
           MOVE WS-SIGNED-AMT TO LH-AMOUNT
           MOVE LA-BALANCE TO LH-BALANCE
           MOVE LT-REFERENCE TO LH-REFERENCE
           WRITE LEDGER-HISTORY-RECORD
           ADD 1 TO WS-POST-COUNT.

       WRITE-POSTING-LINE SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-REJECT-REASON = SPACES
              MOVE WS-SIGNED-AMT TO WS-ED-MONEY
              MOVE LA-BALANCE TO WS-ED-MONEY-2
              STRING LT-TRANS-TYPE ' ' LT-PLAYER-ID ' '
                 LT-POST-DATE ' ' WS-ED-MONEY
                 ' BALANCE ' WS-ED-MONEY-2 ' ' LT-REFERENCE
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              STRING LT-TRANS-TYPE ' ' LT-PLAYER-ID
                 ' REJECTED - ' WS-REJECT-REASON
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              MOVE 'W' TO WS-EXC-SEVERITY
              MOVE 'LEDG' TO WS-EXC-REASON
              MOVE LEDGER-TRANS-RECORD TO WS-EXC-KEY
              MOVE WS-REPORT-LINE TO WS-EXCEPT-MSG
              PERFORM LOG-EXCEPTION
           END-IF
           WRITE LEDGER-REPORT-RECORD FROM WS-REPORT-LINE.

       PRINT-MONTHLY-STATEMENTS SECTION.
      *    One walk of the account master in player order; each
      *    player's history rows follow on from a START at the
      *    player's key, because LH-KEY is player-major and date-
      *    ordered within the player. Rows before the period build
      *    the opening balance, rows inside it are the activity,
      *    and rows after it (a late run) are ignored, so the
      *    statement for a closed month never changes.
           OPEN INPUT LEDGER-MASTER
           IF WS-LA-STATUS NOT = '00'
              MOVE 'LEDGER MASTER NOT AVAILABLE - NO STATEMENTS'
                 TO WS-REPORT-LINE
              WRITE LEDGER-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN INPUT LEDGER-HISTORY
              OPEN INPUT PLAYER-MASTER
              MOVE SPACES TO WS-REPORT-LINE
              IF WS-PERIOD-FOUND
                 STRING 'PLAYER ACCOUNT STATEMENTS FOR PERIOD '
                    PC-PERIOD-NO ' OF ' PC-SEASON-ID ' '
                    WS-PERIOD-START ' TO ' WS-PERIOD-END
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
              ELSE
                 STRING 'PLAYER ACCOUNT STATEMENTS FOR ' WS-PERIOD
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
              END-IF
              WRITE LEDGER-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE LOW-VALUES TO LA-PLAYER-ID
              START LEDGER-MASTER KEY IS NOT LESS THAN LA-PLAYER-ID
                 INVALID KEY MOVE 'Y' TO WS-LA-EOF
              END-START
              PERFORM UNTIL WS-LA-AT-EOF
                 READ LEDGER-MASTER NEXT RECORD
                    AT END MOVE 'Y' TO WS-LA-EOF
                 END-READ
                 IF NOT WS-LA-AT-EOF
                    PERFORM PRINT-ONE-STATEMENT
                 END-IF
              END-PERFORM
              PERFORM PRINT-ARREARS-LIST
              CLOSE PLAYER-MASTER
              CLOSE LEDGER-HISTORY
              CLOSE LEDGER-MASTER
           END-IF.

       PRINT-ONE-STATEMENT SECTION.
           MOVE 0 TO WS-OPENING-BAL
           MOVE 0 TO WS-PERIOD-DEBITS
           MOVE 0 TO WS-PERIOD-CREDITS
           MOVE 0 TO WS-ACTIVITY-COUNT
           MOVE SPACES TO PM-DISPLAY-NAME
           MOVE SPACE TO PM-STATUS
           MOVE LA-PLAYER-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER KEY IS PM-PLAYER-ID
           IF WS-PM-STATUS NOT = '00'
              MOVE '(NOT ON PLAYER MASTER)' TO PM-DISPLAY-NAME
              MOVE SPACE TO PM-STATUS
           END-IF
      *    First pass: the opening balance, so the heading can
      *    carry it before any activity line prints.
           PERFORM START-PLAYER-HISTORY
           PERFORM UNTIL WS-LH-AT-EOF
              READ LEDGER-HISTORY NEXT RECORD
                 AT END MOVE 'Y' TO WS-LH-EOF
              END-READ
              IF NOT WS-LH-AT-EOF
                 IF LH-PLAYER-ID NOT = LA-PLAYER-ID
                    OR LH-POST-DATE >= WS-PERIOD-START
                    MOVE 'Y' TO WS-LH-EOF
                 ELSE
                    ADD LH-AMOUNT TO WS-OPENING-BAL
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-OPENING-BAL TO WS-CLOSING-BAL
           MOVE SPACES TO LEDGER-REPORT-RECORD
           WRITE LEDGER-REPORT-RECORD
           MOVE WS-OPENING-BAL TO WS-ED-MONEY
           MOVE SPACES TO WS-REPORT-LINE
           STRING LA-PLAYER-ID ' ' PM-DISPLAY-NAME
              ' OPENING BALANCE ' WS-ED-MONEY
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE LEDGER-REPORT-RECORD FROM WS-REPORT-LINE
      *    Second pass: the period's activity lines.
           MOVE WS-PERIOD-START TO LH-POST-DATE
           MOVE LA-PLAYER-ID TO LH-PLAYER-ID
           MOVE 0 TO LH-SEQ
           MOVE 'N' TO WS-LH-EOF
           START LEDGER-HISTORY KEY IS NOT LESS THAN LH-KEY
              INVALID KEY MOVE 'Y' TO WS-LH-EOF
           END-START
           PERFORM UNTIL WS-LH-AT-EOF
              READ LEDGER-HISTORY NEXT RECORD
                 AT END MOVE 'Y' TO WS-LH-EOF
              END-READ
              IF NOT WS-LH-AT-EOF
                 IF LH-PLAYER-ID NOT = LA-PLAYER-ID
                    OR LH-POST-DATE > WS-PERIOD-END
                    MOVE 'Y' TO WS-LH-EOF
                 ELSE
                    PERFORM PRINT-ACTIVITY-LINE
                 END-IF
              END-IF
           END-PERFORM
           IF WS-ACTIVITY-COUNT = 0
              MOVE '     NO ACTIVITY THIS PERIOD' TO WS-REPORT-LINE
              WRITE LEDGER-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE WS-PERIOD-DEBITS TO WS-ED-MONEY
           MOVE WS-PERIOD-CREDITS TO WS-ED-MONEY-2
           MOVE WS-CLOSING-BAL TO WS-ED-MONEY-3
           MOVE SPACES TO WS-REPORT-LINE
           STRING '     CHARGES ' WS-ED-MONEY
              ' CREDITS ' WS-ED-MONEY-2
              ' CLOSING BALANCE ' WS-ED-MONEY-3
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE LEDGER-REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-STMT-COUNT
           IF PM-ACTIVE
              AND WS-CLOSING-BAL > WS-ARREARS-AMT
              AND WS-AR-COUNT < WS-AR-MAX
              ADD 1 TO WS-AR-COUNT
              MOVE LA-PLAYER-ID TO WS-AR-PLAYER(WS-AR-COUNT)
              MOVE PM-DISPLAY-NAME TO WS-AR-NAME(WS-AR-COUNT)
              MOVE WS-CLOSING-BAL TO WS-AR-BALANCE(WS-AR-COUNT)
              ADD WS-CLOSING-BAL TO WS-AR-TOTAL
           END-IF.

       START-PLAYER-HISTORY SECTION.
           MOVE 'N' TO WS-LH-EOF
           MOVE LA-PLAYER-ID TO LH-PLAYER-ID
           MOVE 0 TO LH-POST-DATE
           MOVE 0 TO LH-SEQ
           START LEDGER-HISTORY KEY IS NOT LESS THAN LH-KEY
              INVALID KEY MOVE 'Y' TO WS-LH-EOF
           END-START.

       PRINT-ACTIVITY-LINE SECTION.
           ADD 1 TO WS-ACTIVITY-COUNT
           ADD LH-AMOUNT TO WS-CLOSING-BAL
           IF LH-AMOUNT > 0
              ADD LH-AMOUNT TO WS-PERIOD-DEBITS
           ELSE
              SUBTRACT LH-AMOUNT FROM WS-PERIOD-CREDITS
           END-IF
           MOVE LH-AMOUNT TO WS-ED-MONEY
           MOVE WS-CLOSING-BAL TO WS-ED-MONEY-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING '     ' LH-POST-DATE ' ' LH-TRANS-TYPE ' '
              LH-REFERENCE ' ' WS-ED-MONEY ' ' WS-ED-MONEY-2
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE LEDGER-REPORT-RECORD FROM WS-REPORT-LINE.

       PRINT-ARREARS-LIST SECTION.
      *    Active players only - an inactive member's debt is the
      *    write-off decision, not the collections list, and a
      *    guest pays at the door.
           MOVE SPACES TO LEDGER-REPORT-RECORD
           WRITE LEDGER-REPORT-RECORD
           MOVE WS-ARREARS-AMT TO WS-ED-MONEY
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ARREARS - ACTIVE PLAYERS OWING MORE THAN '
              WS-ED-MONEY
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE LEDGER-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-AR-IX FROM 1 BY 1
              UNTIL WS-AR-IX > WS-AR-COUNT
              MOVE WS-AR-BALANCE(WS-AR-IX) TO WS-ED-MONEY
              MOVE SPACES TO WS-REPORT-LINE
              STRING WS-AR-PLAYER(WS-AR-IX) ' '
                 WS-AR-NAME(WS-AR-IX) ' ' WS-ED-MONEY
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE LEDGER-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM
           MOVE WS-AR-TOTAL TO WS-ED-BIG
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'STATEMENTS: ' WS-STMT-COUNT
              ' IN ARREARS: ' WS-AR-COUNT
              ' TOTAL OWED ' WS-ED-BIG
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE LEDGER-REPORT-RECORD FROM WS-REPORT-LINE.

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
           OPEN EXTEND LEDGER-EXCEPT
           IF WS-EX-STATUS = '05' OR WS-EX-STATUS = '35'
              OPEN OUTPUT LEDGER-EXCEPT
           END-IF
           WRITE LEDGER-EXCEPT-RECORD FROM EXCEPTION-RECORD
           CLOSE LEDGER-EXCEPT
           MOVE 'E' TO WS-EXC-SEVERITY
           MOVE SPACES TO WS-EXC-REASON.

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
