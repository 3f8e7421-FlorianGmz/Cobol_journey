           SELECT JOB-RUN-LOG ASSIGN TO "JOBRLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRL-STATUS.
           SELECT BUSDATE-CARD ASSIGN TO "BUSDCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BDC-STATUS.
           SELECT HOLIDAY-MASTER ASSIGN TO "HOLIDAYS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HOL-STATUS.
           SELECT GAME-SCHEDULE ASSIGN TO "GAMESCHD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GS-STATUS.
           SELECT SCORE-TRANS ASSIGN TO "YACHTTRN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRN-STATUS.
           SELECT SUSPENSE-IN ASSIGN TO "YACHTSUS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUS-STATUS.
           SELECT PHRASES-IN ASSIGN TO "ISOGIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-II-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOBLOG.
           05 JRL-END-TIME      PIC 9(8).
           05 JRL-RESULT-CODE   PIC S9(4).
           05 JRL-RUN-STATUS    PIC X(8).
       FD  BUSDATE-CARD.
       01  BUSDATE-CARD-RECORD.
           05 BD-BUSINESS-DATE  PIC X(8).
       FD  HOLIDAY-MASTER.
       01  HOLIDAY-MASTER-RECORD.
           05 HOL-DATE          PIC 9(8).
           05 HOL-DESC          PIC X(30).
       FD  GAME-SCHEDULE.
       01  GAME-SCHEDULE-RECORD.
           05 GS-GAME-DATE      PIC 9(8).
           05 GS-LEAGUE-CODE    PIC X(4).
       FD  SCORE-TRANS.
       01  SCORE-TRANS-RECORD   PIC X(92).
       FD  SUSPENSE-IN.
       01  SUSPENSE-IN-RECORD   PIC X(122).
       FD  PHRASES-IN.
       01  PHRASES-IN-RECORD    PIC X(126).
       WORKING-STORAGE SECTION.
       01 WS-JL-STATUS  PIC XX.
       01 WS-CC-STATUS  PIC XX.
       01 WS-LR-STATUS  PIC XX.
       01 WS-JRL-STATUS PIC XX.
       01 WS-BDC-STATUS PIC XX.
       01 WS-HOL-STATUS PIC XX.
       01 WS-GS-STATUS  PIC XX.
       01 WS-TRN-STATUS PIC XX.
       01 WS-SUS-STATUS PIC XX.
       01 WS-II-STATUS  PIC XX.
       COPY "DATEFLDS.cpy".
       01 WS-PRIOR-RC   PIC S9(4) VALUE 0.
       01 WS-ALERT-BANNER.
       01 WS-JOB-NAME   PIC X(8)  VALUE 'NIGHTRUN'.
       01 WS-RUN-STATUS    PIC X(8) VALUE 'COMPLETE'.
       01 WS-RESULT     PIC X(70) VALUE "Hello, World!".
       01 WS-BUS-DATE   PIC 9(8)  VALUE 0.
       01 WS-GATE-EOF   PIC X     VALUE 'N'.
          88 WS-GATE-AT-EOF           VALUE 'Y'.
       01 WS-GAME-NIGHT PIC X     VALUE 'N'.
          88 WS-IS-GAME-NIGHT         VALUE 'Y'.
       01 WS-HOLIDAY    PIC X     VALUE 'N'.
          88 WS-IS-HOLIDAY            VALUE 'Y'.
       01 WS-PENDING    PIC X     VALUE 'N'.
          88 WS-HAS-PENDING           VALUE 'Y'.
       01 WS-NIGHT-SKIP PIC X     VALUE 'N'.
          88 WS-NIGHT-SKIPPED         VALUE 'Y'.
       PROCEDURE DIVISION.
       HELLO-WORLD SECTION.
      *    Acts as the audit stamp for the nightly run: called once
      *    the default greeting is shown instead. At job start it
      *    also checks the return code left behind by the previous
      *    run and shows a loud alert banner in place of the normal
      *    greeting when that code was non-zero. Job start is also
      *    the run/skip gate: a business date that is no gaming
      *    night, with no transactions waiting either, ends the
      *    stream there with a SKIPPED stamp and return code 4,
      *    which every conditioned step treats as its cue to stand
      *    down, rather than running them all against empty input.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-START-DATE
           PERFORM READ-CONTROL-CARD
           IF WS-MODE-JOB-START
              PERFORM CHECK-PRIOR-RUN-STATUS
              PERFORM CHECK-NIGHT-GATE
           END-IF
           IF WS-PRIOR-RC NOT = 0
              DISPLAY WS-ALERT-BANNER
           ELSE
              DISPLAY WS-RESULT
           END-IF
           IF WS-NIGHT-SKIPPED
              DISPLAY "NO GAMING AND NO PENDING WORK FOR "
                 WS-BUS-DATE " - NIGHT SKIPPED"
              MOVE 'SKIPPED' TO WS-RUN-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-JOBLOG-RECORD
           IF WS-MODE-JOB-END
              PERFORM WRITE-LAST-RUN-STATUS
           END-IF
           CLOSE LAST-RUN-STATUS.

       CHECK-NIGHT-GATE SECTION.
      *    The business date comes from the card LEAP rolls forward
      *    ahead of this step; with no card there is no gate and the
      *    stream runs as it always has. A card that is not a date
      *    stops the stream outright - guessing would either skip a
      *    real night or run a dead one. A date on the schedule is
      *    a gaming night unless the holiday master has since
      *    claimed it.
           MOVE 0 TO WS-BUS-DATE
           OPEN INPUT BUSDATE-CARD
           IF WS-BDC-STATUS = '00'
              READ BUSDATE-CARD
                 AT END CONTINUE
                 NOT AT END
                    IF BD-BUSINESS-DATE IS NUMERIC
                       MOVE BD-BUSINESS-DATE TO WS-BUS-DATE
                    ELSE
                       DISPLAY "BUSINESS DATE CARD NOT NUMERIC - "
                          BD-BUSINESS-DATE
                       MOVE 8 TO RETURN-CODE
                    END-IF
              END-READ
              CLOSE BUSDATE-CARD
           END-IF
           IF WS-BUS-DATE > 0
              PERFORM CHECK-GAME-SCHEDULE
              PERFORM CHECK-HOLIDAY-MASTER
              IF WS-IS-GAME-NIGHT AND NOT WS-IS-HOLIDAY
                 CONTINUE
              ELSE
                 PERFORM CHECK-PENDING-WORK
                 IF NOT WS-HAS-PENDING
                    SET WS-NIGHT-SKIPPED TO TRUE
                 END-IF
              END-IF
           END-IF.

       CHECK-GAME-SCHEDULE SECTION.
           MOVE 'N' TO WS-GAME-NIGHT
           MOVE 'N' TO WS-GATE-EOF
           OPEN INPUT GAME-SCHEDULE
           IF WS-GS-STATUS = '00'
              PERFORM UNTIL WS-GATE-AT-EOF OR WS-IS-GAME-NIGHT
                 READ GAME-SCHEDULE
                    AT END MOVE 'Y' TO WS-GATE-EOF
                 END-READ
                 IF NOT WS-GATE-AT-EOF
                    AND GS-GAME-DATE = WS-BUS-DATE
                    SET WS-IS-GAME-NIGHT TO TRUE
                 END-IF
              END-PERFORM
              CLOSE GAME-SCHEDULE
           END-IF.

       CHECK-HOLIDAY-MASTER SECTION.
           MOVE 'N' TO WS-HOLIDAY
           MOVE 'N' TO WS-GATE-EOF
           OPEN INPUT HOLIDAY-MASTER
           IF WS-HOL-STATUS = '00'
              PERFORM UNTIL WS-GATE-AT-EOF OR WS-IS-HOLIDAY
                 READ HOLIDAY-MASTER
                    AT END MOVE 'Y' TO WS-GATE-EOF
                 END-READ
                 IF NOT WS-GATE-AT-EOF
                    AND HOL-DATE = WS-BUS-DATE
                    SET WS-IS-HOLIDAY TO TRUE
                 END-IF
              END-PERFORM
              CLOSE HOLIDAY-MASTER
           END-IF.

       CHECK-PENDING-WORK SECTION.
      *    Score transactions, suspense held over from an earlier
      *    night and submitted phrases are all work the stream
      *    must still clear on an off night; a single record in
      *    any of them is enough. A file that is not there counts
      *    as empty.
           MOVE 'N' TO WS-PENDING
           OPEN INPUT SCORE-TRANS
           IF WS-TRN-STATUS = '00'
              READ SCORE-TRANS
                 AT END CONTINUE
                 NOT AT END SET WS-HAS-PENDING TO TRUE
              END-READ
              CLOSE SCORE-TRANS
           END-IF
           OPEN INPUT SUSPENSE-IN
           IF WS-SUS-STATUS = '00'
              READ SUSPENSE-IN
                 AT END CONTINUE
                 NOT AT END SET WS-HAS-PENDING TO TRUE
              END-READ
              CLOSE SUSPENSE-IN
           END-IF
           OPEN INPUT PHRASES-IN
           IF WS-II-STATUS = '00'
              READ PHRASES-IN
                 AT END CONTINUE
                 NOT AT END SET WS-HAS-PENDING TO TRUE
              END-READ
              CLOSE PHRASES-IN
           END-IF.

       READ-CONTROL-CARD SECTION.
           OPEN INPUT CONTROL-CARD
           IF WS-CC-STATUS = '00'
           IF WS-MODE-JOB-END
              MOVE 'END' TO JL-EVENT
           ELSE
              IF WS-NIGHT-SKIPPED
                 MOVE 'SKIP' TO JL-EVENT
              ELSE
                 MOVE 'START' TO JL-EVENT
              END-IF
           END-IF
           MOVE WS-CURRENT-DATE TO JL-DATE
           MOVE WS-CURRENT-TIME TO JL-TIME
