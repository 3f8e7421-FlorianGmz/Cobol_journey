           SELECT BALANCE-FILE ASSIGN TO "SUITEBAL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BL-STATUS.
           SELECT POSTPONE-TRANS ASSIGN TO "POSTTRN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PP-STATUS.
           SELECT RESCHEDULE-FILE ASSIGN TO "RESCHED"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RS-STATUS.
           SELECT PUZZLE-SCHEDULE ASSIGN TO "PUZLSCHD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PZ-STATUS.
           SELECT PERIOD-CALENDAR ASSIGN TO "PERCAL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  YEAR-FLAGS.
           05 SR-TO-DATE       PIC 9(8).
       FD  BALANCE-FILE.
       01  BALANCE-RECORD      PIC X(52).
       FD  POSTPONE-TRANS.
       01  POSTPONE-TRANS-RECORD.
           05 PP-LEAGUE-CODE   PIC X(4).
           05 PP-GAME-DATE     PIC 9(8).
           05 PP-REASON        PIC X(30).
           05 PP-OPERATOR-ID   PIC X(8).
       FD  RESCHEDULE-FILE.
       01  RESCHEDULE-RECORD.
           05 RS-LEAGUE-CODE   PIC X(4).
           05 RS-OLD-DATE      PIC 9(8).
           05 RS-NEW-DATE      PIC 9(8).
           05 RS-REASON        PIC X(30).
           05 RS-OPERATOR-ID   PIC X(8).
       FD  PUZZLE-SCHEDULE.
       01  PUZZLE-SCHEDULE-RECORD.
           05 PZ-GAME-DATE     PIC 9(8).
           05 PZ-LEAGUE-CODE   PIC X(4).
           05 PZ-PHRASE-ID     PIC X(8).
           05 PZ-SUBMITTER     PIC X(10).
           05 PZ-SELECT-DATE   PIC 9(8).
           05 PZ-NORM-PHRASE   PIC X(100).
           05 PZ-ORIG-PHRASE   PIC X(100).
       FD  PERIOD-CALENDAR.
       01  PERIOD-CALENDAR-RECORD PIC X(48).
       WORKING-STORAGE SECTION.
       01 WS-YF-STATUS PIC XX.
       01 WS-HOL-STATUS PIC XX.
       01 WS-SM-STATUS  PIC XX.
       01 WS-SL-STATUS  PIC XX.
       01 WS-BL-STATUS  PIC XX.
       01 WS-PP-STATUS  PIC XX.
       01 WS-RS-STATUS  PIC XX.
       01 WS-PZ-STATUS  PIC XX.
       01 WS-PC-STATUS  PIC XX.
       COPY "CTLTOTAL.cpy".
       COPY "PERCAL.cpy".
       01 WS-BAL-FILE   PIC X(8).
       01 WS-BAL-COUNT  PIC 9(8).
       01 WS-BAL-HASH   PIC 9(12).
          88 WS-MODE-DATE-EDIT        VALUE 'VDAT'.
          88 WS-MODE-CALENDAR         VALUE 'CALP'.
          88 WS-MODE-SCHEDULE         VALUE 'SCHD'.
          88 WS-MODE-POSTPONE         VALUE 'PPON'.
          88 WS-MODE-NEXT-BUS-DATE    VALUE 'NBDT'.
          88 WS-MODE-PERIOD-CAL       VALUE 'PCAL'.
       01 WS-RESULT  PIC 9(20).
       01 WS-DAYS-IN-MONTH-RESULT PIC 99.
       01 WS-START-YEAR PIC 9(4) VALUE 1900.
          05 WS-CP-SCHED-ENTRY OCCURS 400 TIMES.
             10 WS-CP-GAME-DATE PIC 9(8).
             10 WS-CP-LEAGUE    PIC X(4).
       01 WS-CP-SCHED-OVER   PIC X    VALUE 'N'.
          88 WS-CP-SCHED-OVERFLOWED   VALUE 'Y'.
       01 WS-GS-EOF          PIC X    VALUE 'N'.
          88 WS-GS-AT-EOF             VALUE 'Y'.
       01 WS-BD-GAME-NIGHT   PIC X    VALUE 'N'.
       01 WS-CAL-LEGEND      PIC X(40) VALUE
          'LEGEND: * HOLIDAY   # GAME NIGHT'.
       01 WS-CAL-LIST-LINE   PIC X(60).
       01 WS-CAL-PUZZLE-LINE PIC X(80).
       01 WS-CP-PUZ-MAX      PIC 999  VALUE 400.
       01 WS-CP-PUZ-COUNT    PIC 999  VALUE 0.
       01 WS-CP-PUZ-IX       PIC 999.
       01 WS-CP-PUZ-TABLE.
          05 WS-CP-PUZ-ENTRY OCCURS 400 TIMES.
             10 WS-CP-PUZ-DATE   PIC 9(8).
             10 WS-CP-PUZ-LEAGUE PIC X(4).
             10 WS-CP-PUZ-PHRASE PIC X(100).
       01 WS-PZ-EOF          PIC X    VALUE 'N'.
          88 WS-PZ-AT-EOF             VALUE 'Y'.
       01 WS-LIST-DAY        PIC Z9.
       01 WS-SEASON-ID       PIC X(8) VALUE SPACES.
       01 WS-SEASON-FOUND    PIC X    VALUE 'N'.
          05 FILLER PIC X(9) VALUE 'DECEMBER'.
       01 WS-MONTH-NAME-REDEF REDEFINES WS-MONTH-NAMES.
          05 WS-MONTH-NAME   PIC X(9) OCCURS 12 TIMES.
       01 WS-PP-EOF          PIC X    VALUE 'N'.
          88 WS-PP-AT-EOF             VALUE 'Y'.
       01 WS-PP-READ-COUNT   PIC 9(5) VALUE 0.
       01 WS-PP-DONE-COUNT   PIC 9(5) VALUE 0.
       01 WS-PP-REJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-PP-ROW-IX       PIC 999  VALUE 0.
       01 WS-PP-WEEKDAY      PIC 9.
       01 WS-PP-SEASON-END   PIC 9(8) VALUE 0.
       01 WS-PP-MAKEUP-DATE  PIC 9(8) VALUE 0.
       01 WS-PP-SEASON-FLAG  PIC X    VALUE 'N'.
          88 WS-PP-SEASON-FOUND       VALUE 'Y'.
       01 WS-PP-MAKEUP-FLAG  PIC X    VALUE 'N'.
          88 WS-PP-MAKEUP-FOUND       VALUE 'Y'.
       01 WS-CP-SWAPPED      PIC X    VALUE 'N'.
          88 WS-CP-WAS-SWAPPED        VALUE 'Y'.
       01 WS-CP-SWAP-ENTRY   PIC X(12).
       01 WS-NB-BASE-DATE    PIC 9(8) VALUE 0.
       01 WS-NB-BASE-R REDEFINES WS-NB-BASE-DATE.
          05 WS-NB-BASE-YEAR  PIC 9(4).
          05 WS-NB-BASE-MONTH PIC 99.
          05 WS-NB-BASE-DAY   PIC 99.
       01 WS-NB-NEXT-DATE    PIC 9(8) VALUE 0.
       01 WS-PC-COUNT        PIC 99   VALUE 0.
       01 WS-PC-LAST-NIGHT   PIC 9(8) VALUE 0.
       01 WS-PC-NEXT-START   PIC 9(8) VALUE 0.
       01 WS-PC-NEXT-START-R REDEFINES WS-PC-NEXT-START.
          05 WS-PC-NEXT-YEAR  PIC 9(4).
          05 WS-PC-NEXT-MONTH PIC 99.
          05 WS-PC-NEXT-DAY   PIC 99.
       01 WS-PC-PENDING      PIC X    VALUE 'N'.
          88 WS-PC-PERIOD-PENDING     VALUE 'Y'.

       PROCEDURE DIVISION.
       LEAP SECTION.
                 PERFORM PRINT-CALENDAR
              WHEN WS-MODE-SCHEDULE
                 PERFORM GENERATE-SCHEDULE
              WHEN WS-MODE-POSTPONE
                 PERFORM POSTPONE-GAME-NIGHTS
              WHEN WS-MODE-NEXT-BUS-DATE
                 PERFORM NEXT-BUSINESS-DATE
              WHEN WS-MODE-PERIOD-CAL
                 PERFORM GENERATE-PERIOD-CALENDAR
              WHEN OTHER
                 PERFORM LEAP-CHECK
           END-EVALUATE
           IF WS-MODE-DAYS-IN-MONTH AND WS-DAYS-IN-MONTH-RESULT = 0
              MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 0 AND NOT WS-MODE-NEXT-BUS-DATE
              PERFORM WRITE-RUN-CONTROL
           END-IF
           PERFORM WRITE-JOB-RUN-LOG
              END-IF
           END-IF.

       POSTPONE-GAME-NIGHTS SECTION.
      *    A night called off for weather, the venue or a holiday
      *    added late to the master used to be cut out of the
      *    schedule file by hand, and the scorecards already
      *    started that night were stranded. Each POSTTRN record
      *    names a league and the night it is losing; the night
      *    is moved to the league's next open make-up date - its
      *    own weekday, not a holiday, not a night anyone already
      *    plays, and still inside the season the lost night
      *    belongs to. Every night moved is written to RESCHED
      *    for YACHTPPN to carry the in-flight cards across, and
      *    the schedule file is rewritten once at the end with a
      *    fresh control total. A night that cannot be moved is
      *    left exactly where it was and reported.
           IF RETURN-CODE NOT = 0
              CONTINUE
           ELSE
              PERFORM LOAD-SCHEDULE-RULES
              PERFORM LOAD-HOLIDAYS
              MOVE 'N' TO WS-CP-SCHED-OVER
              PERFORM LOAD-CAL-SCHEDULE
              EVALUATE TRUE
                 WHEN WS-CP-SCHED-COUNT = 0
                    MOVE 'E' TO WS-EXC-SEVERITY
                    MOVE 'PPSC' TO WS-EXC-REASON
                    MOVE SPACES TO WS-EXC-KEY
                    MOVE 'GAME SCHEDULE EMPTY OR MISSING'
                       TO WS-EXC-MSG
                    PERFORM LOG-EXCEPTION
                    MOVE 8 TO RETURN-CODE
                 WHEN WS-CP-SCHED-OVERFLOWED
                    MOVE 'E' TO WS-EXC-SEVERITY
                    MOVE 'PPSC' TO WS-EXC-REASON
                    MOVE SPACES TO WS-EXC-KEY
                    MOVE 'GAME SCHEDULE EXCEEDS TABLE - NOT REWRITTEN'
                       TO WS-EXC-MSG
                    PERFORM LOG-EXCEPTION
                    MOVE 8 TO RETURN-CODE
                 WHEN OTHER
                    PERFORM APPLY-POSTPONEMENTS
              END-EVALUATE
           END-IF.

       APPLY-POSTPONEMENTS SECTION.
           MOVE 'N' TO WS-PP-EOF
           OPEN INPUT POSTPONE-TRANS
           IF WS-PP-STATUS NOT = '00'
              MOVE 'E' TO WS-EXC-SEVERITY
              MOVE 'PPTR' TO WS-EXC-REASON
              MOVE SPACES TO WS-EXC-KEY
              MOVE 'POSTPONEMENT TRANSACTIONS NOT AVAILABLE'
                 TO WS-EXC-MSG
              PERFORM LOG-EXCEPTION
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT RESCHEDULE-FILE
              PERFORM UNTIL WS-PP-AT-EOF
                 READ POSTPONE-TRANS
                    AT END MOVE 'Y' TO WS-PP-EOF
                 END-READ
                 IF NOT WS-PP-AT-EOF
                    ADD 1 TO WS-PP-READ-COUNT
                    PERFORM POSTPONE-ONE-NIGHT
                 END-IF
              END-PERFORM
              CLOSE RESCHEDULE-FILE
              CLOSE POSTPONE-TRANS
              IF WS-PP-DONE-COUNT > 0
                 PERFORM REWRITE-GAME-SCHEDULE
              END-IF
              DISPLAY 'POSTPONEMENTS READ: ' WS-PP-READ-COUNT
                 ' MOVED: ' WS-PP-DONE-COUNT
                 ' REFUSED: ' WS-PP-REJECT-COUNT
              IF WS-PP-REJECT-COUNT > 0 AND RETURN-CODE = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       POSTPONE-ONE-NIGHT SECTION.
      *    The league's weekday comes off its schedule rule when
      *    there is one, otherwise off the lost night itself. The
      *    search starts the week after the lost night and walks
      *    a week at a time to the season's last day.
           MOVE SPACES TO WS-EXC-KEY
           STRING PP-LEAGUE-CODE ' ' PP-GAME-DATE
              DELIMITED BY SIZE INTO WS-EXC-KEY
           END-STRING
           MOVE 0 TO WS-PP-ROW-IX
           IF PP-GAME-DATE IS NUMERIC
              PERFORM VARYING WS-CP-SCHED-IX FROM 1 BY 1
                 UNTIL WS-CP-SCHED-IX > WS-CP-SCHED-COUNT
                 IF WS-CP-GAME-DATE(WS-CP-SCHED-IX) = PP-GAME-DATE
                    AND WS-CP-LEAGUE(WS-CP-SCHED-IX) = PP-LEAGUE-CODE
                    MOVE WS-CP-SCHED-IX TO WS-PP-ROW-IX
                 END-IF
              END-PERFORM
           END-IF
           IF WS-PP-ROW-IX = 0
              MOVE 'PPNF' TO WS-EXC-REASON
              MOVE SPACES TO WS-EXC-MSG
              STRING 'POSTPONED NIGHT NOT ON SCHEDULE FOR LEAGUE "'
                 PP-LEAGUE-CODE '"'
                 DELIMITED BY SIZE INTO WS-EXC-MSG
              END-STRING
              PERFORM REFUSE-POSTPONEMENT
           ELSE
              PERFORM FIND-SEASON-FOR-NIGHT
              IF NOT WS-PP-SEASON-FOUND
                 MOVE 'SEAS' TO WS-EXC-REASON
                 MOVE 'POSTPONED NIGHT FALLS IN NO SEASON ON FILE'
                    TO WS-EXC-MSG
                 PERFORM REFUSE-POSTPONEMENT
              ELSE
                 PERFORM FIND-MAKEUP-NIGHT
                 IF NOT WS-PP-MAKEUP-FOUND
                    MOVE 'PPMK' TO WS-EXC-REASON
                    MOVE SPACES TO WS-EXC-MSG
                    STRING 'NO OPEN MAKE-UP NIGHT BEFORE SEASON END '
                       WS-PP-SEASON-END
                       DELIMITED BY SIZE INTO WS-EXC-MSG
                    END-STRING
                    PERFORM REFUSE-POSTPONEMENT
                 ELSE
                    PERFORM RECORD-POSTPONEMENT
                 END-IF
              END-IF
           END-IF.

       RECORD-POSTPONEMENT SECTION.
           MOVE WS-PP-MAKEUP-DATE TO WS-CP-GAME-DATE(WS-PP-ROW-IX)
           MOVE SPACES TO RESCHEDULE-RECORD
           MOVE PP-LEAGUE-CODE TO RS-LEAGUE-CODE
           MOVE PP-GAME-DATE TO RS-OLD-DATE
           MOVE WS-PP-MAKEUP-DATE TO RS-NEW-DATE
           MOVE PP-REASON TO RS-REASON
           MOVE PP-OPERATOR-ID TO RS-OPERATOR-ID
           WRITE RESCHEDULE-RECORD
           ADD 1 TO WS-PP-DONE-COUNT
           MOVE 'I' TO WS-EXC-SEVERITY
           MOVE 'PPON' TO WS-EXC-REASON
           MOVE SPACES TO WS-EXC-MSG
           STRING 'NIGHT MOVED TO ' WS-PP-MAKEUP-DATE ' BY '
                 DELIMITED BY SIZE
              PP-OPERATOR-ID DELIMITED BY SPACE
              ' - ' PP-REASON DELIMITED BY SIZE
              INTO WS-EXC-MSG
           END-STRING
           PERFORM LOG-EXCEPTION.

       REFUSE-POSTPONEMENT SECTION.
           ADD 1 TO WS-PP-REJECT-COUNT
           MOVE 'E' TO WS-EXC-SEVERITY
           PERFORM LOG-EXCEPTION.

       FIND-SEASON-FOR-NIGHT SECTION.
           MOVE 'N' TO WS-PP-SEASON-FLAG
           MOVE 0 TO WS-PP-SEASON-END
           MOVE 'N' TO WS-SM-EOF
           OPEN INPUT SEASON-MASTER
           IF WS-SM-STATUS = '00'
              PERFORM UNTIL WS-SM-AT-EOF
                 READ SEASON-MASTER
                    AT END MOVE 'Y' TO WS-SM-EOF
                 END-READ
                 IF NOT WS-SM-AT-EOF
                    AND SEA-START-DATE <= PP-GAME-DATE
                    AND SEA-END-DATE >= PP-GAME-DATE
                    SET WS-PP-SEASON-FOUND TO TRUE
                    MOVE SEA-END-DATE TO WS-PP-SEASON-END
                 END-IF
              END-PERFORM
              CLOSE SEASON-MASTER
           END-IF.

       FIND-MAKEUP-NIGHT SECTION.
      *    "Already a game night" means any league's night - the
      *    clubhouse runs one league's tables at a time.
           MOVE 'N' TO WS-PP-MAKEUP-FLAG
           MOVE 0 TO WS-PP-MAKEUP-DATE
           MOVE PP-GAME-DATE(1:4) TO WS-YEAR
           MOVE PP-GAME-DATE(5:2) TO WS-MONTH
           MOVE PP-GAME-DATE(7:2) TO WS-DAY
           PERFORM COMPUTE-DAY-OF-WEEK
           MOVE WS-BD-DOW TO WS-PP-WEEKDAY
           PERFORM VARYING WS-SRULE-IX FROM 1 BY 1
              UNTIL WS-SRULE-IX > WS-SRULE-COUNT
              IF WS-SR-LEAGUE(WS-SRULE-IX) = PP-LEAGUE-CODE
                 MOVE WS-SR-WEEKDAY(WS-SRULE-IX) TO WS-PP-WEEKDAY
              END-IF
           END-PERFORM
           PERFORM STEP-ONE-CALENDAR-DAY
           PERFORM UNTIL WS-BD-DOW = WS-PP-WEEKDAY
              PERFORM STEP-ONE-CALENDAR-DAY
           END-PERFORM
           COMPUTE WS-GEN-DATE = WS-YEAR * 10000 +
              WS-MONTH * 100 + WS-DAY
           PERFORM UNTIL WS-PP-MAKEUP-FOUND
              OR WS-GEN-DATE > WS-PP-SEASON-END
              PERFORM CHECK-HOLIDAY
              PERFORM CHECK-GAME-NIGHT
              IF NOT WS-BD-ON-HOLIDAY AND NOT WS-BD-ON-GAME-NIGHT
                 SET WS-PP-MAKEUP-FOUND TO TRUE
                 MOVE WS-GEN-DATE TO WS-PP-MAKEUP-DATE
              ELSE
                 PERFORM VARYING WS-STEP-COUNT FROM 1 BY 1
                    UNTIL WS-STEP-COUNT > 7
                    PERFORM STEP-ONE-CALENDAR-DAY
                 END-PERFORM
                 COMPUTE WS-GEN-DATE = WS-YEAR * 10000 +
                    WS-MONTH * 100 + WS-DAY
              END-IF
           END-PERFORM.

       REWRITE-GAME-SCHEDULE SECTION.
      *    Back into date order (league within date) before the
      *    file goes out, so every reader sees the same shape the
      *    generator writes.
           SET WS-CP-WAS-SWAPPED TO TRUE
           PERFORM UNTIL NOT WS-CP-WAS-SWAPPED
              MOVE 'N' TO WS-CP-SWAPPED
              PERFORM VARYING WS-CP-SCHED-IX FROM 1 BY 1
                 UNTIL WS-CP-SCHED-IX >= WS-CP-SCHED-COUNT
                 IF WS-CP-SCHED-ENTRY(WS-CP-SCHED-IX) >
                    WS-CP-SCHED-ENTRY(WS-CP-SCHED-IX + 1)
                    MOVE WS-CP-SCHED-ENTRY(WS-CP-SCHED-IX)
                       TO WS-CP-SWAP-ENTRY
                    MOVE WS-CP-SCHED-ENTRY(WS-CP-SCHED-IX + 1)
                       TO WS-CP-SCHED-ENTRY(WS-CP-SCHED-IX)
                    MOVE WS-CP-SWAP-ENTRY
                       TO WS-CP-SCHED-ENTRY(WS-CP-SCHED-IX + 1)
                    SET WS-CP-WAS-SWAPPED TO TRUE
                 END-IF
              END-PERFORM
           END-PERFORM
           MOVE 0 TO WS-SCHED-COUNT
           MOVE 0 TO WS-GS-HASH
           OPEN OUTPUT GAME-SCHEDULE
           PERFORM VARYING WS-CP-SCHED-IX FROM 1 BY 1
              UNTIL WS-CP-SCHED-IX > WS-CP-SCHED-COUNT
              MOVE WS-CP-GAME-DATE(WS-CP-SCHED-IX) TO GS-GAME-DATE
              MOVE WS-CP-LEAGUE(WS-CP-SCHED-IX) TO GS-LEAGUE-CODE
              WRITE GAME-SCHEDULE-RECORD
              ADD 1 TO WS-SCHED-COUNT
              ADD GS-GAME-DATE TO WS-GS-HASH
           END-PERFORM
           CLOSE GAME-SCHEDULE
           MOVE 'GAMESCHD' TO WS-BAL-FILE
           MOVE WS-SCHED-COUNT TO WS-BAL-COUNT
           MOVE WS-GS-HASH TO WS-BAL-HASH
           PERFORM WRITE-BALANCE-RECORD.

       NEXT-BUSINESS-DATE SECTION.
      *    Rolls the business-date card forward ahead of JOBSTRT so
      *    it no longer has to be keyed by hand each evening - a
      *    forgotten card left the restart check treating a fresh
      *    night as one already run. The new date is the next
      *    business day after the one on the card, skipping
      *    weekends and the holiday master. A card already on or
      *    past today is left alone, so a same-night rerun keeps
      *    its date. A card more than a night behind is caught up
      *    to today rather than replaying the missed nights, and
      *    flagged; no usable card starts from today. The card is
      *    never moved past today: run on a weekend or a holiday
      *    it carries today's date, and the JOBSTRT gate skips the
      *    night as not a business day instead of the stream
      *    stamping tomorrow's date on its run control.
           IF WS-BUS-DATE NOT < WS-START-DATE
              DISPLAY 'BUSINESS DATE ' WS-BUS-DATE
                 ' ALREADY CURRENT - CARD LEFT AS IS'
           ELSE
              IF WS-BUS-DATE > 0
                 MOVE WS-BUS-DATE TO WS-NB-BASE-DATE
              ELSE
                 MOVE WS-START-DATE TO WS-NB-BASE-DATE
                 PERFORM BACK-UP-BASE-DATE
              END-IF
              PERFORM ADVANCE-FROM-BASE-DATE
              IF WS-NB-NEXT-DATE < WS-START-DATE
                 MOVE 'W' TO WS-EXC-SEVERITY
                 MOVE 'BDGP' TO WS-EXC-REASON
                 MOVE WS-BUS-DATE TO WS-EXC-KEY
                 MOVE 'BUSINESS DATE CARD STALE - CAUGHT UP TO TODAY'
                    TO WS-EXC-MSG
                 PERFORM LOG-EXCEPTION
                 MOVE WS-START-DATE TO WS-NB-BASE-DATE
                 PERFORM BACK-UP-BASE-DATE
                 PERFORM ADVANCE-FROM-BASE-DATE
              END-IF
              IF WS-NB-NEXT-DATE > WS-START-DATE
                 MOVE WS-START-DATE TO WS-NB-NEXT-DATE
              END-IF
              MOVE SPACES TO BUSDATE-CARD-RECORD
              MOVE WS-NB-NEXT-DATE TO BD-BUSINESS-DATE
              OPEN OUTPUT BUSDATE-CARD
              WRITE BUSDATE-CARD-RECORD
              IF WS-BDC-STATUS NOT = '00'
                 MOVE 'E' TO WS-EXC-SEVERITY
                 MOVE 'BDWR' TO WS-EXC-REASON
                 MOVE WS-NB-NEXT-DATE TO WS-EXC-KEY
                 MOVE 'BUSINESS DATE CARD COULD NOT BE WRITTEN'
                    TO WS-EXC-MSG
                 PERFORM LOG-EXCEPTION
                 MOVE 8 TO RETURN-CODE
              ELSE
                 DISPLAY 'BUSINESS DATE SET TO ' WS-NB-NEXT-DATE
              END-IF
              CLOSE BUSDATE-CARD
           END-IF.

       GENERATE-PERIOD-CALENDAR SECTION.
      *    The league's books close on the last game night of each
      *    period, not on the last day of the calendar month, so
      *    the month-end jobs take the period to close from this
      *    file rather than from a month keyed on each of their
      *    cards. One period per calendar month of the season
      *    range (normally a season ID on the card): it starts the
      *    day after the prior period's last game night (the first
      *    starts on the season's first day), ends on its own last
      *    game night - any league's - and closes on the next
      *    business day after it, the final period the same as
      *    the rest. A month with no game night at all
      *    is carried into the next period rather than closed on
      *    its own.
           IF RETURN-CODE NOT = 0
              CONTINUE
           ELSE
              IF WS-FROM-DATE = 0 OR WS-TO-DATE = 0
                 DISPLAY 'PERIOD CALENDAR NEEDS FROM AND TO DATES'
                 MOVE 'E' TO WS-EXC-SEVERITY
                 MOVE 'DATE' TO WS-EXC-REASON
                 MOVE SPACES TO WS-EXC-KEY
                 MOVE 'PERIOD CALENDAR NEEDS FROM AND TO DATES'
                    TO WS-EXC-MSG
                 PERFORM LOG-EXCEPTION
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM LOAD-HOLIDAYS
                 MOVE 'N' TO WS-CP-SCHED-OVER
                 PERFORM LOAD-CAL-SCHEDULE
                 IF WS-CP-SCHED-OVERFLOWED
                    MOVE 'E' TO WS-EXC-SEVERITY
                    MOVE 'PCSC' TO WS-EXC-REASON
                    MOVE SPACES TO WS-EXC-KEY
                    MOVE 'GAME SCHEDULE EXCEEDS TABLE - NO CALENDAR'
                       TO WS-EXC-MSG
                    PERFORM LOG-EXCEPTION
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    PERFORM BUILD-PERIOD-CALENDAR
                 END-IF
              END-IF
           END-IF.

       BUILD-PERIOD-CALENDAR SECTION.
      *    Each period is held back until the next one is found
      *    and written when it is. Every period, the last one
      *    included, ends on its last game night and closes the
      *    next business day after it.
           MOVE 0 TO WS-PC-COUNT
           MOVE 'N' TO WS-PC-PENDING
           MOVE WS-FROM-DATE TO WS-PC-NEXT-START
           OPEN OUTPUT PERIOD-CALENDAR
           MOVE WS-FROM-YEAR TO WS-CAL-YEAR
           MOVE WS-FROM-MONTH TO WS-CAL-MONTH
           COMPUTE WS-TO-YYYYMM = WS-TO-YEAR * 100 + WS-TO-MONTH
           COMPUTE WS-CAL-YYYYMM = WS-CAL-YEAR * 100 + WS-CAL-MONTH
           PERFORM UNTIL WS-CAL-YYYYMM > WS-TO-YYYYMM
              PERFORM BUILD-ONE-PERIOD
              IF WS-CAL-MONTH < 12
                 ADD 1 TO WS-CAL-MONTH
              ELSE
                 MOVE 1 TO WS-CAL-MONTH
                 ADD 1 TO WS-CAL-YEAR
              END-IF
              COMPUTE WS-CAL-YYYYMM =
                 WS-CAL-YEAR * 100 + WS-CAL-MONTH
           END-PERFORM
           IF WS-PC-PERIOD-PENDING
              PERFORM WRITE-PERIOD-RECORD
           END-IF
           CLOSE PERIOD-CALENDAR
           IF WS-PC-COUNT = 0
              MOVE 'E' TO WS-EXC-SEVERITY
              MOVE 'PCSC' TO WS-EXC-REASON
              MOVE SPACES TO WS-EXC-KEY
              MOVE WS-SEASON-ID TO WS-EXC-KEY
              MOVE 'NO GAME NIGHTS IN RANGE - NO PERIODS WRITTEN'
                 TO WS-EXC-MSG
              PERFORM LOG-EXCEPTION
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY 'PERIODS WRITTEN: ' WS-PC-COUNT
           END-IF.

       BUILD-ONE-PERIOD SECTION.
           MOVE 0 TO WS-PC-LAST-NIGHT
           PERFORM VARYING WS-CP-SCHED-IX FROM 1 BY 1
              UNTIL WS-CP-SCHED-IX > WS-CP-SCHED-COUNT
              IF WS-CP-GAME-DATE(WS-CP-SCHED-IX)(1:6) =
                    WS-CAL-YYYYMM
                 AND WS-CP-GAME-DATE(WS-CP-SCHED-IX)
                    NOT < WS-FROM-DATE
                 AND WS-CP-GAME-DATE(WS-CP-SCHED-IX)
                    NOT > WS-TO-DATE
                 AND WS-CP-GAME-DATE(WS-CP-SCHED-IX)
                    > WS-PC-LAST-NIGHT
                 MOVE WS-CP-GAME-DATE(WS-CP-SCHED-IX)
                    TO WS-PC-LAST-NIGHT
              END-IF
           END-PERFORM
           IF WS-PC-LAST-NIGHT > 0
              IF WS-PC-PERIOD-PENDING
                 PERFORM WRITE-PERIOD-RECORD
              END-IF
              MOVE SPACES TO PC-RECORD
              MOVE WS-SEASON-ID TO PC-SEASON-ID
              MOVE WS-CAL-YYYYMM TO PC-PERIOD-MONTH
              MOVE WS-PC-NEXT-START TO PC-START-DATE
              MOVE WS-PC-LAST-NIGHT TO PC-END-DATE
              MOVE WS-PC-LAST-NIGHT TO PC-LAST-NIGHT
              MOVE WS-PC-LAST-NIGHT TO WS-NB-BASE-DATE
              PERFORM ADVANCE-FROM-BASE-DATE
              MOVE WS-NB-NEXT-DATE TO PC-CLOSE-DATE
              SET WS-PC-PERIOD-PENDING TO TRUE
              MOVE WS-PC-LAST-NIGHT TO WS-PC-NEXT-START
              MOVE WS-PC-NEXT-YEAR TO WS-YEAR
              MOVE WS-PC-NEXT-MONTH TO WS-MONTH
              MOVE WS-PC-NEXT-DAY TO WS-DAY
              PERFORM STEP-ONE-CALENDAR-DAY
              COMPUTE WS-PC-NEXT-START = WS-YEAR * 10000 +
                 WS-MONTH * 100 + WS-DAY
           END-IF.

       WRITE-PERIOD-RECORD SECTION.
           ADD 1 TO WS-PC-COUNT
           MOVE WS-PC-COUNT TO PC-PERIOD-NO
           WRITE PERIOD-CALENDAR-RECORD FROM PC-RECORD.

       BACK-UP-BASE-DATE SECTION.
      *    Steps the base date back one day so that today itself
      *    is the first candidate when the card is advanced.
           MOVE WS-NB-BASE-YEAR TO WS-YEAR
           MOVE WS-NB-BASE-MONTH TO WS-MONTH
           MOVE WS-NB-BASE-DAY TO WS-DAY
           PERFORM STEP-BACK-ONE-DAY
           COMPUTE WS-NB-BASE-DATE = WS-YEAR * 10000 +
              WS-MONTH * 100 + WS-DAY.

       ADVANCE-FROM-BASE-DATE SECTION.
           MOVE WS-NB-BASE-YEAR TO WS-YEAR
           MOVE WS-NB-BASE-MONTH TO WS-MONTH
           MOVE WS-NB-BASE-DAY TO WS-DAY
           MOVE 1 TO WS-BD-COUNT
           PERFORM ADD-BUSINESS-DAYS
           COMPUTE WS-NB-NEXT-DATE = WS-BD-RESULT-YEAR * 10000 +
              WS-BD-RESULT-MONTH * 100 + WS-BD-RESULT-DAY.

       WRITE-BALANCE-RECORD SECTION.
      *    Suite-standard control totals (CTLTOTAL copybook) for a
      *    shared file this program just wrote, so the readers can
           ELSE
              PERFORM LOAD-HOLIDAYS
              PERFORM LOAD-CAL-SCHEDULE
              PERFORM LOAD-CAL-PUZZLES
              OPEN OUTPUT CALENDAR-PRINT
              WRITE CALENDAR-PRINT-RECORD FROM WS-CAL-LEGEND
              MOVE SPACES TO CALENDAR-PRINT-RECORD
                    AT END MOVE 'Y' TO WS-GS-EOF
                 END-READ
                 IF NOT WS-GS-AT-EOF
                    IF WS-CP-SCHED-COUNT < WS-CP-SCHED-MAX
                       ADD 1 TO WS-CP-SCHED-COUNT
                       MOVE GS-GAME-DATE
                          TO WS-CP-GAME-DATE(WS-CP-SCHED-COUNT)
                       MOVE GS-LEAGUE-CODE
                          TO WS-CP-LEAGUE(WS-CP-SCHED-COUNT)
                    ELSE
                       SET WS-CP-SCHED-OVERFLOWED TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE GAME-SCHEDULE
           END-IF.

       LOAD-CAL-PUZZLES SECTION.
      *    The puzzle of the night for each league night in the
      *    months printed, off the schedule ISOGSEL keeps; no file,
      *    or a night not yet filled, just prints without one.
           MOVE 0 TO WS-CP-PUZ-COUNT
           MOVE 'N' TO WS-PZ-EOF
           OPEN INPUT PUZZLE-SCHEDULE
           IF WS-PZ-STATUS = '00'
              PERFORM UNTIL WS-PZ-AT-EOF
                 READ PUZZLE-SCHEDULE
                    AT END MOVE 'Y' TO WS-PZ-EOF
                 END-READ
                 IF NOT WS-PZ-AT-EOF
                    AND PZ-GAME-DATE(1:6) NOT < WS-FROM-DATE(1:6)
                    AND PZ-GAME-DATE(1:6) NOT > WS-TO-DATE(1:6)
                    AND WS-CP-PUZ-COUNT < WS-CP-PUZ-MAX
                    ADD 1 TO WS-CP-PUZ-COUNT
                    MOVE PZ-GAME-DATE
                       TO WS-CP-PUZ-DATE(WS-CP-PUZ-COUNT)
                    MOVE PZ-LEAGUE-CODE
                       TO WS-CP-PUZ-LEAGUE(WS-CP-PUZ-COUNT)
                    MOVE PZ-ORIG-PHRASE
                       TO WS-CP-PUZ-PHRASE(WS-CP-PUZ-COUNT)
                 END-IF
              END-PERFORM
              CLOSE PUZZLE-SCHEDULE
           END-IF.

       CHECK-GAME-NIGHT SECTION.
           MOVE 'N' TO WS-BD-GAME-NIGHT
           MOVE SPACES TO WS-BD-NIGHT-LEAGUE
                    DELIMITED BY SIZE INTO WS-CAL-LIST-LINE
                 END-STRING
                 WRITE CALENDAR-PRINT-RECORD FROM WS-CAL-LIST-LINE
                 PERFORM PRINT-NIGHT-PUZZLES
              END-IF
              IF WS-BD-ON-HOLIDAY
                 MOVE SPACES TO WS-CAL-LIST-LINE
              END-IF
           END-PERFORM.

       PRINT-NIGHT-PUZZLES SECTION.
      *    One line per league puzzle booked for the night; a
      *    phrase too long for the line carries on under it.
           PERFORM VARYING WS-CP-PUZ-IX FROM 1 BY 1
              UNTIL WS-CP-PUZ-IX > WS-CP-PUZ-COUNT
              IF WS-CP-PUZ-DATE(WS-CP-PUZ-IX) = WS-BD-DATE-NUM
                 MOVE SPACES TO WS-CAL-PUZZLE-LINE
                 STRING '      PUZZLE ' WS-CP-PUZ-LEAGUE(WS-CP-PUZ-IX)
                    ': ' WS-CP-PUZ-PHRASE(WS-CP-PUZ-IX)(1:60)
                    DELIMITED BY SIZE INTO WS-CAL-PUZZLE-LINE
                 END-STRING
                 WRITE CALENDAR-PRINT-RECORD FROM WS-CAL-PUZZLE-LINE
                 IF WS-CP-PUZ-PHRASE(WS-CP-PUZ-IX)(61:40) NOT = SPACES
                    MOVE SPACES TO WS-CAL-PUZZLE-LINE
                    MOVE WS-CP-PUZ-PHRASE(WS-CP-PUZ-IX)(61:40)
                       TO WS-CAL-PUZZLE-LINE(20:40)
                    WRITE CALENDAR-PRINT-RECORD FROM WS-CAL-PUZZLE-LINE
                 END-IF
              END-IF
           END-PERFORM.

       DATE-DIFFERENCE SECTION.
      *    Answers the turnaround question ADD-BUSINESS-DAYS never
      *    could: how many calendar days and how many business days
