       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEATASGN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RSVP-TRANS ASSIGN TO "RSVPTRN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RV-STATUS.
           SELECT RSVP-MASTER ASSIGN TO "RSVPMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RS-KEY
              FILE STATUS IS WS-RS-STATUS.
           SELECT SEAT-FILE ASSIGN TO "SEATFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SF-KEY
              FILE STATUS IS WS-SF-STATUS.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PM-PLAYER-ID
              FILE STATUS IS WS-PM-STATUS.
           SELECT GAME-SCHEDULE ASSIGN TO "GAMESCHD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GS-STATUS.
           SELECT HCAP-FILE ASSIGN TO "HCAPFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HC-PLAYER-ID
              FILE STATUS IS WS-HC-STATUS.
           SELECT RATING-MASTER ASSIGN TO "RATEMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RT-PLAYER-ID
              FILE STATUS IS WS-RT-STATUS.
           SELECT TEAM-MASTER ASSIGN TO "TEAMMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TM-TEAM-ID
              FILE STATUS IS WS-TM-STATUS.
           SELECT SEAT-REPORT ASSIGN TO "SEATRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SR-STATUS.
           SELECT SEAT-EXCEPT ASSIGN TO "SEATEXC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EX-STATUS.
           SELECT CONTROL-CARD ASSIGN TO "SEATCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CC-STATUS.
           SELECT JOB-RUN-LOG ASSIGN TO "JOBRLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RSVP-TRANS.
       01  RSVP-TRANS-RECORD.
           05 RV-PLAYER-ID     PIC X(10).
           05 RV-GAME-DATE     PIC 9(8).
           05 RV-RESPONSE      PIC X.
              88 RV-ATTENDING  VALUE 'Y'.
              88 RV-DECLINED   VALUE 'N'.
           05 RV-LEAGUE-CODE   PIC X(4).
       FD  RSVP-MASTER.
       01  RSVP-MASTER-RECORD.
           05 RS-KEY.
              10 RS-GAME-DATE  PIC 9(8).
              10 RS-PLAYER-ID  PIC X(10).
           05 RS-RESPONSE      PIC X.
              88 RS-ATTENDING  VALUE 'Y'.
           05 RS-LEAGUE-CODE   PIC X(4).
           05 RS-REPLY-DATE    PIC 9(8).
       FD  SEAT-FILE.
       01  SEAT-FILE-RECORD.
           05 SF-KEY.
              10 SF-GAME-DATE  PIC 9(8).
              10 SF-PLAYER-ID  PIC X(10).
           05 SF-TABLE-NO      PIC 99.
           05 SF-SEAT-NO       PIC 9.
           05 SF-LEAGUE-CODE   PIC X(4).
           05 SF-STRENGTH      PIC 9(4).
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
       FD  GAME-SCHEDULE.
       01  GAME-SCHEDULE-RECORD.
           05 GS-GAME-DATE     PIC 9(8).
           05 GS-LEAGUE-CODE   PIC X(4).
       FD  HCAP-FILE.
       01  HCAP-RECORD.
           05 HC-PLAYER-ID     PIC X(10).
           05 HC-GAMES-USED    PIC 99.
           05 HC-TRAIL-AVG     PIC 9(4).
           05 HC-HANDICAP      PIC 999.
           05 HC-BUILD-DATE    PIC 9(8).
       FD  RATING-MASTER.
       01  RATING-MASTER-RECORD.
           05 RT-PLAYER-ID     PIC X(10).
           05 RT-RATING        PIC 9(4).
           05 RT-GAMES         PIC 9(4).
           05 RT-PEAK-RATING   PIC 9(4).
           05 RT-LAST-DATE     PIC 9(8).
       FD  TEAM-MASTER.
       01  TEAM-MASTER-RECORD.
           05 TM-TEAM-ID       PIC X(8).
           05 TM-TEAM-NAME     PIC X(30).
           05 TM-MEMBER-ID     PIC X(10) OCCURS 10 TIMES.
       FD  SEAT-REPORT.
       01  SEAT-REPORT-RECORD  PIC X(100).
       FD  SEAT-EXCEPT.
       01  SEAT-EXCEPT-RECORD  PIC X(142).
       FD  CONTROL-CARD.
       01  CONTROL-CARD-RECORD.
           05 CC-GAME-DATE     PIC 9(8).
           05 CC-BASIS         PIC X.
           05 CC-LEAGUE-CODE   PIC X(4).
           05 CC-TEAM-FLAG     PIC X.
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
       01 WS-RV-STATUS     PIC XX.
       01 WS-RS-STATUS     PIC XX.
       01 WS-SF-STATUS     PIC XX.
       01 WS-PM-STATUS     PIC XX.
       01 WS-GS-STATUS     PIC XX.
       01 WS-HC-STATUS     PIC XX.
       01 WS-RT-STATUS     PIC XX.
       01 WS-TM-STATUS     PIC XX.
       01 WS-SR-STATUS     PIC XX.
       01 WS-EX-STATUS     PIC XX.
       01 WS-CC-STATUS     PIC XX.
       01 WS-JRL-STATUS    PIC XX.
       01 WS-JOB-NAME      PIC X(8) VALUE 'SEATASGN'.
       01 WS-RUN-STATUS    PIC X(8) VALUE 'COMPLETE'.
       COPY "DATEFLDS.cpy".
       COPY "EXCPTREC.cpy".
       01 WS-EXCEPT-MSG    PIC X(80).
       01 WS-EXC-SEVERITY  PIC X     VALUE 'E'.
       01 WS-EXC-REASON    PIC X(4)  VALUE SPACES.
       01 WS-EXC-KEY       PIC X(33) VALUE SPACES.
       01 WS-RV-EOF        PIC X     VALUE 'N'.
          88 WS-RV-AT-EOF            VALUE 'Y'.
       01 WS-RS-EOF        PIC X     VALUE 'N'.
          88 WS-RS-AT-EOF            VALUE 'Y'.
       01 WS-SF-EOF        PIC X     VALUE 'N'.
          88 WS-SF-AT-EOF            VALUE 'Y'.
       01 WS-GS-EOF        PIC X     VALUE 'N'.
          88 WS-GS-AT-EOF            VALUE 'Y'.
       01 WS-TM-EOF        PIC X     VALUE 'N'.
          88 WS-TM-AT-EOF            VALUE 'Y'.
       01 WS-PM-AVAIL      PIC X     VALUE 'N'.
          88 WS-PM-OPEN              VALUE 'Y'.
       01 WS-NIGHT-DATE    PIC 9(8)  VALUE 0.
       01 WS-LAST-NIGHT    PIC 9(8)  VALUE 0.
       01 WS-LEAGUE-CODE   PIC X(4)  VALUE SPACES.
       01 WS-RSVP-LEAGUE   PIC X(4)  VALUE SPACES.
       01 WS-BASIS         PIC X     VALUE 'H'.
          88 WS-BASIS-RATING         VALUE 'R'.
       01 WS-TEAM-PLAY     PIC X     VALUE 'N'.
          88 WS-TEAM-NIGHT           VALUE 'Y'.
       01 WS-RSVP-STATUS   PIC X.
          88 WS-RSVP-OK              VALUE 'Y'.
          88 WS-RSVP-INVALID         VALUE 'N'.
       01 WS-RSVP-REASON   PIC X(40).
       01 WS-RV-COUNT      PIC 9(5)  VALUE 0.
       01 WS-RV-ACCEPTED   PIC 9(5)  VALUE 0.
       01 WS-RV-REJECTED   PIC 9(5)  VALUE 0.

       01 WS-SCHED-ABSENT  PIC X     VALUE 'N'.
          88 WS-SCHED-FILE-ABSENT    VALUE 'Y'.
       01 WS-SCHED-MAX     PIC 999   VALUE 400.
       01 WS-SCHED-COUNT   PIC 999   VALUE 0.
       01 WS-SCHED-IX      PIC 999.
       01 WS-SCHED-TABLE.
          05 WS-SCHED-ENTRY OCCURS 400 TIMES.
             10 WS-SCHED-DATE   PIC 9(8).
             10 WS-SCHED-LEAGUE PIC X(4).

       01 WS-AT-MAX        PIC 999   VALUE 200.
       01 WS-AT-COUNT      PIC 999   VALUE 0.
       01 WS-AT-IX         PIC 999.
       01 WS-AT-JX         PIC 999.
       01 WS-AT-TABLE.
          05 WS-AT-ENTRY OCCURS 200 TIMES.
             10 WS-AT-PLAYER     PIC X(10).
             10 WS-AT-NAME       PIC X(30).
             10 WS-AT-MEASURE    PIC 9(4).
             10 WS-AT-STRENGTH   PIC 9(4).
             10 WS-AT-MEASURED   PIC X.
             10 WS-AT-TEAM       PIC X(8).
             10 WS-AT-LAST-TABLE PIC 99.
             10 WS-AT-TABLE-NO   PIC 99.
             10 WS-AT-SEAT-NO    PIC 9.
             10 WS-AT-ROUND      PIC 999.
       01 WS-AT-SWAP-ENTRY.
          05 WS-AT-SWAP-PLAYER     PIC X(10).
          05 WS-AT-SWAP-NAME       PIC X(30).
          05 WS-AT-SWAP-MEASURE    PIC 9(4).
          05 WS-AT-SWAP-STRENGTH   PIC 9(4).
          05 WS-AT-SWAP-MEASURED   PIC X.
          05 WS-AT-SWAP-TEAM       PIC X(8).
          05 WS-AT-SWAP-LAST-TABLE PIC 99.
          05 WS-AT-SWAP-TABLE-NO   PIC 99.
          05 WS-AT-SWAP-SEAT-NO    PIC 9.
          05 WS-AT-SWAP-ROUND      PIC 999.
       01 WS-AT-SWAPPED    PIC X     VALUE 'N'.
          88 WS-AT-SWAP-DONE         VALUE 'Y'.
       01 WS-AT-OVER       PIC X     VALUE 'N'.
          88 WS-AT-OVERFLOWED        VALUE 'Y'.
       01 WS-MEASURE-SUM   PIC 9(7)  VALUE 0.
       01 WS-MEASURE-CNT   PIC 999   VALUE 0.
       01 WS-MEASURE-AVG   PIC 9(4)  VALUE 0.

       01 WS-TABLE-COUNT   PIC 99    VALUE 0.
       01 WS-TABLE-IX      PIC 99.
       01 WS-SEAT-IX       PIC 9.
       01 WS-POSITION      PIC 999.
       01 WS-ROUND-PARITY  PIC 9.
       01 WS-ROUND-HALF    PIC 999.
       01 WS-TM-IX         PIC 99.
       01 WS-CT-TABLE      PIC 99.
       01 WS-CT-COST       PIC 9(5).
       01 WS-CT-IX         PIC 999.
       01 WS-CT-JX         PIC 999.
       01 WS-COST-BEFORE   PIC 9(5).
       01 WS-COST-AFTER    PIC 9(5).
       01 WS-TABLE-A       PIC 99.
       01 WS-TABLE-B       PIC 99.
       01 WS-PASS-COUNT    PIC 99    VALUE 0.
       01 WS-PASS-LIMIT    PIC 99    VALUE 10.
       01 WS-IMPROVED      PIC X     VALUE 'N'.
          88 WS-SEATING-IMPROVED     VALUE 'Y'.
       01 WS-TEAMMATE-PAIRS PIC 999  VALUE 0.
       01 WS-REPEAT-PAIRS  PIC 999   VALUE 0.
       01 WS-TABLE-STRENGTH PIC 9(5) VALUE 0.
       01 WS-ED-MEASURE    PIC ZZZ9.
       01 WS-ED-STRENGTH   PIC ZZZZ9.
       01 WS-ED-COUNT      PIC ZZ9.
       01 WS-BASIS-TEXT    PIC X(8).
       01 WS-REPORT-LINE   PIC X(100).

       PROCEDURE DIVISION.
       SEATASGN SECTION.
      *    Game-night seating. Players reply to the night's call
      *    with an RSVP transaction (player, GAMESCHD date, Y or
      *    N); each reply is checked against the player master -
      *    active, or a guest whose registration has not expired -
      *    and against the schedule, and the accepted ones are
      *    kept on the RSVP master keyed by date and player, so a
      *    late change of mind just replaces the earlier reply.
      *    The night's attendees are then split into tables of
      *    four (tables of three where the count does not divide)
      *    balanced on HCAPFILE handicap or, by card option, on
      *    the RATEMST skill rating: the field is ranked strongest
      *    first and dealt to the tables snake fashion, so every
      *    table gets one player from each band of the ranking.
      *    Players are then swapped between tables within the
      *    same band - which keeps the balance - wherever that
      *    separates teammates on a team night or breaks up a
      *    pairing from the last seated night. The door gets the
      *    seating print; the seating file is what YACHT checks
      *    postings against. A rerun for the same night replaces
      *    that night's seating.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           MOVE WS-START-DATE TO WS-NIGHT-DATE
           PERFORM READ-CONTROL-CARD
           OPEN OUTPUT SEAT-REPORT
           PERFORM LOAD-SCHEDULE-TABLE
           OPEN INPUT PLAYER-MASTER
           IF WS-PM-STATUS = '00'
              SET WS-PM-OPEN TO TRUE
           END-IF
           OPEN I-O RSVP-MASTER
           IF WS-RS-STATUS = '35'
              OPEN OUTPUT RSVP-MASTER
              CLOSE RSVP-MASTER
              OPEN I-O RSVP-MASTER
           END-IF
           PERFORM APPLY-RSVP-TRANS
           PERFORM LOAD-ATTENDEES
           CLOSE RSVP-MASTER
           IF WS-AT-COUNT = 0
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'NO PLAYERS ATTENDING GAME NIGHT ' WS-NIGHT-DATE
                 ' - NO SEATING BUILT'
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE SEAT-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE 4 TO RETURN-CODE
           ELSE
              OPEN I-O SEAT-FILE
              IF WS-SF-STATUS = '35'
                 OPEN OUTPUT SEAT-FILE
                 CLOSE SEAT-FILE
                 OPEN I-O SEAT-FILE
              END-IF
              PERFORM LOAD-STRENGTHS
              PERFORM LOAD-TEAMS
              PERFORM LOAD-LAST-SEATING
              PERFORM RANK-BY-STRENGTH
              PERFORM DEAL-TABLES
              PERFORM IMPROVE-SEATING
              PERFORM NUMBER-SEATS
              PERFORM WRITE-SEAT-FILE
              CLOSE SEAT-FILE
              PERFORM PRINT-SEATING
           END-IF
           IF WS-PM-OPEN
              CLOSE PLAYER-MASTER
           END-IF
           CLOSE SEAT-REPORT
           IF WS-RV-REJECTED > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-JOB-RUN-LOG
           STOP RUN.

       READ-CONTROL-CARD SECTION.
      *    Night date (default today), balance basis H(andicap) or
      *    R(ating), league code and the team-night switch.
           OPEN INPUT CONTROL-CARD
           IF WS-CC-STATUS = '00'
              READ CONTROL-CARD
                 AT END CONTINUE
                 NOT AT END
                    IF CC-GAME-DATE IS NUMERIC
                       AND CC-GAME-DATE NOT = ZERO
                       MOVE CC-GAME-DATE TO WS-NIGHT-DATE
                    END-IF
                    IF CC-BASIS = 'R'
                       MOVE 'R' TO WS-BASIS
                    END-IF
                    IF CC-LEAGUE-CODE NOT = SPACES
                       MOVE CC-LEAGUE-CODE TO WS-LEAGUE-CODE
                    END-IF
                    IF CC-TEAM-FLAG = 'Y'
                       SET WS-TEAM-NIGHT TO TRUE
                    END-IF
              END-READ
              CLOSE CONTROL-CARD
           END-IF
           IF WS-BASIS-RATING
              MOVE 'RATING' TO WS-BASIS-TEXT
           ELSE
              MOVE 'HANDICAP' TO WS-BASIS-TEXT
           END-IF.

       LOAD-SCHEDULE-TABLE SECTION.
      *    The gaming-night schedule, read once. An absent file
      *    skips the schedule check, as it does in YACHT.
           MOVE 0 TO WS-SCHED-COUNT
           MOVE 'N' TO WS-GS-EOF
           OPEN INPUT GAME-SCHEDULE
           IF WS-GS-STATUS = '05' OR WS-GS-STATUS = '35'
              SET WS-SCHED-FILE-ABSENT TO TRUE
           ELSE
              PERFORM UNTIL WS-GS-AT-EOF
                 READ GAME-SCHEDULE
                    AT END MOVE 'Y' TO WS-GS-EOF
                 END-READ
                 IF NOT WS-GS-AT-EOF
                    AND WS-SCHED-COUNT < WS-SCHED-MAX
                    ADD 1 TO WS-SCHED-COUNT
                    MOVE GS-GAME-DATE TO WS-SCHED-DATE(WS-SCHED-COUNT)
                    MOVE GS-LEAGUE-CODE
                       TO WS-SCHED-LEAGUE(WS-SCHED-COUNT)
                 END-IF
              END-PERFORM
              CLOSE GAME-SCHEDULE
           END-IF.

       APPLY-RSVP-TRANS SECTION.
      *    An absent transaction file just means no new replies -
      *    the seating is still built from the RSVP master.
           MOVE 'N' TO WS-RV-EOF
           OPEN INPUT RSVP-TRANS
           IF WS-RV-STATUS = '00'
              MOVE 'RSVP REPLIES' TO WS-REPORT-LINE
              WRITE SEAT-REPORT-RECORD FROM WS-REPORT-LINE
              PERFORM UNTIL WS-RV-AT-EOF
                 READ RSVP-TRANS
                    AT END MOVE 'Y' TO WS-RV-EOF
                 END-READ
                 IF NOT WS-RV-AT-EOF
                    ADD 1 TO WS-RV-COUNT
                    PERFORM APPLY-ONE-RSVP
                 END-IF
              END-PERFORM
              CLOSE RSVP-TRANS
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'RSVP READ: ' WS-RV-COUNT
                 '  ACCEPTED: ' WS-RV-ACCEPTED
                 '  REJECTED: ' WS-RV-REJECTED
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE SEAT-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE SPACES TO SEAT-REPORT-RECORD
              WRITE SEAT-REPORT-RECORD
           END-IF.

       APPLY-ONE-RSVP SECTION.
           SET WS-RSVP-OK TO TRUE
           MOVE SPACES TO WS-RSVP-REASON
           IF RV-LEAGUE-CODE NOT = SPACES
              MOVE RV-LEAGUE-CODE TO WS-RSVP-LEAGUE
           ELSE
              MOVE WS-LEAGUE-CODE TO WS-RSVP-LEAGUE
           END-IF
           IF NOT RV-ATTENDING AND NOT RV-DECLINED
              SET WS-RSVP-INVALID TO TRUE
              MOVE 'REPLY MUST BE Y OR N' TO WS-RSVP-REASON
           END-IF
           IF WS-RSVP-OK
              PERFORM CHECK-RSVP-PLAYER
           END-IF
           IF WS-RSVP-OK
              PERFORM CHECK-RSVP-NIGHT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-RSVP-OK
              ADD 1 TO WS-RV-ACCEPTED
              MOVE RV-GAME-DATE TO RS-GAME-DATE
              MOVE RV-PLAYER-ID TO RS-PLAYER-ID
              READ RSVP-MASTER KEY IS RS-KEY
              MOVE RV-GAME-DATE TO RS-GAME-DATE
              MOVE RV-PLAYER-ID TO RS-PLAYER-ID
              MOVE RV-RESPONSE TO RS-RESPONSE
              MOVE WS-RSVP-LEAGUE TO RS-LEAGUE-CODE
              MOVE WS-START-DATE TO RS-REPLY-DATE
              IF WS-RS-STATUS = '00'
                 REWRITE RSVP-MASTER-RECORD
              ELSE
                 WRITE RSVP-MASTER-RECORD
              END-IF
              STRING '  ' RV-PLAYER-ID ' ' RV-GAME-DATE ' '
                 RV-RESPONSE ' ACCEPTED'
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           ELSE
              ADD 1 TO WS-RV-REJECTED
              STRING '  ' RV-PLAYER-ID ' ' RV-GAME-DATE ' '
                 RV-RESPONSE ' REJECTED - ' WS-RSVP-REASON
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              MOVE SPACES TO WS-EXCEPT-MSG
              STRING 'RSVP REJECTED - ' WS-RSVP-REASON
                 DELIMITED BY SIZE INTO WS-EXCEPT-MSG
              END-STRING
              MOVE 'W' TO WS-EXC-SEVERITY
              MOVE 'RSVP' TO WS-EXC-REASON
              MOVE SPACES TO WS-EXC-KEY
              STRING RV-PLAYER-ID RV-GAME-DATE
                 DELIMITED BY SIZE INTO WS-EXC-KEY
              END-STRING
              PERFORM LOG-EXCEPTION
           END-IF
           WRITE SEAT-REPORT-RECORD FROM WS-REPORT-LINE.

       CHECK-RSVP-PLAYER SECTION.
      *    Same standard as a score posting: on the master, not
      *    inactive, and a guest only up to the expiry date. An
      *    absent master skips the check.
           IF WS-PM-OPEN
              MOVE RV-PLAYER-ID TO PM-PLAYER-ID
              READ PLAYER-MASTER KEY IS PM-PLAYER-ID
              EVALUATE TRUE
                 WHEN WS-PM-STATUS NOT = '00'
                    SET WS-RSVP-INVALID TO TRUE
                    MOVE 'PLAYER NOT REGISTERED' TO WS-RSVP-REASON
                 WHEN PM-INACTIVE
                    SET WS-RSVP-INVALID TO TRUE
                    MOVE 'PLAYER INACTIVE' TO WS-RSVP-REASON
                 WHEN PM-GUEST AND RV-GAME-DATE > PM-EXPIRY-DATE
                    SET WS-RSVP-INVALID TO TRUE
                    MOVE 'GUEST REGISTRATION EXPIRED'
                       TO WS-RSVP-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       CHECK-RSVP-NIGHT SECTION.
           IF NOT WS-SCHED-FILE-ABSENT
              SET WS-RSVP-INVALID TO TRUE
              MOVE 'NOT A SCHEDULED GAME NIGHT' TO WS-RSVP-REASON
              PERFORM VARYING WS-SCHED-IX FROM 1 BY 1
                 UNTIL WS-SCHED-IX > WS-SCHED-COUNT
                 IF WS-SCHED-DATE(WS-SCHED-IX) = RV-GAME-DATE
                    AND (WS-RSVP-LEAGUE = SPACES
                         OR WS-SCHED-LEAGUE(WS-SCHED-IX) = SPACES
                         OR WS-SCHED-LEAGUE(WS-SCHED-IX)
                            = WS-RSVP-LEAGUE)
                    SET WS-RSVP-OK TO TRUE
                    MOVE SPACES TO WS-RSVP-REASON
                 END-IF
              END-PERFORM
           END-IF.

       LOAD-ATTENDEES SECTION.
      *    RS-KEY is date-major: START at the night and read until
      *    the date changes. Only Y replies for the card's league
      *    (or any league, when the card names none) are seated.
           MOVE 0 TO WS-AT-COUNT
           MOVE 'N' TO WS-RS-EOF
           MOVE WS-NIGHT-DATE TO RS-GAME-DATE
           MOVE LOW-VALUES TO RS-PLAYER-ID
           START RSVP-MASTER KEY IS NOT LESS THAN RS-KEY
              INVALID KEY MOVE 'Y' TO WS-RS-EOF
           END-START
           PERFORM UNTIL WS-RS-AT-EOF
              READ RSVP-MASTER NEXT RECORD
                 AT END MOVE 'Y' TO WS-RS-EOF
              END-READ
              IF NOT WS-RS-AT-EOF
                 IF RS-GAME-DATE NOT = WS-NIGHT-DATE
                    MOVE 'Y' TO WS-RS-EOF
                 ELSE
                    IF RS-ATTENDING
                       AND (WS-LEAGUE-CODE = SPACES
                            OR RS-LEAGUE-CODE = SPACES
                            OR RS-LEAGUE-CODE = WS-LEAGUE-CODE)
                       PERFORM ADD-ATTENDEE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-AT-OVERFLOWED
              MOVE 'ATTENDEES EXCEED SEATING TABLE - EXTRA NOT SEATED'
                 TO WS-EXCEPT-MSG
              MOVE 'W' TO WS-EXC-SEVERITY
              MOVE 'SEAT' TO WS-EXC-REASON
              MOVE WS-NIGHT-DATE TO WS-EXC-KEY
              PERFORM LOG-EXCEPTION
           END-IF.

       ADD-ATTENDEE SECTION.
           IF WS-AT-COUNT < WS-AT-MAX
              ADD 1 TO WS-AT-COUNT
              MOVE SPACES TO WS-AT-ENTRY(WS-AT-COUNT)
              MOVE RS-PLAYER-ID TO WS-AT-PLAYER(WS-AT-COUNT)
              MOVE 0 TO WS-AT-MEASURE(WS-AT-COUNT)
              MOVE 0 TO WS-AT-STRENGTH(WS-AT-COUNT)
              MOVE 'N' TO WS-AT-MEASURED(WS-AT-COUNT)
              MOVE 0 TO WS-AT-LAST-TABLE(WS-AT-COUNT)
              MOVE 0 TO WS-AT-TABLE-NO(WS-AT-COUNT)
              MOVE 0 TO WS-AT-SEAT-NO(WS-AT-COUNT)
              MOVE 0 TO WS-AT-ROUND(WS-AT-COUNT)
              IF WS-PM-OPEN
                 MOVE RS-PLAYER-ID TO PM-PLAYER-ID
                 READ PLAYER-MASTER KEY IS PM-PLAYER-ID
                 IF WS-PM-STATUS = '00'
                    MOVE PM-DISPLAY-NAME TO WS-AT-NAME(WS-AT-COUNT)
                 END-IF
              END-IF
           ELSE
              SET WS-AT-OVERFLOWED TO TRUE
           END-IF.

       LOAD-STRENGTHS SECTION.
      *    A handicap is strokes given to the weaker player, so a
      *    lower handicap is a stronger player; a rating runs the
      *    other way. Both are turned into one strength figure,
      *    higher meaning stronger. A player with no handicap or
      *    rating yet is given the average of those who have one,
      *    so a newcomer lands mid-field rather than at either end.
           MOVE 0 TO WS-MEASURE-SUM
           MOVE 0 TO WS-MEASURE-CNT
           IF WS-BASIS-RATING
              OPEN INPUT RATING-MASTER
              IF WS-RT-STATUS = '00'
                 PERFORM VARYING WS-AT-IX FROM 1 BY 1
                    UNTIL WS-AT-IX > WS-AT-COUNT
                    MOVE WS-AT-PLAYER(WS-AT-IX) TO RT-PLAYER-ID
                    READ RATING-MASTER KEY IS RT-PLAYER-ID
                    IF WS-RT-STATUS = '00'
                       MOVE RT-RATING TO WS-AT-MEASURE(WS-AT-IX)
                       MOVE RT-RATING TO WS-AT-STRENGTH(WS-AT-IX)
                       MOVE 'Y' TO WS-AT-MEASURED(WS-AT-IX)
                    END-IF
                 END-PERFORM
                 CLOSE RATING-MASTER
              END-IF
           ELSE
              OPEN INPUT HCAP-FILE
              IF WS-HC-STATUS = '00'
                 PERFORM VARYING WS-AT-IX FROM 1 BY 1
                    UNTIL WS-AT-IX > WS-AT-COUNT
                    MOVE WS-AT-PLAYER(WS-AT-IX) TO HC-PLAYER-ID
                    READ HCAP-FILE KEY IS HC-PLAYER-ID
                    IF WS-HC-STATUS = '00'
                       MOVE HC-HANDICAP TO WS-AT-MEASURE(WS-AT-IX)
                       COMPUTE WS-AT-STRENGTH(WS-AT-IX) =
                          999 - HC-HANDICAP
                       MOVE 'Y' TO WS-AT-MEASURED(WS-AT-IX)
                    END-IF
                 END-PERFORM
                 CLOSE HCAP-FILE
              END-IF
           END-IF
           PERFORM VARYING WS-AT-IX FROM 1 BY 1
              UNTIL WS-AT-IX > WS-AT-COUNT
              IF WS-AT-MEASURED(WS-AT-IX) = 'Y'
                 ADD WS-AT-STRENGTH(WS-AT-IX) TO WS-MEASURE-SUM
                 ADD 1 TO WS-MEASURE-CNT
              END-IF
           END-PERFORM
           IF WS-MEASURE-CNT > 0
              DIVIDE WS-MEASURE-SUM BY WS-MEASURE-CNT
                 GIVING WS-MEASURE-AVG
           ELSE
              MOVE 0 TO WS-MEASURE-AVG
           END-IF
           PERFORM VARYING WS-AT-IX FROM 1 BY 1
              UNTIL WS-AT-IX > WS-AT-COUNT
              IF WS-AT-MEASURED(WS-AT-IX) NOT = 'Y'
                 MOVE WS-MEASURE-AVG TO WS-AT-STRENGTH(WS-AT-IX)
              END-IF
           END-PERFORM.

       LOAD-TEAMS SECTION.
      *    Team membership only matters on a team night, where two
      *    teammates at one table would be playing each other
      *    instead of the other teams.
           IF WS-TEAM-NIGHT
              MOVE 'N' TO WS-TM-EOF
              OPEN INPUT TEAM-MASTER
              IF WS-TM-STATUS = '00'
                 MOVE LOW-VALUES TO TM-TEAM-ID
                 START TEAM-MASTER KEY IS NOT LESS THAN TM-TEAM-ID
                    INVALID KEY MOVE 'Y' TO WS-TM-EOF
                 END-START
                 PERFORM UNTIL WS-TM-AT-EOF
                    READ TEAM-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO WS-TM-EOF
                    END-READ
                    IF NOT WS-TM-AT-EOF
                       PERFORM MARK-TEAM-MEMBERS
                    END-IF
                 END-PERFORM
                 CLOSE TEAM-MASTER
              END-IF
           END-IF.

       MARK-TEAM-MEMBERS SECTION.
           PERFORM VARYING WS-TM-IX FROM 1 BY 1 UNTIL WS-TM-IX > 10
              IF TM-MEMBER-ID(WS-TM-IX) NOT = SPACES
                 PERFORM VARYING WS-AT-IX FROM 1 BY 1
                    UNTIL WS-AT-IX > WS-AT-COUNT
                    IF WS-AT-PLAYER(WS-AT-IX) = TM-MEMBER-ID(WS-TM-IX)
                       MOVE TM-TEAM-ID TO WS-AT-TEAM(WS-AT-IX)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       LOAD-LAST-SEATING SECTION.
      *    The last night seated before this one - SF-KEY is date-
      *    major, so the last earlier date met on a full walk is
      *    it. Each attendee picks up the table number they had
      *    that night; two players with the same one sat together.
           MOVE 0 TO WS-LAST-NIGHT
           MOVE 'N' TO WS-SF-EOF
           MOVE LOW-VALUES TO SF-KEY
           START SEAT-FILE KEY IS NOT LESS THAN SF-KEY
              INVALID KEY MOVE 'Y' TO WS-SF-EOF
           END-START
           PERFORM UNTIL WS-SF-AT-EOF
              READ SEAT-FILE NEXT RECORD
                 AT END MOVE 'Y' TO WS-SF-EOF
              END-READ
              IF NOT WS-SF-AT-EOF
                 IF SF-GAME-DATE < WS-NIGHT-DATE
                    AND (WS-LEAGUE-CODE = SPACES
                         OR SF-LEAGUE-CODE = SPACES
                         OR SF-LEAGUE-CODE = WS-LEAGUE-CODE)
                    MOVE SF-GAME-DATE TO WS-LAST-NIGHT
                 END-IF
                 IF SF-GAME-DATE NOT < WS-NIGHT-DATE
                    MOVE 'Y' TO WS-SF-EOF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-LAST-NIGHT > 0
              PERFORM VARYING WS-AT-IX FROM 1 BY 1
                 UNTIL WS-AT-IX > WS-AT-COUNT
                 MOVE WS-LAST-NIGHT TO SF-GAME-DATE
                 MOVE WS-AT-PLAYER(WS-AT-IX) TO SF-PLAYER-ID
                 READ SEAT-FILE KEY IS SF-KEY
                 IF WS-SF-STATUS = '00'
                    MOVE SF-TABLE-NO TO WS-AT-LAST-TABLE(WS-AT-IX)
                 END-IF
              END-PERFORM
           END-IF.

       RANK-BY-STRENGTH SECTION.
      *    Straight exchange sort, strongest first.
           SET WS-AT-SWAP-DONE TO TRUE
           PERFORM UNTIL NOT WS-AT-SWAP-DONE
              MOVE 'N' TO WS-AT-SWAPPED
              PERFORM VARYING WS-AT-IX FROM 1 BY 1
                 UNTIL WS-AT-IX >= WS-AT-COUNT
                 ADD 1 WS-AT-IX GIVING WS-AT-JX
                 IF WS-AT-STRENGTH(WS-AT-JX) >
                    WS-AT-STRENGTH(WS-AT-IX)
                    MOVE WS-AT-ENTRY(WS-AT-IX) TO WS-AT-SWAP-ENTRY
                    MOVE WS-AT-ENTRY(WS-AT-JX)
                       TO WS-AT-ENTRY(WS-AT-IX)
                    MOVE WS-AT-SWAP-ENTRY TO WS-AT-ENTRY(WS-AT-JX)
                    SET WS-AT-SWAP-DONE TO TRUE
                 END-IF
              END-PERFORM
           END-PERFORM.

       DEAL-TABLES SECTION.
      *    Tables = attendees / 4 rounded up. Band (round) R deals
      *    the next WS-TABLE-COUNT players across the tables, left
      *    to right on even bands and right to left on odd ones,
      *    so the strongest table on one band is the weakest on
      *    the next.
           COMPUTE WS-TABLE-COUNT = (WS-AT-COUNT + 3) / 4
           PERFORM VARYING WS-AT-IX FROM 1 BY 1
              UNTIL WS-AT-IX > WS-AT-COUNT
              COMPUTE WS-POSITION = WS-AT-IX - 1
              DIVIDE WS-POSITION BY WS-TABLE-COUNT
                 GIVING WS-AT-ROUND(WS-AT-IX)
                 REMAINDER WS-POSITION
              DIVIDE WS-AT-ROUND(WS-AT-IX) BY 2
                 GIVING WS-ROUND-HALF
                 REMAINDER WS-ROUND-PARITY
              IF WS-ROUND-PARITY = 0
                 COMPUTE WS-AT-TABLE-NO(WS-AT-IX) = WS-POSITION + 1
              ELSE
                 COMPUTE WS-AT-TABLE-NO(WS-AT-IX) =
                    WS-TABLE-COUNT - WS-POSITION
              END-IF
           END-PERFORM.

       IMPROVE-SEATING SECTION.
      *    Pairwise swaps inside a band: a swap is kept only when it
      *    lowers the two tables' combined conflict cost, so the
      *    passes always settle. A teammate pairing costs more than
      *    a repeat of last night, which is only avoided where it
      *    can be. Passes stop when one changes nothing.
           MOVE 0 TO WS-PASS-COUNT
           SET WS-SEATING-IMPROVED TO TRUE
           PERFORM UNTIL NOT WS-SEATING-IMPROVED
              OR WS-PASS-COUNT >= WS-PASS-LIMIT
              ADD 1 TO WS-PASS-COUNT
              MOVE 'N' TO WS-IMPROVED
              PERFORM VARYING WS-AT-IX FROM 1 BY 1
                 UNTIL WS-AT-IX >= WS-AT-COUNT
                 ADD 1 WS-AT-IX GIVING WS-AT-JX
                 PERFORM UNTIL WS-AT-JX > WS-AT-COUNT
                    IF WS-AT-ROUND(WS-AT-JX) = WS-AT-ROUND(WS-AT-IX)
                       AND WS-AT-TABLE-NO(WS-AT-JX) NOT =
                           WS-AT-TABLE-NO(WS-AT-IX)
                       PERFORM TRY-SEAT-SWAP
                    END-IF
                    ADD 1 TO WS-AT-JX
                 END-PERFORM
              END-PERFORM
           END-PERFORM.

       TRY-SEAT-SWAP SECTION.
           MOVE WS-AT-TABLE-NO(WS-AT-IX) TO WS-TABLE-A
           MOVE WS-AT-TABLE-NO(WS-AT-JX) TO WS-TABLE-B
           MOVE WS-TABLE-A TO WS-CT-TABLE
           PERFORM COST-OF-TABLE
           MOVE WS-CT-COST TO WS-COST-BEFORE
           MOVE WS-TABLE-B TO WS-CT-TABLE
           PERFORM COST-OF-TABLE
           ADD WS-CT-COST TO WS-COST-BEFORE
           IF WS-COST-BEFORE > 0
              MOVE WS-TABLE-B TO WS-AT-TABLE-NO(WS-AT-IX)
              MOVE WS-TABLE-A TO WS-AT-TABLE-NO(WS-AT-JX)
              MOVE WS-TABLE-A TO WS-CT-TABLE
              PERFORM COST-OF-TABLE
              MOVE WS-CT-COST TO WS-COST-AFTER
              MOVE WS-TABLE-B TO WS-CT-TABLE
              PERFORM COST-OF-TABLE
              ADD WS-CT-COST TO WS-COST-AFTER
              IF WS-COST-AFTER < WS-COST-BEFORE
                 SET WS-SEATING-IMPROVED TO TRUE
              ELSE
                 MOVE WS-TABLE-A TO WS-AT-TABLE-NO(WS-AT-IX)
                 MOVE WS-TABLE-B TO WS-AT-TABLE-NO(WS-AT-JX)
              END-IF
           END-IF.

       COST-OF-TABLE SECTION.
      *    Conflict cost of one table: 3 for every pair of
      *    teammates, 1 for every pair who shared a table on the
      *    last seated night.
           MOVE 0 TO WS-CT-COST
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
              UNTIL WS-CT-IX >= WS-AT-COUNT
              IF WS-AT-TABLE-NO(WS-CT-IX) = WS-CT-TABLE
                 ADD 1 WS-CT-IX GIVING WS-CT-JX
                 PERFORM UNTIL WS-CT-JX > WS-AT-COUNT
                    IF WS-AT-TABLE-NO(WS-CT-JX) = WS-CT-TABLE
                       IF WS-AT-TEAM(WS-CT-IX) NOT = SPACES
                          AND WS-AT-TEAM(WS-CT-IX) =
                              WS-AT-TEAM(WS-CT-JX)
                          ADD 3 TO WS-CT-COST
                       END-IF
                       IF WS-AT-LAST-TABLE(WS-CT-IX) > 0
                          AND WS-AT-LAST-TABLE(WS-CT-IX) =
                              WS-AT-LAST-TABLE(WS-CT-JX)
                          ADD 1 TO WS-CT-COST
                       END-IF
                    END-IF
                    ADD 1 TO WS-CT-JX
                 END-PERFORM
              END-IF
           END-PERFORM.

       NUMBER-SEATS SECTION.
      *    Seats go round each table in ranking order, and the
      *    conflicts the swaps could not remove are counted for
      *    the print.
           MOVE 0 TO WS-TEAMMATE-PAIRS
           MOVE 0 TO WS-REPEAT-PAIRS
           PERFORM VARYING WS-TABLE-IX FROM 1 BY 1
              UNTIL WS-TABLE-IX > WS-TABLE-COUNT
              MOVE 0 TO WS-SEAT-IX
              PERFORM VARYING WS-AT-IX FROM 1 BY 1
                 UNTIL WS-AT-IX > WS-AT-COUNT
                 IF WS-AT-TABLE-NO(WS-AT-IX) = WS-TABLE-IX
                    ADD 1 TO WS-SEAT-IX
                    MOVE WS-SEAT-IX TO WS-AT-SEAT-NO(WS-AT-IX)
                 END-IF
              END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-AT-IX FROM 1 BY 1
              UNTIL WS-AT-IX >= WS-AT-COUNT
              ADD 1 WS-AT-IX GIVING WS-AT-JX
              PERFORM UNTIL WS-AT-JX > WS-AT-COUNT
                 IF WS-AT-TABLE-NO(WS-AT-JX) = WS-AT-TABLE-NO(WS-AT-IX)
                    IF WS-AT-TEAM(WS-AT-IX) NOT = SPACES
                       AND WS-AT-TEAM(WS-AT-IX) = WS-AT-TEAM(WS-AT-JX)
                       ADD 1 TO WS-TEAMMATE-PAIRS
                    END-IF
                    IF WS-AT-LAST-TABLE(WS-AT-IX) > 0
                       AND WS-AT-LAST-TABLE(WS-AT-IX) =
                           WS-AT-LAST-TABLE(WS-AT-JX)
                       ADD 1 TO WS-REPEAT-PAIRS
                    END-IF
                 END-IF
                 ADD 1 TO WS-AT-JX
              END-PERFORM
           END-PERFORM.

       WRITE-SEAT-FILE SECTION.
      *    Any earlier seating of this league for the night is
      *    cleared first, so a rerun after late replies replaces it
      *    outright; another league's seats the same night stand.
           MOVE 'N' TO WS-SF-EOF
           MOVE WS-NIGHT-DATE TO SF-GAME-DATE
           MOVE LOW-VALUES TO SF-PLAYER-ID
           START SEAT-FILE KEY IS NOT LESS THAN SF-KEY
              INVALID KEY MOVE 'Y' TO WS-SF-EOF
           END-START
           PERFORM UNTIL WS-SF-AT-EOF
              READ SEAT-FILE NEXT RECORD
                 AT END MOVE 'Y' TO WS-SF-EOF
              END-READ
              IF NOT WS-SF-AT-EOF
                 IF SF-GAME-DATE NOT = WS-NIGHT-DATE
                    MOVE 'Y' TO WS-SF-EOF
                 ELSE
                    IF WS-LEAGUE-CODE = SPACES
                       OR SF-LEAGUE-CODE = WS-LEAGUE-CODE
                       DELETE SEAT-FILE RECORD
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING WS-AT-IX FROM 1 BY 1
              UNTIL WS-AT-IX > WS-AT-COUNT
              MOVE WS-NIGHT-DATE TO SF-GAME-DATE
              MOVE WS-AT-PLAYER(WS-AT-IX) TO SF-PLAYER-ID
              MOVE WS-AT-TABLE-NO(WS-AT-IX) TO SF-TABLE-NO
              MOVE WS-AT-SEAT-NO(WS-AT-IX) TO SF-SEAT-NO
              MOVE WS-LEAGUE-CODE TO SF-LEAGUE-CODE
              MOVE WS-AT-STRENGTH(WS-AT-IX) TO SF-STRENGTH
              WRITE SEAT-FILE-RECORD
           END-PERFORM.

       PRINT-SEATING SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SEATING FOR GAME NIGHT ' WS-NIGHT-DATE
              '  LEAGUE ' WS-LEAGUE-CODE
              '  BALANCED ON ' WS-BASIS-TEXT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE SEAT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-AT-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PLAYERS ATTENDING: ' WS-ED-COUNT
              '   TABLES: ' WS-TABLE-COUNT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE SEAT-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-TABLE-IX FROM 1 BY 1
              UNTIL WS-TABLE-IX > WS-TABLE-COUNT
              PERFORM PRINT-ONE-TABLE
           END-PERFORM
           MOVE SPACES TO SEAT-REPORT-RECORD
           WRITE SEAT-REPORT-RECORD
           MOVE WS-TEAMMATE-PAIRS TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TEAMMATE PAIRS AT ONE TABLE: ' WS-ED-COUNT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE SEAT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-REPEAT-PAIRS TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-LAST-NIGHT > 0
              STRING 'PAIRINGS REPEATED FROM ' WS-LAST-NIGHT ': '
                 WS-ED-COUNT
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           ELSE
              MOVE 'NO EARLIER SEATING ON FILE - NO REPEATS CHECKED'
                 TO WS-REPORT-LINE
           END-IF
           WRITE SEAT-REPORT-RECORD FROM WS-REPORT-LINE.

       PRINT-ONE-TABLE SECTION.
           MOVE 0 TO WS-TABLE-STRENGTH
           MOVE SPACES TO SEAT-REPORT-RECORD
           WRITE SEAT-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TABLE ' WS-TABLE-IX
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE SEAT-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-AT-IX FROM 1 BY 1
              UNTIL WS-AT-IX > WS-AT-COUNT
              IF WS-AT-TABLE-NO(WS-AT-IX) = WS-TABLE-IX
                 ADD WS-AT-STRENGTH(WS-AT-IX) TO WS-TABLE-STRENGTH
                 MOVE SPACES TO WS-REPORT-LINE
                 IF WS-AT-MEASURED(WS-AT-IX) = 'Y'
                    MOVE WS-AT-MEASURE(WS-AT-IX) TO WS-ED-MEASURE
                    STRING '  SEAT ' WS-AT-SEAT-NO(WS-AT-IX) '  '
                       WS-AT-PLAYER(WS-AT-IX) ' '
                       WS-AT-NAME(WS-AT-IX) ' '
                       WS-ED-MEASURE ' ' WS-AT-TEAM(WS-AT-IX)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                    END-STRING
                 ELSE
                    STRING '  SEAT ' WS-AT-SEAT-NO(WS-AT-IX) '  '
                       WS-AT-PLAYER(WS-AT-IX) ' '
                       WS-AT-NAME(WS-AT-IX) ' ' ' NEW '
                       WS-AT-TEAM(WS-AT-IX)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                    END-STRING
                 END-IF
                 WRITE SEAT-REPORT-RECORD FROM WS-REPORT-LINE
              END-IF
           END-PERFORM
           MOVE WS-TABLE-STRENGTH TO WS-ED-STRENGTH
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  TABLE STRENGTH ' WS-ED-STRENGTH
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE SEAT-REPORT-RECORD FROM WS-REPORT-LINE.

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
           OPEN EXTEND SEAT-EXCEPT
           IF WS-EX-STATUS = '05' OR WS-EX-STATUS = '35'
              OPEN OUTPUT SEAT-EXCEPT
           END-IF
           WRITE SEAT-EXCEPT-RECORD FROM EXCEPTION-RECORD
           CLOSE SEAT-EXCEPT
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
