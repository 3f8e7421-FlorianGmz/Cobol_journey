       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYRATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-RESULTS ASSIGN TO "GAMERSLT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GR-KEY
              FILE STATUS IS WS-GR-STATUS.
           SELECT RATING-MASTER ASSIGN TO "RATEMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RT-PLAYER-ID
              FILE STATUS IS WS-RT-STATUS.
           SELECT RATING-HISTORY ASSIGN TO "RATEHIST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RTH-KEY
              FILE STATUS IS WS-RTH-STATUS.
           SELECT RATING-REPORT ASSIGN TO "RATERPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RR-STATUS.
           SELECT CONTROL-CARD ASSIGN TO "RATECARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CC-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RCT-STATUS.
           SELECT BUSDATE-CARD ASSIGN TO "BUSDCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BDC-STATUS.
           SELECT JOB-RUN-LOG ASSIGN TO "JOBRLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GAME-RESULTS.
       01  GAME-RESULTS-RECORD.
           05 GR-KEY.
              10 GR-GAME-DATE  PIC 9(8).
              10 GR-PLAYER-ID  PIC X(10).
           05 GR-TOTAL-SCORE   PIC 9(4).
           05 GR-WINNER-FLAG   PIC X.
       FD  RATING-MASTER.
       01  RATING-MASTER-RECORD.
           05 RT-PLAYER-ID     PIC X(10).
           05 RT-RATING        PIC 9(4).
           05 RT-GAMES         PIC 9(4).
           05 RT-PEAK-RATING   PIC 9(4).
           05 RT-LAST-DATE     PIC 9(8).
       FD  RATING-HISTORY.
       01  RATING-HISTORY-RECORD.
           05 RTH-KEY.
              10 RTH-GAME-DATE PIC 9(8).
              10 RTH-PLAYER-ID PIC X(10).
           05 RTH-OLD-RATING   PIC 9(4).
           05 RTH-NEW-RATING   PIC 9(4).
           05 RTH-CHANGE       PIC S9(4).
           05 RTH-FIELD-SIZE   PIC 999.
           05 RTH-BEATEN       PIC 999.
           05 RTH-LOST-TO      PIC 999.
       FD  RATING-REPORT.
       01  RATING-REPORT-RECORD PIC X(100).
       FD  CONTROL-CARD.
       01  CONTROL-CARD-RECORD.
           05 CC-GAME-DATE     PIC 9(8).
           05 CC-K-FACTOR      PIC 99.
           05 CC-START-RATING  PIC 9(4).
           05 CC-MOVER-COUNT   PIC 99.
       FD  RUN-CONTROL.
       01  RUN-CONTROL-RECORD.
           05 RCT-JOB-NAME      PIC X(8).
           05 RCT-STEP-NAME     PIC X(8).
           05 RCT-BUS-DATE      PIC 9(8).
           05 RCT-COMPLETE-DATE PIC 9(8).
           05 RCT-COMPLETE-TIME PIC 9(8).
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
       01 WS-GR-STATUS     PIC XX.
       01 WS-RT-STATUS     PIC XX.
       01 WS-RTH-STATUS    PIC XX.
       01 WS-RR-STATUS     PIC XX.
       01 WS-CC-STATUS     PIC XX.
       01 WS-RCT-STATUS    PIC XX.
       01 WS-BDC-STATUS    PIC XX.
       01 WS-JRL-STATUS    PIC XX.
       01 WS-JOB-NAME      PIC X(8) VALUE 'PLAYRATE'.
       01 WS-RUN-STATUS    PIC X(8) VALUE 'COMPLETE'.
       COPY "DATEFLDS.cpy".
       COPY "DATECALC.cpy".
       01 WS-BUS-DATE      PIC 9(8)  VALUE 0.
       01 WS-RCT-EOF       PIC X     VALUE 'N'.
          88 WS-RCT-AT-EOF           VALUE 'Y'.
       01 WS-STEP-DONE     PIC X     VALUE 'N'.
          88 WS-STEP-ALREADY-DONE    VALUE 'Y'.
       01 WS-GR-EOF        PIC X     VALUE 'N'.
          88 WS-GR-AT-EOF            VALUE 'Y'.
       01 WS-RT-EOF        PIC X     VALUE 'N'.
          88 WS-RT-AT-EOF            VALUE 'Y'.
       01 WS-RTH-EOF       PIC X     VALUE 'N'.
          88 WS-RTH-AT-EOF           VALUE 'Y'.
       01 WS-CARD-DATE     PIC 9(8)  VALUE 0.
       01 WS-K-FACTOR      PIC 99    VALUE 32.
       01 WS-START-RATING  PIC 9(4)  VALUE 1500.
       01 WS-MOVER-COUNT   PIC 99    VALUE 10.
       01 WS-LAST-RATED    PIC 9(8)  VALUE 0.
       01 WS-NIGHT-DATE    PIC 9(8)  VALUE 0.
       01 WS-NIGHTS-RATED  PIC 9(5)  VALUE 0.
       01 WS-NIGHTS-SKIPPED PIC 9(5) VALUE 0.
       01 WS-RATED-ON-FILE PIC X     VALUE 'N'.
          88 WS-NIGHT-ALREADY-RATED  VALUE 'Y'.

       01 WS-NT-MAX        PIC 999   VALUE 200.
       01 WS-NT-COUNT      PIC 999   VALUE 0.
       01 WS-NT-IX         PIC 999.
       01 WS-NT-JX         PIC 999.
       01 WS-NT-TABLE.
          05 WS-NT-ENTRY OCCURS 200 TIMES.
             10 WS-NT-PLAYER   PIC X(10).
             10 WS-NT-SCORE    PIC 9(4).
             10 WS-NT-OLD      PIC 9(4).
             10 WS-NT-DELTA    PIC S9(5)V9(4).
             10 WS-NT-BEATEN   PIC 999.
             10 WS-NT-LOST-TO  PIC 999.
       01 WS-ACTUAL        PIC 9V9.
       01 WS-EXPECTED      PIC 9V9(6).
       01 WS-EXPONENT      PIC S9(3)V9(6).
       01 WS-NEW-RATING    PIC S9(5).

       01 WS-RK-MAX        PIC 999   VALUE 500.
       01 WS-RK-COUNT      PIC 999   VALUE 0.
       01 WS-RK-IX         PIC 999.
       01 WS-RK-JX         PIC 999.
       01 WS-RK-TABLE.
          05 WS-RK-ENTRY OCCURS 500 TIMES.
             10 WS-RK-PLAYER   PIC X(10).
             10 WS-RK-RATING   PIC 9(4).
             10 WS-RK-GAMES    PIC 9(4).
             10 WS-RK-PEAK     PIC 9(4).
             10 WS-RK-WEEK     PIC S9(4).
       01 WS-RK-SWAP-ENTRY.
          05 WS-RK-SWAP-PLAYER PIC X(10).
          05 WS-RK-SWAP-RATING PIC 9(4).
          05 WS-RK-SWAP-GAMES  PIC 9(4).
          05 WS-RK-SWAP-PEAK   PIC 9(4).
          05 WS-RK-SWAP-WEEK   PIC S9(4).
       01 WS-RK-SWAPPED    PIC X     VALUE 'N'.
          88 WS-RK-SWAP-DONE         VALUE 'Y'.
       01 WS-WEEK-START    PIC 9(8).
       01 WS-STEP-COUNT    PIC 9.
       01 WS-ED-CHANGE     PIC +(4)9.
       01 WS-ED-RANK       PIC ZZ9.
       01 WS-REPORT-LINE   PIC X(100).

       PROCEDURE DIVISION.
       PLAYRATE SECTION.
      *    Nightly skill rating, Elo style. HCAPFILE measures each
      *    player against a fixed base score; this measures each
      *    player against the people they actually played. Every
      *    GAME-RESULTS night not yet on the rating history is
      *    rated in date order (GR-KEY is date-major, so a night's
      *    whole field arrives together): each player is scored
      *    against every other player at the night's game - a win
      *    (higher total) counts 1, a tie a half, a loss nothing -
      *    and moves by K / (field - 1) times the sum of actual
      *    less expected, the expectation coming from the two
      *    players' ratings BEFORE the night. Beating a strong
      *    field therefore pays more than beating beginners. The
      *    rating master carries each player's current rating, a
      *    history row records every player's move for every night,
      *    and the ranked report closes with the week's largest
      *    movers. K, the starting rating and the mover count come
      *    off the card; a card date rates that one night only. A
      *    night already on the history is never rated twice, so a
      *    rerun is harmless.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM CHECK-RUN-CONTROL
           IF WS-STEP-ALREADY-DONE
              MOVE 'SKIPPED' TO WS-RUN-STATUS
           ELSE
              PERFORM READ-CONTROL-CARD
              OPEN OUTPUT RATING-REPORT
              OPEN INPUT GAME-RESULTS
              IF WS-GR-STATUS NOT = '00'
                 MOVE 'GAME RESULTS NOT AVAILABLE - NO RATINGS MOVED'
                    TO WS-REPORT-LINE
                 WRITE RATING-REPORT-RECORD FROM WS-REPORT-LINE
                 MOVE 8 TO RETURN-CODE
              ELSE
                 OPEN I-O RATING-MASTER
                 IF WS-RT-STATUS = '35'
                    OPEN OUTPUT RATING-MASTER
                    CLOSE RATING-MASTER
                    OPEN I-O RATING-MASTER
                 END-IF
                 OPEN I-O RATING-HISTORY
                 IF WS-RTH-STATUS = '35'
                    OPEN OUTPUT RATING-HISTORY
                    CLOSE RATING-HISTORY
                    OPEN I-O RATING-HISTORY
                 END-IF
                 PERFORM FIND-LAST-RATED-NIGHT
                 PERFORM RATE-UNRATED-NIGHTS
                 CLOSE GAME-RESULTS
                 PERFORM PRINT-RATING-REPORT
                 CLOSE RATING-HISTORY
                 CLOSE RATING-MASTER
              END-IF
              CLOSE RATING-REPORT
              IF RETURN-CODE = 0
                 PERFORM WRITE-RUN-CONTROL
              END-IF
           END-IF
           PERFORM WRITE-JOB-RUN-LOG
           STOP RUN.

       READ-CONTROL-CARD SECTION.
           OPEN INPUT CONTROL-CARD
           IF WS-CC-STATUS = '00'
              READ CONTROL-CARD
                 AT END CONTINUE
                 NOT AT END
                    IF CC-GAME-DATE IS NUMERIC
                       MOVE CC-GAME-DATE TO WS-CARD-DATE
                    END-IF
                    IF CC-K-FACTOR IS NUMERIC
                       AND CC-K-FACTOR NOT = ZERO
                       MOVE CC-K-FACTOR TO WS-K-FACTOR
                    END-IF
                    IF CC-START-RATING IS NUMERIC
                       AND CC-START-RATING NOT = ZERO
                       MOVE CC-START-RATING TO WS-START-RATING
                    END-IF
                    IF CC-MOVER-COUNT IS NUMERIC
                       AND CC-MOVER-COUNT NOT = ZERO
                       MOVE CC-MOVER-COUNT TO WS-MOVER-COUNT
                    END-IF
              END-READ
              CLOSE CONTROL-CARD
           END-IF.

       FIND-LAST-RATED-NIGHT SECTION.
      *    RTH-KEY is date-major, so the last row read on a full
      *    walk carries the latest night ever rated.
           MOVE 0 TO WS-LAST-RATED
           MOVE 'N' TO WS-RTH-EOF
           MOVE LOW-VALUES TO RTH-KEY
           START RATING-HISTORY KEY IS NOT LESS THAN RTH-KEY
              INVALID KEY MOVE 'Y' TO WS-RTH-EOF
           END-START
           PERFORM UNTIL WS-RTH-AT-EOF
              READ RATING-HISTORY NEXT RECORD
                 AT END MOVE 'Y' TO WS-RTH-EOF
              END-READ
              IF NOT WS-RTH-AT-EOF
                 MOVE RTH-GAME-DATE TO WS-LAST-RATED
              END-IF
           END-PERFORM.

       RATE-UNRATED-NIGHTS SECTION.
      *    Control break on the game date: the table collects one
      *    night's field, and the break rates it. With no card date
      *    only nights after the last rated one are taken, so a
      *    back-dated night is never rated out of order; a card
      *    date rates exactly that night unless it is already on
      *    the history.
           MOVE 0 TO WS-NT-COUNT
           MOVE 0 TO WS-NIGHT-DATE
           MOVE 'N' TO WS-GR-EOF
           MOVE LOW-VALUES TO GR-KEY
           IF WS-CARD-DATE > 0
              MOVE WS-CARD-DATE TO GR-GAME-DATE
           ELSE
              IF WS-LAST-RATED > 0
                 COMPUTE GR-GAME-DATE = WS-LAST-RATED + 1
              END-IF
           END-IF
           START GAME-RESULTS KEY IS NOT LESS THAN GR-KEY
              INVALID KEY MOVE 'Y' TO WS-GR-EOF
           END-START
           PERFORM UNTIL WS-GR-AT-EOF
              READ GAME-RESULTS NEXT RECORD
                 AT END MOVE 'Y' TO WS-GR-EOF
              END-READ
              IF NOT WS-GR-AT-EOF
                 IF WS-CARD-DATE > 0
                    AND GR-GAME-DATE NOT = WS-CARD-DATE
                    MOVE 'Y' TO WS-GR-EOF
                 ELSE
                    IF GR-GAME-DATE NOT = WS-NIGHT-DATE
                       PERFORM RATE-ONE-NIGHT
                       MOVE GR-GAME-DATE TO WS-NIGHT-DATE
                       MOVE 0 TO WS-NT-COUNT
                    END-IF
                    IF WS-NT-COUNT < WS-NT-MAX
                       ADD 1 TO WS-NT-COUNT
                       MOVE GR-PLAYER-ID TO WS-NT-PLAYER(WS-NT-COUNT)
                       MOVE GR-TOTAL-SCORE TO WS-NT-SCORE(WS-NT-COUNT)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           PERFORM RATE-ONE-NIGHT.

       RATE-ONE-NIGHT SECTION.
      *    A night needs two players to produce a result at all.
           IF WS-NT-COUNT > 0
              PERFORM CHECK-NIGHT-RATED
              IF WS-NIGHT-ALREADY-RATED
                 ADD 1 TO WS-NIGHTS-SKIPPED
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING 'NIGHT ' WS-NIGHT-DATE
                    ' ALREADY RATED - NOT RATED AGAIN'
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
                 WRITE RATING-REPORT-RECORD FROM WS-REPORT-LINE
              ELSE
                 IF WS-NT-COUNT > 1
                    PERFORM LOAD-NIGHT-RATINGS
                    PERFORM COMPUTE-NIGHT-DELTAS
                    PERFORM APPLY-NIGHT-RATINGS
                    ADD 1 TO WS-NIGHTS-RATED
                 END-IF
              END-IF
           END-IF.

       CHECK-NIGHT-RATED SECTION.
           MOVE 'N' TO WS-RATED-ON-FILE
           MOVE WS-NIGHT-DATE TO RTH-GAME-DATE
           MOVE LOW-VALUES TO RTH-PLAYER-ID
           START RATING-HISTORY KEY IS NOT LESS THAN RTH-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ RATING-HISTORY NEXT RECORD
                    AT END CONTINUE
                    NOT AT END
                       IF RTH-GAME-DATE = WS-NIGHT-DATE
                          SET WS-NIGHT-ALREADY-RATED TO TRUE
                       END-IF
                 END-READ
           END-START.

       LOAD-NIGHT-RATINGS SECTION.
      *    Every player's pre-night rating is fixed before any of
      *    them moves - the order of the field must not matter.
           PERFORM VARYING WS-NT-IX FROM 1 BY 1
              UNTIL WS-NT-IX > WS-NT-COUNT
              MOVE WS-NT-PLAYER(WS-NT-IX) TO RT-PLAYER-ID
              READ RATING-MASTER KEY IS RT-PLAYER-ID
              IF WS-RT-STATUS = '00'
                 MOVE RT-RATING TO WS-NT-OLD(WS-NT-IX)
              ELSE
                 MOVE WS-START-RATING TO WS-NT-OLD(WS-NT-IX)
              END-IF
              MOVE 0 TO WS-NT-DELTA(WS-NT-IX)
              MOVE 0 TO WS-NT-BEATEN(WS-NT-IX)
              MOVE 0 TO WS-NT-LOST-TO(WS-NT-IX)
           END-PERFORM.

       COMPUTE-NIGHT-DELTAS SECTION.
      *    Expected score of I against J is 1 / (1 + 10 ** ((RJ -
      *    RI) / 400)); the K factor is shared out over the field
      *    so a big night does not swing a rating harder than a
      *    small one.
           PERFORM VARYING WS-NT-IX FROM 1 BY 1
              UNTIL WS-NT-IX > WS-NT-COUNT
              PERFORM VARYING WS-NT-JX FROM 1 BY 1
                 UNTIL WS-NT-JX > WS-NT-COUNT
                 IF WS-NT-JX NOT = WS-NT-IX
                    EVALUATE TRUE
                       WHEN WS-NT-SCORE(WS-NT-IX) >
                            WS-NT-SCORE(WS-NT-JX)
                          MOVE 1 TO WS-ACTUAL
                          ADD 1 TO WS-NT-BEATEN(WS-NT-IX)
                       WHEN WS-NT-SCORE(WS-NT-IX) <
                            WS-NT-SCORE(WS-NT-JX)
                          MOVE 0 TO WS-ACTUAL
                          ADD 1 TO WS-NT-LOST-TO(WS-NT-IX)
                       WHEN OTHER
                          MOVE 0.5 TO WS-ACTUAL
                    END-EVALUATE
                    COMPUTE WS-EXPONENT =
                       (WS-NT-OLD(WS-NT-JX) - WS-NT-OLD(WS-NT-IX))
                       / 400
                    COMPUTE WS-EXPECTED ROUNDED =
                       1 / (1 + 10 ** WS-EXPONENT)
                    COMPUTE WS-NT-DELTA(WS-NT-IX) =
                       WS-NT-DELTA(WS-NT-IX) + WS-ACTUAL - WS-EXPECTED
                 END-IF
              END-PERFORM
           END-PERFORM.

       APPLY-NIGHT-RATINGS SECTION.
           PERFORM VARYING WS-NT-IX FROM 1 BY 1
              UNTIL WS-NT-IX > WS-NT-COUNT
              COMPUTE WS-NEW-RATING ROUNDED = WS-NT-OLD(WS-NT-IX)
                 + WS-K-FACTOR * WS-NT-DELTA(WS-NT-IX)
                 / (WS-NT-COUNT - 1)
              IF WS-NEW-RATING < 0
                 MOVE 0 TO WS-NEW-RATING
              END-IF
              IF WS-NEW-RATING > 9999
                 MOVE 9999 TO WS-NEW-RATING
              END-IF
              MOVE WS-NT-PLAYER(WS-NT-IX) TO RT-PLAYER-ID
              READ RATING-MASTER KEY IS RT-PLAYER-ID
              IF WS-RT-STATUS = '00'
                 MOVE WS-NEW-RATING TO RT-RATING
                 ADD 1 TO RT-GAMES
                 IF RT-RATING > RT-PEAK-RATING
                    MOVE RT-RATING TO RT-PEAK-RATING
                 END-IF
                 MOVE WS-NIGHT-DATE TO RT-LAST-DATE
                 REWRITE RATING-MASTER-RECORD
              ELSE
                 MOVE WS-NT-PLAYER(WS-NT-IX) TO RT-PLAYER-ID
                 MOVE WS-NEW-RATING TO RT-RATING
                 MOVE 1 TO RT-GAMES
                 MOVE WS-NEW-RATING TO RT-PEAK-RATING
                 IF WS-START-RATING > RT-PEAK-RATING
                    MOVE WS-START-RATING TO RT-PEAK-RATING
                 END-IF
                 MOVE WS-NIGHT-DATE TO RT-LAST-DATE
                 WRITE RATING-MASTER-RECORD
              END-IF
              MOVE WS-NIGHT-DATE TO RTH-GAME-DATE
              MOVE WS-NT-PLAYER(WS-NT-IX) TO RTH-PLAYER-ID
              MOVE WS-NT-OLD(WS-NT-IX) TO RTH-OLD-RATING
              MOVE WS-NEW-RATING TO RTH-NEW-RATING
              COMPUTE RTH-CHANGE = WS-NEW-RATING - WS-NT-OLD(WS-NT-IX)
              MOVE WS-NT-COUNT TO RTH-FIELD-SIZE
              MOVE WS-NT-BEATEN(WS-NT-IX) TO RTH-BEATEN
              MOVE WS-NT-LOST-TO(WS-NT-IX) TO RTH-LOST-TO
              WRITE RATING-HISTORY-RECORD
              IF WS-NIGHT-DATE > WS-LAST-RATED
                 MOVE WS-NIGHT-DATE TO WS-LAST-RATED
              END-IF
           END-PERFORM.

       PRINT-RATING-REPORT SECTION.
           PERFORM LOAD-RANKING-TABLE
           PERFORM TALLY-WEEK-MOVES
           PERFORM RANK-BY-RATING
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PLAYER RATINGS AS OF ' WS-LAST-RATED
              '   NIGHTS RATED THIS RUN: ' WS-NIGHTS-RATED
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE RATING-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'RANK  PLAYER      RATING  GAMES  PEAK  WEEK'
              TO WS-REPORT-LINE
           WRITE RATING-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-RK-IX FROM 1 BY 1
              UNTIL WS-RK-IX > WS-RK-COUNT
              MOVE WS-RK-IX TO WS-ED-RANK
              MOVE WS-RK-WEEK(WS-RK-IX) TO WS-ED-CHANGE
              MOVE SPACES TO WS-REPORT-LINE
              STRING WS-ED-RANK '   ' WS-RK-PLAYER(WS-RK-IX) '  '
                 WS-RK-RATING(WS-RK-IX) '    '
                 WS-RK-GAMES(WS-RK-IX) '   '
                 WS-RK-PEAK(WS-RK-IX) ' ' WS-ED-CHANGE
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE RATING-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM
           PERFORM RANK-BY-WEEK-MOVE
           MOVE SPACES TO RATING-REPORT-RECORD
           WRITE RATING-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LARGEST MOVERS - WEEK ' WS-WEEK-START
              ' TO ' WS-LAST-RATED
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE RATING-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-RK-IX FROM 1 BY 1
              UNTIL WS-RK-IX > WS-RK-COUNT
                 OR WS-RK-IX > WS-MOVER-COUNT
                 OR WS-RK-WEEK(WS-RK-IX) = 0
              MOVE WS-RK-WEEK(WS-RK-IX) TO WS-ED-CHANGE
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  ' WS-RK-PLAYER(WS-RK-IX) ' '
                 WS-ED-CHANGE ' TO ' WS-RK-RATING(WS-RK-IX)
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE RATING-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM.

       LOAD-RANKING-TABLE SECTION.
           MOVE 0 TO WS-RK-COUNT
           MOVE 'N' TO WS-RT-EOF
           MOVE LOW-VALUES TO RT-PLAYER-ID
           START RATING-MASTER KEY IS NOT LESS THAN RT-PLAYER-ID
              INVALID KEY MOVE 'Y' TO WS-RT-EOF
           END-START
           PERFORM UNTIL WS-RT-AT-EOF
              READ RATING-MASTER NEXT RECORD
                 AT END MOVE 'Y' TO WS-RT-EOF
              END-READ
              IF NOT WS-RT-AT-EOF
                 AND WS-RK-COUNT < WS-RK-MAX
                 ADD 1 TO WS-RK-COUNT
                 MOVE RT-PLAYER-ID TO WS-RK-PLAYER(WS-RK-COUNT)
                 MOVE RT-RATING TO WS-RK-RATING(WS-RK-COUNT)
                 MOVE RT-GAMES TO WS-RK-GAMES(WS-RK-COUNT)
                 MOVE RT-PEAK-RATING TO WS-RK-PEAK(WS-RK-COUNT)
                 MOVE 0 TO WS-RK-WEEK(WS-RK-COUNT)
              END-IF
           END-PERFORM.

       TALLY-WEEK-MOVES SECTION.
      *    The week is the seven days ending on the latest rated
      *    night; the history is date-major, so a START at the
      *    week's first day reads just that week.
           MOVE WS-LAST-RATED TO WS-WEEK-START
           IF WS-LAST-RATED > 0
              MOVE WS-LAST-RATED(1:4) TO WS-YEAR
              MOVE WS-LAST-RATED(5:2) TO WS-MONTH
              MOVE WS-LAST-RATED(7:2) TO WS-DAY
              PERFORM VARYING WS-STEP-COUNT FROM 1 BY 1
                 UNTIL WS-STEP-COUNT > 6
                 PERFORM STEP-BACK-ONE-DAY
              END-PERFORM
              COMPUTE WS-WEEK-START = WS-YEAR * 10000
                 + WS-MONTH * 100 + WS-DAY
              MOVE 'N' TO WS-RTH-EOF
              MOVE WS-WEEK-START TO RTH-GAME-DATE
              MOVE LOW-VALUES TO RTH-PLAYER-ID
              START RATING-HISTORY KEY IS NOT LESS THAN RTH-KEY
                 INVALID KEY MOVE 'Y' TO WS-RTH-EOF
              END-START
              PERFORM UNTIL WS-RTH-AT-EOF
                 READ RATING-HISTORY NEXT RECORD
                    AT END MOVE 'Y' TO WS-RTH-EOF
                 END-READ
                 IF NOT WS-RTH-AT-EOF
                    AND RTH-GAME-DATE <= WS-LAST-RATED
                    PERFORM VARYING WS-RK-IX FROM 1 BY 1
                       UNTIL WS-RK-IX > WS-RK-COUNT
                       IF WS-RK-PLAYER(WS-RK-IX) = RTH-PLAYER-ID
                          ADD RTH-CHANGE TO WS-RK-WEEK(WS-RK-IX)
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
           END-IF.

       STEP-BACK-ONE-DAY SECTION.
           IF WS-DAY > 1
              SUBTRACT 1 FROM WS-DAY
           ELSE
              IF WS-MONTH > 1
                 SUBTRACT 1 FROM WS-MONTH
              ELSE
                 MOVE 12 TO WS-MONTH
                 SUBTRACT 1 FROM WS-YEAR
              END-IF
              MOVE 'DIM ' TO DC-FUNCTION
              COMPUTE DC-DATE = WS-YEAR * 10000 + WS-MONTH * 100 + 1
              CALL 'DATECALC' USING DC-PARMS
              MOVE DC-DAYS-IN-MONTH TO WS-DAY
           END-IF.

       RANK-BY-RATING SECTION.
      *    Straight exchange sort, as the leaderboard does it -
      *    rating first, games played breaking ties.
           SET WS-RK-SWAP-DONE TO TRUE
           PERFORM UNTIL NOT WS-RK-SWAP-DONE
              MOVE 'N' TO WS-RK-SWAPPED
              PERFORM VARYING WS-RK-IX FROM 1 BY 1
                 UNTIL WS-RK-IX >= WS-RK-COUNT
                 ADD 1 WS-RK-IX GIVING WS-RK-JX
                 IF WS-RK-RATING(WS-RK-JX) > WS-RK-RATING(WS-RK-IX)
                    OR (WS-RK-RATING(WS-RK-JX) =
                        WS-RK-RATING(WS-RK-IX)
                        AND WS-RK-GAMES(WS-RK-JX) >
                            WS-RK-GAMES(WS-RK-IX))
                    MOVE WS-RK-ENTRY(WS-RK-IX) TO WS-RK-SWAP-ENTRY
                    MOVE WS-RK-ENTRY(WS-RK-JX)
                       TO WS-RK-ENTRY(WS-RK-IX)
                    MOVE WS-RK-SWAP-ENTRY TO WS-RK-ENTRY(WS-RK-JX)
                    SET WS-RK-SWAP-DONE TO TRUE
                 END-IF
              END-PERFORM
           END-PERFORM.

       RANK-BY-WEEK-MOVE SECTION.
      *    Size of the move, either direction, decides who is a
      *    mover - a forty-point drop is as much news as a gain.
           SET WS-RK-SWAP-DONE TO TRUE
           PERFORM UNTIL NOT WS-RK-SWAP-DONE
              MOVE 'N' TO WS-RK-SWAPPED
              PERFORM VARYING WS-RK-IX FROM 1 BY 1
                 UNTIL WS-RK-IX >= WS-RK-COUNT
                 ADD 1 WS-RK-IX GIVING WS-RK-JX
                 IF FUNCTION ABS(WS-RK-WEEK(WS-RK-JX)) >
                    FUNCTION ABS(WS-RK-WEEK(WS-RK-IX))
                    MOVE WS-RK-ENTRY(WS-RK-IX) TO WS-RK-SWAP-ENTRY
                    MOVE WS-RK-ENTRY(WS-RK-JX)
                       TO WS-RK-ENTRY(WS-RK-IX)
                    MOVE WS-RK-SWAP-ENTRY TO WS-RK-ENTRY(WS-RK-JX)
                    SET WS-RK-SWAP-DONE TO TRUE
                 END-IF
              END-PERFORM
           END-PERFORM.

       CHECK-RUN-CONTROL SECTION.
      *    Stream-level restart support: on a rerun for the same
      *    business date (from the business-date card), a step
      *    that already logged clean completion on the run-control
      *    file is skipped - it stamps a SKIPPED record to the run
      *    log and exits zero, so the stream resumes at the step
      *    that actually failed. A new business date on the card
      *    forces a full fresh run; no card disables the check.
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
              MOVE 'N' TO WS-RCT-EOF
              OPEN INPUT RUN-CONTROL
              IF WS-RCT-STATUS = '00'
                 PERFORM UNTIL WS-RCT-AT-EOF
                    READ RUN-CONTROL
                       AT END MOVE 'Y' TO WS-RCT-EOF
                    END-READ
                    IF NOT WS-RCT-AT-EOF
                       AND RCT-STEP-NAME = WS-JOB-NAME
                       AND RCT-BUS-DATE = WS-BUS-DATE
                       SET WS-STEP-ALREADY-DONE TO TRUE
                    END-IF
                 END-PERFORM
                 CLOSE RUN-CONTROL
              END-IF
           END-IF.

       WRITE-RUN-CONTROL SECTION.
      *    Stamped only on clean completion, and only when a
      *    business date is in play - this record is what lets a
      *    same-date rerun skip this step.
           IF WS-BUS-DATE > 0
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              ACCEPT WS-CURRENT-TIME FROM TIME
              MOVE SPACES TO RUN-CONTROL-RECORD
              MOVE 'NIGHTRUN' TO RCT-JOB-NAME
              MOVE WS-JOB-NAME TO RCT-STEP-NAME
              MOVE WS-BUS-DATE TO RCT-BUS-DATE
              MOVE WS-CURRENT-DATE TO RCT-COMPLETE-DATE
              MOVE WS-CURRENT-TIME TO RCT-COMPLETE-TIME
              OPEN EXTEND RUN-CONTROL
              IF WS-RCT-STATUS = '05' OR WS-RCT-STATUS = '35'
                 OPEN OUTPUT RUN-CONTROL
              END-IF
              WRITE RUN-CONTROL-RECORD
              CLOSE RUN-CONTROL
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
