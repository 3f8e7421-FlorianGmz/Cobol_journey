           SELECT CONTROL-CARD ASSIGN TO "SCPCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CC-STATUS.
           SELECT PUZZLE-SCHEDULE ASSIGN TO "PUZLSCHD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PZ-STATUS.
           SELECT JOB-RUN-LOG ASSIGN TO "JOBRLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRL-STATUS.
           05 CC-PLAYER-ID     PIC X(10).
           05 CC-GAME-DATE     PIC 9(8).
           05 CC-SEASON-ID     PIC X(8).
       FD  PUZZLE-SCHEDULE.
       01  PUZZLE-SCHEDULE-RECORD.
           05 PZ-GAME-DATE     PIC 9(8).
           05 PZ-LEAGUE-CODE   PIC X(4).
           05 PZ-PHRASE-ID     PIC X(8).
           05 PZ-SUBMITTER     PIC X(10).
           05 PZ-SELECT-DATE   PIC 9(8).
           05 PZ-NORM-PHRASE   PIC X(100).
           05 PZ-ORIG-PHRASE   PIC X(100).
       FD  JOB-RUN-LOG.
       01  JOB-RUN-LOG-RECORD.
           05 JRL-PROGRAM-ID    PIC X(8).
       01 WS-SM-STATUS     PIC XX.
       01 WS-SP-STATUS     PIC XX.
       01 WS-CC-STATUS     PIC XX.
       01 WS-PZ-STATUS     PIC XX.
       01 WS-JRL-STATUS    PIC XX.
       01 WS-JOB-NAME      PIC X(8) VALUE 'YACHTSCP'.
       01 WS-RUN-STATUS    PIC X(8) VALUE 'COMPLETE'.
       01 WS-SEASON-START  PIC 9(8)  VALUE 0.
       01 WS-SEASON-END    PIC 9(8)  VALUE 99999999.
       01 WS-CARD-COUNT    PIC 999   VALUE 0.
       01 WS-PZ-EOF        PIC X     VALUE 'N'.
          88 WS-PZ-AT-EOF            VALUE 'Y'.
       01 WS-PUZ-MAX       PIC 999   VALUE 400.
       01 WS-PUZ-COUNT     PIC 999   VALUE 0.
       01 WS-PUZ-IX        PIC 999.
       01 WS-PUZ-FROM      PIC 9(8).
       01 WS-PUZ-TO        PIC 9(8).
       01 WS-PUZ-TABLE.
          05 WS-PUZ-ENTRY OCCURS 400 TIMES.
             10 WS-PUZ-DATE     PIC 9(8).
             10 WS-PUZ-LEAGUE   PIC X(4).
             10 WS-PUZ-PHRASE   PIC X(100).

       01 WS-CATEGORY-TABLE.
          05 FILLER PIC X(15) VALUE 'ones'.
       01 WS-PLAYER-LINE.
          05 FILLER           PIC X(7)  VALUE 'PLAYER '.
          05 WS-PL-PLAYER     PIC X(10).
       01 WS-PUZZLE-LINE.
          05 FILLER           PIC X(21) VALUE
             'PUZZLE OF THE NIGHT  '.
          05 WS-PZL-LEAGUE    PIC X(4).
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-PZL-PHRASE    PIC X(50).
      *    A phrase longer than the puzzle line carries on under it.
       01 WS-PUZZLE-CONT-LINE.
          05 FILLER           PIC X(27) VALUE SPACES.
          05 WS-PZC-PHRASE    PIC X(50).
       01 WS-CAT-LINE.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-CL-NAME       PIC X(15).
           ACCEPT WS-START-TIME FROM TIME
           PERFORM READ-CONTROL-CARD
           PERFORM FIND-SEASON
           PERFORM LOAD-PUZZLES
           OPEN OUTPUT SCORECARD-PRINT
           OPEN INPUT YACHT-CARD
           OPEN INPUT YACHT-SCORES
              END-IF
           END-IF.

       LOAD-PUZZLES SECTION.
      *    The night's puzzle off the schedule ISOGSEL keeps, for
      *    the nights this run can print - the season's range, or
      *    the one game date. The card carries no league, so every
      *    league's puzzle for the night goes on the page.
           IF WS-SEASON-ON-FILE
              MOVE WS-SEASON-START TO WS-PUZ-FROM
              MOVE WS-SEASON-END TO WS-PUZ-TO
           ELSE
              MOVE WS-GAME-DATE TO WS-PUZ-FROM
              MOVE WS-GAME-DATE TO WS-PUZ-TO
           END-IF
           OPEN INPUT PUZZLE-SCHEDULE
           IF WS-PZ-STATUS = '00'
              PERFORM UNTIL WS-PZ-AT-EOF
                 READ PUZZLE-SCHEDULE
                    AT END MOVE 'Y' TO WS-PZ-EOF
                 END-READ
                 IF NOT WS-PZ-AT-EOF
                    AND PZ-GAME-DATE >= WS-PUZ-FROM
                    AND PZ-GAME-DATE <= WS-PUZ-TO
                    AND WS-PUZ-COUNT < WS-PUZ-MAX
                    ADD 1 TO WS-PUZ-COUNT
                    MOVE PZ-GAME-DATE TO WS-PUZ-DATE(WS-PUZ-COUNT)
                    MOVE PZ-LEAGUE-CODE TO WS-PUZ-LEAGUE(WS-PUZ-COUNT)
                    MOVE PZ-ORIG-PHRASE TO WS-PUZ-PHRASE(WS-PUZ-COUNT)
                 END-IF
              END-PERFORM
              CLOSE PUZZLE-SCHEDULE
           END-IF.

       PRINT-SEASON-CARDS SECTION.
      *    Every scorecard dated inside the named season - or just
      *    the named player's, when the card gives one - one page
           WRITE SCORECARD-PRINT-RECORD FROM WS-TITLE-LINE
           MOVE YC-PLAYER-ID TO WS-PL-PLAYER
           WRITE SCORECARD-PRINT-RECORD FROM WS-PLAYER-LINE
           PERFORM VARYING WS-PUZ-IX FROM 1 BY 1
              UNTIL WS-PUZ-IX > WS-PUZ-COUNT
              IF WS-PUZ-DATE(WS-PUZ-IX) = YC-GAME-DATE
                 MOVE WS-PUZ-LEAGUE(WS-PUZ-IX) TO WS-PZL-LEAGUE
                 MOVE WS-PUZ-PHRASE(WS-PUZ-IX)(1:50) TO WS-PZL-PHRASE
                 WRITE SCORECARD-PRINT-RECORD FROM WS-PUZZLE-LINE
                 IF WS-PUZ-PHRASE(WS-PUZ-IX)(51:50) NOT = SPACES
                    MOVE WS-PUZ-PHRASE(WS-PUZ-IX)(51:50)
                       TO WS-PZC-PHRASE
                    WRITE SCORECARD-PRINT-RECORD
                       FROM WS-PUZZLE-CONT-LINE
                 END-IF
              END-IF
           END-PERFORM
           MOVE SPACES TO SCORECARD-PRINT-RECORD
           WRITE SCORECARD-PRINT-RECORD
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1 UNTIL WS-CAT-IX > 6
