           SELECT LEADER-FEED ASSIGN TO "LDRFEED"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LF-STATUS.
           SELECT RATING-MASTER ASSIGN TO "RATEMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RT-PLAYER-ID
              FILE STATUS IS WS-RT-STATUS.
           SELECT BRACKET-FILE ASSIGN TO "BRACKET"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BK-STATUS.
           05 LF-GAMES         PIC 999.
           05 LF-SEASON-TOTAL  PIC 9(6).
           05 LF-BEST-GAME     PIC 9(4).
       FD  RATING-MASTER.
       01  RATING-MASTER-RECORD.
           05 RT-PLAYER-ID     PIC X(10).
           05 RT-RATING        PIC 9(4).
           05 RT-GAMES         PIC 9(4).
           05 RT-PEAK-RATING   PIC 9(4).
           05 RT-LAST-DATE     PIC 9(8).
       FD  BRACKET-FILE.
       01  BRACKET-RECORD.
           05 BK-ROUND         PIC 99.
           05 CC-MODE          PIC X(4).
           05 CC-BRACKET-SIZE  PIC 99.
           05 CC-GAME-DATE     PIC 9(8).
           05 CC-SEED-BASIS    PIC X.
       FD  JOB-RUN-LOG.
       01  JOB-RUN-LOG-RECORD.
           05 JRL-PROGRAM-ID    PIC X(8).
           05 JRL-RUN-STATUS    PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-LF-STATUS     PIC XX.
       01 WS-RT-STATUS     PIC XX.
       01 WS-BK-STATUS     PIC XX.
       01 WS-GR-STATUS     PIC XX.
       01 WS-YC-STATUS     PIC XX.
       COPY "DATEFLDS.cpy".
       01 WS-LF-EOF        PIC X    VALUE 'N'.
          88 WS-LF-AT-EOF           VALUE 'Y'.
       01 WS-RT-EOF        PIC X    VALUE 'N'.
          88 WS-RT-AT-EOF           VALUE 'Y'.
       01 WS-BK-EOF        PIC X    VALUE 'N'.
          88 WS-BK-AT-EOF           VALUE 'Y'.
       01 WS-MODE          PIC X(4) VALUE 'PAIR'.
          88 WS-MODE-ADVANCE        VALUE 'ADVN'.
       01 WS-BRACKET-SIZE  PIC 99   VALUE 8.
       01 WS-GAME-DATE     PIC 9(8) VALUE 0.
       01 WS-SEED-BASIS    PIC X    VALUE 'L'.
          88 WS-SEED-BY-RATING      VALUE 'R'.
       01 WS-SEEDS-LOADED  PIC X    VALUE 'N'.
          88 WS-SEED-SOURCE-OK      VALUE 'Y'.

       01 WS-SEED-MAX      PIC 99   VALUE 16.
       01 WS-SEED-COUNT    PIC 99   VALUE 0.
       01 WS-SEED-JX       PIC 99.
       01 WS-SEED-PLAYERS  PIC X(10) OCCURS 16 TIMES.

       01 WS-RS-MAX        PIC 999  VALUE 500.
       01 WS-RS-COUNT      PIC 999  VALUE 0.
       01 WS-RS-IX         PIC 999.
       01 WS-RS-JX         PIC 999.
       01 WS-RS-TABLE.
          05 WS-RS-ENTRY OCCURS 500 TIMES.
             10 WS-RS-PLAYER  PIC X(10).
             10 WS-RS-RATING  PIC 9(4).
       01 WS-RS-SWAP-ENTRY.
          05 WS-RS-SWAP-PLAYER PIC X(10).
          05 WS-RS-SWAP-RATING PIC 9(4).
       01 WS-RS-SWAPPED    PIC X    VALUE 'N'.
          88 WS-RS-SWAP-DONE        VALUE 'Y'.

       01 WS-BT-MAX        PIC 99   VALUE 62.
       01 WS-BT-COUNT      PIC 99   VALUE 0.
       01 WS-BT-IX         PIC 99.
      *    that date is incomplete (the same twelve-category
      *    used-table test the reconciliation runs), then stamps
      *    winners and losers, builds the next round, and prints
      *    the updated bracket. A seed basis of R on the card
      *    seeds from the skill rating master (PLAYRATE) instead
      *    of the season-total feed, so a bracket can be drawn on
      *    strength of opposition rather than nights attended.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM READ-CONTROL-CARD
                       AND CC-GAME-DATE NOT = ZERO
                       MOVE CC-GAME-DATE TO WS-GAME-DATE
                    END-IF
                    IF CC-SEED-BASIS NOT = SPACE
                       MOVE CC-SEED-BASIS TO WS-SEED-BASIS
                    END-IF
              END-READ
              CLOSE CONTROL-CARD
           END-IF.

       SEED-BRACKET SECTION.
           IF WS-SEED-BY-RATING
              PERFORM LOAD-RATING-SEEDS
           ELSE
              PERFORM LOAD-FEED-SEEDS
           END-IF
           IF WS-SEED-SOURCE-OK
              IF WS-BRACKET-SIZE > WS-SEED-MAX
                 MOVE WS-SEED-MAX TO WS-BRACKET-SIZE
              END-IF
              END-IF
           END-IF.

       LOAD-FEED-SEEDS SECTION.
           OPEN INPUT LEADER-FEED
           IF WS-LF-STATUS NOT = '00'
              MOVE 'STANDINGS FEED NOT AVAILABLE - RUN YACHTLDR FIRST'
                 TO WS-REPORT-LINE
              WRITE BRACKET-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE 8 TO RETURN-CODE
           ELSE
              SET WS-SEED-SOURCE-OK TO TRUE
              PERFORM UNTIL WS-LF-AT-EOF
                 READ LEADER-FEED
                    AT END MOVE 'Y' TO WS-LF-EOF
                 END-READ
                 IF NOT WS-LF-AT-EOF
                    AND WS-SEED-COUNT < WS-SEED-MAX
                    ADD 1 TO WS-SEED-COUNT
                    MOVE LF-PLAYER-ID
                       TO WS-SEED-PLAYERS(WS-SEED-COUNT)
                 END-IF
              END-PERFORM
              CLOSE LEADER-FEED
           END-IF.

       LOAD-RATING-SEEDS SECTION.
      *    The rating master is in player order, so it is loaded
      *    whole and ranked here - highest rating first, the same
      *    exchange sort the leaderboard uses - and the top of the
      *    list becomes the seed order. A player with no rated
      *    night yet has no place in a seeding.
           OPEN INPUT RATING-MASTER
           IF WS-RT-STATUS NOT = '00'
              MOVE 'RATING MASTER NOT AVAILABLE - RUN PLAYRATE FIRST'
                 TO WS-REPORT-LINE
              WRITE BRACKET-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE 8 TO RETURN-CODE
           ELSE
              SET WS-SEED-SOURCE-OK TO TRUE
              MOVE LOW-VALUES TO RT-PLAYER-ID
              START RATING-MASTER KEY IS NOT LESS THAN RT-PLAYER-ID
                 INVALID KEY MOVE 'Y' TO WS-RT-EOF
              END-START
              PERFORM UNTIL WS-RT-AT-EOF
                 READ RATING-MASTER NEXT RECORD
                    AT END MOVE 'Y' TO WS-RT-EOF
                 END-READ
                 IF NOT WS-RT-AT-EOF
                    AND RT-GAMES > 0
                    AND WS-RS-COUNT < WS-RS-MAX
                    ADD 1 TO WS-RS-COUNT
                    MOVE RT-PLAYER-ID TO WS-RS-PLAYER(WS-RS-COUNT)
                    MOVE RT-RATING TO WS-RS-RATING(WS-RS-COUNT)
                 END-IF
              END-PERFORM
              CLOSE RATING-MASTER
              SET WS-RS-SWAP-DONE TO TRUE
              PERFORM UNTIL NOT WS-RS-SWAP-DONE
                 MOVE 'N' TO WS-RS-SWAPPED
                 PERFORM VARYING WS-RS-IX FROM 1 BY 1
                    UNTIL WS-RS-IX >= WS-RS-COUNT
                    ADD 1 WS-RS-IX GIVING WS-RS-JX
                    IF WS-RS-RATING(WS-RS-JX) >
                       WS-RS-RATING(WS-RS-IX)
                       MOVE WS-RS-ENTRY(WS-RS-IX) TO WS-RS-SWAP-ENTRY
                       MOVE WS-RS-ENTRY(WS-RS-JX)
                          TO WS-RS-ENTRY(WS-RS-IX)
                       MOVE WS-RS-SWAP-ENTRY TO WS-RS-ENTRY(WS-RS-JX)
                       SET WS-RS-SWAP-DONE TO TRUE
                    END-IF
                 END-PERFORM
              END-PERFORM
              PERFORM VARYING WS-RS-IX FROM 1 BY 1
                 UNTIL WS-RS-IX > WS-RS-COUNT
                    OR WS-SEED-COUNT >= WS-SEED-MAX
                 ADD 1 TO WS-SEED-COUNT
                 MOVE WS-RS-PLAYER(WS-RS-IX)
                    TO WS-SEED-PLAYERS(WS-SEED-COUNT)
              END-PERFORM
           END-IF.

       BUILD-ROUND-ONE SECTION.
      *    Classic seeding: match m of round one pairs seed m with
      *    seed (size + 1 - m), so the top two seeds can only meet
