       IDENTIFICATION DIVISION.
       PROGRAM-ID. YACHTREC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECORD-BOOK ASSIGN TO "RECBOOK"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RB-KEY
              FILE STATUS IS WS-RB-STATUS.
           SELECT GAME-RESULTS ASSIGN TO "GAMERSLT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GR-KEY
              FILE STATUS IS WS-GR-STATUS.
           SELECT YACHT-SCORES ASSIGN TO "YACHTSCR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS YS-KEY
              FILE STATUS IS WS-YS-STATUS.
           SELECT YACHT-XREF ASSIGN TO "YACHTXRF"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS XR-KEY
              FILE STATUS IS WS-XR-STATUS.
           SELECT YACHT-CARD ASSIGN TO "YACHTCRD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS YC-KEY
              FILE STATUS IS WS-YC-STATUS.
           SELECT YACHT-HOLDS ASSIGN TO "YACHTHLD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HD-KEY
              FILE STATUS IS WS-HD-STATUS.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PM-PLAYER-ID
              FILE STATUS IS WS-PM-STATUS.
           SELECT SCORES-ARCHIVE ASSIGN TO "YSCRARCH"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SA-STATUS.
           SELECT CARD-ARCHIVE ASSIGN TO "YCRDARCH"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CA-STATUS.
           SELECT SEASON-MASTER ASSIGN TO "SEASMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SM-STATUS.
           SELECT GAME-SCHEDULE ASSIGN TO "GAMESCHD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GS-STATUS.
           SELECT CONTROL-CARD ASSIGN TO "RECCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CC-STATUS.
           SELECT BUSDATE-CARD ASSIGN TO "BUSDCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BDC-STATUS.
           SELECT RECORD-REPORT ASSIGN TO "RECRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RR-STATUS.
           SELECT REC-EXCEPT ASSIGN TO "RECEXC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EX-STATUS.
           SELECT JOB-RUN-LOG ASSIGN TO "JOBRLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    One current entry per record (sequence 0000) and one
      *    history entry per holder it has had before, numbered
      *    upward from 0001 as the record falls. A history entry
      *    keeps the old holder's figures and says who broke it
      *    and when.
       FD  RECORD-BOOK.
       01  RECORD-BOOK-RECORD.
           05 RB-KEY.
              10 RB-RECORD-CODE PIC X(4).
              10 RB-HIST-SEQ    PIC 9(4).
           05 RB-DESCRIPTION    PIC X(30).
           05 RB-HOLDER-ID      PIC X(10).
           05 RB-VALUE          PIC 9(7).
           05 RB-REC-DATE       PIC 9(8).
           05 RB-SEASON-ID      PIC X(8).
           05 RB-SET-ON         PIC 9(8).
           05 RB-HIST-COUNT     PIC 9(4).
           05 RB-BROKEN-BY      PIC X(10).
           05 RB-BROKEN-DATE    PIC 9(8).
       FD  GAME-RESULTS.
       01  GAME-RESULTS-RECORD.
           05 GR-KEY.
              10 GR-GAME-DATE  PIC 9(8).
              10 GR-PLAYER-ID  PIC X(10).
           05 GR-TOTAL-SCORE   PIC 9(4).
           05 GR-WINNER-FLAG   PIC X.
       FD  YACHT-SCORES.
       01  YACHT-SCORE-RECORD.
           05 YS-KEY.
              10 YS-PLAYER-ID  PIC X(10).
              10 YS-GAME-DATE  PIC 9(8).
              10 YS-CATEGORY   PIC X(15).
           05 YS-SCORE         PIC 999.
       FD  YACHT-XREF.
       01  YACHT-XREF-RECORD.
           05 XR-KEY.
              10 XR-GAME-DATE  PIC 9(8).
              10 XR-PLAYER-ID  PIC X(10).
              10 XR-CATEGORY   PIC X(15).
       FD  YACHT-CARD.
       01  YACHT-CARD-RECORD.
           05 YC-KEY.
              10 YC-PLAYER-ID  PIC X(10).
              10 YC-GAME-DATE  PIC 9(8).
           05 YC-USED-TABLE    PIC X OCCURS 12 TIMES.
           05 YC-YACHT-COUNT   PIC 99.
       FD  YACHT-HOLDS.
       01  YACHT-HOLDS-RECORD.
           05 HD-KEY.
              10 HD-PLAYER-ID  PIC X(10).
              10 HD-GAME-DATE  PIC 9(8).
              10 HD-CATEGORY   PIC X(15).
           05 HD-HOLD-DATE     PIC 9(8).
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
       FD  SCORES-ARCHIVE.
       01  SCORES-ARCHIVE-RECORD.
           05 SA-PLAYER-ID     PIC X(10).
           05 SA-GAME-DATE     PIC 9(8).
           05 SA-CATEGORY      PIC X(15).
           05 SA-SCORE         PIC 999.
       FD  CARD-ARCHIVE.
       01  CARD-ARCHIVE-RECORD.
           05 CA-PLAYER-ID     PIC X(10).
           05 CA-GAME-DATE     PIC 9(8).
           05 CA-USED-TABLE    PIC X OCCURS 12 TIMES.
           05 CA-YACHT-COUNT   PIC 99.
       FD  SEASON-MASTER.
       01  SEASON-MASTER-RECORD.
           05 SEA-SEASON-ID    PIC X(8).
           05 SEA-NAME         PIC X(30).
           05 SEA-START-DATE   PIC 9(8).
           05 SEA-END-DATE     PIC 9(8).
       FD  GAME-SCHEDULE.
       01  GAME-SCHEDULE-RECORD.
           05 GS-GAME-DATE     PIC 9(8).
           05 GS-LEAGUE-CODE   PIC X(4).
       FD  CONTROL-CARD.
       01  CONTROL-CARD-RECORD.
           05 CC-MODE          PIC X(7).
           05 CC-NIGHT-DATE    PIC X(8).
       FD  BUSDATE-CARD.
       01  BUSDATE-CARD-RECORD.
           05 BD-BUSINESS-DATE  PIC X(8).
       FD  RECORD-REPORT.
       01  RECORD-REPORT-RECORD PIC X(100).
       FD  REC-EXCEPT.
       01  REC-EXCEPT-RECORD    PIC X(142).
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
       01 WS-RB-STATUS     PIC XX.
       01 WS-GR-STATUS     PIC XX.
       01 WS-YS-STATUS     PIC XX.
       01 WS-XR-STATUS     PIC XX.
       01 WS-YC-STATUS     PIC XX.
       01 WS-HD-STATUS     PIC XX.
       01 WS-PM-STATUS     PIC XX.
       01 WS-SA-STATUS     PIC XX.
       01 WS-CA-STATUS     PIC XX.
       01 WS-SM-STATUS     PIC XX.
       01 WS-GS-STATUS     PIC XX.
       01 WS-CC-STATUS     PIC XX.
       01 WS-BDC-STATUS    PIC XX.
       01 WS-RR-STATUS     PIC XX.
       01 WS-EX-STATUS     PIC XX.
       01 WS-JRL-STATUS    PIC XX.
       01 WS-JOB-NAME      PIC X(8) VALUE 'YACHTREC'.
       01 WS-RUN-STATUS    PIC X(8) VALUE 'COMPLETE'.
       COPY "DATEFLDS.cpy".
       COPY "EXCPTREC.cpy".
       01 WS-EXCEPT-MSG    PIC X(80).
       01 WS-EXC-SEVERITY  PIC X     VALUE 'E'.
       01 WS-EXC-REASON    PIC X(4)  VALUE SPACES.

       01 WS-RUN-MODE      PIC X(7)  VALUE 'NIGHTLY'.
          88 WS-REBUILD-MODE         VALUE 'REBUILD'.
          88 WS-NIGHTLY-MODE         VALUE 'NIGHTLY'.
       01 WS-NIGHT-DATE    PIC 9(8)  VALUE 0.
       01 WS-HD-OPEN       PIC X     VALUE 'N'.
          88 WS-HD-AVAILABLE         VALUE 'Y'.
       01 WS-PM-OPEN       PIC X     VALUE 'N'.
          88 WS-PM-AVAILABLE         VALUE 'Y'.
       01 WS-GR-EOF        PIC X     VALUE 'N'.
          88 WS-GR-AT-EOF            VALUE 'Y'.
       01 WS-YS-EOF        PIC X     VALUE 'N'.
          88 WS-YS-AT-EOF            VALUE 'Y'.
       01 WS-XR-EOF        PIC X     VALUE 'N'.
          88 WS-XR-AT-EOF            VALUE 'Y'.
       01 WS-YC-EOF        PIC X     VALUE 'N'.
          88 WS-YC-AT-EOF            VALUE 'Y'.
       01 WS-SA-EOF        PIC X     VALUE 'N'.
          88 WS-SA-AT-EOF            VALUE 'Y'.
       01 WS-CA-EOF        PIC X     VALUE 'N'.
          88 WS-CA-AT-EOF            VALUE 'Y'.
       01 WS-SM-EOF        PIC X     VALUE 'N'.
          88 WS-SM-AT-EOF            VALUE 'Y'.
       01 WS-GS-EOF        PIC X     VALUE 'N'.
          88 WS-GS-AT-EOF            VALUE 'Y'.
       01 WS-TABLE-FULL    PIC X     VALUE 'N'.
          88 WS-TABLE-OVERFLOWED     VALUE 'Y'.

      *    The records kept, in book order.
       01 WS-RECORD-NAMES.
          05 FILLER PIC X(34) VALUE 'HGAMHIGHEST SINGLE GAME'.
          05 FILLER PIC X(34) VALUE 'HUPRHIGHEST UPPER SECTION'.
          05 FILLER PIC X(34) VALUE 'YGAMMOST YACHTS IN A GAME'.
          05 FILLER PIC X(34) VALUE 'YSEAMOST YACHTS IN A SEASON'.
          05 FILLER PIC X(34) VALUE 'BSEABEST SEASON TOTAL'.
          05 FILLER PIC X(34) VALUE 'ASTKLONGEST ATTENDANCE STREAK'.
       01 WS-RECORD-NAMES-REDEF REDEFINES WS-RECORD-NAMES.
          05 WS-RN-ENTRY OCCURS 6 TIMES.
             10 WS-RN-CODE PIC X(4).
             10 WS-RN-DESC PIC X(30).
       01 WS-REC-HGAM      PIC 9    VALUE 1.
       01 WS-REC-HUPR      PIC 9    VALUE 2.
       01 WS-REC-YGAM      PIC 9    VALUE 3.
       01 WS-REC-YSEA      PIC 9    VALUE 4.
       01 WS-REC-BSEA      PIC 9    VALUE 5.
       01 WS-REC-ASTK      PIC 9    VALUE 6.
       01 WS-REC-IX        PIC 9.

      *    Best candidate found this run for each record; the book
      *    is touched once per record at the end, so several
      *    players beating the same record on one night yield one
      *    new holder and one history entry.
       01 WS-BEST-TABLE.
          05 WS-BEST-ENTRY OCCURS 6 TIMES.
             10 WS-BT-FOUND   PIC X.
             10 WS-BT-HOLDER  PIC X(10).
             10 WS-BT-VALUE   PIC 9(7).
             10 WS-BT-DATE    PIC 9(8).
             10 WS-BT-SEASON  PIC X(8).
       01 WS-CAND-IX       PIC 9.
       01 WS-CAND-HOLDER   PIC X(10).
       01 WS-CAND-VALUE    PIC 9(7).
       01 WS-CAND-DATE     PIC 9(8).

       01 WS-SEA-MAX       PIC 99   VALUE 50.
       01 WS-SEA-COUNT     PIC 99   VALUE 0.
       01 WS-SEA-IX        PIC 99.
       01 WS-SEA-TABLE.
          05 WS-SEA-ENTRY OCCURS 50 TIMES.
             10 WS-ST-SEASON-ID PIC X(8).
             10 WS-ST-START     PIC 9(8).
             10 WS-ST-END       PIC 9(8).
       01 WS-LOOK-DATE     PIC 9(8).
       01 WS-LOOK-SEA-IX   PIC 99.
       01 WS-LOOK-SEASON   PIC X(8).

      *    Player-by-season accumulators for the full rebuild.
       01 WS-PS-MAX        PIC 9(4) VALUE 2000.
       01 WS-PS-COUNT      PIC 9(4) VALUE 0.
       01 WS-PS-IX         PIC 9(4).
       01 WS-PS-FOUND-IX   PIC 9(4).
       01 WS-PS-TABLE.
          05 WS-PS-ENTRY OCCURS 2000 TIMES.
             10 WS-PS-PLAYER    PIC X(10).
             10 WS-PS-SEA-IX    PIC 99.
             10 WS-PS-TOTAL     PIC 9(7).
             10 WS-PS-TOTAL-DT  PIC 9(8).
             10 WS-PS-YACHTS    PIC 9(5).
             10 WS-PS-YACHT-DT  PIC 9(8).
       01 WS-PS-PLAYER-IN  PIC X(10).

      *    The night's players, for the nightly update.
       01 WS-NP-MAX        PIC 999  VALUE 200.
       01 WS-NP-COUNT      PIC 999  VALUE 0.
       01 WS-NP-IX         PIC 999.
       01 WS-NP-FOUND-IX   PIC 999.
       01 WS-NP-TABLE.
          05 WS-NP-ENTRY OCCURS 200 TIMES.
             10 WS-NP-PLAYER    PIC X(10).
             10 WS-NP-HELD      PIC X.
             10 WS-NP-UPPER     PIC 9(5).
             10 WS-NP-SEASON    PIC 9(7).
             10 WS-NP-YACHTS    PIC 9(5).
       01 WS-NIGHT-SEA-IX  PIC 99   VALUE 0.

      *    Distinct past game nights in date order, and each
      *    player's running attendance streak across them.
       01 WS-SCH-MAX       PIC 999  VALUE 400.
       01 WS-SCH-COUNT     PIC 999  VALUE 0.
       01 WS-SCH-IX        PIC 999.
       01 WS-SCH-JX        PIC 999.
       01 WS-SCH-POS       PIC 999.
       01 WS-SCH-SWAP      PIC 9(8).
       01 WS-SCH-DUP       PIC X.
          88 WS-SCH-DATE-LOADED     VALUE 'Y'.
       01 WS-SCH-SWAPPED   PIC X.
          88 WS-SCH-SWAP-DONE       VALUE 'Y'.
       01 WS-SCH-TABLE.
          05 WS-SCH-DATE OCCURS 400 TIMES PIC 9(8).
       01 WS-SK-MAX        PIC 999  VALUE 500.
       01 WS-SK-COUNT      PIC 999  VALUE 0.
       01 WS-SK-IX         PIC 999.
       01 WS-SK-FOUND-IX   PIC 999.
       01 WS-SK-TABLE.
          05 WS-SK-ENTRY OCCURS 500 TIMES.
             10 WS-SK-PLAYER    PIC X(10).
             10 WS-SK-LAST-POS  PIC 999.
             10 WS-SK-RUN       PIC 999.

      *    One game's upper section, accumulated across its
      *    category rows (archive or live).
       01 WS-UG-PLAYER     PIC X(10) VALUE SPACES.
       01 WS-UG-DATE       PIC 9(8)  VALUE 0.
       01 WS-UG-UPPER      PIC 9(5)  VALUE 0.
       01 WS-ROW-PLAYER    PIC X(10).
       01 WS-ROW-DATE      PIC 9(8).
       01 WS-ROW-VALUE     PIC 9(5).
       01 WS-CAT-WORK      PIC X(15).
          88 WS-UPPER-CATEGORY VALUE 'ones' 'twos' 'threes'
                                     'fours' 'fives' 'sixes'.

       01 WS-CHK-PLAYER    PIC X(10).
       01 WS-CHK-DATE      PIC 9(8).
       01 WS-GAME-HELD     PIC X.
          88 WS-GAME-ON-HOLD        VALUE 'Y'.

       01 WS-BROKEN-COUNT  PIC 99   VALUE 0.
       01 WS-SAME-RUN      PIC X    VALUE 'N'.
          88 WS-RUN-CONTINUES       VALUE 'Y'.
       01 WS-BOOK-SCH-POS  PIC 999.
       01 WS-NIGHT-SCH-POS PIC 999.
       01 WS-NAME-ID       PIC X(10).
       01 WS-NAME-OUT      PIC X(30).
       01 WS-NEW-NAME      PIC X(30).
       01 WS-NEXT-SEQ      PIC 9(4).
       01 WS-ED-VALUE      PIC Z(6)9.
       01 WS-ED-OLD-VALUE  PIC Z(6)9.
       01 WS-ED-SEQ        PIC ZZZ9.
       01 WS-REPORT-LINE   PIC X(100).
       01 WS-SAVE-RECORD   PIC X(105).

       PROCEDURE DIVISION.
       YACHTREC SECTION.
      *    The league's all-time records book. YACHTARC moves old
      *    seasons off the live scoring masters, so no report can
      *    answer "what is the highest game ever" - this program
      *    keeps the answer on a book of its own: highest game,
      *    highest upper section, most yachts in a game and in a
      *    season, best season total and longest attendance
      *    streak, each with holder, value, date and season.
      *    REBUILD on the control card re-seeds the whole book
      *    from the score and card archives plus the live files;
      *    any earlier history on the book is discarded, so it is
      *    meant for first load or after a repair. The nightly
      *    run (the default) looks only at the business date's
      *    results: a record beaten outright - a tie does not
      *    take it - moves the old holder to history, installs
      *    the new one and prints a "record broken" notice for
      *    the gaming night; a holder still running up the same
      *    season or streak record has the entry carried forward
      *    quietly instead. Games on dispute hold are ignored.
      *    A nightly run does not go back for a game released
      *    after its night: the season total catches up the next
      *    time the player plays that season, but a single-game
      *    record it set reaches the book only when the run is
      *    repeated with that night's date on the control card.
      *    That rerun keeps the book's history; REBUILD is not
      *    needed.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM READ-CONTROL-CARD
           PERFORM LOAD-SEASONS
           PERFORM LOAD-SCHEDULE
           PERFORM VARYING WS-REC-IX FROM 1 BY 1 UNTIL WS-REC-IX > 6
              MOVE 'N' TO WS-BT-FOUND(WS-REC-IX)
              MOVE SPACES TO WS-BT-HOLDER(WS-REC-IX)
              MOVE 0 TO WS-BT-VALUE(WS-REC-IX)
              MOVE 0 TO WS-BT-DATE(WS-REC-IX)
              MOVE SPACES TO WS-BT-SEASON(WS-REC-IX)
           END-PERFORM
           OPEN INPUT YACHT-HOLDS
           IF WS-HD-STATUS = '00'
              SET WS-HD-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT PLAYER-MASTER
           IF WS-PM-STATUS = '00'
              SET WS-PM-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT RECORD-REPORT
           IF WS-REBUILD-MODE
              PERFORM SCAN-ALL-RESULTS
              PERFORM SCAN-ALL-SCORES
              PERFORM SCAN-ALL-CARDS
              PERFORM OFFER-SEASON-RECORDS
              PERFORM SCAN-STREAKS
              PERFORM REBUILD-BOOK
           ELSE
              PERFORM COLLECT-NIGHT-RESULTS
              IF WS-NP-COUNT = 0
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING 'NO RESULTS FOR ' WS-NIGHT-DATE
                    ' - RECORDS BOOK NOT CHECKED'
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
                 WRITE RECORD-REPORT-RECORD FROM WS-REPORT-LINE
              ELSE
                 PERFORM COLLECT-NIGHT-UPPER
                 PERFORM COLLECT-NIGHT-CARDS
                 PERFORM COLLECT-NIGHT-SEASON
                 PERFORM SCAN-STREAKS
                 PERFORM UPDATE-BOOK
              END-IF
           END-IF
           IF WS-TABLE-OVERFLOWED
              MOVE 'WORK TABLE FULL - SOME PLAYERS NOT CONSIDERED'
                 TO WS-EXCEPT-MSG
              MOVE 'W' TO WS-EXC-SEVERITY
              MOVE 'TBLF' TO WS-EXC-REASON
              PERFORM LOG-EXCEPTION
              MOVE 'WORK TABLE FULL - SOME PLAYERS NOT CONSIDERED'
                 TO WS-REPORT-LINE
              WRITE RECORD-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE RECORD-REPORT
           IF WS-PM-AVAILABLE
              CLOSE PLAYER-MASTER
           END-IF
           IF WS-HD-AVAILABLE
              CLOSE YACHT-HOLDS
           END-IF
           PERFORM WRITE-JOB-RUN-LOG
           STOP RUN.

       READ-CONTROL-CARD SECTION.
      *    The night defaults to the business date, then the run
      *    date; a date on the card overrides both for a rerun.
           MOVE WS-START-DATE TO WS-NIGHT-DATE
           OPEN INPUT BUSDATE-CARD
           IF WS-BDC-STATUS = '00'
              READ BUSDATE-CARD
                 AT END CONTINUE
                 NOT AT END
                    IF BD-BUSINESS-DATE IS NUMERIC
                       MOVE BD-BUSINESS-DATE TO WS-NIGHT-DATE
                    END-IF
              END-READ
              CLOSE BUSDATE-CARD
           END-IF
           OPEN INPUT CONTROL-CARD
           IF WS-CC-STATUS = '00'
              READ CONTROL-CARD
                 AT END CONTINUE
                 NOT AT END
                    IF CC-MODE = 'REBUILD'
                       MOVE CC-MODE TO WS-RUN-MODE
                    END-IF
                    IF CC-NIGHT-DATE IS NUMERIC
                       AND CC-NIGHT-DATE NOT = ZERO
                       MOVE CC-NIGHT-DATE TO WS-NIGHT-DATE
                    END-IF
              END-READ
              CLOSE CONTROL-CARD
           END-IF.

       LOAD-SEASONS SECTION.
           OPEN INPUT SEASON-MASTER
           IF WS-SM-STATUS = '00'
              PERFORM UNTIL WS-SM-AT-EOF
                 READ SEASON-MASTER
                    AT END MOVE 'Y' TO WS-SM-EOF
                 END-READ
                 IF NOT WS-SM-AT-EOF
                    IF WS-SEA-COUNT < WS-SEA-MAX
                       ADD 1 TO WS-SEA-COUNT
                       MOVE SEA-SEASON-ID
                          TO WS-ST-SEASON-ID(WS-SEA-COUNT)
                       MOVE SEA-START-DATE TO WS-ST-START(WS-SEA-COUNT)
                       MOVE SEA-END-DATE TO WS-ST-END(WS-SEA-COUNT)
                    ELSE
                       SET WS-TABLE-OVERFLOWED TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE SEASON-MASTER
           END-IF.

       LOAD-SCHEDULE SECTION.
      *    Same rules as the attendance report: nights already
      *    played only, one entry per date however many leagues
      *    share it, sorted ascending for the streak walk.
           OPEN INPUT GAME-SCHEDULE
           IF WS-GS-STATUS = '00'
              PERFORM UNTIL WS-GS-AT-EOF
                 READ GAME-SCHEDULE
                    AT END MOVE 'Y' TO WS-GS-EOF
                 END-READ
                 IF NOT WS-GS-AT-EOF
                    AND GS-GAME-DATE IS NUMERIC
                    AND GS-GAME-DATE <= WS-NIGHT-DATE
                    MOVE 'N' TO WS-SCH-DUP
                    PERFORM VARYING WS-SCH-IX FROM 1 BY 1
                       UNTIL WS-SCH-IX > WS-SCH-COUNT
                       IF WS-SCH-DATE(WS-SCH-IX) = GS-GAME-DATE
                          SET WS-SCH-DATE-LOADED TO TRUE
                       END-IF
                    END-PERFORM
                    IF NOT WS-SCH-DATE-LOADED
                       IF WS-SCH-COUNT < WS-SCH-MAX
                          ADD 1 TO WS-SCH-COUNT
                          MOVE GS-GAME-DATE
                             TO WS-SCH-DATE(WS-SCH-COUNT)
                       ELSE
                          SET WS-TABLE-OVERFLOWED TO TRUE
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE GAME-SCHEDULE
           END-IF
           SET WS-SCH-SWAP-DONE TO TRUE
           PERFORM UNTIL NOT WS-SCH-SWAP-DONE
              MOVE 'N' TO WS-SCH-SWAPPED
              PERFORM VARYING WS-SCH-IX FROM 1 BY 1
                 UNTIL WS-SCH-IX >= WS-SCH-COUNT
                 ADD 1 WS-SCH-IX GIVING WS-SCH-JX
                 IF WS-SCH-DATE(WS-SCH-JX) < WS-SCH-DATE(WS-SCH-IX)
                    MOVE WS-SCH-DATE(WS-SCH-IX) TO WS-SCH-SWAP
                    MOVE WS-SCH-DATE(WS-SCH-JX)
                       TO WS-SCH-DATE(WS-SCH-IX)
                    MOVE WS-SCH-SWAP TO WS-SCH-DATE(WS-SCH-JX)
                    SET WS-SCH-SWAP-DONE TO TRUE
                 END-IF
              END-PERFORM
           END-PERFORM.

       FIND-SEASON-FOR-DATE SECTION.
           MOVE 0 TO WS-LOOK-SEA-IX
           MOVE SPACES TO WS-LOOK-SEASON
           PERFORM VARYING WS-SEA-IX FROM 1 BY 1
              UNTIL WS-SEA-IX > WS-SEA-COUNT
              IF WS-LOOK-DATE >= WS-ST-START(WS-SEA-IX)
                 AND WS-LOOK-DATE <= WS-ST-END(WS-SEA-IX)
                 MOVE WS-SEA-IX TO WS-LOOK-SEA-IX
                 MOVE WS-ST-SEASON-ID(WS-SEA-IX) TO WS-LOOK-SEASON
              END-IF
           END-PERFORM.

       CHECK-GAME-HELD SECTION.
      *    Any hold on the player's game for that date keeps the
      *    whole game out of the book.
           MOVE 'N' TO WS-GAME-HELD
           IF WS-HD-AVAILABLE
              MOVE WS-CHK-PLAYER TO HD-PLAYER-ID
              MOVE WS-CHK-DATE TO HD-GAME-DATE
              MOVE LOW-VALUES TO HD-CATEGORY
              START YACHT-HOLDS KEY IS NOT LESS THAN HD-KEY
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    READ YACHT-HOLDS NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                          IF HD-PLAYER-ID = WS-CHK-PLAYER
                             AND HD-GAME-DATE = WS-CHK-DATE
                             SET WS-GAME-ON-HOLD TO TRUE
                          END-IF
                    END-READ
              END-START
           END-IF.

       OFFER-CANDIDATE SECTION.
      *    WS-CAND-IX/HOLDER/VALUE/DATE set by the caller. The
      *    nightly run only considers performances on its night.
      *    Among equal values the earliest date holds the record.
           IF WS-NIGHTLY-MODE AND WS-CAND-DATE NOT = WS-NIGHT-DATE
              CONTINUE
           ELSE
              IF WS-CAND-VALUE > 0
                 AND (WS-BT-FOUND(WS-CAND-IX) = 'N'
                  OR WS-CAND-VALUE > WS-BT-VALUE(WS-CAND-IX)
                  OR (WS-CAND-VALUE = WS-BT-VALUE(WS-CAND-IX)
                      AND WS-CAND-DATE < WS-BT-DATE(WS-CAND-IX)))
                 MOVE 'Y' TO WS-BT-FOUND(WS-CAND-IX)
                 MOVE WS-CAND-HOLDER TO WS-BT-HOLDER(WS-CAND-IX)
                 MOVE WS-CAND-VALUE TO WS-BT-VALUE(WS-CAND-IX)
                 MOVE WS-CAND-DATE TO WS-BT-DATE(WS-CAND-IX)
                 MOVE WS-CAND-DATE TO WS-LOOK-DATE
                 PERFORM FIND-SEASON-FOR-DATE
                 MOVE WS-LOOK-SEASON TO WS-BT-SEASON(WS-CAND-IX)
              END-IF
           END-IF.

       FIND-PLAYER-SEASON SECTION.
      *    WS-PS-PLAYER-IN and WS-LOOK-SEA-IX set by the caller;
      *    adds the entry if new. Zero back means the table is
      *    full.
           MOVE 0 TO WS-PS-FOUND-IX
           PERFORM VARYING WS-PS-IX FROM 1 BY 1
              UNTIL WS-PS-IX > WS-PS-COUNT OR WS-PS-FOUND-IX > 0
              IF WS-PS-PLAYER(WS-PS-IX) = WS-PS-PLAYER-IN
                 AND WS-PS-SEA-IX(WS-PS-IX) = WS-LOOK-SEA-IX
                 MOVE WS-PS-IX TO WS-PS-FOUND-IX
              END-IF
           END-PERFORM
           IF WS-PS-FOUND-IX = 0
              IF WS-PS-COUNT < WS-PS-MAX
                 ADD 1 TO WS-PS-COUNT
                 MOVE WS-PS-COUNT TO WS-PS-FOUND-IX
                 MOVE WS-PS-PLAYER-IN TO WS-PS-PLAYER(WS-PS-COUNT)
                 MOVE WS-LOOK-SEA-IX TO WS-PS-SEA-IX(WS-PS-COUNT)
                 MOVE 0 TO WS-PS-TOTAL(WS-PS-COUNT)
                 MOVE 0 TO WS-PS-TOTAL-DT(WS-PS-COUNT)
                 MOVE 0 TO WS-PS-YACHTS(WS-PS-COUNT)
                 MOVE 0 TO WS-PS-YACHT-DT(WS-PS-COUNT)
              ELSE
                 SET WS-TABLE-OVERFLOWED TO TRUE
              END-IF
           END-IF.

       SCAN-ALL-RESULTS SECTION.
      *    GAME-RESULTS is never archived, so it alone carries
      *    every game total the league has posted.
           OPEN INPUT GAME-RESULTS
           IF WS-GR-STATUS = '00'
              MOVE LOW-VALUES TO GR-KEY
              START GAME-RESULTS KEY IS NOT LESS THAN GR-KEY
                 INVALID KEY MOVE 'Y' TO WS-GR-EOF
              END-START
              PERFORM UNTIL WS-GR-AT-EOF
                 READ GAME-RESULTS NEXT RECORD
                    AT END MOVE 'Y' TO WS-GR-EOF
                 END-READ
                 IF NOT WS-GR-AT-EOF
                    MOVE GR-PLAYER-ID TO WS-CHK-PLAYER
                    MOVE GR-GAME-DATE TO WS-CHK-DATE
                    PERFORM CHECK-GAME-HELD
                    IF NOT WS-GAME-ON-HOLD
                       MOVE WS-REC-HGAM TO WS-CAND-IX
                       MOVE GR-PLAYER-ID TO WS-CAND-HOLDER
                       MOVE GR-TOTAL-SCORE TO WS-CAND-VALUE
                       MOVE GR-GAME-DATE TO WS-CAND-DATE
                       PERFORM OFFER-CANDIDATE
                       MOVE GR-GAME-DATE TO WS-LOOK-DATE
                       PERFORM FIND-SEASON-FOR-DATE
                       IF WS-LOOK-SEA-IX > 0
                          MOVE GR-PLAYER-ID TO WS-PS-PLAYER-IN
                          PERFORM FIND-PLAYER-SEASON
                          IF WS-PS-FOUND-IX > 0
                             ADD GR-TOTAL-SCORE
                                TO WS-PS-TOTAL(WS-PS-FOUND-IX)
                             MOVE GR-GAME-DATE
                                TO WS-PS-TOTAL-DT(WS-PS-FOUND-IX)
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE GAME-RESULTS
           END-IF.

       SCAN-ALL-SCORES SECTION.
      *    Archive first, then the live file; both are in player,
      *    date, category order, so a game's category rows are
      *    contiguous and its upper section is summed on the fly.
           MOVE SPACES TO WS-UG-PLAYER
           MOVE 0 TO WS-UG-DATE
           MOVE 0 TO WS-UG-UPPER
           OPEN INPUT SCORES-ARCHIVE
           IF WS-SA-STATUS = '00'
              PERFORM UNTIL WS-SA-AT-EOF
                 READ SCORES-ARCHIVE
                    AT END MOVE 'Y' TO WS-SA-EOF
                 END-READ
                 IF NOT WS-SA-AT-EOF
                    MOVE SA-PLAYER-ID TO WS-ROW-PLAYER
                    MOVE SA-GAME-DATE TO WS-ROW-DATE
                    MOVE SA-CATEGORY TO WS-CAT-WORK
                    MOVE SA-SCORE TO WS-ROW-VALUE
                    PERFORM ADD-SCORE-ROW
                 END-IF
              END-PERFORM
              CLOSE SCORES-ARCHIVE
           END-IF
           OPEN INPUT YACHT-SCORES
           IF WS-YS-STATUS = '00'
              MOVE LOW-VALUES TO YS-KEY
              START YACHT-SCORES KEY IS NOT LESS THAN YS-KEY
                 INVALID KEY MOVE 'Y' TO WS-YS-EOF
              END-START
              PERFORM UNTIL WS-YS-AT-EOF
                 READ YACHT-SCORES NEXT RECORD
                    AT END MOVE 'Y' TO WS-YS-EOF
                 END-READ
                 IF NOT WS-YS-AT-EOF
                    MOVE YS-PLAYER-ID TO WS-ROW-PLAYER
                    MOVE YS-GAME-DATE TO WS-ROW-DATE
                    MOVE YS-CATEGORY TO WS-CAT-WORK
                    MOVE YS-SCORE TO WS-ROW-VALUE
                    PERFORM ADD-SCORE-ROW
                 END-IF
              END-PERFORM
              CLOSE YACHT-SCORES
           END-IF
           PERFORM OFFER-UPPER-GAME.

       ADD-SCORE-ROW SECTION.
           IF WS-ROW-PLAYER NOT = WS-UG-PLAYER
              OR WS-ROW-DATE NOT = WS-UG-DATE
              PERFORM OFFER-UPPER-GAME
              MOVE WS-ROW-PLAYER TO WS-UG-PLAYER
              MOVE WS-ROW-DATE TO WS-UG-DATE
              MOVE 0 TO WS-UG-UPPER
           END-IF
           IF WS-UPPER-CATEGORY
              ADD WS-ROW-VALUE TO WS-UG-UPPER
           END-IF.

       OFFER-UPPER-GAME SECTION.
           IF WS-UG-PLAYER NOT = SPACES AND WS-UG-UPPER > 0
              MOVE WS-UG-PLAYER TO WS-CHK-PLAYER
              MOVE WS-UG-DATE TO WS-CHK-DATE
              PERFORM CHECK-GAME-HELD
              IF NOT WS-GAME-ON-HOLD
                 MOVE WS-REC-HUPR TO WS-CAND-IX
                 MOVE WS-UG-PLAYER TO WS-CAND-HOLDER
                 MOVE WS-UG-UPPER TO WS-CAND-VALUE
                 MOVE WS-UG-DATE TO WS-CAND-DATE
                 PERFORM OFFER-CANDIDATE
              END-IF
           END-IF.

       SCAN-ALL-CARDS SECTION.
           OPEN INPUT CARD-ARCHIVE
           IF WS-CA-STATUS = '00'
              PERFORM UNTIL WS-CA-AT-EOF
                 READ CARD-ARCHIVE
                    AT END MOVE 'Y' TO WS-CA-EOF
                 END-READ
                 IF NOT WS-CA-AT-EOF
                    MOVE CA-PLAYER-ID TO WS-ROW-PLAYER
                    MOVE CA-GAME-DATE TO WS-ROW-DATE
                    MOVE CA-YACHT-COUNT TO WS-ROW-VALUE
                    PERFORM ADD-CARD-ROW
                 END-IF
              END-PERFORM
              CLOSE CARD-ARCHIVE
           END-IF
           OPEN INPUT YACHT-CARD
           IF WS-YC-STATUS = '00'
              MOVE LOW-VALUES TO YC-KEY
              START YACHT-CARD KEY IS NOT LESS THAN YC-KEY
                 INVALID KEY MOVE 'Y' TO WS-YC-EOF
              END-START
              PERFORM UNTIL WS-YC-AT-EOF
                 READ YACHT-CARD NEXT RECORD
                    AT END MOVE 'Y' TO WS-YC-EOF
                 END-READ
                 IF NOT WS-YC-AT-EOF
                    MOVE YC-PLAYER-ID TO WS-ROW-PLAYER
                    MOVE YC-GAME-DATE TO WS-ROW-DATE
                    MOVE YC-YACHT-COUNT TO WS-ROW-VALUE
                    PERFORM ADD-CARD-ROW
                 END-IF
              END-PERFORM
              CLOSE YACHT-CARD
           END-IF.

       ADD-CARD-ROW SECTION.
           MOVE WS-ROW-PLAYER TO WS-CHK-PLAYER
           MOVE WS-ROW-DATE TO WS-CHK-DATE
           PERFORM CHECK-GAME-HELD
           IF NOT WS-GAME-ON-HOLD AND WS-ROW-VALUE > 0
              MOVE WS-REC-YGAM TO WS-CAND-IX
              MOVE WS-ROW-PLAYER TO WS-CAND-HOLDER
              MOVE WS-ROW-VALUE TO WS-CAND-VALUE
              MOVE WS-ROW-DATE TO WS-CAND-DATE
              PERFORM OFFER-CANDIDATE
              MOVE WS-ROW-DATE TO WS-LOOK-DATE
              PERFORM FIND-SEASON-FOR-DATE
              IF WS-LOOK-SEA-IX > 0
                 MOVE WS-ROW-PLAYER TO WS-PS-PLAYER-IN
                 PERFORM FIND-PLAYER-SEASON
                 IF WS-PS-FOUND-IX > 0
                    ADD WS-ROW-VALUE TO WS-PS-YACHTS(WS-PS-FOUND-IX)
                    IF WS-ROW-DATE > WS-PS-YACHT-DT(WS-PS-FOUND-IX)
                       MOVE WS-ROW-DATE
                          TO WS-PS-YACHT-DT(WS-PS-FOUND-IX)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       OFFER-SEASON-RECORDS SECTION.
      *    A season record is dated by the game that completed it.
           PERFORM VARYING WS-PS-IX FROM 1 BY 1
              UNTIL WS-PS-IX > WS-PS-COUNT
              MOVE WS-PS-PLAYER(WS-PS-IX) TO WS-CAND-HOLDER
              MOVE WS-REC-BSEA TO WS-CAND-IX
              MOVE WS-PS-TOTAL(WS-PS-IX) TO WS-CAND-VALUE
              MOVE WS-PS-TOTAL-DT(WS-PS-IX) TO WS-CAND-DATE
              PERFORM OFFER-CANDIDATE
              MOVE WS-REC-YSEA TO WS-CAND-IX
              MOVE WS-PS-YACHTS(WS-PS-IX) TO WS-CAND-VALUE
              MOVE WS-PS-YACHT-DT(WS-PS-IX) TO WS-CAND-DATE
              PERFORM OFFER-CANDIDATE
           END-PERFORM.

       COLLECT-NIGHT-RESULTS SECTION.
      *    The night's finishers, and the game-total record.
           OPEN INPUT GAME-RESULTS
           IF WS-GR-STATUS = '00'
              MOVE WS-NIGHT-DATE TO GR-GAME-DATE
              MOVE LOW-VALUES TO GR-PLAYER-ID
              START GAME-RESULTS KEY IS NOT LESS THAN GR-KEY
                 INVALID KEY MOVE 'Y' TO WS-GR-EOF
              END-START
              PERFORM UNTIL WS-GR-AT-EOF
                 READ GAME-RESULTS NEXT RECORD
                    AT END MOVE 'Y' TO WS-GR-EOF
                 END-READ
                 IF NOT WS-GR-AT-EOF
                    IF GR-GAME-DATE NOT = WS-NIGHT-DATE
                       MOVE 'Y' TO WS-GR-EOF
                    ELSE
                       PERFORM ADD-NIGHT-PLAYER
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE GAME-RESULTS
           END-IF.

       ADD-NIGHT-PLAYER SECTION.
           IF WS-NP-COUNT < WS-NP-MAX
              ADD 1 TO WS-NP-COUNT
              MOVE GR-PLAYER-ID TO WS-NP-PLAYER(WS-NP-COUNT)
              MOVE 0 TO WS-NP-UPPER(WS-NP-COUNT)
              MOVE 0 TO WS-NP-SEASON(WS-NP-COUNT)
              MOVE 0 TO WS-NP-YACHTS(WS-NP-COUNT)
              MOVE GR-PLAYER-ID TO WS-CHK-PLAYER
              MOVE GR-GAME-DATE TO WS-CHK-DATE
              PERFORM CHECK-GAME-HELD
              MOVE WS-GAME-HELD TO WS-NP-HELD(WS-NP-COUNT)
              IF NOT WS-GAME-ON-HOLD
                 MOVE WS-REC-HGAM TO WS-CAND-IX
                 MOVE GR-PLAYER-ID TO WS-CAND-HOLDER
                 MOVE GR-TOTAL-SCORE TO WS-CAND-VALUE
                 MOVE GR-GAME-DATE TO WS-CAND-DATE
                 PERFORM OFFER-CANDIDATE
              END-IF
           ELSE
              SET WS-TABLE-OVERFLOWED TO TRUE
           END-IF.

       FIND-NIGHT-PLAYER SECTION.
      *    WS-CHK-PLAYER set by the caller.
           MOVE 0 TO WS-NP-FOUND-IX
           PERFORM VARYING WS-NP-IX FROM 1 BY 1
              UNTIL WS-NP-IX > WS-NP-COUNT OR WS-NP-FOUND-IX > 0
              IF WS-NP-PLAYER(WS-NP-IX) = WS-CHK-PLAYER
                 MOVE WS-NP-IX TO WS-NP-FOUND-IX
              END-IF
           END-PERFORM.

       COLLECT-NIGHT-UPPER SECTION.
      *    The date cross-reference lists the night's category
      *    scores without a pass over the whole scores file.
           OPEN INPUT YACHT-XREF
           OPEN INPUT YACHT-SCORES
           IF WS-XR-STATUS = '00' AND WS-YS-STATUS = '00'
              MOVE WS-NIGHT-DATE TO XR-GAME-DATE
              MOVE LOW-VALUES TO XR-PLAYER-ID
              MOVE LOW-VALUES TO XR-CATEGORY
              START YACHT-XREF KEY IS NOT LESS THAN XR-KEY
                 INVALID KEY MOVE 'Y' TO WS-XR-EOF
              END-START
              PERFORM UNTIL WS-XR-AT-EOF
                 READ YACHT-XREF NEXT RECORD
                    AT END MOVE 'Y' TO WS-XR-EOF
                 END-READ
                 IF NOT WS-XR-AT-EOF
                    IF XR-GAME-DATE NOT = WS-NIGHT-DATE
                       MOVE 'Y' TO WS-XR-EOF
                    ELSE
                       MOVE XR-CATEGORY TO WS-CAT-WORK
                       MOVE XR-PLAYER-ID TO WS-CHK-PLAYER
                       PERFORM FIND-NIGHT-PLAYER
                       IF WS-UPPER-CATEGORY AND WS-NP-FOUND-IX > 0
                          MOVE XR-PLAYER-ID TO YS-PLAYER-ID
                          MOVE XR-GAME-DATE TO YS-GAME-DATE
                          MOVE XR-CATEGORY TO YS-CATEGORY
                          READ YACHT-SCORES KEY IS YS-KEY
                             INVALID KEY CONTINUE
                             NOT INVALID KEY
                                ADD YS-SCORE
                                   TO WS-NP-UPPER(WS-NP-FOUND-IX)
                          END-READ
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           IF WS-XR-STATUS NOT = '35'
              CLOSE YACHT-XREF
           END-IF
           IF WS-YS-STATUS NOT = '35'
              CLOSE YACHT-SCORES
           END-IF
           PERFORM VARYING WS-NP-IX FROM 1 BY 1
              UNTIL WS-NP-IX > WS-NP-COUNT
              IF WS-NP-HELD(WS-NP-IX) NOT = 'Y'
                 MOVE WS-REC-HUPR TO WS-CAND-IX
                 MOVE WS-NP-PLAYER(WS-NP-IX) TO WS-CAND-HOLDER
                 MOVE WS-NP-UPPER(WS-NP-IX) TO WS-CAND-VALUE
                 MOVE WS-NIGHT-DATE TO WS-CAND-DATE
                 PERFORM OFFER-CANDIDATE
              END-IF
           END-PERFORM.

       COLLECT-NIGHT-CARDS SECTION.
      *    Yachts in the night's game, and in the season to date:
      *    each player's cards from the season start to tonight.
           MOVE WS-NIGHT-DATE TO WS-LOOK-DATE
           PERFORM FIND-SEASON-FOR-DATE
           MOVE WS-LOOK-SEA-IX TO WS-NIGHT-SEA-IX
           OPEN INPUT YACHT-CARD
           IF WS-YC-STATUS = '00'
              PERFORM VARYING WS-NP-IX FROM 1 BY 1
                 UNTIL WS-NP-IX > WS-NP-COUNT
                 IF WS-NP-HELD(WS-NP-IX) NOT = 'Y'
                    PERFORM COLLECT-ONE-PLAYER-CARDS
                 END-IF
              END-PERFORM
              CLOSE YACHT-CARD
           END-IF.

       COLLECT-ONE-PLAYER-CARDS SECTION.
           MOVE WS-NP-PLAYER(WS-NP-IX) TO YC-PLAYER-ID
           MOVE WS-NIGHT-DATE TO YC-GAME-DATE
           READ YACHT-CARD KEY IS YC-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE WS-REC-YGAM TO WS-CAND-IX
                 MOVE YC-PLAYER-ID TO WS-CAND-HOLDER
                 MOVE YC-YACHT-COUNT TO WS-CAND-VALUE
                 MOVE WS-NIGHT-DATE TO WS-CAND-DATE
                 PERFORM OFFER-CANDIDATE
           END-READ
           IF WS-NIGHT-SEA-IX > 0
              MOVE 'N' TO WS-YC-EOF
              MOVE WS-NP-PLAYER(WS-NP-IX) TO YC-PLAYER-ID
              MOVE WS-ST-START(WS-NIGHT-SEA-IX) TO YC-GAME-DATE
              START YACHT-CARD KEY IS NOT LESS THAN YC-KEY
                 INVALID KEY MOVE 'Y' TO WS-YC-EOF
              END-START
              PERFORM UNTIL WS-YC-AT-EOF
                 READ YACHT-CARD NEXT RECORD
                    AT END MOVE 'Y' TO WS-YC-EOF
                 END-READ
                 IF NOT WS-YC-AT-EOF
                    IF YC-PLAYER-ID NOT = WS-NP-PLAYER(WS-NP-IX)
                       OR YC-GAME-DATE > WS-NIGHT-DATE
                       MOVE 'Y' TO WS-YC-EOF
                    ELSE
                       MOVE YC-PLAYER-ID TO WS-CHK-PLAYER
                       MOVE YC-GAME-DATE TO WS-CHK-DATE
                       PERFORM CHECK-GAME-HELD
                       IF NOT WS-GAME-ON-HOLD
                          ADD YC-YACHT-COUNT
                             TO WS-NP-YACHTS(WS-NP-IX)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              MOVE WS-REC-YSEA TO WS-CAND-IX
              MOVE WS-NP-PLAYER(WS-NP-IX) TO WS-CAND-HOLDER
              MOVE WS-NP-YACHTS(WS-NP-IX) TO WS-CAND-VALUE
              MOVE WS-NIGHT-DATE TO WS-CAND-DATE
              PERFORM OFFER-CANDIDATE
           END-IF.

       COLLECT-NIGHT-SEASON SECTION.
      *    Season-to-date game totals for the night's players,
      *    from the season start through tonight.
           IF WS-NIGHT-SEA-IX > 0
              MOVE 'N' TO WS-GR-EOF
              OPEN INPUT GAME-RESULTS
              IF WS-GR-STATUS = '00'
                 MOVE WS-ST-START(WS-NIGHT-SEA-IX) TO GR-GAME-DATE
                 MOVE LOW-VALUES TO GR-PLAYER-ID
                 START GAME-RESULTS KEY IS NOT LESS THAN GR-KEY
                    INVALID KEY MOVE 'Y' TO WS-GR-EOF
                 END-START
                 PERFORM UNTIL WS-GR-AT-EOF
                    READ GAME-RESULTS NEXT RECORD
                       AT END MOVE 'Y' TO WS-GR-EOF
                    END-READ
                    IF NOT WS-GR-AT-EOF
                       IF GR-GAME-DATE > WS-NIGHT-DATE
                          MOVE 'Y' TO WS-GR-EOF
                       ELSE
                          MOVE GR-PLAYER-ID TO WS-CHK-PLAYER
                          PERFORM FIND-NIGHT-PLAYER
                          IF WS-NP-FOUND-IX > 0
                             MOVE GR-GAME-DATE TO WS-CHK-DATE
                             PERFORM CHECK-GAME-HELD
                             IF NOT WS-GAME-ON-HOLD
                                ADD GR-TOTAL-SCORE
                                   TO WS-NP-SEASON(WS-NP-FOUND-IX)
                             END-IF
                          END-IF
                       END-IF
                    END-IF
                 END-PERFORM
                 CLOSE GAME-RESULTS
              END-IF
              PERFORM VARYING WS-NP-IX FROM 1 BY 1
                 UNTIL WS-NP-IX > WS-NP-COUNT
                 IF WS-NP-HELD(WS-NP-IX) NOT = 'Y'
                    MOVE WS-REC-BSEA TO WS-CAND-IX
                    MOVE WS-NP-PLAYER(WS-NP-IX) TO WS-CAND-HOLDER
                    MOVE WS-NP-SEASON(WS-NP-IX) TO WS-CAND-VALUE
                    MOVE WS-NIGHT-DATE TO WS-CAND-DATE
                    PERFORM OFFER-CANDIDATE
                 END-IF
              END-PERFORM
           END-IF.

       SCAN-STREAKS SECTION.
      *    Consecutive scheduled nights with a final result. The
      *    results file is date-major and the schedule table is
      *    ascending, so one pointer follows the walk. Results on
      *    unscheduled dates neither extend nor break a streak;
      *    a disputed game still counts as attendance.
           MOVE 'N' TO WS-GR-EOF
           MOVE 1 TO WS-SCH-POS
           OPEN INPUT GAME-RESULTS
           IF WS-GR-STATUS = '00' AND WS-SCH-COUNT > 0
              MOVE LOW-VALUES TO GR-KEY
              START GAME-RESULTS KEY IS NOT LESS THAN GR-KEY
                 INVALID KEY MOVE 'Y' TO WS-GR-EOF
              END-START
              PERFORM UNTIL WS-GR-AT-EOF
                 READ GAME-RESULTS NEXT RECORD
                    AT END MOVE 'Y' TO WS-GR-EOF
                 END-READ
                 IF NOT WS-GR-AT-EOF
                    IF GR-GAME-DATE > WS-NIGHT-DATE
                       MOVE 'Y' TO WS-GR-EOF
                    ELSE
                       PERFORM UNTIL WS-SCH-POS > WS-SCH-COUNT
                          OR WS-SCH-DATE(WS-SCH-POS) >= GR-GAME-DATE
                          ADD 1 TO WS-SCH-POS
                       END-PERFORM
                       IF WS-SCH-POS <= WS-SCH-COUNT
                          AND WS-SCH-DATE(WS-SCH-POS) = GR-GAME-DATE
                          PERFORM ADD-STREAK-NIGHT
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           IF WS-GR-STATUS NOT = '35'
              CLOSE GAME-RESULTS
           END-IF.

       ADD-STREAK-NIGHT SECTION.
           MOVE 0 TO WS-SK-FOUND-IX
           PERFORM VARYING WS-SK-IX FROM 1 BY 1
              UNTIL WS-SK-IX > WS-SK-COUNT OR WS-SK-FOUND-IX > 0
              IF WS-SK-PLAYER(WS-SK-IX) = GR-PLAYER-ID
                 MOVE WS-SK-IX TO WS-SK-FOUND-IX
              END-IF
           END-PERFORM
           IF WS-SK-FOUND-IX = 0
              IF WS-SK-COUNT < WS-SK-MAX
                 ADD 1 TO WS-SK-COUNT
                 MOVE WS-SK-COUNT TO WS-SK-FOUND-IX
                 MOVE GR-PLAYER-ID TO WS-SK-PLAYER(WS-SK-COUNT)
                 MOVE 0 TO WS-SK-LAST-POS(WS-SK-COUNT)
                 MOVE 0 TO WS-SK-RUN(WS-SK-COUNT)
              ELSE
                 SET WS-TABLE-OVERFLOWED TO TRUE
              END-IF
           END-IF
           IF WS-SK-FOUND-IX > 0
              IF WS-SK-LAST-POS(WS-SK-FOUND-IX) + 1 = WS-SCH-POS
                 ADD 1 TO WS-SK-RUN(WS-SK-FOUND-IX)
              ELSE
                 MOVE 1 TO WS-SK-RUN(WS-SK-FOUND-IX)
              END-IF
              MOVE WS-SCH-POS TO WS-SK-LAST-POS(WS-SK-FOUND-IX)
              MOVE WS-REC-ASTK TO WS-CAND-IX
              MOVE GR-PLAYER-ID TO WS-CAND-HOLDER
              MOVE WS-SK-RUN(WS-SK-FOUND-IX) TO WS-CAND-VALUE
              MOVE GR-GAME-DATE TO WS-CAND-DATE
              PERFORM OFFER-CANDIDATE
           END-IF.

       REBUILD-BOOK SECTION.
           OPEN OUTPUT RECORD-BOOK
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LEAGUE RECORDS BOOK - FULL REBUILD ' WS-START-DATE
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE RECORD-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE RECORD-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-REC-IX FROM 1 BY 1 UNTIL WS-REC-IX > 6
              IF WS-BT-FOUND(WS-REC-IX) = 'Y'
                 MOVE SPACES TO RECORD-BOOK-RECORD
                 MOVE WS-RN-CODE(WS-REC-IX) TO RB-RECORD-CODE
                 MOVE 0 TO RB-HIST-SEQ
                 PERFORM FILL-CURRENT-ENTRY
                 MOVE 0 TO RB-HIST-COUNT
                 MOVE 0 TO RB-BROKEN-DATE
                 WRITE RECORD-BOOK-RECORD
                 PERFORM PRINT-BOOK-LINE
              ELSE
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING WS-RN-DESC(WS-REC-IX) '  NO QUALIFYING GAMES'
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
                 WRITE RECORD-REPORT-RECORD FROM WS-REPORT-LINE
              END-IF
           END-PERFORM
           CLOSE RECORD-BOOK.

       FILL-CURRENT-ENTRY SECTION.
           MOVE WS-RN-DESC(WS-REC-IX) TO RB-DESCRIPTION
           MOVE WS-BT-HOLDER(WS-REC-IX) TO RB-HOLDER-ID
           MOVE WS-BT-VALUE(WS-REC-IX) TO RB-VALUE
           MOVE WS-BT-DATE(WS-REC-IX) TO RB-REC-DATE
           MOVE WS-BT-SEASON(WS-REC-IX) TO RB-SEASON-ID
           MOVE WS-START-DATE TO RB-SET-ON
           MOVE SPACES TO RB-BROKEN-BY.

       PRINT-BOOK-LINE SECTION.
           MOVE RB-HOLDER-ID TO WS-NAME-ID
           PERFORM GET-PLAYER-NAME
           MOVE RB-VALUE TO WS-ED-VALUE
           MOVE SPACES TO WS-REPORT-LINE
           STRING RB-DESCRIPTION ' ' WS-ED-VALUE '  '
              WS-NAME-OUT ' ' RB-REC-DATE ' ' RB-SEASON-ID
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE RECORD-REPORT-RECORD FROM WS-REPORT-LINE.

       UPDATE-BOOK SECTION.
      *    A record not yet on the book (new book, or first run
      *    after a record type was added) is entered without a
      *    notice; only an outright beat of a standing record is
      *    news.
           OPEN I-O RECORD-BOOK
           IF WS-RB-STATUS = '35'
              OPEN OUTPUT RECORD-BOOK
              CLOSE RECORD-BOOK
              OPEN I-O RECORD-BOOK
              MOVE 'RECORDS BOOK EMPTY - RUN THE REBUILD TO SEED IT'
                 TO WS-EXCEPT-MSG
              MOVE 'W' TO WS-EXC-SEVERITY
              MOVE 'RECB' TO WS-EXC-REASON
              PERFORM LOG-EXCEPTION
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LEAGUE RECORDS - GAMING NIGHT ' WS-NIGHT-DATE
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE RECORD-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE RECORD-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-REC-IX FROM 1 BY 1 UNTIL WS-REC-IX > 6
              IF WS-BT-FOUND(WS-REC-IX) = 'Y'
                 PERFORM APPLY-ONE-RECORD
              END-IF
           END-PERFORM
           IF WS-BROKEN-COUNT = 0
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'NO LEAGUE RECORDS BROKEN ON ' WS-NIGHT-DATE
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE RECORD-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           CLOSE RECORD-BOOK.

       APPLY-ONE-RECORD SECTION.
           MOVE WS-RN-CODE(WS-REC-IX) TO RB-RECORD-CODE
           MOVE 0 TO RB-HIST-SEQ
           READ RECORD-BOOK KEY IS RB-KEY
           IF WS-RB-STATUS NOT = '00'
              MOVE SPACES TO RECORD-BOOK-RECORD
              MOVE WS-RN-CODE(WS-REC-IX) TO RB-RECORD-CODE
              MOVE 0 TO RB-HIST-SEQ
              PERFORM FILL-CURRENT-ENTRY
              MOVE 0 TO RB-HIST-COUNT
              MOVE 0 TO RB-BROKEN-DATE
              WRITE RECORD-BOOK-RECORD
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'ENTERED ON BOOK: ' RB-DESCRIPTION
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE RECORD-REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
              IF WS-BT-VALUE(WS-REC-IX) > RB-VALUE
                 PERFORM CHECK-SAME-RUN
                 IF WS-RUN-CONTINUES
                    PERFORM FILL-CURRENT-ENTRY
                    REWRITE RECORD-BOOK-RECORD
                 ELSE
                    PERFORM BREAK-RECORD
                 END-IF
              END-IF
           END-IF.

       CHECK-SAME-RUN SECTION.
      *    A season or streak record still being run up by its
      *    holder only grows - it is not broken. Yachts and total
      *    for a season continue while the holder and season are
      *    unchanged; a streak continues while the gain since the
      *    book was set matches the scheduled nights since then,
      *    so no night was missed in between. Such an entry is
      *    updated in place, with no history and no notice.
           MOVE 'N' TO WS-SAME-RUN
           IF RB-HOLDER-ID = WS-BT-HOLDER(WS-REC-IX)
              IF WS-REC-IX = WS-REC-YSEA OR WS-REC-IX = WS-REC-BSEA
                 IF RB-SEASON-ID = WS-BT-SEASON(WS-REC-IX)
                    SET WS-RUN-CONTINUES TO TRUE
                 END-IF
              END-IF
              IF WS-REC-IX = WS-REC-ASTK
                 MOVE 0 TO WS-BOOK-SCH-POS
                 MOVE 0 TO WS-NIGHT-SCH-POS
                 PERFORM VARYING WS-SCH-IX FROM 1 BY 1
                    UNTIL WS-SCH-IX > WS-SCH-COUNT
                    IF WS-SCH-DATE(WS-SCH-IX) = RB-REC-DATE
                       MOVE WS-SCH-IX TO WS-BOOK-SCH-POS
                    END-IF
                    IF WS-SCH-DATE(WS-SCH-IX) = WS-BT-DATE(WS-REC-IX)
                       MOVE WS-SCH-IX TO WS-NIGHT-SCH-POS
                    END-IF
                 END-PERFORM
                 IF WS-BOOK-SCH-POS > 0
                    AND WS-NIGHT-SCH-POS > WS-BOOK-SCH-POS
                    AND WS-BT-VALUE(WS-REC-IX) - RB-VALUE
                        = WS-NIGHT-SCH-POS - WS-BOOK-SCH-POS
                    SET WS-RUN-CONTINUES TO TRUE
                 END-IF
              END-IF
           END-IF.

       BREAK-RECORD SECTION.
      *    The standing entry is copied to the next history slot
      *    stamped with who broke it, then overwritten in place.
           MOVE RECORD-BOOK-RECORD TO WS-SAVE-RECORD
           ADD 1 RB-HIST-COUNT GIVING WS-NEXT-SEQ
           MOVE WS-NEXT-SEQ TO RB-HIST-SEQ
           MOVE 0 TO RB-HIST-COUNT
           MOVE WS-BT-HOLDER(WS-REC-IX) TO RB-BROKEN-BY
           MOVE WS-NIGHT-DATE TO RB-BROKEN-DATE
           WRITE RECORD-BOOK-RECORD
           PERFORM PRINT-BROKEN-NOTICE
           MOVE WS-SAVE-RECORD TO RECORD-BOOK-RECORD
           PERFORM FILL-CURRENT-ENTRY
           MOVE WS-NEXT-SEQ TO RB-HIST-COUNT
           MOVE 0 TO RB-BROKEN-DATE
           REWRITE RECORD-BOOK-RECORD
           ADD 1 TO WS-BROKEN-COUNT.

       PRINT-BROKEN-NOTICE SECTION.
      *    Printed for the gaming night; RECORD-BOOK-RECORD still
      *    holds the old holder's figures here.
           MOVE ALL '*' TO WS-REPORT-LINE
           WRITE RECORD-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '***   RECORD BROKEN: ' RB-DESCRIPTION
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE RECORD-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-BT-HOLDER(WS-REC-IX) TO WS-NAME-ID
           PERFORM GET-PLAYER-NAME
           MOVE WS-NAME-OUT TO WS-NEW-NAME
           MOVE WS-BT-VALUE(WS-REC-IX) TO WS-ED-VALUE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '***   NEW HOLDER: ' WS-NEW-NAME ' ' WS-ED-VALUE
              '  ' WS-BT-DATE(WS-REC-IX) ' ' WS-BT-SEASON(WS-REC-IX)
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE RECORD-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE RB-HOLDER-ID TO WS-NAME-ID
           PERFORM GET-PLAYER-NAME
           MOVE RB-VALUE TO WS-ED-OLD-VALUE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '***   PREVIOUS:   ' WS-NAME-OUT ' ' WS-ED-OLD-VALUE
              '  ' RB-REC-DATE ' ' RB-SEASON-ID
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE RECORD-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '*' TO WS-REPORT-LINE
           WRITE RECORD-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE RECORD-REPORT-RECORD FROM WS-REPORT-LINE.

       GET-PLAYER-NAME SECTION.
           MOVE WS-NAME-ID TO WS-NAME-OUT
           IF WS-PM-AVAILABLE
              MOVE WS-NAME-ID TO PM-PLAYER-ID
              READ PLAYER-MASTER KEY IS PM-PLAYER-ID
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE PM-DISPLAY-NAME TO WS-NAME-OUT
              END-READ
           END-IF.

       LOG-EXCEPTION SECTION.
      *    Suite-standard exception record (EXCPTREC copybook); the
      *    JCL points this file at the consolidated dataset.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE WS-JOB-NAME TO EXC-PROGRAM-ID
           MOVE WS-CURRENT-DATE TO EXC-DATE
           MOVE WS-CURRENT-TIME TO EXC-TIME
           MOVE WS-EXC-SEVERITY TO EXC-SEVERITY
           MOVE WS-EXC-REASON TO EXC-REASON-CODE
           MOVE WS-EXCEPT-MSG TO EXC-MESSAGE
           OPEN EXTEND REC-EXCEPT
           IF WS-EX-STATUS = '05' OR WS-EX-STATUS = '35'
              OPEN OUTPUT REC-EXCEPT
           END-IF
           WRITE REC-EXCEPT-RECORD FROM EXCEPTION-RECORD
           CLOSE REC-EXCEPT
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
