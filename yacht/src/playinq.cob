       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PM-PLAYER-ID
              FILE STATUS IS WS-PM-STATUS.
           SELECT PLAYER-TOTALS ASSIGN TO "PLAYTOT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PT-PLAYER-ID
              FILE STATUS IS WS-PT-STATUS.
           SELECT HCAP-FILE ASSIGN TO "HCAPFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HC-PLAYER-ID
              FILE STATUS IS WS-HC-STATUS.
           SELECT TEAM-MASTER ASSIGN TO "TEAMMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TM-TEAM-ID
              FILE STATUS IS WS-TM-STATUS.
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
           SELECT GAME-RESULTS ASSIGN TO "GAMERSLT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GR-KEY
              FILE STATUS IS WS-GR-STATUS.
           SELECT INQUIRY-LOG ASSIGN TO "INQLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-IL-STATUS.
           SELECT JOB-RUN-LOG ASSIGN TO "JOBRLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  PLAYER-TOTALS.
       01  PLAYER-TOTALS-RECORD.
           05 PT-PLAYER-ID     PIC X(10).
           05 PT-GAMES         PIC 9(4).
           05 PT-GRAND-TOTAL   PIC 9(7).
           05 PT-UPPER-TOTAL   PIC 9(6).
           05 PT-YACHT-COUNT   PIC 9(4).
           05 PT-BEST-GAME     PIC 9(4).
       FD  HCAP-FILE.
       01  HCAP-RECORD.
           05 HC-PLAYER-ID     PIC X(10).
           05 HC-GAMES-USED    PIC 99.
           05 HC-TRAIL-AVG     PIC 9(4).
           05 HC-HANDICAP      PIC 999.
           05 HC-BUILD-DATE    PIC 9(8).
       FD  TEAM-MASTER.
       01  TEAM-MASTER-RECORD.
           05 TM-TEAM-ID       PIC X(8).
           05 TM-TEAM-NAME     PIC X(30).
           05 TM-MEMBER-ID     PIC X(10) OCCURS 10 TIMES.
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
       FD  GAME-RESULTS.
       01  GAME-RESULTS-RECORD.
           05 GR-KEY.
              10 GR-GAME-DATE  PIC 9(8).
              10 GR-PLAYER-ID  PIC X(10).
           05 GR-TOTAL-SCORE   PIC 9(4).
           05 GR-WINNER-FLAG   PIC X.
       FD  INQUIRY-LOG.
       01  INQUIRY-LOG-RECORD.
           05 IL-INQ-DATE      PIC 9(8).
           05 IL-INQ-TIME      PIC 9(8).
           05 IL-OPERATOR-ID   PIC X(8).
           05 IL-PLAYER-ID     PIC X(10).
           05 IL-VIEW          PIC X(8).
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
       01 WS-PM-STATUS     PIC XX.
       01 WS-PT-STATUS     PIC XX.
       01 WS-HC-STATUS     PIC XX.
       01 WS-TM-STATUS     PIC XX.
       01 WS-YC-STATUS     PIC XX.
       01 WS-HD-STATUS     PIC XX.
       01 WS-GR-STATUS     PIC XX.
       01 WS-IL-STATUS     PIC XX.
       01 WS-JRL-STATUS    PIC XX.
       01 WS-JOB-NAME      PIC X(8) VALUE 'PLAYINQ'.
       01 WS-RUN-STATUS    PIC X(8) VALUE 'COMPLETE'.
       COPY "DATEFLDS.cpy".
       01 WS-PT-OPEN       PIC X    VALUE 'N'.
          88 WS-PT-AVAILABLE        VALUE 'Y'.
       01 WS-HC-OPEN       PIC X    VALUE 'N'.
          88 WS-HC-AVAILABLE        VALUE 'Y'.
       01 WS-TM-OPEN       PIC X    VALUE 'N'.
          88 WS-TM-AVAILABLE        VALUE 'Y'.
       01 WS-YC-OPEN       PIC X    VALUE 'N'.
          88 WS-YC-AVAILABLE        VALUE 'Y'.
       01 WS-HD-OPEN       PIC X    VALUE 'N'.
          88 WS-HD-AVAILABLE        VALUE 'Y'.
       01 WS-GR-OPEN       PIC X    VALUE 'N'.
          88 WS-GR-AVAILABLE        VALUE 'Y'.
       01 WS-BROWSE-EOF    PIC X    VALUE 'N'.
          88 WS-BROWSE-AT-EOF       VALUE 'Y'.
       01 WS-QUIT-FLAG     PIC X    VALUE 'N'.
          88 WS-QUIT                VALUE 'Y'.
       01 WS-SELECT-FLAG   PIC X    VALUE 'N'.
          88 WS-PLAYER-SELECTED     VALUE 'Y'.
       01 WS-BACK-FLAG     PIC X    VALUE 'N'.
          88 WS-BACK-TO-SEARCH      VALUE 'Y'.
       01 WS-PAGE-DONE     PIC X    VALUE 'N'.
          88 WS-LEAVE-RESULTS       VALUE 'Y'.
       01 WS-LOG-FLAG      PIC X    VALUE 'N'.
          88 WS-LOG-FAILED          VALUE 'Y'.

      *    The one screen layout every step of the inquiry shares:
      *    a title, eighteen body lines built by the step, a
      *    message line and a single reply field.
       01 WS-OPERATOR-ID   PIC X(8) VALUE SPACES.
       01 WS-SCR-TITLE     PIC X(40).
       01 WS-SCREEN-LINES.
          05 WS-SL-LINE    PIC X(78) OCCURS 18 TIMES.
       01 WS-SL-IX         PIC 99.
       01 WS-MESSAGE       PIC X(78) VALUE SPACES.
       01 WS-PROMPT        PIC X(44).
       01 WS-REPLY         PIC X(30).
       01 WS-REPLY-UPPER   PIC X(30).

       01 WS-SEARCH-TEXT   PIC X(30).
       01 WS-SEARCH-LEN    PIC 99.
       01 WS-TRIM-CT       PIC 99.
       01 WS-NAME-UPPER    PIC X(30).
       01 WS-HIT-COUNT     PIC 99.
       01 WS-MATCH-MAX     PIC 99   VALUE 18.
       01 WS-MATCH-COUNT   PIC 999  VALUE 0.
       01 WS-MATCH-IX      PIC 99.
       01 WS-MATCH-TABLE.
          05 WS-MATCH-ENTRY OCCURS 18 TIMES.
             10 WS-MT-PLAYER  PIC X(10).
             10 WS-MT-NAME    PIC X(30).
             10 WS-MT-STATUS  PIC X.
       01 WS-PICK          PIC 99.
       01 WS-PLAYER-ID     PIC X(10).

       01 WS-CATEGORY-TABLE.
          05 FILLER PIC X(15) VALUE 'ones'.
          05 FILLER PIC X(15) VALUE 'twos'.
          05 FILLER PIC X(15) VALUE 'threes'.
          05 FILLER PIC X(15) VALUE 'fours'.
          05 FILLER PIC X(15) VALUE 'fives'.
          05 FILLER PIC X(15) VALUE 'sixes'.
          05 FILLER PIC X(15) VALUE 'full house'.
          05 FILLER PIC X(15) VALUE 'four of a kind'.
          05 FILLER PIC X(15) VALUE 'little straight'.
          05 FILLER PIC X(15) VALUE 'big straight'.
          05 FILLER PIC X(15) VALUE 'choice'.
          05 FILLER PIC X(15) VALUE 'yacht'.
       01 WS-CATEGORY-REDEF REDEFINES WS-CATEGORY-TABLE.
          05 WS-CATEGORY-ENTRY PIC X(15) OCCURS 12 TIMES.
       01 WS-CAT-IX        PIC 99.
       01 WS-OPEN-CATS     PIC 99.
       01 WS-MEMBER-IX     PIC 99.
       01 WS-TEAM-FOUND    PIC X.
          88 WS-ON-A-TEAM           VALUE 'Y'.
       01 WS-CARD-COUNT    PIC 999.
       01 WS-HOLD-COUNT    PIC 999.
       01 WS-SHOW-MAX      PIC 9    VALUE 4.
       01 WS-LINE-PTR      PIC 999.
      *    An open card is laid out here first, wrapping its unused
      *    categories onto a second line, so it is only put on the
      *    screen when all of it fits in the card lines.
       01 WS-CARD-WORK.
          05 WS-CW-LINE    PIC X(78) OCCURS 2 TIMES.
       01 WS-CW-IX         PIC 9.
       01 WS-CAT-LEN       PIC 99.
       01 WS-CARD-LINE     PIC 99.
       01 WS-CARD-LAST     PIC 99   VALUE 12.
       01 WS-CARD-SHOWN    PIC 9.
       01 WS-CARD-FULL     PIC X.
          88 WS-CARD-AREA-FULL      VALUE 'Y'.
       01 WS-STATUS-WORD   PIC X(8).
       01 WS-ED-GAMES      PIC ZZZ9.
       01 WS-ED-TOTAL      PIC Z(6)9.
       01 WS-ED-UPPER      PIC Z(5)9.
       01 WS-ED-YACHTS     PIC ZZZ9.
       01 WS-ED-BEST       PIC ZZZ9.
       01 WS-ED-HCAP       PIC ZZ9.
       01 WS-ED-AVG        PIC ZZZ9.
       01 WS-ED-USED       PIC Z9.
       01 WS-ED-COUNT      PIC ZZ9.
       01 WS-ED-SCORE      PIC ZZZ9.

      *    The player's game-night results, oldest first; when a
      *    long career overflows the table the oldest night drops
      *    off, since the screen pages the most recent first.
       01 WS-RS-MAX        PIC 999  VALUE 500.
       01 WS-RS-COUNT      PIC 999  VALUE 0.
       01 WS-RS-IX         PIC 999.
       01 WS-RS-TABLE.
          05 WS-RS-ENTRY OCCURS 500 TIMES.
             10 WS-RS-DATE    PIC 9(8).
             10 WS-RS-SCORE   PIC 9(4).
             10 WS-RS-WINNER  PIC X.
       01 WS-PAGE-SIZE     PIC 99   VALUE 15.
       01 WS-PAGE-NO       PIC 999.
       01 WS-PAGE-COUNT    PIC 999.
       01 WS-PAGE-START    PIC 999.
       01 WS-PAGE-LINE     PIC 99.
       01 WS-ED-PAGE       PIC ZZ9.
       01 WS-ED-PAGES      PIC ZZ9.
       01 WS-ED-RESULTS    PIC ZZ9.
       01 WS-LOG-VIEW      PIC X(8).

       SCREEN SECTION.
       01 INQUIRY-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 2 VALUE 'PLAYINQ'.
          05 LINE 1 COLUMN 12 PIC X(40) FROM WS-SCR-TITLE.
          05 LINE 1 COLUMN 60 VALUE 'OPERATOR'.
          05 LINE 1 COLUMN 69 PIC X(8) FROM WS-OPERATOR-ID.
          05 LINE 3 COLUMN 2 PIC X(78) FROM WS-SL-LINE(1).
          05 LINE 4 COLUMN 2 PIC X(78) FROM WS-SL-LINE(2).
          05 LINE 5 COLUMN 2 PIC X(78) FROM WS-SL-LINE(3).
          05 LINE 6 COLUMN 2 PIC X(78) FROM WS-SL-LINE(4).
          05 LINE 7 COLUMN 2 PIC X(78) FROM WS-SL-LINE(5).
          05 LINE 8 COLUMN 2 PIC X(78) FROM WS-SL-LINE(6).
          05 LINE 9 COLUMN 2 PIC X(78) FROM WS-SL-LINE(7).
          05 LINE 10 COLUMN 2 PIC X(78) FROM WS-SL-LINE(8).
          05 LINE 11 COLUMN 2 PIC X(78) FROM WS-SL-LINE(9).
          05 LINE 12 COLUMN 2 PIC X(78) FROM WS-SL-LINE(10).
          05 LINE 13 COLUMN 2 PIC X(78) FROM WS-SL-LINE(11).
          05 LINE 14 COLUMN 2 PIC X(78) FROM WS-SL-LINE(12).
          05 LINE 15 COLUMN 2 PIC X(78) FROM WS-SL-LINE(13).
          05 LINE 16 COLUMN 2 PIC X(78) FROM WS-SL-LINE(14).
          05 LINE 17 COLUMN 2 PIC X(78) FROM WS-SL-LINE(15).
          05 LINE 18 COLUMN 2 PIC X(78) FROM WS-SL-LINE(16).
          05 LINE 19 COLUMN 2 PIC X(78) FROM WS-SL-LINE(17).
          05 LINE 20 COLUMN 2 PIC X(78) FROM WS-SL-LINE(18).
          05 LINE 22 COLUMN 2 PIC X(78) FROM WS-MESSAGE.
          05 LINE 23 COLUMN 2 PIC X(44) FROM WS-PROMPT.
          05 LINE 23 COLUMN 47 PIC X(30) USING WS-REPLY.

       PROCEDURE DIVISION.
       PLAYINQ SECTION.
      *    League-desk inquiry, so "what's my handicap, is my card
      *    complete, why is my score on hold" is answered at the
      *    terminal instead of from three batch reports and the
      *    raw files. The operator signs on with their ID, then
      *    looks a player up by player ID or by any part of the
      *    display name; more than one name match gives a pick
      *    list. The player screen shows the master status and
      *    expiry, season totals, handicap and its build date,
      *    team, open scorecards with the categories still
      *    unused, and score holds with their hold date; a second
      *    screen pages the player's game-night results, latest
      *    first. Every file is opened INPUT - nothing here can
      *    change a record - and every player screen and results
      *    screen shown is logged to INQLOG with the operator,
      *    player, date and time, so the league can say who
      *    looked at a record; a screen that cannot be logged is
      *    not shown, and the session ends RC 4. Without the
      *    player master there is nothing to look up: RC 8. Any
      *    other file missing just shows as not available on the
      *    screen.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           OPEN INPUT PLAYER-MASTER
           IF WS-PM-STATUS NOT = '00'
              DISPLAY 'PLAYINQ - PLAYER MASTER NOT AVAILABLE'
              MOVE 8 TO RETURN-CODE
              MOVE 'FAILED' TO WS-RUN-STATUS
           ELSE
              PERFORM OPEN-INQUIRY-FILES
              PERFORM SIGN-ON
              PERFORM UNTIL WS-QUIT
                 PERFORM FIND-PLAYER
                 IF WS-PLAYER-SELECTED
                    PERFORM SHOW-PLAYER
                 END-IF
              END-PERFORM
              PERFORM CLOSE-INQUIRY-FILES
           END-IF
           PERFORM WRITE-JOB-RUN-LOG
           STOP RUN.

       OPEN-INQUIRY-FILES SECTION.
           OPEN INPUT PLAYER-TOTALS
           IF WS-PT-STATUS = '00'
              SET WS-PT-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT HCAP-FILE
           IF WS-HC-STATUS = '00'
              SET WS-HC-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT TEAM-MASTER
           IF WS-TM-STATUS = '00'
              SET WS-TM-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT YACHT-CARD
           IF WS-YC-STATUS = '00'
              SET WS-YC-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT YACHT-HOLDS
           IF WS-HD-STATUS = '00'
              SET WS-HD-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT GAME-RESULTS
           IF WS-GR-STATUS = '00'
              SET WS-GR-AVAILABLE TO TRUE
           END-IF.

       CLOSE-INQUIRY-FILES SECTION.
           CLOSE PLAYER-MASTER
           IF WS-PT-AVAILABLE
              CLOSE PLAYER-TOTALS
           END-IF
           IF WS-HC-AVAILABLE
              CLOSE HCAP-FILE
           END-IF
           IF WS-TM-AVAILABLE
              CLOSE TEAM-MASTER
           END-IF
           IF WS-YC-AVAILABLE
              CLOSE YACHT-CARD
           END-IF
           IF WS-HD-AVAILABLE
              CLOSE YACHT-HOLDS
           END-IF
           IF WS-GR-AVAILABLE
              CLOSE GAME-RESULTS
           END-IF.

       CLEAR-SCREEN-LINES SECTION.
           PERFORM VARYING WS-SL-IX FROM 1 BY 1 UNTIL WS-SL-IX > 18
              MOVE SPACES TO WS-SL-LINE(WS-SL-IX)
           END-PERFORM
           MOVE SPACES TO WS-REPLY.

       SHOW-SCREEN SECTION.
           DISPLAY INQUIRY-SCREEN
           ACCEPT INQUIRY-SCREEN
           MOVE SPACES TO WS-MESSAGE
           MOVE FUNCTION UPPER-CASE(WS-REPLY) TO WS-REPLY-UPPER.

       SIGN-ON SECTION.
      *    No inquiry is made without an operator ID to log
      *    against; END leaves before anything is looked at.
           MOVE 'SIGN ON' TO WS-SCR-TITLE
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES OR WS-QUIT
              PERFORM CLEAR-SCREEN-LINES
              MOVE 'KEY YOUR OPERATOR ID. EVERY PLAYER RECORD YOU'
                 TO WS-SL-LINE(2)
              MOVE 'VIEW IS LOGGED AGAINST IT.' TO WS-SL-LINE(3)
              MOVE 'OPERATOR ID (END TO LEAVE):' TO WS-PROMPT
              PERFORM SHOW-SCREEN
              EVALUATE TRUE
                 WHEN WS-REPLY-UPPER = 'END'
                    SET WS-QUIT TO TRUE
                 WHEN WS-REPLY = SPACES
                    MOVE 'AN OPERATOR ID IS REQUIRED' TO WS-MESSAGE
                 WHEN OTHER
                    MOVE WS-REPLY-UPPER TO WS-OPERATOR-ID
              END-EVALUATE
           END-PERFORM.

       FIND-PLAYER SECTION.
      *    An exact player ID is tried first; failing that the
      *    reply is taken as part of a display name, matched
      *    without regard to case anywhere in the name.
           MOVE 'N' TO WS-SELECT-FLAG
           MOVE 'PLAYER SEARCH' TO WS-SCR-TITLE
           PERFORM UNTIL WS-PLAYER-SELECTED OR WS-QUIT
              PERFORM CLEAR-SCREEN-LINES
              MOVE 'KEY A PLAYER ID, OR PART OF THE PLAYER''S NAME.'
                 TO WS-SL-LINE(2)
              MOVE 'PLAYER ID OR NAME (END TO LEAVE):' TO WS-PROMPT
              PERFORM SHOW-SCREEN
              EVALUATE TRUE
                 WHEN WS-REPLY-UPPER = 'END'
                    SET WS-QUIT TO TRUE
                 WHEN WS-REPLY = SPACES
                    MOVE 'KEY A PLAYER ID OR NAME' TO WS-MESSAGE
                 WHEN OTHER
                    MOVE WS-REPLY TO WS-SEARCH-TEXT
                    MOVE WS-REPLY(1:10) TO PM-PLAYER-ID
                    READ PLAYER-MASTER KEY IS PM-PLAYER-ID
                    IF WS-PM-STATUS = '00'
                       MOVE PM-PLAYER-ID TO WS-PLAYER-ID
                       SET WS-PLAYER-SELECTED TO TRUE
                    ELSE
                       PERFORM SEARCH-BY-NAME
                    END-IF
              END-EVALUATE
           END-PERFORM.

       SEARCH-BY-NAME SECTION.
           MOVE 0 TO WS-TRIM-CT
           INSPECT FUNCTION REVERSE(WS-SEARCH-TEXT) TALLYING WS-TRIM-CT
              FOR LEADING SPACES
           SUBTRACT WS-TRIM-CT FROM LENGTH OF WS-SEARCH-TEXT
              GIVING WS-SEARCH-LEN
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-TEXT) TO WS-SEARCH-TEXT
           MOVE 0 TO WS-MATCH-COUNT
           MOVE 'N' TO WS-BROWSE-EOF
           MOVE LOW-VALUES TO PM-PLAYER-ID
           START PLAYER-MASTER KEY IS NOT LESS THAN PM-PLAYER-ID
              INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
           END-START
           PERFORM UNTIL WS-BROWSE-AT-EOF
              READ PLAYER-MASTER NEXT RECORD
                 AT END MOVE 'Y' TO WS-BROWSE-EOF
              END-READ
              IF NOT WS-BROWSE-AT-EOF
                 MOVE FUNCTION UPPER-CASE(PM-DISPLAY-NAME)
                    TO WS-NAME-UPPER
                 MOVE 0 TO WS-HIT-COUNT
                 INSPECT WS-NAME-UPPER TALLYING WS-HIT-COUNT
                    FOR ALL WS-SEARCH-TEXT(1:WS-SEARCH-LEN)
                 IF WS-HIT-COUNT > 0
                    ADD 1 TO WS-MATCH-COUNT
                    IF WS-MATCH-COUNT <= WS-MATCH-MAX
                       MOVE WS-MATCH-COUNT TO WS-MATCH-IX
                       MOVE PM-PLAYER-ID TO WS-MT-PLAYER(WS-MATCH-IX)
                       MOVE PM-DISPLAY-NAME TO WS-MT-NAME(WS-MATCH-IX)
                       MOVE PM-STATUS TO WS-MT-STATUS(WS-MATCH-IX)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-MATCH-COUNT = 0
                 MOVE 'NO PLAYER ID OR NAME MATCHES' TO WS-MESSAGE
              WHEN WS-MATCH-COUNT = 1
                 MOVE WS-MT-PLAYER(1) TO WS-PLAYER-ID
                 SET WS-PLAYER-SELECTED TO TRUE
              WHEN OTHER
                 PERFORM PICK-FROM-LIST
           END-EVALUATE.

       PICK-FROM-LIST SECTION.
           MOVE 'NAME MATCHES' TO WS-SCR-TITLE
           PERFORM CLEAR-SCREEN-LINES
           IF WS-MATCH-COUNT > WS-MATCH-MAX
              MOVE WS-MATCH-COUNT TO WS-ED-COUNT
              STRING 'FIRST 18 OF ' WS-ED-COUNT
                 ' MATCHES SHOWN - NARROW THE SEARCH IF NOT LISTED'
                 DELIMITED BY SIZE INTO WS-MESSAGE
              END-STRING
              MOVE WS-MATCH-MAX TO WS-MATCH-COUNT
           END-IF
           PERFORM VARYING WS-MATCH-IX FROM 1 BY 1
              UNTIL WS-MATCH-IX > WS-MATCH-COUNT
              MOVE WS-MATCH-IX TO WS-ED-COUNT
              STRING WS-ED-COUNT '  ' WS-MT-PLAYER(WS-MATCH-IX) '  '
                 WS-MT-NAME(WS-MATCH-IX) '  ' WS-MT-STATUS(WS-MATCH-IX)
                 DELIMITED BY SIZE INTO WS-SL-LINE(WS-MATCH-IX)
              END-STRING
           END-PERFORM
           MOVE 'LINE NUMBER (BLANK TO SEARCH AGAIN):' TO WS-PROMPT
           PERFORM SHOW-SCREEN
           MOVE 'PLAYER SEARCH' TO WS-SCR-TITLE
           IF WS-REPLY NOT = SPACES
              MOVE 0 TO WS-PICK
              IF WS-REPLY(2:1) = SPACE AND WS-REPLY(1:1) IS NUMERIC
                 MOVE WS-REPLY(1:1) TO WS-PICK
              END-IF
              IF WS-REPLY(1:2) IS NUMERIC
                 MOVE WS-REPLY(1:2) TO WS-PICK
              END-IF
              IF WS-PICK > 0 AND WS-PICK <= WS-MATCH-COUNT
                 MOVE WS-MT-PLAYER(WS-PICK) TO WS-PLAYER-ID
                 SET WS-PLAYER-SELECTED TO TRUE
              ELSE
                 MOVE 'NOT A LINE ON THE LIST' TO WS-MESSAGE
              END-IF
           END-IF.

       SHOW-PLAYER SECTION.
           MOVE 'N' TO WS-BACK-FLAG
           MOVE 'SUMMARY' TO WS-LOG-VIEW
           PERFORM WRITE-INQUIRY-LOG
           IF WS-LOG-FAILED
              MOVE 'INQUIRY LOG NOT AVAILABLE - PLAYER NOT SHOWN'
                 TO WS-MESSAGE
              SET WS-BACK-TO-SEARCH TO TRUE
           ELSE
              PERFORM BUILD-PLAYER-SCREEN
           END-IF
           PERFORM UNTIL WS-BACK-TO-SEARCH OR WS-QUIT
              MOVE 'PLAYER SUMMARY' TO WS-SCR-TITLE
              MOVE SPACES TO WS-REPLY
              MOVE 'R=RESULTS N=NEW PLAYER END=LEAVE:' TO WS-PROMPT
              PERFORM SHOW-SCREEN
              EVALUATE TRUE
                 WHEN WS-REPLY-UPPER = 'END'
                    SET WS-QUIT TO TRUE
                 WHEN WS-REPLY-UPPER = 'N'
                    SET WS-BACK-TO-SEARCH TO TRUE
                 WHEN WS-REPLY-UPPER = 'R'
                    PERFORM SHOW-RESULTS
                    IF NOT WS-QUIT
                       PERFORM BUILD-PLAYER-SCREEN
                    END-IF
                 WHEN OTHER
                    MOVE 'KEY R, N OR END' TO WS-MESSAGE
              END-EVALUATE
           END-PERFORM.

       BUILD-PLAYER-SCREEN SECTION.
           PERFORM CLEAR-SCREEN-LINES
           MOVE WS-PLAYER-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER KEY IS PM-PLAYER-ID
           EVALUATE TRUE
              WHEN PM-ACTIVE
                 MOVE 'ACTIVE' TO WS-STATUS-WORD
              WHEN PM-INACTIVE
                 MOVE 'INACTIVE' TO WS-STATUS-WORD
              WHEN PM-GUEST
                 MOVE 'GUEST' TO WS-STATUS-WORD
              WHEN OTHER
                 MOVE PM-STATUS TO WS-STATUS-WORD
           END-EVALUATE
           STRING 'PLAYER   ' PM-PLAYER-ID '  ' PM-DISPLAY-NAME
              DELIMITED BY SIZE INTO WS-SL-LINE(1)
           END-STRING
           IF PM-EXPIRY-DATE = 0
              STRING 'STATUS   ' WS-STATUS-WORD
                 '  JOINED ' PM-JOIN-DATE '  NO EXPIRY'
                 DELIMITED BY SIZE INTO WS-SL-LINE(2)
              END-STRING
           ELSE
              STRING 'STATUS   ' WS-STATUS-WORD
                 '  JOINED ' PM-JOIN-DATE '  EXPIRES ' PM-EXPIRY-DATE
                 DELIMITED BY SIZE INTO WS-SL-LINE(2)
              END-STRING
           END-IF
           PERFORM BUILD-TOTALS-LINE
           PERFORM BUILD-HANDICAP-LINE
           PERFORM BUILD-TEAM-LINE
           PERFORM BUILD-CARD-LINES
           PERFORM BUILD-HOLD-LINES.

       BUILD-TOTALS-LINE SECTION.
           EVALUATE TRUE
              WHEN NOT WS-PT-AVAILABLE
                 MOVE 'SEASON   PLAYER TOTALS NOT AVAILABLE'
                    TO WS-SL-LINE(4)
              WHEN OTHER
                 MOVE WS-PLAYER-ID TO PT-PLAYER-ID
                 READ PLAYER-TOTALS KEY IS PT-PLAYER-ID
                 IF WS-PT-STATUS = '00'
                    MOVE PT-GAMES TO WS-ED-GAMES
                    MOVE PT-GRAND-TOTAL TO WS-ED-TOTAL
                    MOVE PT-UPPER-TOTAL TO WS-ED-UPPER
                    MOVE PT-YACHT-COUNT TO WS-ED-YACHTS
                    MOVE PT-BEST-GAME TO WS-ED-BEST
                    STRING 'SEASON   GAMES ' WS-ED-GAMES
                       '  TOTAL ' WS-ED-TOTAL
                       '  UPPER ' WS-ED-UPPER
                       '  YACHTS ' WS-ED-YACHTS
                       '  BEST GAME ' WS-ED-BEST
                       DELIMITED BY SIZE INTO WS-SL-LINE(4)
                    END-STRING
                 ELSE
                    MOVE 'SEASON   NO GAMES POSTED THIS SEASON'
                       TO WS-SL-LINE(4)
                 END-IF
           END-EVALUATE.

       BUILD-HANDICAP-LINE SECTION.
           EVALUATE TRUE
              WHEN NOT WS-HC-AVAILABLE
                 MOVE 'HANDICAP HANDICAP FILE NOT AVAILABLE'
                    TO WS-SL-LINE(5)
              WHEN OTHER
                 MOVE WS-PLAYER-ID TO HC-PLAYER-ID
                 READ HCAP-FILE KEY IS HC-PLAYER-ID
                 IF WS-HC-STATUS = '00'
                    MOVE HC-HANDICAP TO WS-ED-HCAP
                    MOVE HC-TRAIL-AVG TO WS-ED-AVG
                    MOVE HC-GAMES-USED TO WS-ED-USED
                    STRING 'HANDICAP ' WS-ED-HCAP
                       '  TRAILING AVERAGE ' WS-ED-AVG
                       ' OVER ' WS-ED-USED ' GAMES'
                       '  BUILT ' HC-BUILD-DATE
                       DELIMITED BY SIZE INTO WS-SL-LINE(5)
                    END-STRING
                 ELSE
                    MOVE 'HANDICAP NONE - NOT ENOUGH GAMES YET'
                       TO WS-SL-LINE(5)
                 END-IF
           END-EVALUATE.

       BUILD-TEAM-LINE SECTION.
      *    TEAMMST is keyed on team, not member, so the whole file
      *    is read for the team carrying this player.
           MOVE 'N' TO WS-TEAM-FOUND
           IF NOT WS-TM-AVAILABLE
              MOVE 'TEAM     TEAM MASTER NOT AVAILABLE' TO WS-SL-LINE(6)
           ELSE
              MOVE 'N' TO WS-BROWSE-EOF
              MOVE LOW-VALUES TO TM-TEAM-ID
              START TEAM-MASTER KEY IS NOT LESS THAN TM-TEAM-ID
                 INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
              END-START
              PERFORM UNTIL WS-BROWSE-AT-EOF OR WS-ON-A-TEAM
                 READ TEAM-MASTER NEXT RECORD
                    AT END MOVE 'Y' TO WS-BROWSE-EOF
                 END-READ
                 IF NOT WS-BROWSE-AT-EOF
                    PERFORM VARYING WS-MEMBER-IX FROM 1 BY 1
                       UNTIL WS-MEMBER-IX > 10
                       IF TM-MEMBER-ID(WS-MEMBER-IX) = WS-PLAYER-ID
                          SET WS-ON-A-TEAM TO TRUE
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
              IF WS-ON-A-TEAM
                 STRING 'TEAM     ' TM-TEAM-ID '  ' TM-TEAM-NAME
                    DELIMITED BY SIZE INTO WS-SL-LINE(6)
                 END-STRING
              ELSE
                 MOVE 'TEAM     NOT ON A TEAM' TO WS-SL-LINE(6)
              END-IF
           END-IF.

       BUILD-CARD-LINES SECTION.
      *    A card is open while any of its twelve categories is
      *    unused. Open cards are listed with the unused categories
      *    named, as many as fit on the four card lines - a card
      *    with a long list takes two - and the heading carries the
      *    count and, when not all fit, how many are shown.
           MOVE 0 TO WS-CARD-COUNT
           MOVE 0 TO WS-CARD-SHOWN
           MOVE 9 TO WS-CARD-LINE
           MOVE 'N' TO WS-CARD-FULL
           IF NOT WS-YC-AVAILABLE
              MOVE 'OPEN SCORECARDS - SCORECARD FILE NOT AVAILABLE'
                 TO WS-SL-LINE(8)
           ELSE
              MOVE 'N' TO WS-BROWSE-EOF
              MOVE WS-PLAYER-ID TO YC-PLAYER-ID
              MOVE 0 TO YC-GAME-DATE
              START YACHT-CARD KEY IS NOT LESS THAN YC-KEY
                 INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
              END-START
              PERFORM UNTIL WS-BROWSE-AT-EOF
                 READ YACHT-CARD NEXT RECORD
                    AT END MOVE 'Y' TO WS-BROWSE-EOF
                 END-READ
                 IF NOT WS-BROWSE-AT-EOF
                    IF YC-PLAYER-ID NOT = WS-PLAYER-ID
                       MOVE 'Y' TO WS-BROWSE-EOF
                    ELSE
                       PERFORM LIST-OPEN-CARD
                    END-IF
                 END-IF
              END-PERFORM
              MOVE WS-CARD-COUNT TO WS-ED-COUNT
              IF WS-CARD-COUNT > WS-CARD-SHOWN
                 STRING 'OPEN SCORECARDS ' WS-ED-COUNT
                    ' - FIRST ' WS-CARD-SHOWN ' SHOWN'
                    DELIMITED BY SIZE INTO WS-SL-LINE(8)
                 END-STRING
              ELSE
                 STRING 'OPEN SCORECARDS ' WS-ED-COUNT
                    DELIMITED BY SIZE INTO WS-SL-LINE(8)
                 END-STRING
              END-IF
           END-IF.

       LIST-OPEN-CARD SECTION.
           MOVE 0 TO WS-OPEN-CATS
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1 UNTIL WS-CAT-IX > 12
              IF YC-USED-TABLE(WS-CAT-IX) NOT = 'Y'
                 ADD 1 TO WS-OPEN-CATS
              END-IF
           END-PERFORM
           IF WS-OPEN-CATS > 0
              ADD 1 TO WS-CARD-COUNT
              IF NOT WS-CARD-AREA-FULL
                 PERFORM LAY-OUT-OPEN-CARD
                 IF WS-CARD-LINE + WS-CW-IX - 1 > WS-CARD-LAST
                    SET WS-CARD-AREA-FULL TO TRUE
                 ELSE
                    ADD 1 TO WS-CARD-SHOWN
                    MOVE WS-CW-LINE(1) TO WS-SL-LINE(WS-CARD-LINE)
                    ADD 1 TO WS-CARD-LINE
                    IF WS-CW-IX = 2
                       MOVE WS-CW-LINE(2) TO WS-SL-LINE(WS-CARD-LINE)
                       ADD 1 TO WS-CARD-LINE
                    END-IF
                 END-IF
              END-IF
           END-IF.

       LAY-OUT-OPEN-CARD SECTION.
      *    A category name that would run past the end of the line
      *    starts a second line under the first; all twelve names
      *    fit in two.
           MOVE SPACES TO WS-CARD-WORK
           MOVE 1 TO WS-CW-IX
           IF WS-OPEN-CATS = 12
              STRING '  ' YC-GAME-DATE '  NOTHING SCORED YET'
                 DELIMITED BY SIZE INTO WS-CW-LINE(1)
              END-STRING
           ELSE
              MOVE 1 TO WS-LINE-PTR
              STRING '  ' YC-GAME-DATE '  UNUSED:'
                 DELIMITED BY SIZE INTO WS-CW-LINE(1)
                 WITH POINTER WS-LINE-PTR
              END-STRING
              PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                 UNTIL WS-CAT-IX > 12
                 IF YC-USED-TABLE(WS-CAT-IX) NOT = 'Y'
                    MOVE 0 TO WS-CAT-LEN
                    INSPECT WS-CATEGORY-ENTRY(WS-CAT-IX)
                       TALLYING WS-CAT-LEN
                       FOR CHARACTERS BEFORE INITIAL '  '
                    IF WS-LINE-PTR + WS-CAT-LEN > 78
                       MOVE 2 TO WS-CW-IX
                       MOVE 20 TO WS-LINE-PTR
                    END-IF
                    STRING ' ' WS-CATEGORY-ENTRY(WS-CAT-IX)
                       DELIMITED BY '  '
                       INTO WS-CW-LINE(WS-CW-IX)
                       WITH POINTER WS-LINE-PTR
                    END-STRING
                 END-IF
              END-PERFORM
           END-IF.

       BUILD-HOLD-LINES SECTION.
      *    Holds are keyed player first, so one short browse lists
      *    the game night, category and date each was put on hold.
           MOVE 0 TO WS-HOLD-COUNT
           IF NOT WS-HD-AVAILABLE
              MOVE 'SCORE HOLDS - HOLD FILE NOT AVAILABLE'
                 TO WS-SL-LINE(14)
           ELSE
              MOVE 'N' TO WS-BROWSE-EOF
              MOVE WS-PLAYER-ID TO HD-PLAYER-ID
              MOVE 0 TO HD-GAME-DATE
              MOVE LOW-VALUES TO HD-CATEGORY
              START YACHT-HOLDS KEY IS NOT LESS THAN HD-KEY
                 INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
              END-START
              PERFORM UNTIL WS-BROWSE-AT-EOF
                 READ YACHT-HOLDS NEXT RECORD
                    AT END MOVE 'Y' TO WS-BROWSE-EOF
                 END-READ
                 IF NOT WS-BROWSE-AT-EOF
                    IF HD-PLAYER-ID NOT = WS-PLAYER-ID
                       MOVE 'Y' TO WS-BROWSE-EOF
                    ELSE
                       ADD 1 TO WS-HOLD-COUNT
                       IF WS-HOLD-COUNT <= WS-SHOW-MAX
                          COMPUTE WS-SL-IX = 14 + WS-HOLD-COUNT
                          STRING '  GAME NIGHT ' HD-GAME-DATE '  '
                             HD-CATEGORY '  HELD ' HD-HOLD-DATE
                             DELIMITED BY SIZE
                             INTO WS-SL-LINE(WS-SL-IX)
                          END-STRING
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              MOVE WS-HOLD-COUNT TO WS-ED-COUNT
              IF WS-HOLD-COUNT > WS-SHOW-MAX
                 STRING 'SCORE HOLDS ' WS-ED-COUNT ' - FIRST 4 SHOWN'
                    DELIMITED BY SIZE INTO WS-SL-LINE(14)
                 END-STRING
              ELSE
                 STRING 'SCORE HOLDS ' WS-ED-COUNT
                    DELIMITED BY SIZE INTO WS-SL-LINE(14)
                 END-STRING
              END-IF
           END-IF.

       SHOW-RESULTS SECTION.
      *    Second screen: the player's results fifteen nights to a
      *    page, most recent first.
           PERFORM LOAD-RESULTS
           MOVE 'RESULTS' TO WS-LOG-VIEW
           PERFORM WRITE-INQUIRY-LOG
           COMPUTE WS-PAGE-COUNT =
              (WS-RS-COUNT + WS-PAGE-SIZE - 1) / WS-PAGE-SIZE
           IF WS-PAGE-COUNT = 0
              MOVE 1 TO WS-PAGE-COUNT
           END-IF
           MOVE 1 TO WS-PAGE-NO
           MOVE 'N' TO WS-PAGE-DONE
           IF WS-LOG-FAILED
              MOVE 'INQUIRY LOG NOT AVAILABLE - RESULTS NOT SHOWN'
                 TO WS-MESSAGE
              SET WS-LEAVE-RESULTS TO TRUE
           END-IF
           PERFORM UNTIL WS-LEAVE-RESULTS OR WS-QUIT
              PERFORM BUILD-RESULTS-PAGE
              MOVE 'GAME-NIGHT RESULTS' TO WS-SCR-TITLE
              MOVE 'F=OLDER B=NEWER X=BACK END=LEAVE:' TO WS-PROMPT
              PERFORM SHOW-SCREEN
              EVALUATE TRUE
                 WHEN WS-REPLY-UPPER = 'END'
                    SET WS-QUIT TO TRUE
                 WHEN WS-REPLY-UPPER = 'X'
                    SET WS-LEAVE-RESULTS TO TRUE
                 WHEN WS-REPLY-UPPER = 'F' OR WS-REPLY = SPACES
                    IF WS-PAGE-NO < WS-PAGE-COUNT
                       ADD 1 TO WS-PAGE-NO
                    ELSE
                       MOVE 'NO OLDER RESULTS' TO WS-MESSAGE
                    END-IF
                 WHEN WS-REPLY-UPPER = 'B'
                    IF WS-PAGE-NO > 1
                       SUBTRACT 1 FROM WS-PAGE-NO
                    ELSE
                       MOVE 'ALREADY AT THE LATEST RESULTS'
                          TO WS-MESSAGE
                    END-IF
                 WHEN OTHER
                    MOVE 'KEY F, B, X OR END' TO WS-MESSAGE
              END-EVALUATE
           END-PERFORM.

       LOAD-RESULTS SECTION.
      *    GAMERSLT is keyed night first, so every night is read
      *    and this player's rows kept.
           MOVE 0 TO WS-RS-COUNT
           IF WS-GR-AVAILABLE
              MOVE 'N' TO WS-BROWSE-EOF
              MOVE LOW-VALUES TO GR-KEY
              START GAME-RESULTS KEY IS NOT LESS THAN GR-KEY
                 INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
              END-START
              PERFORM UNTIL WS-BROWSE-AT-EOF
                 READ GAME-RESULTS NEXT RECORD
                    AT END MOVE 'Y' TO WS-BROWSE-EOF
                 END-READ
                 IF NOT WS-BROWSE-AT-EOF
                    AND GR-PLAYER-ID = WS-PLAYER-ID
                    IF WS-RS-COUNT = WS-RS-MAX
                       PERFORM VARYING WS-RS-IX FROM 2 BY 1
                          UNTIL WS-RS-IX > WS-RS-MAX
                          MOVE WS-RS-ENTRY(WS-RS-IX)
                             TO WS-RS-ENTRY(WS-RS-IX - 1)
                       END-PERFORM
                    ELSE
                       ADD 1 TO WS-RS-COUNT
                    END-IF
                    MOVE GR-GAME-DATE TO WS-RS-DATE(WS-RS-COUNT)
                    MOVE GR-TOTAL-SCORE TO WS-RS-SCORE(WS-RS-COUNT)
                    MOVE GR-WINNER-FLAG TO WS-RS-WINNER(WS-RS-COUNT)
                 END-IF
              END-PERFORM
           END-IF.

       BUILD-RESULTS-PAGE SECTION.
           PERFORM CLEAR-SCREEN-LINES
           STRING 'PLAYER   ' PM-PLAYER-ID '  ' PM-DISPLAY-NAME
              DELIMITED BY SIZE INTO WS-SL-LINE(1)
           END-STRING
           MOVE '  GAME NIGHT   SCORE' TO WS-SL-LINE(2)
           EVALUATE TRUE
              WHEN NOT WS-GR-AVAILABLE
                 MOVE '  GAME RESULTS FILE NOT AVAILABLE'
                    TO WS-SL-LINE(3)
              WHEN WS-RS-COUNT = 0
                 MOVE '  NO GAME-NIGHT RESULTS ON FILE'
                    TO WS-SL-LINE(3)
              WHEN OTHER
                 COMPUTE WS-PAGE-START = WS-RS-COUNT
                    - (WS-PAGE-NO - 1) * WS-PAGE-SIZE
                 MOVE WS-PAGE-START TO WS-RS-IX
                 MOVE 0 TO WS-PAGE-LINE
                 PERFORM UNTIL WS-PAGE-LINE = WS-PAGE-SIZE
                    OR WS-RS-IX = 0
                    ADD 1 TO WS-PAGE-LINE
                    COMPUTE WS-SL-IX = WS-PAGE-LINE + 2
                    MOVE WS-RS-SCORE(WS-RS-IX) TO WS-ED-SCORE
                    IF WS-RS-WINNER(WS-RS-IX) = 'Y'
                       STRING '  ' WS-RS-DATE(WS-RS-IX) '    '
                          WS-ED-SCORE '  NIGHT WINNER'
                          DELIMITED BY SIZE INTO WS-SL-LINE(WS-SL-IX)
                       END-STRING
                    ELSE
                       STRING '  ' WS-RS-DATE(WS-RS-IX) '    '
                          WS-ED-SCORE
                          DELIMITED BY SIZE INTO WS-SL-LINE(WS-SL-IX)
                       END-STRING
                    END-IF
                    SUBTRACT 1 FROM WS-RS-IX
                 END-PERFORM
           END-EVALUATE
           MOVE WS-PAGE-NO TO WS-ED-PAGE
           MOVE WS-PAGE-COUNT TO WS-ED-PAGES
           MOVE WS-RS-COUNT TO WS-ED-RESULTS
           STRING 'PAGE ' WS-ED-PAGE ' OF ' WS-ED-PAGES
              '   ' WS-ED-RESULTS ' NIGHTS ON FILE'
              DELIMITED BY SIZE INTO WS-SL-LINE(18)
           END-STRING.

       WRITE-INQUIRY-LOG SECTION.
      *    Opened and closed around each record, as the run log is,
      *    so every view is on disk even if the session is dropped.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO INQUIRY-LOG-RECORD
           MOVE WS-CURRENT-DATE TO IL-INQ-DATE
           MOVE WS-CURRENT-TIME TO IL-INQ-TIME
           MOVE WS-OPERATOR-ID TO IL-OPERATOR-ID
           MOVE WS-PLAYER-ID TO IL-PLAYER-ID
           MOVE WS-LOG-VIEW TO IL-VIEW
      *    A view that cannot be logged is not shown, so the log
      *    never misses a look at a record.
           MOVE 'N' TO WS-LOG-FLAG
           OPEN EXTEND INQUIRY-LOG
           IF WS-IL-STATUS = '05' OR WS-IL-STATUS = '35'
              OPEN OUTPUT INQUIRY-LOG
           END-IF
           IF WS-IL-STATUS NOT = '00'
              SET WS-LOG-FAILED TO TRUE
           ELSE
              WRITE INQUIRY-LOG-RECORD
              IF WS-IL-STATUS NOT = '00'
                 SET WS-LOG-FAILED TO TRUE
              END-IF
              CLOSE INQUIRY-LOG
              IF WS-IL-STATUS NOT = '00'
                 SET WS-LOG-FAILED TO TRUE
              END-IF
           END-IF
           IF WS-LOG-FAILED
              MOVE 4 TO RETURN-CODE
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
