       IDENTIFICATION DIVISION.
       PROGRAM-ID. YACHTWEB.
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
           SELECT GAME-RESULTS ASSIGN TO "GAMERSLT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GR-KEY
              FILE STATUS IS WS-GR-STATUS.
           SELECT LEADER-FEED ASSIGN TO "LDRFEED"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LF-STATUS.
           SELECT GAME-SCHEDULE ASSIGN TO "GAMESCHD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GS-STATUS.
           SELECT BUSDATE-CARD ASSIGN TO "BUSDCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BDC-STATUS.
           SELECT WEB-FEED ASSIGN TO "WEBFEED"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WF-STATUS.
           SELECT WEB-EXCEPT ASSIGN TO "WEBEXC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EX-STATUS.
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
       FD  GAME-RESULTS.
       01  GAME-RESULTS-RECORD.
           05 GR-KEY.
              10 GR-GAME-DATE  PIC 9(8).
              10 GR-PLAYER-ID  PIC X(10).
           05 GR-TOTAL-SCORE   PIC 9(4).
           05 GR-WINNER-FLAG   PIC X.
       FD  LEADER-FEED.
       01  LEADER-FEED-RECORD.
           05 LF-RANK          PIC 999.
           05 LF-PLAYER-ID     PIC X(10).
           05 LF-GAMES         PIC 999.
           05 LF-SEASON-TOTAL  PIC 9(6).
           05 LF-BEST-GAME     PIC 9(4).
       FD  GAME-SCHEDULE.
       01  GAME-SCHEDULE-RECORD.
           05 GS-GAME-DATE     PIC 9(8).
           05 GS-LEAGUE-CODE   PIC X(4).
       FD  BUSDATE-CARD.
       01  BUSDATE-CARD-RECORD.
           05 BD-BUSINESS-DATE  PIC X(8).
       FD  WEB-FEED.
       01  WEB-FEED-RECORD     PIC X(200).
       FD  WEB-EXCEPT.
       01  WEB-EXCEPT-RECORD   PIC X(142).
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
       01 WS-GR-STATUS     PIC XX.
       01 WS-LF-STATUS     PIC XX.
       01 WS-GS-STATUS     PIC XX.
       01 WS-BDC-STATUS    PIC XX.
       01 WS-WF-STATUS     PIC XX.
       01 WS-EX-STATUS     PIC XX.
       01 WS-JRL-STATUS    PIC XX.
       01 WS-JOB-NAME      PIC X(8) VALUE 'YACHTWEB'.
       01 WS-RUN-STATUS    PIC X(8) VALUE 'COMPLETE'.
       COPY "DATEFLDS.cpy".
       COPY "EXCPTREC.cpy".
       01 WS-EXCEPT-MSG    PIC X(80).
       01 WS-EXC-SEVERITY  PIC X     VALUE 'E'.
       01 WS-EXC-REASON    PIC X(4)  VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8)  VALUE 0.
       01 WS-PM-OPEN       PIC X     VALUE 'N'.
          88 WS-PM-AVAILABLE         VALUE 'Y'.
       01 WS-PT-OPEN       PIC X     VALUE 'N'.
          88 WS-PT-AVAILABLE         VALUE 'Y'.
       01 WS-HC-OPEN       PIC X     VALUE 'N'.
          88 WS-HC-AVAILABLE         VALUE 'Y'.
       01 WS-LF-EOF        PIC X     VALUE 'N'.
          88 WS-LF-AT-EOF            VALUE 'Y'.
       01 WS-GR-EOF        PIC X     VALUE 'N'.
          88 WS-GR-AT-EOF            VALUE 'Y'.
       01 WS-GS-EOF        PIC X     VALUE 'N'.
          88 WS-GS-AT-EOF            VALUE 'Y'.
       01 WS-TM-EOF        PIC X     VALUE 'N'.
          88 WS-TM-AT-EOF            VALUE 'Y'.
       01 WS-HC-EOF        PIC X     VALUE 'N'.
          88 WS-HC-AT-EOF            VALUE 'Y'.
       01 WS-LISTED        PIC X     VALUE 'N'.
          88 WS-PLAYER-LISTED        VALUE 'Y'.

      *    Teams are ranked on the season total of their members'
      *    PLAYTOT grand totals, the same fast path TEAMSTND takes.
       01 WS-TEAM-MAX      PIC 99   VALUE 20.
       01 WS-TEAM-COUNT    PIC 99   VALUE 0.
       01 WS-TEAM-IX       PIC 99.
       01 WS-MEMBER-IX     PIC 99.
       01 WS-TEAM-OVER     PIC X    VALUE 'N'.
          88 WS-TEAM-OVERFLOWED     VALUE 'Y'.
       01 WS-TEAM-TABLE.
          05 WS-TEAM-ENTRY OCCURS 20 TIMES.
             10 WS-TT-TEAM-ID   PIC X(8).
             10 WS-TT-TEAM-NAME PIC X(30).
             10 WS-TT-MEMBERS   PIC 99.
             10 WS-TT-SEASON    PIC 9(8).
       01 WS-TEAM-SWAP.
          05 WS-TS-TEAM-ID    PIC X(8).
          05 WS-TS-TEAM-NAME  PIC X(30).
          05 WS-TS-MEMBERS    PIC 99.
          05 WS-TS-SEASON     PIC 9(8).
       01 WS-TEAM-SWAPPED  PIC X.
          88 WS-TEAM-SWAP-DONE      VALUE 'Y'.

       01 WS-LAST-NIGHT    PIC 9(8)  VALUE 0.
       01 WS-PLAYER-COUNT  PIC 9(5)  VALUE 0.
       01 WS-RESULT-COUNT  PIC 9(5)  VALUE 0.
       01 WS-NIGHT-COUNT   PIC 9(5)  VALUE 0.
       01 WS-HCAP-COUNT    PIC 9(5)  VALUE 0.
       01 WS-WINNER        PIC X.

      *    Working pieces of one XML line. Every text value goes
      *    through ESCAPE-TEXT before it is placed in an attribute;
      *    numbers are edited and trimmed so no attribute carries
      *    padding.
       01 WS-XML-LINE      PIC X(200).
       01 WS-XML-PTR       PIC 999.
       01 WS-ESC-IN        PIC X(30).
       01 WS-ESC-OUT       PIC X(180).
       01 WS-ESC-LEN       PIC 99.
       01 WS-ESC-IX        PIC 99.
       01 WS-ESC-PTR       PIC 999.
       01 WS-ESC-CHAR      PIC X.
       01 WS-XML-ID        PIC X(180).
       01 WS-XML-NAME      PIC X(180).
       01 WS-ED-NUM        PIC Z(7)9.
       01 WS-NUM-1         PIC X(8).
       01 WS-NUM-2         PIC X(8).
       01 WS-NUM-3         PIC X(8).
       01 WS-NUM-4         PIC X(8).
       01 WS-NUM-5         PIC X(8).
       01 WS-NUM-6         PIC X(8).
       01 WS-DATE-IN       PIC 9(8).
       01 WS-DATE-PARTS REDEFINES WS-DATE-IN.
          05 WS-DP-YYYY    PIC X(4).
          05 WS-DP-MM      PIC X(2).
          05 WS-DP-DD      PIC X(2).
       01 WS-XML-DATE      PIC X(10).
       01 WS-TIME-IN       PIC 9(8).
       01 WS-TIME-PARTS REDEFINES WS-TIME-IN.
          05 WS-TP-HH      PIC X(2).
          05 WS-TP-MI      PIC X(2).
          05 WS-TP-SS      PIC X(2).
          05 WS-TP-CC      PIC X(2).
       01 WS-XML-STAMP     PIC X(19).

       PROCEDURE DIVISION.
       YACHTWEB SECTION.
      *    Nightly standings feed for the league website, so the
      *    volunteer stops re-keying the LEADRRPT and TEAMSTND
      *    prints. Writes one XML document: ranked individual
      *    standings (LDRFEED order, figures from PLAYTOT), team
      *    standings, the last game night's results with the
      *    winner flagged, the upcoming schedule and every
      *    player's handicap. Names come from PLAYMST and only
      *    active members are published - guests and inactive
      *    players are left out everywhere. The document closes
      *    with a trailer element carrying the record count of
      *    each section; a file without it was cut short and the
      *    website should keep the previous night's copy. Read-
      *    only against every master; a missing player master
      *    means no one could be vetted, so no feed is written.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM READ-BUSINESS-DATE
           OPEN INPUT PLAYER-MASTER
           IF WS-PM-STATUS NOT = '00'
              MOVE 'PLAYER MASTER UNAVAILABLE - NO WEB FEED WRITTEN'
                 TO WS-EXCEPT-MSG
              MOVE 'W' TO WS-EXC-SEVERITY
              MOVE 'FILE' TO WS-EXC-REASON
              PERFORM LOG-EXCEPTION
              MOVE 4 TO RETURN-CODE
           ELSE
              SET WS-PM-AVAILABLE TO TRUE
              OPEN INPUT PLAYER-TOTALS
              IF WS-PT-STATUS = '00'
                 SET WS-PT-AVAILABLE TO TRUE
              END-IF
              OPEN INPUT HCAP-FILE
              IF WS-HC-STATUS = '00'
                 SET WS-HC-AVAILABLE TO TRUE
              END-IF
              OPEN OUTPUT WEB-FEED
              PERFORM WRITE-FEED-HEADER
              PERFORM WRITE-PLAYER-STANDINGS
              PERFORM WRITE-TEAM-STANDINGS
              PERFORM WRITE-LAST-NIGHT
              PERFORM WRITE-SCHEDULE
              PERFORM WRITE-HANDICAPS
              PERFORM WRITE-FEED-TRAILER
              CLOSE WEB-FEED
              IF WS-HC-AVAILABLE
                 CLOSE HCAP-FILE
              END-IF
              IF WS-PT-AVAILABLE
                 CLOSE PLAYER-TOTALS
              END-IF
              CLOSE PLAYER-MASTER
           END-IF
           PERFORM WRITE-JOB-RUN-LOG
           STOP RUN.

       READ-BUSINESS-DATE SECTION.
      *    The business date decides which night is "last night"
      *    and which scheduled nights are still to come; with no
      *    card the run date stands in.
           MOVE WS-START-DATE TO WS-BUS-DATE
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
           END-IF.

       WRITE-FEED-HEADER SECTION.
           MOVE WS-START-DATE TO WS-DATE-IN
           PERFORM FORMAT-XML-DATE
           MOVE WS-START-TIME TO WS-TIME-IN
           MOVE SPACES TO WS-XML-STAMP
           STRING WS-XML-DATE 'T' WS-TP-HH ':' WS-TP-MI ':' WS-TP-SS
              DELIMITED BY SIZE INTO WS-XML-STAMP
           END-STRING
           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
              TO WEB-FEED-RECORD
           WRITE WEB-FEED-RECORD
           MOVE WS-BUS-DATE TO WS-DATE-IN
           PERFORM FORMAT-XML-DATE
           MOVE SPACES TO WS-XML-LINE
           STRING '<leaguefeed generated="' WS-XML-STAMP
              '" businessdate="' WS-XML-DATE '">'
              DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           WRITE WEB-FEED-RECORD FROM WS-XML-LINE.

       WRITE-PLAYER-STANDINGS SECTION.
      *    LDRFEED is already in rank order. Its season figures
      *    are as of the last leaderboard run; PLAYTOT carries the
      *    running totals posted since, so those are published
      *    beside the rank when the player has a row there.
           MOVE '  <standings>' TO WEB-FEED-RECORD
           WRITE WEB-FEED-RECORD
           OPEN INPUT LEADER-FEED
           IF WS-LF-STATUS NOT = '00'
              MOVE 'LEADERBOARD FEED MISSING - STANDINGS EMPTY'
                 TO WS-EXCEPT-MSG
              MOVE 'W' TO WS-EXC-SEVERITY
              MOVE 'FILE' TO WS-EXC-REASON
              PERFORM LOG-EXCEPTION
           ELSE
              PERFORM UNTIL WS-LF-AT-EOF
                 READ LEADER-FEED
                    AT END MOVE 'Y' TO WS-LF-EOF
                 END-READ
                 IF NOT WS-LF-AT-EOF
                    MOVE LF-PLAYER-ID TO PM-PLAYER-ID
                    PERFORM CHECK-PLAYER-LISTED
                    IF WS-PLAYER-LISTED
                       PERFORM WRITE-ONE-STANDING
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE LEADER-FEED
           END-IF
           MOVE '  </standings>' TO WEB-FEED-RECORD
           WRITE WEB-FEED-RECORD.

       WRITE-ONE-STANDING SECTION.
           MOVE LF-RANK TO WS-ED-NUM
           MOVE FUNCTION TRIM(WS-ED-NUM) TO WS-NUM-1
           MOVE LF-GAMES TO WS-ED-NUM
           MOVE FUNCTION TRIM(WS-ED-NUM) TO WS-NUM-2
           MOVE LF-SEASON-TOTAL TO WS-ED-NUM
           MOVE FUNCTION TRIM(WS-ED-NUM) TO WS-NUM-3
           MOVE LF-BEST-GAME TO WS-ED-NUM
           MOVE FUNCTION TRIM(WS-ED-NUM) TO WS-NUM-4
           MOVE 0 TO WS-ED-NUM
           MOVE FUNCTION TRIM(WS-ED-NUM) TO WS-NUM-5
           MOVE FUNCTION TRIM(WS-ED-NUM) TO WS-NUM-6
           IF WS-PT-AVAILABLE
              MOVE LF-PLAYER-ID TO PT-PLAYER-ID
              READ PLAYER-TOTALS KEY IS PT-PLAYER-ID
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE PT-GAMES TO WS-ED-NUM
                    MOVE FUNCTION TRIM(WS-ED-NUM) TO WS-NUM-2
                    MOVE PT-GRAND-TOTAL TO WS-ED-NUM
                    MOVE FUNCTION TRIM(WS-ED-NUM) TO WS-NUM-3
                    MOVE PT-BEST-GAME TO WS-ED-NUM
                    MOVE FUNCTION TRIM(WS-ED-NUM) TO WS-NUM-4
                    MOVE PT-YACHT-COUNT TO WS-ED-NUM
                    MOVE FUNCTION TRIM(WS-ED-NUM) TO WS-NUM-5
              END-READ
           END-IF
           IF WS-HC-AVAILABLE
              MOVE LF-PLAYER-ID TO HC-PLAYER-ID
              READ HCAP-FILE KEY IS HC-PLAYER-ID
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE HC-HANDICAP TO WS-ED-NUM
                    MOVE FUNCTION TRIM(WS-ED-NUM) TO WS-NUM-6
              END-READ
           END-IF
           MOVE 1 TO WS-XML-PTR
           MOVE SPACES TO WS-XML-LINE
           STRING '    <player rank="' FUNCTION TRIM(WS-NUM-1)
              '" id="' FUNCTION TRIM(WS-XML-ID)
              '" name="' FUNCTION TRIM(WS-XML-NAME)
              '" games="' FUNCTION TRIM(WS-NUM-2)
              '" total="' FUNCTION TRIM(WS-NUM-3)
              '" best="' FUNCTION TRIM(WS-NUM-4)
              DELIMITED BY SIZE INTO WS-XML-LINE
              WITH POINTER WS-XML-PTR
           END-STRING
           STRING '" yachts="' FUNCTION TRIM(WS-NUM-5)
              '" handicap="' FUNCTION TRIM(WS-NUM-6) '"/>'
              DELIMITED BY SIZE INTO WS-XML-LINE
              WITH POINTER WS-XML-PTR
           END-STRING
           WRITE WEB-FEED-RECORD FROM WS-XML-LINE
           ADD 1 TO WS-PLAYER-COUNT.

       WRITE-TEAM-STANDINGS SECTION.
      *    Only active members are counted toward a team's
      *    published total, consistent with leaving inactive
      *    players off the individual standings.
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
                    IF WS-TEAM-COUNT < WS-TEAM-MAX
                       ADD 1 TO WS-TEAM-COUNT
                       PERFORM LOAD-ONE-TEAM
                    ELSE
                       SET WS-TEAM-OVERFLOWED TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE TEAM-MASTER
           END-IF
           IF WS-TEAM-OVERFLOWED
              MOVE 'TEAM MASTER OVER 20 TEAMS - FEED TRUNCATED'
                 TO WS-EXCEPT-MSG
              MOVE 'W' TO WS-EXC-SEVERITY
              MOVE 'TBLF' TO WS-EXC-REASON
              PERFORM LOG-EXCEPTION
           END-IF
           PERFORM SORT-TEAMS
           MOVE '  <teams>' TO WEB-FEED-RECORD
           WRITE WEB-FEED-RECORD
           PERFORM VARYING WS-TEAM-IX FROM 1 BY 1
              UNTIL WS-TEAM-IX > WS-TEAM-COUNT
              MOVE WS-TT-TEAM-ID(WS-TEAM-IX) TO WS-ESC-IN
              PERFORM ESCAPE-TEXT
              MOVE WS-ESC-OUT TO WS-XML-ID
              MOVE WS-TT-TEAM-NAME(WS-TEAM-IX) TO WS-ESC-IN
              PERFORM ESCAPE-TEXT
              MOVE WS-ESC-OUT TO WS-XML-NAME
              MOVE WS-TEAM-IX TO WS-ED-NUM
              MOVE FUNCTION TRIM(WS-ED-NUM) TO WS-NUM-1
              MOVE WS-TT-MEMBERS(WS-TEAM-IX) TO WS-ED-NUM
              MOVE FUNCTION TRIM(WS-ED-NUM) TO WS-NUM-2
              MOVE WS-TT-SEASON(WS-TEAM-IX) TO WS-ED-NUM
              MOVE FUNCTION TRIM(WS-ED-NUM) TO WS-NUM-3
              MOVE SPACES TO WS-XML-LINE
              STRING '    <team rank="' FUNCTION TRIM(WS-NUM-1)
                 '" id="' FUNCTION TRIM(WS-XML-ID)
                 '" name="' FUNCTION TRIM(WS-XML-NAME)
                 '" members="' FUNCTION TRIM(WS-NUM-2)
                 '" total="' FUNCTION TRIM(WS-NUM-3) '"/>'
                 DELIMITED BY SIZE INTO WS-XML-LINE
              END-STRING
              WRITE WEB-FEED-RECORD FROM WS-XML-LINE
           END-PERFORM
           MOVE '  </teams>' TO WEB-FEED-RECORD
           WRITE WEB-FEED-RECORD.

       LOAD-ONE-TEAM SECTION.
           MOVE TM-TEAM-ID TO WS-TT-TEAM-ID(WS-TEAM-COUNT)
           MOVE TM-TEAM-NAME TO WS-TT-TEAM-NAME(WS-TEAM-COUNT)
           MOVE 0 TO WS-TT-MEMBERS(WS-TEAM-COUNT)
           MOVE 0 TO WS-TT-SEASON(WS-TEAM-COUNT)
           PERFORM VARYING WS-MEMBER-IX FROM 1 BY 1
              UNTIL WS-MEMBER-IX > 10
              IF TM-MEMBER-ID(WS-MEMBER-IX) NOT = SPACES
                 MOVE TM-MEMBER-ID(WS-MEMBER-IX) TO PM-PLAYER-ID
                 PERFORM CHECK-PLAYER-LISTED
                 IF WS-PLAYER-LISTED
                    ADD 1 TO WS-TT-MEMBERS(WS-TEAM-COUNT)
                    IF WS-PT-AVAILABLE
                       MOVE TM-MEMBER-ID(WS-MEMBER-IX)
                          TO PT-PLAYER-ID
                       READ PLAYER-TOTALS KEY IS PT-PLAYER-ID
                          INVALID KEY CONTINUE
                          NOT INVALID KEY
                             ADD PT-GRAND-TOTAL
                                TO WS-TT-SEASON(WS-TEAM-COUNT)
                       END-READ
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       SORT-TEAMS SECTION.
      *    Descending season total; ties keep team-ID order.
           MOVE 'Y' TO WS-TEAM-SWAPPED
           PERFORM UNTIL NOT WS-TEAM-SWAP-DONE
              MOVE 'N' TO WS-TEAM-SWAPPED
              PERFORM VARYING WS-TEAM-IX FROM 1 BY 1
                 UNTIL WS-TEAM-IX >= WS-TEAM-COUNT
                 IF WS-TT-SEASON(WS-TEAM-IX)
                    < WS-TT-SEASON(WS-TEAM-IX + 1)
                    MOVE WS-TEAM-ENTRY(WS-TEAM-IX) TO WS-TEAM-SWAP
                    MOVE WS-TEAM-ENTRY(WS-TEAM-IX + 1)
                       TO WS-TEAM-ENTRY(WS-TEAM-IX)
                    MOVE WS-TEAM-SWAP
                       TO WS-TEAM-ENTRY(WS-TEAM-IX + 1)
                    MOVE 'Y' TO WS-TEAM-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM.

       WRITE-LAST-NIGHT SECTION.
      *    The last game night is the latest results date not
      *    after the business date; GR-KEY is date-major, so one
      *    pass finds it and a keyed START lists it.
           OPEN INPUT GAME-RESULTS
           IF WS-GR-STATUS NOT = '00'
              MOVE '  <lastnight>' TO WEB-FEED-RECORD
              WRITE WEB-FEED-RECORD
           ELSE
              MOVE LOW-VALUES TO GR-KEY
              START GAME-RESULTS KEY IS NOT LESS THAN GR-KEY
                 INVALID KEY MOVE 'Y' TO WS-GR-EOF
              END-START
              PERFORM UNTIL WS-GR-AT-EOF
                 READ GAME-RESULTS NEXT RECORD
                    AT END MOVE 'Y' TO WS-GR-EOF
                 END-READ
                 IF NOT WS-GR-AT-EOF
                    IF GR-GAME-DATE > WS-BUS-DATE
                       MOVE 'Y' TO WS-GR-EOF
                    ELSE
                       MOVE GR-GAME-DATE TO WS-LAST-NIGHT
                    END-IF
                 END-IF
              END-PERFORM
              MOVE WS-LAST-NIGHT TO WS-DATE-IN
              PERFORM FORMAT-XML-DATE
              MOVE SPACES TO WS-XML-LINE
              IF WS-LAST-NIGHT = 0
                 MOVE '  <lastnight>' TO WS-XML-LINE
              ELSE
                 STRING '  <lastnight date="' WS-XML-DATE '">'
                    DELIMITED BY SIZE INTO WS-XML-LINE
                 END-STRING
              END-IF
              WRITE WEB-FEED-RECORD FROM WS-XML-LINE
              IF WS-LAST-NIGHT > 0
                 MOVE 'N' TO WS-GR-EOF
                 MOVE WS-LAST-NIGHT TO GR-GAME-DATE
                 MOVE LOW-VALUES TO GR-PLAYER-ID
                 START GAME-RESULTS KEY IS NOT LESS THAN GR-KEY
                    INVALID KEY MOVE 'Y' TO WS-GR-EOF
                 END-START
                 PERFORM UNTIL WS-GR-AT-EOF
                    READ GAME-RESULTS NEXT RECORD
                       AT END MOVE 'Y' TO WS-GR-EOF
                    END-READ
                    IF NOT WS-GR-AT-EOF
                       IF GR-GAME-DATE NOT = WS-LAST-NIGHT
                          MOVE 'Y' TO WS-GR-EOF
                       ELSE
                          MOVE GR-PLAYER-ID TO PM-PLAYER-ID
                          PERFORM CHECK-PLAYER-LISTED
                          IF WS-PLAYER-LISTED
                             PERFORM WRITE-ONE-RESULT
                          END-IF
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
              CLOSE GAME-RESULTS
           END-IF
           MOVE '  </lastnight>' TO WEB-FEED-RECORD
           WRITE WEB-FEED-RECORD.

       WRITE-ONE-RESULT SECTION.
           MOVE GR-TOTAL-SCORE TO WS-ED-NUM
           MOVE FUNCTION TRIM(WS-ED-NUM) TO WS-NUM-1
           IF GR-WINNER-FLAG = 'Y'
              MOVE 'Y' TO WS-WINNER
           ELSE
              MOVE 'N' TO WS-WINNER
           END-IF
           MOVE SPACES TO WS-XML-LINE
           STRING '    <result id="' FUNCTION TRIM(WS-XML-ID)
              '" name="' FUNCTION TRIM(WS-XML-NAME)
              '" score="' FUNCTION TRIM(WS-NUM-1)
              '" winner="' WS-WINNER '"/>'
              DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           WRITE WEB-FEED-RECORD FROM WS-XML-LINE
           ADD 1 TO WS-RESULT-COUNT.

       WRITE-SCHEDULE SECTION.
           MOVE '  <schedule>' TO WEB-FEED-RECORD
           WRITE WEB-FEED-RECORD
           OPEN INPUT GAME-SCHEDULE
           IF WS-GS-STATUS = '00'
              PERFORM UNTIL WS-GS-AT-EOF
                 READ GAME-SCHEDULE
                    AT END MOVE 'Y' TO WS-GS-EOF
                 END-READ
                 IF NOT WS-GS-AT-EOF
                    AND GS-GAME-DATE IS NUMERIC
                    AND GS-GAME-DATE > WS-BUS-DATE
                    MOVE GS-GAME-DATE TO WS-DATE-IN
                    PERFORM FORMAT-XML-DATE
                    MOVE GS-LEAGUE-CODE TO WS-ESC-IN
                    PERFORM ESCAPE-TEXT
                    MOVE SPACES TO WS-XML-LINE
                    STRING '    <night date="' WS-XML-DATE
                       '" league="' FUNCTION TRIM(WS-ESC-OUT) '"/>'
                       DELIMITED BY SIZE INTO WS-XML-LINE
                    END-STRING
                    WRITE WEB-FEED-RECORD FROM WS-XML-LINE
                    ADD 1 TO WS-NIGHT-COUNT
                 END-IF
              END-PERFORM
              CLOSE GAME-SCHEDULE
           END-IF
           MOVE '  </schedule>' TO WEB-FEED-RECORD
           WRITE WEB-FEED-RECORD.

       WRITE-HANDICAPS SECTION.
           MOVE '  <handicaps>' TO WEB-FEED-RECORD
           WRITE WEB-FEED-RECORD
           IF WS-HC-AVAILABLE
              MOVE LOW-VALUES TO HC-PLAYER-ID
              START HCAP-FILE KEY IS NOT LESS THAN HC-PLAYER-ID
                 INVALID KEY MOVE 'Y' TO WS-HC-EOF
              END-START
              PERFORM UNTIL WS-HC-AT-EOF
                 READ HCAP-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-HC-EOF
                 END-READ
                 IF NOT WS-HC-AT-EOF
                    MOVE HC-PLAYER-ID TO PM-PLAYER-ID
                    PERFORM CHECK-PLAYER-LISTED
                    IF WS-PLAYER-LISTED
                       MOVE HC-HANDICAP TO WS-ED-NUM
                       MOVE FUNCTION TRIM(WS-ED-NUM) TO WS-NUM-1
                       MOVE HC-TRAIL-AVG TO WS-ED-NUM
                       MOVE FUNCTION TRIM(WS-ED-NUM) TO WS-NUM-2
                       MOVE HC-GAMES-USED TO WS-ED-NUM
                       MOVE FUNCTION TRIM(WS-ED-NUM) TO WS-NUM-3
                       MOVE SPACES TO WS-XML-LINE
                       STRING '    <handicap id="'
                          FUNCTION TRIM(WS-XML-ID)
                          '" name="' FUNCTION TRIM(WS-XML-NAME)
                          '" handicap="' FUNCTION TRIM(WS-NUM-1)
                          '" average="' FUNCTION TRIM(WS-NUM-2)
                          '" games="' FUNCTION TRIM(WS-NUM-3) '"/>'
                          DELIMITED BY SIZE INTO WS-XML-LINE
                       END-STRING
                       WRITE WEB-FEED-RECORD FROM WS-XML-LINE
                       ADD 1 TO WS-HCAP-COUNT
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           MOVE '  </handicaps>' TO WEB-FEED-RECORD
           WRITE WEB-FEED-RECORD.

       WRITE-FEED-TRAILER SECTION.
           MOVE WS-PLAYER-COUNT TO WS-ED-NUM
           MOVE FUNCTION TRIM(WS-ED-NUM) TO WS-NUM-1
           MOVE WS-TEAM-COUNT TO WS-ED-NUM
           MOVE FUNCTION TRIM(WS-ED-NUM) TO WS-NUM-2
           MOVE WS-RESULT-COUNT TO WS-ED-NUM
           MOVE FUNCTION TRIM(WS-ED-NUM) TO WS-NUM-3
           MOVE WS-NIGHT-COUNT TO WS-ED-NUM
           MOVE FUNCTION TRIM(WS-ED-NUM) TO WS-NUM-4
           MOVE WS-HCAP-COUNT TO WS-ED-NUM
           MOVE FUNCTION TRIM(WS-ED-NUM) TO WS-NUM-5
           MOVE SPACES TO WS-XML-LINE
           STRING '  <trailer players="' FUNCTION TRIM(WS-NUM-1)
              '" teams="' FUNCTION TRIM(WS-NUM-2)
              '" results="' FUNCTION TRIM(WS-NUM-3)
              '" nights="' FUNCTION TRIM(WS-NUM-4)
              '" handicaps="' FUNCTION TRIM(WS-NUM-5)
              '" generated="' WS-XML-STAMP '"/>'
              DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           WRITE WEB-FEED-RECORD FROM WS-XML-LINE
           MOVE '</leaguefeed>' TO WEB-FEED-RECORD
           WRITE WEB-FEED-RECORD.

       CHECK-PLAYER-LISTED SECTION.
      *    PM-PLAYER-ID is set by the caller. Only an active
      *    member on the player master is published; on the way
      *    through, the escaped ID and display name are left in
      *    WS-XML-ID and WS-XML-NAME for the caller's line.
           MOVE 'N' TO WS-LISTED
           READ PLAYER-MASTER KEY IS PM-PLAYER-ID
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF PM-ACTIVE
                    SET WS-PLAYER-LISTED TO TRUE
                 END-IF
           END-READ
           IF WS-PLAYER-LISTED
              MOVE PM-PLAYER-ID TO WS-ESC-IN
              PERFORM ESCAPE-TEXT
              MOVE WS-ESC-OUT TO WS-XML-ID
              MOVE PM-DISPLAY-NAME TO WS-ESC-IN
              PERFORM ESCAPE-TEXT
              MOVE WS-ESC-OUT TO WS-XML-NAME
           END-IF.

       ESCAPE-TEXT SECTION.
      *    Replaces the five XML reserved characters in WS-ESC-IN
      *    with their entity references, giving WS-ESC-OUT.
      *    Trailing blanks are not copied.
           MOVE SPACES TO WS-ESC-OUT
           MOVE 30 TO WS-ESC-LEN
           PERFORM UNTIL WS-ESC-LEN = 0
              OR WS-ESC-IN(WS-ESC-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-ESC-LEN
           END-PERFORM
           MOVE 1 TO WS-ESC-PTR
           PERFORM VARYING WS-ESC-IX FROM 1 BY 1
              UNTIL WS-ESC-IX > WS-ESC-LEN
              MOVE WS-ESC-IN(WS-ESC-IX:1) TO WS-ESC-CHAR
              EVALUATE WS-ESC-CHAR
                 WHEN '&'
                    STRING '&amp;' DELIMITED BY SIZE
                       INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
                    END-STRING
                 WHEN '<'
                    STRING '&lt;' DELIMITED BY SIZE
                       INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
                    END-STRING
                 WHEN '>'
                    STRING '&gt;' DELIMITED BY SIZE
                       INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
                    END-STRING
                 WHEN '"'
                    STRING '&quot;' DELIMITED BY SIZE
                       INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
                    END-STRING
                 WHEN "'"
                    STRING '&apos;' DELIMITED BY SIZE
                       INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
                    END-STRING
                 WHEN OTHER
                    STRING WS-ESC-CHAR DELIMITED BY SIZE
                       INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
                    END-STRING
              END-EVALUATE
           END-PERFORM.

       FORMAT-XML-DATE SECTION.
           MOVE SPACES TO WS-XML-DATE
           STRING WS-DP-YYYY '-' WS-DP-MM '-' WS-DP-DD
              DELIMITED BY SIZE INTO WS-XML-DATE
           END-STRING.

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
           OPEN EXTEND WEB-EXCEPT
           IF WS-EX-STATUS = '05' OR WS-EX-STATUS = '35'
              OPEN OUTPUT WEB-EXCEPT
           END-IF
           WRITE WEB-EXCEPT-RECORD FROM EXCEPTION-RECORD
           CLOSE WEB-EXCEPT
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
