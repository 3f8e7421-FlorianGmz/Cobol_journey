       IDENTIFICATION DIVISION.
       PROGRAM-ID. YACHTINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PM-PLAYER-ID
              FILE STATUS IS WS-PM-STATUS.
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
           SELECT YACHT-HOLDS ASSIGN TO "YACHTHLD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HD-KEY
              FILE STATUS IS WS-HD-STATUS.
           SELECT HCAP-FILE ASSIGN TO "HCAPFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HC-PLAYER-ID
              FILE STATUS IS WS-HC-STATUS.
           SELECT PLAYER-TOTALS ASSIGN TO "PLAYTOT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PT-PLAYER-ID
              FILE STATUS IS WS-PT-STATUS.
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
           SELECT GAME-SCHEDULE ASSIGN TO "GAMESCHD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GS-STATUS.
           SELECT INTEGRITY-REPORT ASSIGN TO "INTGRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-IR-STATUS.
           SELECT INTEG-EXCEPT ASSIGN TO "INTGEXC"
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
       FD  YACHT-HOLDS.
       01  YACHT-HOLDS-RECORD.
           05 HD-KEY.
              10 HD-PLAYER-ID  PIC X(10).
              10 HD-GAME-DATE  PIC 9(8).
              10 HD-CATEGORY   PIC X(15).
           05 HD-HOLD-DATE     PIC 9(8).
       FD  HCAP-FILE.
       01  HCAP-RECORD.
           05 HC-PLAYER-ID     PIC X(10).
           05 HC-GAMES-USED    PIC 99.
           05 HC-TRAIL-AVG     PIC 9(4).
           05 HC-HANDICAP      PIC 999.
           05 HC-BUILD-DATE    PIC 9(8).
       FD  PLAYER-TOTALS.
       01  PLAYER-TOTALS-RECORD.
           05 PT-PLAYER-ID     PIC X(10).
           05 PT-GAMES         PIC 9(4).
           05 PT-GRAND-TOTAL   PIC 9(7).
           05 PT-UPPER-TOTAL   PIC 9(6).
           05 PT-YACHT-COUNT   PIC 9(4).
           05 PT-BEST-GAME     PIC 9(4).
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
       FD  GAME-SCHEDULE.
       01  GAME-SCHEDULE-RECORD.
           05 GS-GAME-DATE     PIC 9(8).
           05 GS-LEAGUE-CODE   PIC X(4).
       FD  INTEGRITY-REPORT.
       01  INTEGRITY-REPORT-RECORD PIC X(100).
       FD  INTEG-EXCEPT.
       01  INTEG-EXCEPT-RECORD PIC X(142).
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
       01 WS-YS-STATUS     PIC XX.
       01 WS-XR-STATUS     PIC XX.
       01 WS-HD-STATUS     PIC XX.
       01 WS-HC-STATUS     PIC XX.
       01 WS-PT-STATUS     PIC XX.
       01 WS-TM-STATUS     PIC XX.
       01 WS-GR-STATUS     PIC XX.
       01 WS-GS-STATUS     PIC XX.
       01 WS-IR-STATUS     PIC XX.
       01 WS-EX-STATUS     PIC XX.
       01 WS-JRL-STATUS    PIC XX.
       01 WS-JOB-NAME      PIC X(8) VALUE 'YACHTINT'.
       01 WS-RUN-STATUS    PIC X(8) VALUE 'COMPLETE'.
       COPY "DATEFLDS.cpy".
       COPY "EXCPTREC.cpy".
       01 WS-EXCEPT-MSG    PIC X(80).
       01 WS-EXC-SEVERITY  PIC X     VALUE 'E'.
       01 WS-EXC-REASON    PIC X(4)  VALUE SPACES.
       01 WS-EXC-KEY       PIC X(33) VALUE SPACES.
       01 WS-BROWSE-EOF    PIC X    VALUE 'N'.
          88 WS-BROWSE-AT-EOF       VALUE 'Y'.
       01 WS-GS-EOF        PIC X    VALUE 'N'.
          88 WS-GS-AT-EOF           VALUE 'Y'.
       01 WS-PM-AVAIL      PIC X    VALUE 'N'.
          88 WS-PM-AVAILABLE        VALUE 'Y'.
       01 WS-YS-AVAIL      PIC X    VALUE 'N'.
          88 WS-YS-AVAILABLE        VALUE 'Y'.

      *    Each relationship is one orphan class: its heading and
      *    reason code, the severity an orphan carries, and the
      *    count of orphans found. Error-severity classes are links
      *    the weekly reports read through (a result with no game
      *    night, a cross-reference or hold pointing at a score that
      *    is gone); warning-severity classes are housekeeping.
       01 WS-CLASS-NAME    PIC X(45).
       01 WS-CLASS-REASON  PIC X(4).
       01 WS-CLASS-SEVER   PIC X.
       01 WS-CLASS-COUNT   PIC 9(5) VALUE 0.
       01 WS-CLASS-CHECKED PIC 9(7) VALUE 0.
       01 WS-ERROR-CLASSES PIC 99   VALUE 0.
       01 WS-WARN-CLASSES  PIC 99   VALUE 0.
       01 WS-ORPHAN-TOTAL  PIC 9(6) VALUE 0.

       01 WS-LAST-PLAYER   PIC X(10) VALUE SPACES.
       01 WS-PLAYER-ROWS   PIC 9(5)  VALUE 0.
       01 WS-MEMBER-IX     PIC 99.
       01 WS-MEMBER-STATE  PIC X(20).

       01 WS-SCHED-MAX      PIC 999  VALUE 400.
       01 WS-SCHED-COUNT    PIC 999  VALUE 0.
       01 WS-SCHED-IX       PIC 999.
       01 WS-SCHED-OVER     PIC X    VALUE 'N'.
          88 WS-SCHED-OVERFLOWED     VALUE 'Y'.
       01 WS-SCHED-FIRST    PIC 9(8) VALUE 99999999.
       01 WS-SCHED-FOUND    PIC X.
          88 WS-SCHED-DATE-FOUND     VALUE 'Y'.
       01 WS-SCHED-TABLE.
          05 WS-SCHED-DATE  PIC 9(8) OCCURS 400 TIMES.
       01 WS-LAST-DATE     PIC 9(8)  VALUE 0.

       01 WS-ED-COUNT      PIC ZZZZ9.
       01 WS-ED-CHECKED    PIC Z(6)9.
       01 WS-REPORT-LINE   PIC X(100).

       PROCEDURE DIVISION.
       YACHTINT SECTION.
      *    YACHTRCN proves completed scorecards against the score
      *    history; this sweep proves every other link between the
      *    indexed masters that the weekly reports lean on: score
      *    rows and handicap / running-total rows for players the
      *    master does not know, date cross-references and dispute
      *    holds on score rows that have since been corrected away,
      *    team rosters carrying inactive or unknown players, and
      *    game results on nights that were never scheduled. Each
      *    relationship prints as its own group of the orphan
      *    report with a count, and each class with orphans raises
      *    one suite exception carrying that count. Return code 8
      *    when any error-severity class has orphans, 4 when only
      *    warning classes do - the weekly job conditions its
      *    reports on the error level.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           OPEN OUTPUT INTEGRITY-REPORT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'WEEKLY REFERENTIAL INTEGRITY SWEEP - RUN DATE '
              WS-START-DATE
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-RECORD FROM WS-REPORT-LINE
           OPEN INPUT PLAYER-MASTER
           IF WS-PM-STATUS = '00'
              SET WS-PM-AVAILABLE TO TRUE
           ELSE
              MOVE 'PLAYER MASTER NOT AVAILABLE - PLAYER LINKS SKIPPED'
                 TO WS-EXCEPT-MSG
              PERFORM REPORT-MISSING-MASTER
           END-IF
           OPEN INPUT YACHT-SCORES
           IF WS-YS-STATUS = '00'
              SET WS-YS-AVAILABLE TO TRUE
           ELSE
              MOVE 'SCORE HISTORY NOT AVAILABLE - SCORE LINKS SKIPPED'
                 TO WS-EXCEPT-MSG
              PERFORM REPORT-MISSING-MASTER
           END-IF
           IF WS-PM-AVAILABLE AND WS-YS-AVAILABLE
              PERFORM CHECK-SCORE-PLAYERS
           END-IF
           IF WS-YS-AVAILABLE
              PERFORM CHECK-XREF-SCORES
              PERFORM CHECK-HOLD-SCORES
           END-IF
           IF WS-PM-AVAILABLE
              PERFORM CHECK-HCAP-PLAYERS
              PERFORM CHECK-TOTALS-PLAYERS
              PERFORM CHECK-TEAM-MEMBERS
           END-IF
           PERFORM CHECK-RESULT-DATES
           IF WS-YS-AVAILABLE
              CLOSE YACHT-SCORES
           END-IF
           IF WS-PM-AVAILABLE
              CLOSE PLAYER-MASTER
           END-IF
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SWEEP COMPLETE - ORPHANS: ' WS-ORPHAN-TOTAL
              ' ERROR CLASSES: ' WS-ERROR-CLASSES
              ' WARNING CLASSES: ' WS-WARN-CLASSES
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE INTEGRITY-REPORT
           IF WS-ERROR-CLASSES > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-WARN-CLASSES > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           PERFORM WRITE-JOB-RUN-LOG
           STOP RUN.

       REPORT-MISSING-MASTER SECTION.
      *    Without the file a whole family of links cannot be
      *    proved - that is an error, not a clean week.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-EXCEPT-MSG
           MOVE 'E' TO WS-EXC-SEVERITY
           MOVE 'FILE' TO WS-EXC-REASON
           MOVE SPACES TO WS-EXC-KEY
           PERFORM LOG-EXCEPTION
           ADD 1 TO WS-ERROR-CLASSES.

       START-CLASS SECTION.
           MOVE 0 TO WS-CLASS-COUNT
           MOVE 0 TO WS-CLASS-CHECKED
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-CLASS-NAME ' (' WS-CLASS-REASON ', SEVERITY '
              WS-CLASS-SEVER ')'
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-RECORD FROM WS-REPORT-LINE.

       FINISH-CLASS SECTION.
           MOVE WS-CLASS-CHECKED TO WS-ED-CHECKED
           MOVE WS-CLASS-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  CHECKED: ' WS-ED-CHECKED
              '   ORPHANS: ' WS-ED-COUNT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-CLASS-COUNT > 0
              ADD WS-CLASS-COUNT TO WS-ORPHAN-TOTAL
              IF WS-CLASS-SEVER = 'E'
                 ADD 1 TO WS-ERROR-CLASSES
              ELSE
                 ADD 1 TO WS-WARN-CLASSES
              END-IF
              MOVE SPACES TO WS-EXCEPT-MSG
              STRING 'INTEGRITY - ' WS-ED-COUNT ' ORPHANS: '
                 WS-CLASS-NAME
                 DELIMITED BY SIZE INTO WS-EXCEPT-MSG
              END-STRING
              MOVE WS-CLASS-SEVER TO WS-EXC-SEVERITY
              MOVE WS-CLASS-REASON TO WS-EXC-REASON
              MOVE SPACES TO WS-EXC-KEY
              PERFORM LOG-EXCEPTION
           END-IF.

       CLASS-NOT-CHECKED SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  FILE NOT AVAILABLE - NOT CHECKED'
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-RECORD FROM WS-REPORT-LINE.

       CHECK-SCORE-PLAYERS SECTION.
      *    One orphan per unknown player ID, carrying its row count
      *    - a season under a mistyped ID is one problem to fix.
      *    Warning, as in YACHTRCN: pre-master IDs are known.
           MOVE 'SCORE ROWS FOR PLAYERS NOT ON PLAYMST'
              TO WS-CLASS-NAME
           MOVE 'ISCR' TO WS-CLASS-REASON
           MOVE 'W' TO WS-CLASS-SEVER
           PERFORM START-CLASS
           MOVE SPACES TO WS-LAST-PLAYER
           MOVE 0 TO WS-PLAYER-ROWS
           MOVE 'N' TO WS-BROWSE-EOF
           MOVE LOW-VALUES TO YS-KEY
           START YACHT-SCORES KEY IS NOT LESS THAN YS-KEY
              INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
           END-START
           PERFORM UNTIL WS-BROWSE-AT-EOF
              READ YACHT-SCORES NEXT RECORD
                 AT END MOVE 'Y' TO WS-BROWSE-EOF
              END-READ
              IF NOT WS-BROWSE-AT-EOF
                 ADD 1 TO WS-CLASS-CHECKED
                 IF YS-PLAYER-ID NOT = WS-LAST-PLAYER
                    PERFORM FLAG-SCORE-PLAYER
                    MOVE YS-PLAYER-ID TO WS-LAST-PLAYER
                    MOVE 0 TO WS-PLAYER-ROWS
                 END-IF
                 ADD 1 TO WS-PLAYER-ROWS
              END-IF
           END-PERFORM
           PERFORM FLAG-SCORE-PLAYER
           PERFORM FINISH-CLASS.

       FLAG-SCORE-PLAYER SECTION.
           IF WS-PLAYER-ROWS > 0
              MOVE WS-LAST-PLAYER TO PM-PLAYER-ID
              READ PLAYER-MASTER KEY IS PM-PLAYER-ID
              IF WS-PM-STATUS NOT = '00'
                 ADD 1 TO WS-CLASS-COUNT
                 MOVE WS-PLAYER-ROWS TO WS-ED-COUNT
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '  PLAYER ' WS-LAST-PLAYER ' - '
                    WS-ED-COUNT ' SCORE ROWS'
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
                 WRITE INTEGRITY-REPORT-RECORD FROM WS-REPORT-LINE
              END-IF
           END-IF.

       CHECK-XREF-SCORES SECTION.
           MOVE 'DATE CROSS-REFERENCES WITH NO SCORE ROW'
              TO WS-CLASS-NAME
           MOVE 'IXRF' TO WS-CLASS-REASON
           MOVE 'E' TO WS-CLASS-SEVER
           PERFORM START-CLASS
           OPEN INPUT YACHT-XREF
           IF WS-XR-STATUS NOT = '00'
              PERFORM CLASS-NOT-CHECKED
           ELSE
              MOVE 'N' TO WS-BROWSE-EOF
              MOVE LOW-VALUES TO XR-KEY
              START YACHT-XREF KEY IS NOT LESS THAN XR-KEY
                 INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
              END-START
              PERFORM UNTIL WS-BROWSE-AT-EOF
                 READ YACHT-XREF NEXT RECORD
                    AT END MOVE 'Y' TO WS-BROWSE-EOF
                 END-READ
                 IF NOT WS-BROWSE-AT-EOF
                    ADD 1 TO WS-CLASS-CHECKED
                    MOVE XR-PLAYER-ID TO YS-PLAYER-ID
                    MOVE XR-GAME-DATE TO YS-GAME-DATE
                    MOVE XR-CATEGORY TO YS-CATEGORY
                    READ YACHT-SCORES KEY IS YS-KEY
                    IF WS-YS-STATUS NOT = '00'
                       ADD 1 TO WS-CLASS-COUNT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING '  ' XR-GAME-DATE ' ' XR-PLAYER-ID ' '
                          XR-CATEGORY
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                       END-STRING
                       WRITE INTEGRITY-REPORT-RECORD
                          FROM WS-REPORT-LINE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE YACHT-XREF
           END-IF
           PERFORM FINISH-CLASS.

       CHECK-HOLD-SCORES SECTION.
           MOVE 'DISPUTE HOLDS ON SCORES NO LONGER ON FILE'
              TO WS-CLASS-NAME
           MOVE 'IHLD' TO WS-CLASS-REASON
           MOVE 'E' TO WS-CLASS-SEVER
           PERFORM START-CLASS
           OPEN INPUT YACHT-HOLDS
           IF WS-HD-STATUS NOT = '00'
              PERFORM CLASS-NOT-CHECKED
           ELSE
              MOVE 'N' TO WS-BROWSE-EOF
              MOVE LOW-VALUES TO HD-KEY
              START YACHT-HOLDS KEY IS NOT LESS THAN HD-KEY
                 INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
              END-START
              PERFORM UNTIL WS-BROWSE-AT-EOF
                 READ YACHT-HOLDS NEXT RECORD
                    AT END MOVE 'Y' TO WS-BROWSE-EOF
                 END-READ
                 IF NOT WS-BROWSE-AT-EOF
                    ADD 1 TO WS-CLASS-CHECKED
                    MOVE HD-KEY TO YS-KEY
                    READ YACHT-SCORES KEY IS YS-KEY
                    IF WS-YS-STATUS NOT = '00'
                       ADD 1 TO WS-CLASS-COUNT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING '  ' HD-PLAYER-ID ' ' HD-GAME-DATE ' '
                          HD-CATEGORY ' HELD ' HD-HOLD-DATE
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                       END-STRING
                       WRITE INTEGRITY-REPORT-RECORD
                          FROM WS-REPORT-LINE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE YACHT-HOLDS
           END-IF
           PERFORM FINISH-CLASS.

       CHECK-HCAP-PLAYERS SECTION.
           MOVE 'HANDICAP ROWS FOR PLAYERS NOT ON PLAYMST'
              TO WS-CLASS-NAME
           MOVE 'IHCP' TO WS-CLASS-REASON
           MOVE 'W' TO WS-CLASS-SEVER
           PERFORM START-CLASS
           OPEN INPUT HCAP-FILE
           IF WS-HC-STATUS NOT = '00'
              PERFORM CLASS-NOT-CHECKED
           ELSE
              MOVE 'N' TO WS-BROWSE-EOF
              MOVE LOW-VALUES TO HC-PLAYER-ID
              START HCAP-FILE KEY IS NOT LESS THAN HC-PLAYER-ID
                 INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
              END-START
              PERFORM UNTIL WS-BROWSE-AT-EOF
                 READ HCAP-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-BROWSE-EOF
                 END-READ
                 IF NOT WS-BROWSE-AT-EOF
                    ADD 1 TO WS-CLASS-CHECKED
                    MOVE HC-PLAYER-ID TO PM-PLAYER-ID
                    READ PLAYER-MASTER KEY IS PM-PLAYER-ID
                    IF WS-PM-STATUS NOT = '00'
                       ADD 1 TO WS-CLASS-COUNT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING '  PLAYER ' HC-PLAYER-ID
                          ' BUILT ' HC-BUILD-DATE
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                       END-STRING
                       WRITE INTEGRITY-REPORT-RECORD
                          FROM WS-REPORT-LINE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE HCAP-FILE
           END-IF
           PERFORM FINISH-CLASS.

       CHECK-TOTALS-PLAYERS SECTION.
           MOVE 'RUNNING-TOTAL ROWS FOR PLAYERS NOT ON PLAYMST'
              TO WS-CLASS-NAME
           MOVE 'IPTT' TO WS-CLASS-REASON
           MOVE 'W' TO WS-CLASS-SEVER
           PERFORM START-CLASS
           OPEN INPUT PLAYER-TOTALS
           IF WS-PT-STATUS NOT = '00'
              PERFORM CLASS-NOT-CHECKED
           ELSE
              MOVE 'N' TO WS-BROWSE-EOF
              MOVE LOW-VALUES TO PT-PLAYER-ID
              START PLAYER-TOTALS KEY IS NOT LESS THAN PT-PLAYER-ID
                 INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
              END-START
              PERFORM UNTIL WS-BROWSE-AT-EOF
                 READ PLAYER-TOTALS NEXT RECORD
                    AT END MOVE 'Y' TO WS-BROWSE-EOF
                 END-READ
                 IF NOT WS-BROWSE-AT-EOF
                    ADD 1 TO WS-CLASS-CHECKED
                    MOVE PT-PLAYER-ID TO PM-PLAYER-ID
                    READ PLAYER-MASTER KEY IS PM-PLAYER-ID
                    IF WS-PM-STATUS NOT = '00'
                       ADD 1 TO WS-CLASS-COUNT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING '  PLAYER ' PT-PLAYER-ID
                          ' GAMES ' PT-GAMES
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                       END-STRING
                       WRITE INTEGRITY-REPORT-RECORD
                          FROM WS-REPORT-LINE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE PLAYER-TOTALS
           END-IF
           PERFORM FINISH-CLASS.

       CHECK-TEAM-MEMBERS SECTION.
      *    TEAMMNT only admits active players, but a player
      *    deactivated (or merged away) later stays on the roster.
           MOVE 'TEAM MEMBERS INACTIVE OR NOT ON PLAYMST'
              TO WS-CLASS-NAME
           MOVE 'ITEM' TO WS-CLASS-REASON
           MOVE 'W' TO WS-CLASS-SEVER
           PERFORM START-CLASS
           OPEN INPUT TEAM-MASTER
           IF WS-TM-STATUS NOT = '00'
              PERFORM CLASS-NOT-CHECKED
           ELSE
              MOVE 'N' TO WS-BROWSE-EOF
              MOVE LOW-VALUES TO TM-TEAM-ID
              START TEAM-MASTER KEY IS NOT LESS THAN TM-TEAM-ID
                 INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
              END-START
              PERFORM UNTIL WS-BROWSE-AT-EOF
                 READ TEAM-MASTER NEXT RECORD
                    AT END MOVE 'Y' TO WS-BROWSE-EOF
                 END-READ
                 IF NOT WS-BROWSE-AT-EOF
                    PERFORM VARYING WS-MEMBER-IX FROM 1 BY 1
                       UNTIL WS-MEMBER-IX > 10
                       IF TM-MEMBER-ID(WS-MEMBER-IX) NOT = SPACES
                          PERFORM CHECK-ONE-MEMBER
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
              CLOSE TEAM-MASTER
           END-IF
           PERFORM FINISH-CLASS.

       CHECK-ONE-MEMBER SECTION.
           ADD 1 TO WS-CLASS-CHECKED
           MOVE SPACES TO WS-MEMBER-STATE
           MOVE TM-MEMBER-ID(WS-MEMBER-IX) TO PM-PLAYER-ID
           READ PLAYER-MASTER KEY IS PM-PLAYER-ID
           IF WS-PM-STATUS NOT = '00'
              MOVE 'NOT ON PLAYMST' TO WS-MEMBER-STATE
           ELSE
              IF PM-INACTIVE
                 MOVE 'INACTIVE' TO WS-MEMBER-STATE
              END-IF
           END-IF
           IF WS-MEMBER-STATE NOT = SPACES
              ADD 1 TO WS-CLASS-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  TEAM ' TM-TEAM-ID ' MEMBER '
                 TM-MEMBER-ID(WS-MEMBER-IX) ' ' WS-MEMBER-STATE
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE INTEGRITY-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       CHECK-RESULT-DATES SECTION.
      *    One orphan per unscheduled night, not per player row.
      *    The schedule file carries the current calendar only, so
      *    results from before its first night are earlier
      *    seasons' and are not judged against it.
           MOVE 'GAME RESULTS ON NIGHTS NOT ON GAMESCHD'
              TO WS-CLASS-NAME
           MOVE 'IGRS' TO WS-CLASS-REASON
           MOVE 'E' TO WS-CLASS-SEVER
           PERFORM START-CLASS
           OPEN INPUT GAME-SCHEDULE
           IF WS-GS-STATUS NOT = '00'
              MOVE 'GAME SCHEDULE NOT AVAILABLE - RESULT DATES SKIPPED'
                 TO WS-EXCEPT-MSG
              PERFORM REPORT-MISSING-MASTER
           ELSE
              PERFORM UNTIL WS-GS-AT-EOF
                 READ GAME-SCHEDULE
                    AT END MOVE 'Y' TO WS-GS-EOF
                 END-READ
                 IF NOT WS-GS-AT-EOF
                    IF WS-SCHED-COUNT < WS-SCHED-MAX
                       ADD 1 TO WS-SCHED-COUNT
                       MOVE GS-GAME-DATE
                          TO WS-SCHED-DATE(WS-SCHED-COUNT)
                       IF GS-GAME-DATE < WS-SCHED-FIRST
                          MOVE GS-GAME-DATE TO WS-SCHED-FIRST
                       END-IF
                    ELSE
                       SET WS-SCHED-OVERFLOWED TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE GAME-SCHEDULE
              IF WS-SCHED-OVERFLOWED
                 MOVE 'GAME SCHEDULE EXCEEDS TABLE - DATES NOT CHECKED'
                    TO WS-EXCEPT-MSG
                 PERFORM REPORT-MISSING-MASTER
              ELSE
                 OPEN INPUT GAME-RESULTS
                 IF WS-GR-STATUS NOT = '00'
                    PERFORM CLASS-NOT-CHECKED
                 ELSE
                    PERFORM SCAN-RESULT-DATES
                    CLOSE GAME-RESULTS
                 END-IF
              END-IF
           END-IF
           PERFORM FINISH-CLASS.

       SCAN-RESULT-DATES SECTION.
           MOVE 0 TO WS-LAST-DATE
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
                 AND GR-GAME-DATE NOT = WS-LAST-DATE
                 MOVE GR-GAME-DATE TO WS-LAST-DATE
                 IF GR-GAME-DATE >= WS-SCHED-FIRST
                    ADD 1 TO WS-CLASS-CHECKED
                    MOVE 'N' TO WS-SCHED-FOUND
                    PERFORM VARYING WS-SCHED-IX FROM 1 BY 1
                       UNTIL WS-SCHED-IX > WS-SCHED-COUNT
                       IF WS-SCHED-DATE(WS-SCHED-IX) = GR-GAME-DATE
                          SET WS-SCHED-DATE-FOUND TO TRUE
                       END-IF
                    END-PERFORM
                    IF NOT WS-SCHED-DATE-FOUND
                       ADD 1 TO WS-CLASS-COUNT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING '  GAME DATE ' GR-GAME-DATE
                          ' NOT A SCHEDULED NIGHT'
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                       END-STRING
                       WRITE INTEGRITY-REPORT-RECORD
                          FROM WS-REPORT-LINE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

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
           MOVE WS-EXC-KEY TO EXC-RECORD-KEY
           MOVE WS-EXCEPT-MSG TO EXC-MESSAGE
           OPEN EXTEND INTEG-EXCEPT
           IF WS-EX-STATUS = '05' OR WS-EX-STATUS = '35'
              OPEN OUTPUT INTEG-EXCEPT
           END-IF
           WRITE INTEG-EXCEPT-RECORD FROM EXCEPTION-RECORD
           CLOSE INTEG-EXCEPT
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
