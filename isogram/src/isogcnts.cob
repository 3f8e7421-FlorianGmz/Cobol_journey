       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISOGCNTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTEST-RESULTS ASSIGN TO "CNTRSLT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CR-KEY
              FILE STATUS IS WS-CR-STATUS.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PL-PLAYER-ID
              FILE STATUS IS WS-PL-STATUS.
           SELECT SEASON-MASTER ASSIGN TO "SEASMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SEA-STATUS.
           SELECT STANDINGS-REPORT ASSIGN TO "CNTSRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SR-STATUS.
           SELECT CONTROL-CARD ASSIGN TO "CNTSCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CC-STATUS.
           SELECT BUSDATE-CARD ASSIGN TO "BUSDCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BDC-STATUS.
           SELECT JOB-RUN-LOG ASSIGN TO "JOBRLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTEST-RESULTS.
       01  CONTEST-RESULT-RECORD.
           05 CR-KEY.
              10 CR-GAME-DATE  PIC 9(8).
              10 CR-PLAYER-ID  PIC X(10).
           05 CR-ENTRIES       PIC 99.
           05 CR-VALID         PIC 99.
           05 CR-POINTS        PIC 9(4).
           05 CR-BEST-POINTS   PIC 999.
           05 CR-BEST-PHRASE-ID PIC X(8).
           05 CR-BEST-PHRASE   PIC X(100).
           05 CR-POST-DATE     PIC 9(8).
       FD  PLAYER-MASTER.
       01  PLAYER-MASTER-RECORD.
           05 PL-PLAYER-ID     PIC X(10).
           05 PL-DISPLAY-NAME  PIC X(30).
           05 PL-JOIN-DATE     PIC 9(8).
           05 PL-STATUS        PIC X.
           05 PL-EXPIRY-DATE   PIC 9(8).
       FD  SEASON-MASTER.
       01  SEASON-MASTER-RECORD.
           05 SEA-SEASON-ID    PIC X(8).
           05 SEA-NAME         PIC X(30).
           05 SEA-START-DATE   PIC 9(8).
           05 SEA-END-DATE     PIC 9(8).
       FD  STANDINGS-REPORT.
       01  STANDINGS-REPORT-RECORD PIC X(132).
       FD  CONTROL-CARD.
       01  CONTROL-CARD-RECORD.
           05 CC-NIGHT-DATE    PIC X(8).
           05 CC-SEASON-ID     PIC X(8).
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
       01 WS-CR-STATUS     PIC XX.
       01 WS-PL-STATUS     PIC XX.
       01 WS-SEA-STATUS    PIC XX.
       01 WS-SR-STATUS     PIC XX.
       01 WS-CC-STATUS     PIC XX.
       01 WS-BDC-STATUS    PIC XX.
       01 WS-JRL-STATUS    PIC XX.
       01 WS-JOB-NAME      PIC X(8) VALUE 'ISOGCNTS'.
       01 WS-RUN-STATUS    PIC X(8) VALUE 'COMPLETE'.
       COPY "DATEFLDS.cpy".
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-NIGHT         PIC 9(8) VALUE 0.
       01 WS-SEASON-ID     PIC X(8) VALUE SPACES.
       01 WS-SEASON-NAME   PIC X(30) VALUE SPACES.
       01 WS-SEASON-START  PIC 9(8) VALUE 0.
       01 WS-SEA-FOUND     PIC X    VALUE 'N'.
          88 WS-SEASON-FOUND        VALUE 'Y'.
       01 WS-SEA-EOF       PIC X    VALUE 'N'.
          88 WS-SEA-AT-EOF          VALUE 'Y'.
       01 WS-CR-EOF        PIC X    VALUE 'N'.
          88 WS-CR-AT-EOF           VALUE 'Y'.
       01 WS-PL-OPEN       PIC X    VALUE 'N'.
          88 WS-PLAYERS-AVAILABLE   VALUE 'Y'.

       01 WS-NT-MAX        PIC 999  VALUE 200.
       01 WS-NT-COUNT      PIC 999  VALUE 0.
       01 WS-NT-IX         PIC 999.
       01 WS-NT-JX         PIC 999.
       01 WS-NT-TABLE.
          05 WS-NT-ENTRY OCCURS 200 TIMES.
             10 WS-NT-PLAYER  PIC X(10).
             10 WS-NT-ENTRIES PIC 99.
             10 WS-NT-VALID   PIC 99.
             10 WS-NT-POINTS  PIC 9(4).
             10 WS-NT-BEST    PIC 999.
             10 WS-NT-PHRASE  PIC X(100).
       01 WS-NT-SWAP        PIC X(121).

       01 WS-SN-MAX        PIC 999  VALUE 200.
       01 WS-SN-COUNT      PIC 999  VALUE 0.
       01 WS-SN-IX         PIC 999.
       01 WS-SN-JX         PIC 999.
       01 WS-SN-FOUND-IX   PIC 999.
       01 WS-SN-TABLE.
          05 WS-SN-ENTRY OCCURS 200 TIMES.
             10 WS-SN-PLAYER  PIC X(10).
             10 WS-SN-NIGHTS  PIC 999.
             10 WS-SN-ENTRIES PIC 9(4).
             10 WS-SN-VALID   PIC 9(4).
             10 WS-SN-POINTS  PIC 9(5).
             10 WS-SN-BEST    PIC 999.
       01 WS-SN-SWAP        PIC X(29).
       01 WS-SWAPPED       PIC X.
          88 WS-SWAP-DONE           VALUE 'Y'.

       01 WS-RANK          PIC 999  VALUE 0.
       01 WS-PREV-POINTS   PIC 9(5) VALUE 0.
       01 WS-LINE-NO       PIC 999  VALUE 0.
       01 WS-NAME          PIC X(30).
       01 WS-ED-RANK       PIC ZZ9.
       01 WS-ED-NIGHTS     PIC ZZ9.
       01 WS-ED-ENTRIES    PIC ZZZ9.
       01 WS-ED-VALID      PIC ZZZ9.
       01 WS-ED-POINTS     PIC ZZZZ9.
       01 WS-ED-BEST       PIC ZZ9.
       01 WS-REPORT-LINE   PIC X(132).

       PROCEDURE DIVISION.
       ISOGCNTS SECTION.
      *    Standings for the game-night isogram challenge, off the
      *    contest results ISOGRAM posts in CNTS mode. The night
      *    comes from the control card, else the business date,
      *    else the latest night on the results file; the season
      *    is the card's season ID, else the season on SEASMST
      *    whose dates cover the night. First the night's table -
      *    every player with an entry that night, ranked by
      *    points, with their best entry - then season-to-date,
      *    every night from the season's start through this one,
      *    ranked the same way. Players show under their PLAYMST
      *    display names. Equal points share a rank. RC 4 when no
      *    results were posted for the night; RC 8 when the
      *    results file is not there at all.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM READ-CONTROL-CARD
           OPEN OUTPUT STANDINGS-REPORT
           OPEN INPUT CONTEST-RESULTS
           IF WS-CR-STATUS NOT = '00'
              MOVE 'CONTEST RESULTS NOT AVAILABLE' TO WS-REPORT-LINE
              WRITE STANDINGS-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-NIGHT = 0
                 PERFORM FIND-LATEST-NIGHT
              END-IF
              PERFORM FIND-SEASON
              MOVE 'N' TO WS-PL-OPEN
              OPEN INPUT PLAYER-MASTER
              IF WS-PL-STATUS = '00'
                 SET WS-PLAYERS-AVAILABLE TO TRUE
              END-IF
              PERFORM TALLY-RESULTS
              PERFORM RANK-NIGHT
              PERFORM RANK-SEASON
              PERFORM PRINT-NIGHT
              PERFORM PRINT-SEASON
              CLOSE CONTEST-RESULTS
              IF WS-PLAYERS-AVAILABLE
                 CLOSE PLAYER-MASTER
              END-IF
              IF WS-NT-COUNT = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           CLOSE STANDINGS-REPORT
           PERFORM WRITE-JOB-RUN-LOG
           STOP RUN.

       READ-CONTROL-CARD SECTION.
           OPEN INPUT CONTROL-CARD
           IF WS-CC-STATUS = '00'
              READ CONTROL-CARD
                 AT END CONTINUE
                 NOT AT END
                    IF CC-NIGHT-DATE IS NUMERIC
                       MOVE CC-NIGHT-DATE TO WS-NIGHT
                    END-IF
                    IF CC-SEASON-ID NOT = SPACES
                       MOVE CC-SEASON-ID TO WS-SEASON-ID
                    END-IF
              END-READ
              CLOSE CONTROL-CARD
           END-IF
           IF WS-NIGHT = 0
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
              MOVE WS-BUS-DATE TO WS-NIGHT
           END-IF.

       FIND-LATEST-NIGHT SECTION.
      *    The results file is keyed night first, so the last
      *    record read is the latest night posted.
           MOVE 'N' TO WS-CR-EOF
           MOVE LOW-VALUES TO CR-KEY
           START CONTEST-RESULTS KEY IS NOT LESS THAN CR-KEY
              INVALID KEY MOVE 'Y' TO WS-CR-EOF
           END-START
           PERFORM UNTIL WS-CR-AT-EOF
              READ CONTEST-RESULTS NEXT RECORD
                 AT END MOVE 'Y' TO WS-CR-EOF
              END-READ
              IF NOT WS-CR-AT-EOF
                 MOVE CR-GAME-DATE TO WS-NIGHT
              END-IF
           END-PERFORM.

       FIND-SEASON SECTION.
      *    No season to be found leaves the season start at zero,
      *    and season-to-date then covers every night on file up to
      *    this one.
           OPEN INPUT SEASON-MASTER
           IF WS-SEA-STATUS = '00'
              PERFORM UNTIL WS-SEA-AT-EOF OR WS-SEASON-FOUND
                 READ SEASON-MASTER
                    AT END MOVE 'Y' TO WS-SEA-EOF
                 END-READ
                 IF NOT WS-SEA-AT-EOF
                    IF (WS-SEASON-ID NOT = SPACES
                        AND SEA-SEASON-ID = WS-SEASON-ID)
                       OR (WS-SEASON-ID = SPACES
                           AND SEA-START-DATE <= WS-NIGHT
                           AND SEA-END-DATE >= WS-NIGHT)
                       SET WS-SEASON-FOUND TO TRUE
                       MOVE SEA-SEASON-ID TO WS-SEASON-ID
                       MOVE SEA-NAME TO WS-SEASON-NAME
                       MOVE SEA-START-DATE TO WS-SEASON-START
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE SEASON-MASTER
           END-IF.

       TALLY-RESULTS SECTION.
           MOVE 'N' TO WS-CR-EOF
           MOVE LOW-VALUES TO CR-KEY
           START CONTEST-RESULTS KEY IS NOT LESS THAN CR-KEY
              INVALID KEY MOVE 'Y' TO WS-CR-EOF
           END-START
           PERFORM UNTIL WS-CR-AT-EOF
              READ CONTEST-RESULTS NEXT RECORD
                 AT END MOVE 'Y' TO WS-CR-EOF
              END-READ
              IF NOT WS-CR-AT-EOF
                 IF CR-GAME-DATE = WS-NIGHT
                    PERFORM TALLY-NIGHT
                 END-IF
                 IF CR-GAME-DATE >= WS-SEASON-START
                    AND CR-GAME-DATE <= WS-NIGHT
                    PERFORM TALLY-SEASON
                 END-IF
              END-IF
           END-PERFORM.

       TALLY-NIGHT SECTION.
           IF WS-NT-COUNT < WS-NT-MAX
              ADD 1 TO WS-NT-COUNT
              MOVE CR-PLAYER-ID TO WS-NT-PLAYER(WS-NT-COUNT)
              MOVE CR-ENTRIES TO WS-NT-ENTRIES(WS-NT-COUNT)
              MOVE CR-VALID TO WS-NT-VALID(WS-NT-COUNT)
              MOVE CR-POINTS TO WS-NT-POINTS(WS-NT-COUNT)
              MOVE CR-BEST-POINTS TO WS-NT-BEST(WS-NT-COUNT)
              MOVE CR-BEST-PHRASE TO WS-NT-PHRASE(WS-NT-COUNT)
           END-IF.

       TALLY-SEASON SECTION.
           MOVE 0 TO WS-SN-FOUND-IX
           PERFORM VARYING WS-SN-IX FROM 1 BY 1
              UNTIL WS-SN-IX > WS-SN-COUNT
              IF WS-SN-PLAYER(WS-SN-IX) = CR-PLAYER-ID
                 MOVE WS-SN-IX TO WS-SN-FOUND-IX
              END-IF
           END-PERFORM
           IF WS-SN-FOUND-IX = 0 AND WS-SN-COUNT < WS-SN-MAX
              ADD 1 TO WS-SN-COUNT
              MOVE WS-SN-COUNT TO WS-SN-FOUND-IX
              MOVE CR-PLAYER-ID TO WS-SN-PLAYER(WS-SN-FOUND-IX)
              MOVE 0 TO WS-SN-NIGHTS(WS-SN-FOUND-IX)
              MOVE 0 TO WS-SN-ENTRIES(WS-SN-FOUND-IX)
              MOVE 0 TO WS-SN-VALID(WS-SN-FOUND-IX)
              MOVE 0 TO WS-SN-POINTS(WS-SN-FOUND-IX)
              MOVE 0 TO WS-SN-BEST(WS-SN-FOUND-IX)
           END-IF
           IF WS-SN-FOUND-IX > 0
              ADD 1 TO WS-SN-NIGHTS(WS-SN-FOUND-IX)
              ADD CR-ENTRIES TO WS-SN-ENTRIES(WS-SN-FOUND-IX)
              ADD CR-VALID TO WS-SN-VALID(WS-SN-FOUND-IX)
              ADD CR-POINTS TO WS-SN-POINTS(WS-SN-FOUND-IX)
              IF CR-BEST-POINTS > WS-SN-BEST(WS-SN-FOUND-IX)
                 MOVE CR-BEST-POINTS TO WS-SN-BEST(WS-SN-FOUND-IX)
              END-IF
           END-IF.

       RANK-NIGHT SECTION.
      *    Points first; level on points, the better single entry
      *    ranks ahead.
           SET WS-SWAP-DONE TO TRUE
           PERFORM UNTIL NOT WS-SWAP-DONE
              MOVE 'N' TO WS-SWAPPED
              PERFORM VARYING WS-NT-IX FROM 1 BY 1
                 UNTIL WS-NT-IX >= WS-NT-COUNT
                 ADD 1 WS-NT-IX GIVING WS-NT-JX
                 IF WS-NT-POINTS(WS-NT-JX) > WS-NT-POINTS(WS-NT-IX)
                    OR (WS-NT-POINTS(WS-NT-JX) = WS-NT-POINTS(WS-NT-IX)
                        AND WS-NT-BEST(WS-NT-JX) > WS-NT-BEST(WS-NT-IX))
                    MOVE WS-NT-ENTRY(WS-NT-IX) TO WS-NT-SWAP
                    MOVE WS-NT-ENTRY(WS-NT-JX) TO WS-NT-ENTRY(WS-NT-IX)
                    MOVE WS-NT-SWAP TO WS-NT-ENTRY(WS-NT-JX)
                    SET WS-SWAP-DONE TO TRUE
                 END-IF
              END-PERFORM
           END-PERFORM.

       RANK-SEASON SECTION.
           SET WS-SWAP-DONE TO TRUE
           PERFORM UNTIL NOT WS-SWAP-DONE
              MOVE 'N' TO WS-SWAPPED
              PERFORM VARYING WS-SN-IX FROM 1 BY 1
                 UNTIL WS-SN-IX >= WS-SN-COUNT
                 ADD 1 WS-SN-IX GIVING WS-SN-JX
                 IF WS-SN-POINTS(WS-SN-JX) > WS-SN-POINTS(WS-SN-IX)
                    OR (WS-SN-POINTS(WS-SN-JX) = WS-SN-POINTS(WS-SN-IX)
                        AND WS-SN-BEST(WS-SN-JX) > WS-SN-BEST(WS-SN-IX))
                    MOVE WS-SN-ENTRY(WS-SN-IX) TO WS-SN-SWAP
                    MOVE WS-SN-ENTRY(WS-SN-JX) TO WS-SN-ENTRY(WS-SN-IX)
                    MOVE WS-SN-SWAP TO WS-SN-ENTRY(WS-SN-JX)
                    SET WS-SWAP-DONE TO TRUE
                 END-IF
              END-PERFORM
           END-PERFORM.

       LOOK-UP-NAME SECTION.
           MOVE SPACES TO WS-NAME
           IF WS-PLAYERS-AVAILABLE
              READ PLAYER-MASTER KEY IS PL-PLAYER-ID
              IF WS-PL-STATUS = '00'
                 MOVE PL-DISPLAY-NAME TO WS-NAME
              ELSE
                 MOVE '*** NOT ON PLAYER MASTER' TO WS-NAME
              END-IF
           END-IF.

       PRINT-NIGHT SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ISOGRAM CONTEST STANDINGS FOR GAME NIGHT '
              WS-NIGHT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE STANDINGS-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RANK PLAYER     NAME                          '
              ' ENTRIES VALID POINTS BEST BEST ENTRY'
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE STANDINGS-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 0 TO WS-RANK
           MOVE 0 TO WS-LINE-NO
           PERFORM VARYING WS-NT-IX FROM 1 BY 1
              UNTIL WS-NT-IX > WS-NT-COUNT
              ADD 1 TO WS-LINE-NO
              IF WS-NT-IX = 1
                 OR WS-NT-POINTS(WS-NT-IX) NOT = WS-PREV-POINTS
                 MOVE WS-LINE-NO TO WS-RANK
              END-IF
              MOVE WS-NT-POINTS(WS-NT-IX) TO WS-PREV-POINTS
              MOVE WS-NT-PLAYER(WS-NT-IX) TO PL-PLAYER-ID
              PERFORM LOOK-UP-NAME
              MOVE WS-RANK TO WS-ED-RANK
              MOVE WS-NT-ENTRIES(WS-NT-IX) TO WS-ED-ENTRIES
              MOVE WS-NT-VALID(WS-NT-IX) TO WS-ED-VALID
              MOVE WS-NT-POINTS(WS-NT-IX) TO WS-ED-POINTS
              MOVE WS-NT-BEST(WS-NT-IX) TO WS-ED-BEST
              MOVE SPACES TO WS-REPORT-LINE
              STRING ' ' WS-ED-RANK ' ' WS-NT-PLAYER(WS-NT-IX) ' '
                 WS-NAME '    ' WS-ED-ENTRIES '  ' WS-ED-VALID
                 '  ' WS-ED-POINTS '  ' WS-ED-BEST ' '
                 WS-NT-PHRASE(WS-NT-IX)(1:44)
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE STANDINGS-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM
           IF WS-NT-COUNT = 0
              MOVE 'NO CONTEST RESULTS FOR THE NIGHT'
                 TO WS-REPORT-LINE
              WRITE STANDINGS-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       PRINT-SEASON SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE STANDINGS-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-SEASON-FOUND
              STRING 'SEASON TO DATE - ' WS-SEASON-ID ' '
                 WS-SEASON-NAME ' ' WS-SEASON-START ' TO ' WS-NIGHT
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING 'SEASON TO DATE - NO SEASON ON FILE, ALL NIGHTS '
                 'TO ' WS-NIGHT
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           END-IF
           WRITE STANDINGS-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RANK PLAYER     NAME                          '
              ' NIGHTS ENTRIES VALID POINTS BEST'
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE STANDINGS-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 0 TO WS-RANK
           MOVE 0 TO WS-LINE-NO
           PERFORM VARYING WS-SN-IX FROM 1 BY 1
              UNTIL WS-SN-IX > WS-SN-COUNT
              ADD 1 TO WS-LINE-NO
              IF WS-SN-IX = 1
                 OR WS-SN-POINTS(WS-SN-IX) NOT = WS-PREV-POINTS
                 MOVE WS-LINE-NO TO WS-RANK
              END-IF
              MOVE WS-SN-POINTS(WS-SN-IX) TO WS-PREV-POINTS
              MOVE WS-SN-PLAYER(WS-SN-IX) TO PL-PLAYER-ID
              PERFORM LOOK-UP-NAME
              MOVE WS-RANK TO WS-ED-RANK
              MOVE WS-SN-NIGHTS(WS-SN-IX) TO WS-ED-NIGHTS
              MOVE WS-SN-ENTRIES(WS-SN-IX) TO WS-ED-ENTRIES
              MOVE WS-SN-VALID(WS-SN-IX) TO WS-ED-VALID
              MOVE WS-SN-POINTS(WS-SN-IX) TO WS-ED-POINTS
              MOVE WS-SN-BEST(WS-SN-IX) TO WS-ED-BEST
              MOVE SPACES TO WS-REPORT-LINE
              STRING ' ' WS-ED-RANK ' ' WS-SN-PLAYER(WS-SN-IX) ' '
                 WS-NAME '    ' WS-ED-NIGHTS '    ' WS-ED-ENTRIES
                 '  ' WS-ED-VALID '  ' WS-ED-POINTS '  ' WS-ED-BEST
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE STANDINGS-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM
           IF WS-SN-COUNT = 0
              MOVE 'NO CONTEST RESULTS IN THE SEASON'
                 TO WS-REPORT-LINE
              WRITE STANDINGS-REPORT-RECORD FROM WS-REPORT-LINE
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
