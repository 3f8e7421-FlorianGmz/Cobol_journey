       IDENTIFICATION DIVISION.
       PROGRAM-ID. YACHTANM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YACHT-JOURNAL ASSIGN TO "YACHTJRN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JN-STATUS.
           SELECT YACHT-SCORES ASSIGN TO "YACHTSCR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS YS-KEY
              FILE STATUS IS WS-YS-STATUS.
           SELECT YACHT-CARD ASSIGN TO "YACHTCRD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS YC-KEY
              FILE STATUS IS WS-YC-STATUS.
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
           SELECT ROLL-HISTORY ASSIGN TO "ROLLHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RH-STATUS.
           SELECT RULESET-CTL ASSIGN TO "RULESETC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RC-STATUS.
           SELECT BONUS-RULES ASSIGN TO "BONUSRUL"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BR-YACHT-COUNT
              FILE STATUS IS WS-BR-STATUS.
           SELECT YACHT-HOLDS ASSIGN TO "YACHTHLD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HD-KEY
              FILE STATUS IS WS-HD-STATUS.
           SELECT CORRECTION-AUDIT ASSIGN TO "YACHTAUD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AU-STATUS.
           SELECT ANOMALY-REPORT ASSIGN TO "ANOMRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AR-STATUS.
           SELECT CONTROL-CARD ASSIGN TO "ANOMCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CC-STATUS.
           SELECT ANOM-EXCEPT ASSIGN TO "ANOMEXC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EX-STATUS.
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
       FD  YACHT-JOURNAL.
       01  YACHT-JOURNAL-RECORD PIC X(115).
       FD  YACHT-SCORES.
       01  YACHT-SCORE-RECORD.
           05 YS-KEY.
              10 YS-PLAYER-ID  PIC X(10).
              10 YS-GAME-DATE  PIC 9(8).
              10 YS-CATEGORY   PIC X(15).
           05 YS-SCORE         PIC 999.
       FD  YACHT-CARD.
       01  YACHT-CARD-RECORD.
           05 YC-KEY.
              10 YC-PLAYER-ID  PIC X(10).
              10 YC-GAME-DATE  PIC 9(8).
           05 YC-USED-TABLE    PIC X OCCURS 12 TIMES.
           05 YC-YACHT-COUNT   PIC 99.
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
       FD  ROLL-HISTORY.
       01  ROLL-HISTORY-RECORD.
           05 RH-PLAYER-ID     PIC X(10).
           05 RH-GAME-DATE     PIC 9(8).
           05 RH-CATEGORY      PIC X(15).
           05 RH-DICE          PIC X(5).
       FD  RULESET-CTL.
       01  RULESET-CTL-RECORD.
           05 RC-PLAYER-ID     PIC X(10).
           05 RC-GAME-DATE     PIC 9(8).
           05 RC-RULESET       PIC X(8).
       FD  BONUS-RULES.
       01  BONUS-RULES-RECORD.
           05 BR-YACHT-COUNT   PIC 99.
           05 BR-BONUS-POINTS  PIC 999.
       FD  YACHT-HOLDS.
       01  YACHT-HOLDS-RECORD.
           05 HD-KEY.
              10 HD-PLAYER-ID  PIC X(10).
              10 HD-GAME-DATE  PIC 9(8).
              10 HD-CATEGORY   PIC X(15).
           05 HD-HOLD-DATE     PIC 9(8).
       FD  CORRECTION-AUDIT.
       01  CORRECTION-AUDIT-RECORD.
           05 AUD-RUN-DATE     PIC 9(8).
           05 FILLER           PIC X.
           05 AUD-RUN-TIME     PIC 9(8).
           05 FILLER           PIC X.
           05 AUD-FILE-NAME    PIC X(8).
           05 FILLER           PIC X.
           05 AUD-PHASE        PIC X(6).
           05 FILLER           PIC X.
           05 AUD-IMAGE        PIC X(40).
       FD  ANOMALY-REPORT.
       01  ANOMALY-REPORT-RECORD PIC X(100).
       FD  CONTROL-CARD.
       01  CONTROL-CARD-RECORD.
           05 CC-AVG-PCT       PIC 999.
           05 CC-MIN-GAMES     PIC 99.
           05 CC-MAX-YACHTS    PIC 99.
       FD  ANOM-EXCEPT.
       01  ANOM-EXCEPT-RECORD  PIC X(142).
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
       01 WS-JN-STATUS     PIC XX.
       01 WS-YS-STATUS     PIC XX.
       01 WS-YC-STATUS     PIC XX.
       01 WS-PT-STATUS     PIC XX.
       01 WS-HC-STATUS     PIC XX.
       01 WS-RH-STATUS     PIC XX.
       01 WS-RC-STATUS     PIC XX.
       01 WS-BR-STATUS     PIC XX.
       01 WS-HD-STATUS     PIC XX.
       01 WS-AU-STATUS     PIC XX.
       01 WS-AR-STATUS     PIC XX.
       01 WS-CC-STATUS     PIC XX.
       01 WS-EX-STATUS     PIC XX.
       01 WS-RCT-STATUS    PIC XX.
       01 WS-BDC-STATUS    PIC XX.
       01 WS-JRL-STATUS    PIC XX.
       01 WS-JOB-NAME      PIC X(8) VALUE 'YACHTANM'.
       01 WS-RUN-STATUS    PIC X(8) VALUE 'COMPLETE'.
       COPY "DATEFLDS.cpy".
       COPY "EXCPTREC.cpy".
       COPY "JRNLREC.cpy".
       01 WS-EXCEPT-MSG    PIC X(80).
       01 WS-EXC-SEVERITY  PIC X     VALUE 'E'.
       01 WS-EXC-REASON    PIC X(4)  VALUE SPACES.
       01 WS-EXC-KEY       PIC X(33) VALUE SPACES.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-RCT-EOF       PIC X    VALUE 'N'.
          88 WS-RCT-AT-EOF          VALUE 'Y'.
       01 WS-STEP-DONE     PIC X    VALUE 'N'.
          88 WS-STEP-ALREADY-DONE   VALUE 'Y'.
       01 WS-JN-EOF        PIC X    VALUE 'N'.
          88 WS-JN-AT-EOF           VALUE 'Y'.
       01 WS-RH-EOF        PIC X    VALUE 'N'.
          88 WS-RH-AT-EOF           VALUE 'Y'.
       01 WS-RC-EOF        PIC X    VALUE 'N'.
          88 WS-RC-AT-EOF           VALUE 'Y'.

      *    Screening window: journal entries stamped after the last
      *    clean completion of this step on the run-control file.
      *    With none on file the window opens at the start of the
      *    business date (or of today, with no business-date card).
       01 WS-SINCE-STAMP.
          05 WS-SINCE-DATE  PIC 9(8) VALUE 0.
          05 WS-SINCE-TIME  PIC 9(8) VALUE 0.
       01 WS-JRN-STAMP.
          05 WS-JRN-STAMP-DATE PIC 9(8).
          05 WS-JRN-STAMP-TIME PIC 9(8).
       01 WS-RCT-STAMP.
          05 WS-RCT-STAMP-DATE PIC 9(8).
          05 WS-RCT-STAMP-TIME PIC 9(8).

       01 WS-AVG-PCT       PIC 999  VALUE 150.
       01 WS-MIN-GAMES     PIC 99   VALUE 5.
       01 WS-MAX-YACHTS    PIC 99   VALUE 3.

       01 WS-JS-IMAGE.
          05 WS-JS-PLAYER-ID   PIC X(10).
          05 WS-JS-GAME-DATE   PIC 9(8).
          05 WS-JS-CATEGORY    PIC X(15).
          05 WS-JS-SCORE       PIC 999.
          05 FILLER            PIC X(4).
       01 WS-JG-IMAGE.
          05 WS-JG-GAME-DATE   PIC 9(8).
          05 WS-JG-PLAYER-ID   PIC X(10).
          05 WS-JG-TOTAL       PIC 9(4).
          05 WS-JG-WINNER      PIC X.
          05 FILLER            PIC X(17).
       01 WS-JG-BEFORE.
          05 WS-JB-GAME-DATE   PIC 9(8).
          05 WS-JB-PLAYER-ID   PIC X(10).
          05 WS-JB-TOTAL       PIC X(4).
          05 FILLER            PIC X(18).

       01 WS-NS-MAX        PIC 9(4) VALUE 3000.
       01 WS-NS-COUNT      PIC 9(4) VALUE 0.
       01 WS-NS-IX         PIC 9(4).
       01 WS-NS-FOUND-IX   PIC 9(4).
       01 WS-NS-OVER       PIC X    VALUE 'N'.
          88 WS-NS-OVERFLOWED       VALUE 'Y'.
       01 WS-NS-LOW-DATE   PIC 9(8) VALUE 99999999.
       01 WS-NS-HIGH-DATE  PIC 9(8) VALUE 0.
       01 WS-NS-TABLE.
          05 WS-NS-ENTRY OCCURS 3000 TIMES.
             10 WS-NS-PLAYER   PIC X(10).
             10 WS-NS-DATE     PIC 9(8).
             10 WS-NS-CATEGORY PIC X(15).
             10 WS-NS-SCORE    PIC 999.
             10 WS-NS-DICE     PIC X(5).

       01 WS-NG-MAX        PIC 999  VALUE 500.
       01 WS-NG-COUNT      PIC 999  VALUE 0.
       01 WS-NG-IX         PIC 999.
       01 WS-NG-FOUND-IX   PIC 999.
       01 WS-NG-OVER       PIC X    VALUE 'N'.
          88 WS-NG-OVERFLOWED       VALUE 'Y'.
       01 WS-NG-TABLE.
          05 WS-NG-ENTRY OCCURS 500 TIMES.
             10 WS-NG-PLAYER   PIC X(10).
             10 WS-NG-DATE     PIC 9(8).
             10 WS-NG-TOTAL    PIC 9(4).

       01 WS-RS-OVER        PIC X    VALUE 'N'.
          88 WS-RS-OVERFLOWED        VALUE 'Y'.
       01 WS-RS-MAX         PIC 999  VALUE 500.
       01 WS-RS-COUNT       PIC 999  VALUE 0.
       01 WS-RS-IX          PIC 999.
       01 WS-RS-TABLE.
          05 WS-RS-ENTRY OCCURS 500 TIMES.
             10 WS-RS-PLAYER  PIC X(10).
             10 WS-RS-DATE    PIC 9(8).
             10 WS-RS-RULESET PIC X(8).
       01 WS-BONUS-IX       PIC 99.
       01 WS-BONUS-TABLE.
          05 WS-BONUS-POINTS PIC 999 OCCURS 13 TIMES.

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
       01 WS-CAT-IX          PIC 99.

       01 WS-RULESET        PIC X(8) VALUE 'YACHT'.
          88 WS-RULESET-YACHT         VALUE 'YACHT'.
          88 WS-RULESET-YAHTZEE       VALUE 'YAHTZEE'.
       01 WS-RESULT       PIC 999   VALUE 0.
       01 WS-CATEGORY     PIC X(15).
       01 WS-DICE         PIC X(5).
       01 WS-DICE-SAVE    PIC X(5).
       01 WS-DICE-ORIG    PIC X(5).
       01 WS-DICE-NUM.
          05 WS-DIE       PIC 9 OCCURS 5 TIMES.
       01 WS-TWO-KINDS.
          05 WS-KIND-NUM  PIC 9 OCCURS 5 TIMES.
          05 WS-KIND-VAL  PIC 9 OCCURS 5 TIMES.
       01 WS-JOKER-FLAG    PIC X     VALUE 'N'.
          88 WS-JOKER-ACTIVE         VALUE 'Y'.
          88 WS-JOKER-INACTIVE       VALUE 'N'.
       01 WS-IS-YACHT-ROLL PIC X      VALUE 'N'.
          88 WS-IS-YACHT-ROLL-YES     VALUE 'Y'.
          88 WS-IS-YACHT-ROLL-NO      VALUE 'N'.
       01 WS-FEASIBLE      PIC X.
          88 WS-SCORE-FEASIBLE       VALUE 'Y'.
       01 WS-TRY-SCORE     PIC 9(4).

       01 WS-TRAIL-AVG     PIC 9(4).
       01 WS-AVG-FOUND     PIC X.
          88 WS-AVG-KNOWN            VALUE 'Y'.
       01 WS-AVG-LIMIT     PIC 9(6).
       01 WS-HI-CAT-IX     PIC 99.
       01 WS-HI-SCORE      PIC 999.

       01 WS-HOLD-PLAYER   PIC X(10).
       01 WS-HOLD-DATE     PIC 9(8).
       01 WS-HOLD-CATEGORY PIC X(15).
       01 WS-ANOM-TEXT     PIC X(50).
       01 WS-ANOM-ACTION   PIC X(16).
       01 WS-AUD-FILE      PIC X(8).
       01 WS-AUD-PHASE     PIC X(6).
       01 WS-AUD-IMAGE     PIC X(40).
       01 WS-ANOM-COUNT    PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT    PIC 9(5) VALUE 0.
       01 WS-ED-COUNT      PIC ZZZZ9.
       01 WS-ED-SCORE      PIC ZZ9.
       01 WS-ED-TOTAL      PIC ZZZ9.
       01 WS-ED-AVG        PIC ZZZ9.
       01 WS-ED-YACHTS     PIC Z9.
       01 WS-REPORT-LINE   PIC X(100).

       PROCEDURE DIVISION.
       YACHTANM SECTION.
      *    Disputes used to reach the hold file only when somebody
      *    complained. This step screens everything YACHT posted
      *    since the screen last ran - every score row and game
      *    total added or changed on the forward-recovery journal
      *    - against what the player's own record and the dice
      *    make believable: a category score the roll on file
      *    cannot produce, a finished game far above the player's
      *    trailing average (handicap file first, running totals
      *    when no handicap is built yet), and more yachts in one
      *    game than the control card allows. Each flagged score
      *    is put on dispute hold exactly as a HOLD transaction
      *    would put it, with the before/after audit images, a
      *    severity-W suite exception and a line on the anomaly
      *    report for the league office to clear or release. The
      *    step ends zero on anomalies - they are the committee's
      *    business, not a reason to stop the stream.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM CHECK-RUN-CONTROL
           IF WS-STEP-ALREADY-DONE
              MOVE 'SKIPPED' TO WS-RUN-STATUS
              PERFORM WRITE-JOB-RUN-LOG
              STOP RUN
           END-IF
           PERFORM READ-CONTROL-CARD
           OPEN OUTPUT ANOMALY-REPORT
           PERFORM PRINT-HEADING
           PERFORM COLLECT-NEW-POSTINGS
           IF WS-JN-STATUS NOT = '00'
              MOVE 'JOURNAL NOT AVAILABLE - NOTHING SCREENED'
                 TO WS-REPORT-LINE
              WRITE ANOMALY-REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
              PERFORM LOAD-RULESET-TABLE
              PERFORM LOAD-BONUS-TABLE
              PERFORM ATTACH-ROLL-DICE
              OPEN INPUT YACHT-SCORES
              IF WS-YS-STATUS NOT = '00'
                 MOVE 'SCORE HISTORY NOT AVAILABLE - NOTHING SCREENED'
                    TO WS-REPORT-LINE
                 WRITE ANOMALY-REPORT-RECORD FROM WS-REPORT-LINE
                 MOVE 8 TO RETURN-CODE
              ELSE
                 OPEN I-O YACHT-HOLDS
                 IF WS-HD-STATUS = '35'
                    OPEN OUTPUT YACHT-HOLDS
                    CLOSE YACHT-HOLDS
                    OPEN I-O YACHT-HOLDS
                 END-IF
                 OPEN EXTEND CORRECTION-AUDIT
                 IF WS-AU-STATUS = '05' OR WS-AU-STATUS = '35'
                    OPEN OUTPUT CORRECTION-AUDIT
                 END-IF
                 PERFORM VARYING WS-NS-IX FROM 1 BY 1
                    UNTIL WS-NS-IX > WS-NS-COUNT
                    PERFORM SCREEN-ONE-SCORE
                 END-PERFORM
                 PERFORM SCREEN-GAME-TOTALS
                 CLOSE CORRECTION-AUDIT
                 CLOSE YACHT-HOLDS
                 CLOSE YACHT-SCORES
              END-IF
           END-IF
           PERFORM PRINT-TOTALS
           CLOSE ANOMALY-REPORT
           IF RETURN-CODE = 0
              PERFORM WRITE-RUN-CONTROL
           END-IF
           PERFORM WRITE-JOB-RUN-LOG
           STOP RUN.

       CHECK-RUN-CONTROL SECTION.
      *    Stream restart support as in the other nightly steps,
      *    plus the screening window: the latest clean completion
      *    of this step on file marks where the last screen ended.
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
              MOVE WS-BUS-DATE TO WS-SINCE-DATE
           ELSE
              MOVE WS-START-DATE TO WS-SINCE-DATE
           END-IF
           MOVE 0 TO WS-SINCE-TIME
           MOVE 'N' TO WS-RCT-EOF
           OPEN INPUT RUN-CONTROL
           IF WS-RCT-STATUS = '00'
              PERFORM UNTIL WS-RCT-AT-EOF
                 READ RUN-CONTROL
                    AT END MOVE 'Y' TO WS-RCT-EOF
                 END-READ
                 IF NOT WS-RCT-AT-EOF
                    AND RCT-STEP-NAME = WS-JOB-NAME
                    IF WS-BUS-DATE > 0
                       AND RCT-BUS-DATE = WS-BUS-DATE
                       SET WS-STEP-ALREADY-DONE TO TRUE
                    END-IF
                    MOVE RCT-COMPLETE-DATE TO WS-RCT-STAMP-DATE
                    MOVE RCT-COMPLETE-TIME TO WS-RCT-STAMP-TIME
                    IF WS-RCT-STAMP > WS-SINCE-STAMP
                       OR WS-SINCE-TIME = 0
                       MOVE WS-RCT-STAMP TO WS-SINCE-STAMP
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE RUN-CONTROL
           END-IF.

       WRITE-RUN-CONTROL SECTION.
      *    Written whether or not a business date is in play - the
      *    completion stamp is also where the next screen starts.
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
           CLOSE RUN-CONTROL.

       READ-CONTROL-CARD SECTION.
      *    Thresholds: percentage of trailing average a game must
      *    exceed to be flagged (default 150), games of history a
      *    player needs before the average is trusted (default 5)
      *    and yachts in one game that draw a flag (default 3).
           OPEN INPUT CONTROL-CARD
           IF WS-CC-STATUS = '00'
              READ CONTROL-CARD
                 AT END CONTINUE
                 NOT AT END
                    IF CC-AVG-PCT IS NUMERIC AND CC-AVG-PCT > 100
                       MOVE CC-AVG-PCT TO WS-AVG-PCT
                    END-IF
                    IF CC-MIN-GAMES IS NUMERIC
                       AND CC-MIN-GAMES NOT = ZERO
                       MOVE CC-MIN-GAMES TO WS-MIN-GAMES
                    END-IF
                    IF CC-MAX-YACHTS IS NUMERIC
                       AND CC-MAX-YACHTS NOT = ZERO
                       MOVE CC-MAX-YACHTS TO WS-MAX-YACHTS
                    END-IF
              END-READ
              CLOSE CONTROL-CARD
           END-IF.

       PRINT-HEADING SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SCORE ANOMALY SCREEN - RUN DATE ' WS-START-DATE
              ' - POSTINGS SINCE ' WS-SINCE-DATE ' ' WS-SINCE-TIME
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE ANOMALY-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PLAYER     GAME DATE CATEGORY         SCORE  '
              'ANOMALY / ACTION'
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE ANOMALY-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO ANOMALY-REPORT-RECORD
           WRITE ANOMALY-REPORT-RECORD.

       COLLECT-NEW-POSTINGS SECTION.
      *    Score rows and game totals YACHT added or changed inside
      *    the window, last image winning. A game-total change that
      *    leaves the total alone is only the winner stamp and is
      *    not screened again.
           OPEN INPUT YACHT-JOURNAL
           IF WS-JN-STATUS = '00'
              PERFORM UNTIL WS-JN-AT-EOF
                 READ YACHT-JOURNAL INTO JRN-RECORD
                    AT END MOVE 'Y' TO WS-JN-EOF
                 END-READ
                 IF NOT WS-JN-AT-EOF
                    MOVE JRN-DATE TO WS-JRN-STAMP-DATE
                    MOVE JRN-TIME TO WS-JRN-STAMP-TIME
                    IF WS-JRN-STAMP > WS-SINCE-STAMP
                       AND JRN-PROGRAM-ID = 'YACHT'
                       AND (JRN-ADD OR JRN-CHANGE)
                       EVALUATE JRN-FILE-NAME
                          WHEN 'YACHTSCR'
                             MOVE JRN-AFTER TO WS-JS-IMAGE
                             PERFORM ADD-NEW-SCORE
                          WHEN 'GAMERSLT'
                             MOVE JRN-AFTER TO WS-JG-IMAGE
                             MOVE JRN-BEFORE TO WS-JG-BEFORE
                             IF JRN-ADD
                                OR WS-JB-TOTAL NOT = WS-JG-TOTAL
                                PERFORM ADD-NEW-GAME
                             END-IF
                       END-EVALUATE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE YACHT-JOURNAL
              MOVE '00' TO WS-JN-STATUS
           END-IF.

       ADD-NEW-SCORE SECTION.
           MOVE 0 TO WS-NS-FOUND-IX
           PERFORM VARYING WS-NS-IX FROM 1 BY 1
              UNTIL WS-NS-IX > WS-NS-COUNT
              IF WS-NS-PLAYER(WS-NS-IX) = WS-JS-PLAYER-ID
                 AND WS-NS-DATE(WS-NS-IX) = WS-JS-GAME-DATE
                 AND WS-NS-CATEGORY(WS-NS-IX) = WS-JS-CATEGORY
                 MOVE WS-NS-IX TO WS-NS-FOUND-IX
              END-IF
           END-PERFORM
           IF WS-NS-FOUND-IX = 0
              IF WS-NS-COUNT < WS-NS-MAX
                 ADD 1 TO WS-NS-COUNT
                 MOVE WS-NS-COUNT TO WS-NS-FOUND-IX
              ELSE
                 SET WS-NS-OVERFLOWED TO TRUE
              END-IF
           END-IF
           IF WS-NS-FOUND-IX > 0
              MOVE WS-JS-PLAYER-ID TO WS-NS-PLAYER(WS-NS-FOUND-IX)
              MOVE WS-JS-GAME-DATE TO WS-NS-DATE(WS-NS-FOUND-IX)
              MOVE WS-JS-CATEGORY TO WS-NS-CATEGORY(WS-NS-FOUND-IX)
              MOVE WS-JS-SCORE TO WS-NS-SCORE(WS-NS-FOUND-IX)
              MOVE SPACES TO WS-NS-DICE(WS-NS-FOUND-IX)
              IF WS-JS-GAME-DATE < WS-NS-LOW-DATE
                 MOVE WS-JS-GAME-DATE TO WS-NS-LOW-DATE
              END-IF
              IF WS-JS-GAME-DATE > WS-NS-HIGH-DATE
                 MOVE WS-JS-GAME-DATE TO WS-NS-HIGH-DATE
              END-IF
           END-IF.

       ADD-NEW-GAME SECTION.
           MOVE 0 TO WS-NG-FOUND-IX
           PERFORM VARYING WS-NG-IX FROM 1 BY 1
              UNTIL WS-NG-IX > WS-NG-COUNT
              IF WS-NG-PLAYER(WS-NG-IX) = WS-JG-PLAYER-ID
                 AND WS-NG-DATE(WS-NG-IX) = WS-JG-GAME-DATE
                 MOVE WS-NG-IX TO WS-NG-FOUND-IX
              END-IF
           END-PERFORM
           IF WS-NG-FOUND-IX = 0
              IF WS-NG-COUNT < WS-NG-MAX
                 ADD 1 TO WS-NG-COUNT
                 MOVE WS-NG-COUNT TO WS-NG-FOUND-IX
              ELSE
                 SET WS-NG-OVERFLOWED TO TRUE
              END-IF
           END-IF
           IF WS-NG-FOUND-IX > 0
              MOVE WS-JG-PLAYER-ID TO WS-NG-PLAYER(WS-NG-FOUND-IX)
              MOVE WS-JG-GAME-DATE TO WS-NG-DATE(WS-NG-FOUND-IX)
              MOVE WS-JG-TOTAL TO WS-NG-TOTAL(WS-NG-FOUND-IX)
           END-IF.

       LOAD-RULESET-TABLE SECTION.
           MOVE 'N' TO WS-RC-EOF
           OPEN INPUT RULESET-CTL
           IF WS-RC-STATUS = '00'
              PERFORM UNTIL WS-RC-AT-EOF
                 READ RULESET-CTL
                    AT END MOVE 'Y' TO WS-RC-EOF
                 END-READ
                 IF NOT WS-RC-AT-EOF
                    IF RC-GAME-DATE >= WS-NS-LOW-DATE
                       AND RC-GAME-DATE <= WS-NS-HIGH-DATE
                       IF WS-RS-COUNT < WS-RS-MAX
                          ADD 1 TO WS-RS-COUNT
                          MOVE RC-PLAYER-ID
                             TO WS-RS-PLAYER(WS-RS-COUNT)
                          MOVE RC-GAME-DATE TO WS-RS-DATE(WS-RS-COUNT)
                          MOVE RC-RULESET
                             TO WS-RS-RULESET(WS-RS-COUNT)
                       ELSE
                          SET WS-RS-OVERFLOWED TO TRUE
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE RULESET-CTL
           END-IF.

       LOAD-BONUS-TABLE SECTION.
           MOVE ZERO TO WS-BONUS-TABLE
           OPEN INPUT BONUS-RULES
           IF WS-BR-STATUS = '00'
              PERFORM VARYING WS-BONUS-IX FROM 1 BY 1
                 UNTIL WS-BONUS-IX > 13
                 COMPUTE BR-YACHT-COUNT = WS-BONUS-IX - 1
                 READ BONUS-RULES KEY IS BR-YACHT-COUNT
                 IF WS-BR-STATUS = '00'
                    MOVE BR-BONUS-POINTS
                       TO WS-BONUS-POINTS(WS-BONUS-IX)
                 END-IF
              END-PERFORM
              CLOSE BONUS-RULES
           END-IF.

       ATTACH-ROLL-DICE SECTION.
      *    The dice each new score was posted from, off the roll
      *    history (the last roll for the key wins - a correction
      *    writes a fresh one). Only the dates in the window are
      *    looked at.
           IF WS-NS-COUNT > 0
              OPEN INPUT ROLL-HISTORY
              IF WS-RH-STATUS = '00'
                 PERFORM UNTIL WS-RH-AT-EOF
                    READ ROLL-HISTORY
                       AT END MOVE 'Y' TO WS-RH-EOF
                    END-READ
                    IF NOT WS-RH-AT-EOF
                       AND RH-GAME-DATE >= WS-NS-LOW-DATE
                       AND RH-GAME-DATE <= WS-NS-HIGH-DATE
                       PERFORM VARYING WS-NS-IX FROM 1 BY 1
                          UNTIL WS-NS-IX > WS-NS-COUNT
                          IF WS-NS-PLAYER(WS-NS-IX) = RH-PLAYER-ID
                             AND WS-NS-DATE(WS-NS-IX) = RH-GAME-DATE
                             AND WS-NS-CATEGORY(WS-NS-IX)
                                 = RH-CATEGORY
                             MOVE RH-DICE TO WS-NS-DICE(WS-NS-IX)
                          END-IF
                       END-PERFORM
                    END-IF
                 END-PERFORM
                 CLOSE ROLL-HISTORY
              END-IF
           END-IF.

       SCREEN-ONE-SCORE SECTION.
      *    A score is believable when the dice on file produce it:
      *    scored as posted, or - for five equal dice - with the
      *    joker and any repeat-yacht bonus the table can pay. A
      *    score with no roll on file at all is flagged too.
           MOVE WS-NS-PLAYER(WS-NS-IX) TO WS-HOLD-PLAYER
           MOVE WS-NS-DATE(WS-NS-IX) TO WS-HOLD-DATE
           MOVE WS-NS-CATEGORY(WS-NS-IX) TO WS-HOLD-CATEGORY
           MOVE SPACES TO WS-ANOM-TEXT
           IF WS-NS-DICE(WS-NS-IX) = SPACES
              MOVE 'NO ROLL ON FILE FOR THIS SCORE' TO WS-ANOM-TEXT
           ELSE
              PERFORM CHECK-SCORE-FEASIBLE
              IF NOT WS-SCORE-FEASIBLE
                 MOVE SPACES TO WS-ANOM-TEXT
                 STRING 'DICE ' WS-NS-DICE(WS-NS-IX)
                    ' CANNOT SCORE THIS'
                    DELIMITED BY SIZE INTO WS-ANOM-TEXT
                 END-STRING
              END-IF
           END-IF
           IF WS-ANOM-TEXT NOT = SPACES
              MOVE WS-NS-SCORE(WS-NS-IX) TO WS-ED-SCORE
              PERFORM RAISE-ANOMALY
           END-IF.

       CHECK-SCORE-FEASIBLE SECTION.
           MOVE 'N' TO WS-FEASIBLE
           MOVE 'YACHT' TO WS-RULESET
           PERFORM VARYING WS-RS-IX FROM 1 BY 1
              UNTIL WS-RS-IX > WS-RS-COUNT
              IF WS-RS-PLAYER(WS-RS-IX) = WS-HOLD-PLAYER
                 AND WS-RS-DATE(WS-RS-IX) = WS-HOLD-DATE
                 MOVE WS-RS-RULESET(WS-RS-IX) TO WS-RULESET
              END-IF
           END-PERFORM
           MOVE WS-NS-DICE(WS-NS-IX) TO WS-DICE-SAVE
           MOVE WS-HOLD-CATEGORY TO WS-CATEGORY
           SET WS-IS-YACHT-ROLL-NO TO TRUE
           IF WS-DICE-SAVE(1:1) = WS-DICE-SAVE(2:1) AND
              WS-DICE-SAVE(1:1) = WS-DICE-SAVE(3:1) AND
              WS-DICE-SAVE(1:1) = WS-DICE-SAVE(4:1) AND
              WS-DICE-SAVE(1:1) = WS-DICE-SAVE(5:1)
              SET WS-IS-YACHT-ROLL-YES TO TRUE
           END-IF
           SET WS-JOKER-INACTIVE TO TRUE
           PERFORM TRY-SCORE
           IF WS-IS-YACHT-ROLL-YES AND NOT WS-SCORE-FEASIBLE
              SET WS-JOKER-ACTIVE TO TRUE
              PERFORM TRY-SCORE
              SET WS-JOKER-INACTIVE TO TRUE
           END-IF.

       TRY-SCORE SECTION.
           MOVE WS-DICE-SAVE TO WS-DICE
           PERFORM SCORE-CATEGORY
           IF WS-RESULT = WS-NS-SCORE(WS-NS-IX)
              SET WS-SCORE-FEASIBLE TO TRUE
           END-IF
           IF WS-IS-YACHT-ROLL-YES
              PERFORM VARYING WS-BONUS-IX FROM 1 BY 1
                 UNTIL WS-BONUS-IX > 13
                 COMPUTE WS-TRY-SCORE =
                    WS-RESULT + WS-BONUS-POINTS(WS-BONUS-IX)
                 IF WS-TRY-SCORE = WS-NS-SCORE(WS-NS-IX)
                    SET WS-SCORE-FEASIBLE TO TRUE
                 END-IF
              END-PERFORM
           END-IF.

       SCREEN-GAME-TOTALS SECTION.
           IF WS-NG-COUNT > 0
              OPEN INPUT HCAP-FILE
              OPEN INPUT PLAYER-TOTALS
              OPEN INPUT YACHT-CARD
              PERFORM VARYING WS-NG-IX FROM 1 BY 1
                 UNTIL WS-NG-IX > WS-NG-COUNT
                 PERFORM SCREEN-ONE-GAME
              END-PERFORM
              IF WS-HC-STATUS NOT = '35'
                 CLOSE HCAP-FILE
              END-IF
              IF WS-PT-STATUS NOT = '35'
                 CLOSE PLAYER-TOTALS
              END-IF
              IF WS-YC-STATUS NOT = '35'
                 CLOSE YACHT-CARD
              END-IF
           END-IF.

       SCREEN-ONE-GAME SECTION.
      *    Trailing average from the handicap build when it rests
      *    on enough games; otherwise from the running totals with
      *    this game taken back out. Too little history for either
      *    and the total is not judged. A flagged total holds the
      *    game's best-scoring category; too many yachts holds the
      *    yacht row. Either hold disputes the whole game.
           MOVE WS-NG-PLAYER(WS-NG-IX) TO WS-HOLD-PLAYER
           MOVE WS-NG-DATE(WS-NG-IX) TO WS-HOLD-DATE
           MOVE 'N' TO WS-AVG-FOUND
           MOVE 0 TO WS-TRAIL-AVG
           IF WS-HC-STATUS NOT = '35'
              MOVE WS-HOLD-PLAYER TO HC-PLAYER-ID
              READ HCAP-FILE KEY IS HC-PLAYER-ID
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF HC-GAMES-USED >= WS-MIN-GAMES
                       AND HC-TRAIL-AVG > 0
                       MOVE HC-TRAIL-AVG TO WS-TRAIL-AVG
                       SET WS-AVG-KNOWN TO TRUE
                    END-IF
              END-READ
           END-IF
           IF NOT WS-AVG-KNOWN AND WS-PT-STATUS NOT = '35'
              MOVE WS-HOLD-PLAYER TO PT-PLAYER-ID
              READ PLAYER-TOTALS KEY IS PT-PLAYER-ID
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF PT-GAMES > WS-MIN-GAMES
                       AND PT-GRAND-TOTAL > WS-NG-TOTAL(WS-NG-IX)
                       COMPUTE WS-TRAIL-AVG =
                          (PT-GRAND-TOTAL - WS-NG-TOTAL(WS-NG-IX))
                          / (PT-GAMES - 1)
                       SET WS-AVG-KNOWN TO TRUE
                    END-IF
              END-READ
           END-IF
           IF WS-AVG-KNOWN
              COMPUTE WS-AVG-LIMIT = WS-TRAIL-AVG * WS-AVG-PCT / 100
              IF WS-NG-TOTAL(WS-NG-IX) > WS-AVG-LIMIT
                 PERFORM FIND-BEST-CATEGORY
                 MOVE WS-NG-TOTAL(WS-NG-IX) TO WS-ED-TOTAL
                 MOVE WS-TRAIL-AVG TO WS-ED-AVG
                 MOVE SPACES TO WS-ANOM-TEXT
                 STRING 'GAME TOTAL ' WS-ED-TOTAL
                    ' VS TRAILING AVG ' WS-ED-AVG
                    DELIMITED BY SIZE INTO WS-ANOM-TEXT
                 END-STRING
                 PERFORM RAISE-ANOMALY
              END-IF
           END-IF
           IF WS-YC-STATUS NOT = '35'
              MOVE WS-HOLD-PLAYER TO YC-PLAYER-ID
              MOVE WS-HOLD-DATE TO YC-GAME-DATE
              READ YACHT-CARD KEY IS YC-KEY
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF YC-YACHT-COUNT >= WS-MAX-YACHTS
                       MOVE 'yacht' TO WS-HOLD-CATEGORY
                       MOVE 0 TO WS-ED-SCORE
                       MOVE YC-YACHT-COUNT TO WS-ED-YACHTS
                       MOVE SPACES TO WS-ANOM-TEXT
                       STRING WS-ED-YACHTS ' YACHTS IN ONE GAME'
                          DELIMITED BY SIZE INTO WS-ANOM-TEXT
                       END-STRING
                       PERFORM RAISE-ANOMALY
                    END-IF
              END-READ
           END-IF.

       FIND-BEST-CATEGORY SECTION.
           MOVE 0 TO WS-HI-SCORE
           MOVE 12 TO WS-HI-CAT-IX
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1 UNTIL WS-CAT-IX > 12
              MOVE WS-HOLD-PLAYER TO YS-PLAYER-ID
              MOVE WS-HOLD-DATE TO YS-GAME-DATE
              MOVE WS-CATEGORY-ENTRY(WS-CAT-IX) TO YS-CATEGORY
              READ YACHT-SCORES KEY IS YS-KEY
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF YS-SCORE > WS-HI-SCORE
                       MOVE YS-SCORE TO WS-HI-SCORE
                       MOVE WS-CAT-IX TO WS-HI-CAT-IX
                    END-IF
              END-READ
           END-PERFORM
           MOVE WS-CATEGORY-ENTRY(WS-HI-CAT-IX) TO WS-HOLD-CATEGORY
           MOVE WS-HI-SCORE TO WS-ED-SCORE.

       RAISE-ANOMALY SECTION.
      *    The hold itself follows HOLD-ONE-SCORE in YACHT: the
      *    posted score must be on file, the hold record carries
      *    today's date, and the score (before) and hold (after)
      *    images go to the corrections audit file.
           ADD 1 TO WS-ANOM-COUNT
           MOVE WS-HOLD-PLAYER TO YS-PLAYER-ID
           MOVE WS-HOLD-DATE TO YS-GAME-DATE
           MOVE WS-HOLD-CATEGORY TO YS-CATEGORY
           READ YACHT-SCORES KEY IS YS-KEY
           IF WS-YS-STATUS NOT = '00'
              MOVE 'NO SCORE TO HOLD' TO WS-ANOM-ACTION
           ELSE
              MOVE YS-SCORE TO WS-ED-SCORE
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              MOVE WS-HOLD-PLAYER TO HD-PLAYER-ID
              MOVE WS-HOLD-DATE TO HD-GAME-DATE
              MOVE WS-HOLD-CATEGORY TO HD-CATEGORY
              MOVE WS-CURRENT-DATE TO HD-HOLD-DATE
              WRITE YACHT-HOLDS-RECORD
              IF WS-HD-STATUS = '22'
                 MOVE 'ALREADY ON HOLD' TO WS-ANOM-ACTION
              ELSE
                 ADD 1 TO WS-HELD-COUNT
                 MOVE 'HELD' TO WS-ANOM-ACTION
                 MOVE 'YACHTHLD' TO WS-AUD-FILE
                 MOVE 'BEFORE' TO WS-AUD-PHASE
                 MOVE YACHT-SCORE-RECORD TO WS-AUD-IMAGE
                 PERFORM WRITE-AUDIT-IMAGE
                 MOVE 'AFTER' TO WS-AUD-PHASE
                 MOVE YACHT-HOLDS-RECORD TO WS-AUD-IMAGE
                 PERFORM WRITE-AUDIT-IMAGE
              END-IF
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-HOLD-PLAYER ' ' WS-HOLD-DATE '  '
              WS-HOLD-CATEGORY '  ' WS-ED-SCORE '  '
              WS-ANOM-TEXT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-ANOM-ACTION TO WS-REPORT-LINE(85:16)
           WRITE ANOMALY-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-EXCEPT-MSG
           STRING 'SCORE ANOMALY - ' WS-ANOM-TEXT ' - '
              WS-ANOM-ACTION
              DELIMITED BY SIZE INTO WS-EXCEPT-MSG
              ON OVERFLOW
                 MOVE 'EXCEPTION MESSAGE TRUNCATED' TO WS-EXCEPT-MSG
           END-STRING
           MOVE SPACES TO WS-EXC-KEY
           STRING WS-HOLD-PLAYER WS-HOLD-DATE WS-HOLD-CATEGORY
              DELIMITED BY SIZE INTO WS-EXC-KEY
           END-STRING
           MOVE 'W' TO WS-EXC-SEVERITY
           MOVE 'ANOM' TO WS-EXC-REASON
           PERFORM LOG-EXCEPTION.

       WRITE-AUDIT-IMAGE SECTION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO CORRECTION-AUDIT-RECORD
           MOVE WS-CURRENT-DATE TO AUD-RUN-DATE
           MOVE WS-CURRENT-TIME TO AUD-RUN-TIME
           MOVE WS-AUD-FILE TO AUD-FILE-NAME
           MOVE WS-AUD-PHASE TO AUD-PHASE
           MOVE WS-AUD-IMAGE TO AUD-IMAGE
           WRITE CORRECTION-AUDIT-RECORD.

       PRINT-TOTALS SECTION.
           MOVE SPACES TO ANOMALY-REPORT-RECORD
           WRITE ANOMALY-REPORT-RECORD
           MOVE WS-NS-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SCORE ROWS SCREENED:  ' WS-ED-COUNT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE ANOMALY-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-NG-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'GAME TOTALS SCREENED: ' WS-ED-COUNT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE ANOMALY-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-ANOM-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ANOMALIES FLAGGED:    ' WS-ED-COUNT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE ANOMALY-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-HELD-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SCORES PUT ON HOLD:   ' WS-ED-COUNT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE ANOMALY-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-NS-OVERFLOWED OR WS-NG-OVERFLOWED
              MOVE 'SCREENING TABLE FULL - SOME POSTINGS NOT SCREENED'
                 TO WS-EXCEPT-MSG
              WRITE ANOMALY-REPORT-RECORD FROM WS-EXCEPT-MSG
              MOVE SPACES TO WS-EXC-KEY
              MOVE 'W' TO WS-EXC-SEVERITY
              MOVE 'ATBL' TO WS-EXC-REASON
              PERFORM LOG-EXCEPTION
           END-IF
           IF WS-RS-OVERFLOWED
              MOVE 'RULESET CONTROL EXCEEDS TABLE - SOME AS YACHT'
                 TO WS-EXCEPT-MSG
              WRITE ANOMALY-REPORT-RECORD FROM WS-EXCEPT-MSG
              MOVE SPACES TO WS-EXC-KEY
              MOVE 'W' TO WS-EXC-SEVERITY
              MOVE 'RTBL' TO WS-EXC-REASON
              PERFORM LOG-EXCEPTION
           END-IF.

       LOG-EXCEPTION SECTION.
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
           OPEN EXTEND ANOM-EXCEPT
           IF WS-EX-STATUS = '05' OR WS-EX-STATUS = '35'
              OPEN OUTPUT ANOM-EXCEPT
           END-IF
           WRITE ANOM-EXCEPT-RECORD FROM EXCEPTION-RECORD
           CLOSE ANOM-EXCEPT
           MOVE 'E' TO WS-EXC-SEVERITY
           MOVE SPACES TO WS-EXC-REASON.

      *    Scoring rules, kept in step with YACHT's SCORE-CATEGORY.
       SCORE-CATEGORY SECTION.
           MOVE ZERO TO WS-RESULT
           MOVE WS-DICE TO WS-DICE-ORIG
           EVALUATE WS-CATEGORY
           WHEN 'ones'
                INSPECT WS-DICE TALLYING WS-RESULT FOR ALL '1'
           WHEN 'twos'
                INSPECT WS-DICE TALLYING WS-RESULT FOR ALL '2'
                COMPUTE WS-RESULT = WS-RESULT * 2
           WHEN 'threes'
                INSPECT WS-DICE TALLYING WS-RESULT FOR ALL '3'
                COMPUTE WS-RESULT = WS-RESULT * 3
           WHEN 'fours'
                INSPECT WS-DICE TALLYING WS-RESULT FOR ALL '4'
                COMPUTE WS-RESULT = WS-RESULT * 4
           WHEN 'fives'
                INSPECT WS-DICE TALLYING WS-RESULT FOR ALL '5'
                COMPUTE WS-RESULT = WS-RESULT * 5
           WHEN 'sixes'
                INSPECT WS-DICE TALLYING WS-RESULT FOR ALL '6'
                COMPUTE WS-RESULT = WS-RESULT * 6
           WHEN 'full house'
                IF WS-JOKER-ACTIVE
                   MOVE WS-DICE-ORIG TO WS-DICE-NUM
                   COMPUTE WS-RESULT = WS-DIE(1) + WS-DIE(2) +
                      WS-DIE(3) + WS-DIE(4) + WS-DIE(5)
                ELSE
                   PERFORM TWO-KINDS
                   IF WS-DICE EQUAL SPACES AND FUNCTION ABS
                      (WS-KIND-NUM(1) - WS-KIND-NUM(2)) = 1
                      IF WS-RULESET-YAHTZEE
                         MOVE 25 TO WS-RESULT
                      ELSE
                         COMPUTE WS-RESULT = WS-KIND-NUM(1) *
                            WS-KIND-VAL(1) + WS-KIND-NUM(2) *
                            WS-KIND-VAL(2)
                      END-IF
                   END-IF
                END-IF
           WHEN 'four of a kind'
                PERFORM TWO-KINDS
                IF WS-KIND-NUM(1) >= 4 AND WS-KIND-VAL(1) NOT ZERO
                   IF WS-RULESET-YAHTZEE
                      MOVE WS-DICE-ORIG TO WS-DICE-NUM
                      COMPUTE WS-RESULT = WS-DIE(1) + WS-DIE(2) +
                         WS-DIE(3) + WS-DIE(4) + WS-DIE(5)
                   ELSE
                      COMPUTE WS-RESULT = 4 * WS-KIND-VAL(1)
                      IF WS-KIND-NUM(2) >= 4 AND WS-KIND-VAL(2) NOT ZERO
                         COMPUTE WS-RESULT = 4 * WS-KIND-VAL(2)
                      END-IF
                   END-IF
                END-IF
           WHEN 'little straight'
                IF WS-JOKER-ACTIVE
                   MOVE 30 TO WS-RESULT
                ELSE
                   PERFORM STRAIGHT
                   IF WS-RULESET-YAHTZEE AND WS-DICE EQUAL SPACES
                      MOVE 30 TO WS-RESULT
                   END-IF
                END-IF
           WHEN 'big straight'
                IF WS-JOKER-ACTIVE
                   MOVE 30 TO WS-RESULT
                ELSE
                   PERFORM STRAIGHT
                   IF WS-RULESET-YAHTZEE AND WS-DICE EQUAL SPACES
                      MOVE 40 TO WS-RESULT
                   END-IF
                END-IF
           WHEN 'choice'
                MOVE WS-DICE TO WS-DICE-NUM
                COMPUTE WS-RESULT = WS-DIE(1) + WS-DIE(2) + WS-DIE(3) +
                   WS-DIE(4) + WS-DIE(5)
           WHEN 'yacht'
                PERFORM TWO-KINDS
                IF WS-DICE EQUAL SPACES
                   MOVE 50 TO WS-RESULT
                END-IF
           END-EVALUATE.

       TWO-KINDS.
           MOVE ZERO TO WS-TWO-KINDS
           MOVE WS-DICE(1:1) TO WS-KIND-VAL(1)
           INSPECT WS-DICE TALLYING WS-KIND-NUM(1) FOR ALL WS-DICE(1:1)
              REPLACING ALL WS-DICE(1:1) BY SPACES
           MOVE FUNCTION TRIM(WS-DICE) TO WS-DICE
           MOVE WS-DICE(1:1) TO WS-KIND-VAL(2)
           INSPECT WS-DICE TALLYING WS-KIND-NUM(2) FOR ALL WS-DICE(1:1)
              REPLACING ALL WS-DICE(1:1) BY SPACES.

       STRAIGHT.
           IF WS-CATEGORY = 'little straight'
              INSPECT WS-DICE REPLACING FIRST '1' BY SPACES.
           INSPECT WS-DICE REPLACING FIRST '2' BY SPACES
           INSPECT WS-DICE REPLACING FIRST '3' BY SPACES
           INSPECT WS-DICE REPLACING FIRST '4' BY SPACES
           INSPECT WS-DICE REPLACING FIRST '5' BY SPACES
           IF WS-CATEGORY = 'big straight'
              INSPECT WS-DICE REPLACING FIRST '6' BY SPACES.
           IF WS-DICE EQUAL SPACES
              MOVE 30 TO WS-RESULT.

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
