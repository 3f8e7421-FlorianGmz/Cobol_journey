       IDENTIFICATION DIVISION.
       PROGRAM-ID. YACHTSIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLL-HISTORY ASSIGN TO "ROLLHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RH-STATUS.
           SELECT SIM-WORK ASSIGN TO "SIMWORK"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SW-KEY
              FILE STATUS IS WS-SW-STATUS.
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
           SELECT GAME-RESULTS ASSIGN TO "GAMERSLT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GR-KEY
              FILE STATUS IS WS-GR-STATUS.
           SELECT SEASON-MASTER ASSIGN TO "SEASMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SM-STATUS.
           SELECT LEADER-FEED ASSIGN TO "LDRFEED"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LF-STATUS.
           SELECT CONTROL-CARD ASSIGN TO "SIMCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CC-STATUS.
           SELECT SIM-REPORT ASSIGN TO "SIMRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SR-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "SUITEBAL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BL-STATUS.
           SELECT SIM-EXCEPT ASSIGN TO "SIMEXC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EX-STATUS.
           SELECT JOB-RUN-LOG ASSIGN TO "JOBRLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROLL-HISTORY.
       01  ROLL-HISTORY-RECORD.
           05 RH-PLAYER-ID     PIC X(10).
           05 RH-GAME-DATE     PIC 9(8).
           05 RH-CATEGORY      PIC X(15).
           05 RH-DICE          PIC X(5).
       FD  SIM-WORK.
       01  SIM-WORK-RECORD.
           05 SW-KEY.
              10 SW-PLAYER-ID  PIC X(10).
              10 SW-GAME-DATE  PIC 9(8).
              10 SW-SEQ        PIC 9(7).
           05 SW-CATEGORY      PIC X(15).
           05 SW-DICE          PIC X(5).
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
       FD  GAME-RESULTS.
       01  GAME-RESULTS-RECORD.
           05 GR-KEY.
              10 GR-GAME-DATE  PIC 9(8).
              10 GR-PLAYER-ID  PIC X(10).
           05 GR-TOTAL-SCORE   PIC 9(4).
           05 GR-WINNER-FLAG   PIC X.
       FD  SEASON-MASTER.
       01  SEASON-MASTER-RECORD.
           05 SEA-SEASON-ID    PIC X(8).
           05 SEA-NAME         PIC X(30).
           05 SEA-START-DATE   PIC 9(8).
           05 SEA-END-DATE     PIC 9(8).
       FD  LEADER-FEED.
       01  LEADER-FEED-RECORD.
           05 LF-RANK          PIC 999.
           05 LF-PLAYER-ID     PIC X(10).
           05 LF-GAMES         PIC 999.
           05 LF-SEASON-TOTAL  PIC 9(6).
           05 LF-BEST-GAME     PIC 9(4).
       FD  CONTROL-CARD.
       01  CONTROL-CARD-RECORD.
           05 CC-SEASON-ID     PIC X(8).
           05 CC-RULESET       PIC X(8).
           05 CC-BONUS-TABLE.
              10 CC-BONUS      PIC X(3) OCCURS 5 TIMES.
       FD  SIM-REPORT.
       01  SIM-REPORT-RECORD   PIC X(100).
       FD  BALANCE-FILE.
       01  BALANCE-RECORD      PIC X(52).
       FD  SIM-EXCEPT.
       01  SIM-EXCEPT-RECORD   PIC X(142).
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
       01 WS-RH-STATUS     PIC XX.
       01 WS-SW-STATUS     PIC XX.
       01 WS-RC-STATUS     PIC XX.
       01 WS-BR-STATUS     PIC XX.
       01 WS-HD-STATUS     PIC XX.
       01 WS-GR-STATUS     PIC XX.
       01 WS-SM-STATUS     PIC XX.
       01 WS-LF-STATUS     PIC XX.
       01 WS-CC-STATUS     PIC XX.
       01 WS-SR-STATUS     PIC XX.
       01 WS-BL-STATUS     PIC XX.
       01 WS-EX-STATUS     PIC XX.
       01 WS-JRL-STATUS    PIC XX.
       01 WS-JOB-NAME      PIC X(8) VALUE 'YACHTSIM'.
       01 WS-RUN-STATUS    PIC X(8) VALUE 'COMPLETE'.
       COPY "DATEFLDS.cpy".
       COPY "EXCPTREC.cpy".
       COPY "CTLTOTAL.cpy".
       01 WS-BL-EOF        PIC X    VALUE 'N'.
          88 WS-BL-AT-EOF           VALUE 'Y'.
       01 WS-CTL-FOUND     PIC X    VALUE 'N'.
          88 WS-CTL-ON-FILE         VALUE 'Y'.
       01 WS-CTL-COUNT     PIC 9(8) VALUE 0.
       01 WS-CTL-HASH      PIC 9(12) VALUE 0.
       01 WS-BAL-COUNT     PIC 9(8) VALUE 0.
       01 WS-BAL-HASH      PIC 9(12) VALUE 0.
       01 WS-DICE-VAL      PIC 9(5).
       01 WS-BAL-OK        PIC X    VALUE 'Y'.
          88 WS-FILE-BALANCED       VALUE 'Y'.
          88 WS-FILE-SHORT          VALUE 'N'.
       01 WS-RH-EOF        PIC X    VALUE 'N'.
          88 WS-RH-AT-EOF           VALUE 'Y'.
       01 WS-SW-EOF        PIC X    VALUE 'N'.
          88 WS-SW-AT-EOF           VALUE 'Y'.
       01 WS-RC-EOF        PIC X    VALUE 'N'.
          88 WS-RC-AT-EOF           VALUE 'Y'.
       01 WS-HD-EOF        PIC X    VALUE 'N'.
          88 WS-HD-AT-EOF           VALUE 'Y'.
       01 WS-GR-EOF        PIC X    VALUE 'N'.
          88 WS-GR-AT-EOF           VALUE 'Y'.
       01 WS-SM-EOF        PIC X    VALUE 'N'.
          88 WS-SM-AT-EOF           VALUE 'Y'.
       01 WS-LF-EOF        PIC X    VALUE 'N'.
          88 WS-LF-AT-EOF           VALUE 'Y'.
       01 WS-RH-AVAIL      PIC X    VALUE 'N'.
          88 WS-RH-OPENED           VALUE 'Y'.
       01 WS-SEQ           PIC 9(7) VALUE 0.
       01 WS-ROLLS-USED    PIC 9(7) VALUE 0.

       01 WS-SEASON-ID       PIC X(8)  VALUE SPACES.
       01 WS-SEASON-NAME     PIC X(30) VALUE SPACES.
       01 WS-SEASON-FOUND    PIC X     VALUE 'N'.
          88 WS-SEASON-ON-FILE       VALUE 'Y'.
       01 WS-SEASON-START    PIC 9(8)  VALUE 0.
       01 WS-SEASON-END      PIC 9(8)  VALUE 99999999.
       01 WS-SIM-RULESET     PIC X(8)  VALUE SPACES.
       01 WS-CARD-BONUS      PIC X     VALUE 'N'.
          88 WS-CARD-BONUS-GIVEN     VALUE 'Y'.
       01 WS-BONUS-IX        PIC 99.
       01 WS-BONUS-TABLE.
          05 WS-BONUS-POINTS PIC 999 OCCURS 13 TIMES.

       01 WS-RULESET        PIC X(8) VALUE 'YACHT'.
          88 WS-RULESET-YACHT         VALUE 'YACHT'.
          88 WS-RULESET-YAHTZEE       VALUE 'YAHTZEE'.
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

       01 WS-HOLD-MAX        PIC 999 VALUE 100.
       01 WS-HOLD-COUNT      PIC 999 VALUE 0.
       01 WS-HOLD-IX         PIC 999.
       01 WS-HOLD-TABLE.
          05 WS-HOLD-ENTRY OCCURS 100 TIMES.
             10 WS-HT-PLAYER PIC X(10).
             10 WS-HT-DATE   PIC 9(8).
       01 WS-GAME-HELD       PIC X.
          88 WS-GAME-ON-HOLD       VALUE 'Y'.
       01 WS-HELD-SKIPPED    PIC 9(5) VALUE 0.

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

       01 WS-RESULT       PIC 999   VALUE 0.
       01 WS-CATEGORY     PIC X(15).
       01 WS-DICE         PIC X(5).
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

      *    One game's postings in posting order. A later posting
      *    for a category already on the game supersedes the
      *    earlier one - a correction reverses the old roll and
      *    reposts at the end, and the replay follows suit.
       01 WS-HOLD-PLAYER     PIC X(10) VALUE SPACES.
       01 WS-HOLD-DATE       PIC 9(8)  VALUE 0.
       01 WS-GP-MAX          PIC 99    VALUE 40.
       01 WS-GP-COUNT        PIC 99    VALUE 0.
       01 WS-GP-IX           PIC 99.
       01 WS-GP-TABLE.
          05 WS-GP-ENTRY OCCURS 40 TIMES.
             10 WS-GP-CAT-IX PIC 99.
             10 WS-GP-DICE   PIC X(5).
       01 WS-GM-USED-TABLE.
          05 WS-GM-USED      PIC X OCCURS 12 TIMES.
       01 WS-GM-CATS         PIC 99.
       01 WS-GM-YACHTS       PIC 99.
       01 WS-GM-TOTAL        PIC 9(4).
       01 WS-GM-UPPER        PIC 999.

       01 WS-SP-MAX          PIC 999 VALUE 200.
       01 WS-SP-COUNT        PIC 999 VALUE 0.
       01 WS-SP-IX           PIC 999.
       01 WS-SP-JX           PIC 999.
       01 WS-SP-FOUND-IX     PIC 999.
       01 WS-SP-OVER         PIC X   VALUE 'N'.
          88 WS-SP-OVERFLOWED      VALUE 'Y'.
       01 WS-SP-TABLE.
          05 WS-SP-ENTRY OCCURS 200 TIMES.
             10 WS-SP-PLAYER       PIC X(10).
             10 WS-SP-GAMES        PIC 999.
             10 WS-SP-TOTAL        PIC 9(6).
             10 WS-SP-BEST         PIC 9(4).
             10 WS-SP-ACT-RANK     PIC 999.
             10 WS-SP-ACT-TOTAL    PIC 9(6).
       01 WS-SP-SWAP-ENTRY   PIC X(32).
       01 WS-SP-SWAPPED      PIC X   VALUE 'N'.
          88 WS-SP-SWAP-DONE       VALUE 'Y'.

       01 WS-SG-MAX          PIC 9(4) VALUE 6000.
       01 WS-SG-COUNT        PIC 9(4) VALUE 0.
       01 WS-SG-IX           PIC 9(4).
       01 WS-SG-OVER         PIC X   VALUE 'N'.
          88 WS-SG-OVERFLOWED      VALUE 'Y'.
       01 WS-SG-TABLE.
          05 WS-SG-ENTRY OCCURS 6000 TIMES.
             10 WS-SG-PLAYER       PIC X(10).
             10 WS-SG-DATE         PIC 9(8).
             10 WS-SG-TOTAL        PIC 9(4).

       01 WS-NT-MAX          PIC 999 VALUE 400.
       01 WS-NT-COUNT        PIC 999 VALUE 0.
       01 WS-NT-IX           PIC 999.
       01 WS-NT-JX           PIC 999.
       01 WS-NT-FOUND        PIC X.
          88 WS-NT-ON-TABLE        VALUE 'Y'.
       01 WS-NT-TABLE.
          05 WS-NT-DATE      PIC 9(8) OCCURS 400 TIMES.
       01 WS-NT-SWAP-DATE    PIC 9(8).
       01 WS-NT-SWAPPED      PIC X   VALUE 'N'.
          88 WS-NT-SWAP-DONE       VALUE 'Y'.
       01 WS-NIGHT-MAX       PIC 9(4).
       01 WS-NIGHT-SIM-WIN   PIC X(10).
       01 WS-NIGHT-ACT-WIN   PIC X(10).
       01 WS-NIGHT-ACT-TOTAL PIC 9(4).
       01 WS-NIGHT-SIM-TOTAL PIC 9(4).
       01 WS-NIGHT-DIFF      PIC X.
          88 WS-NIGHT-CHANGED      VALUE 'Y'.
       01 WS-NIGHT-ANY       PIC X.
          88 WS-NIGHT-HAS-RESULT   VALUE 'Y'.
       01 WS-CHANGED-NIGHTS  PIC 999 VALUE 0.
       01 WS-LOOK-TOTAL      PIC 9(4).
       01 WS-LOOK-FOUND      PIC X.
          88 WS-LOOK-ON-TABLE      VALUE 'Y'.

       01 WS-RANK            PIC 999.
       01 WS-RANK-CHANGE     PIC S999.
       01 WS-POINTS-CHANGE   PIC S9(6).
       01 WS-ED-RANK         PIC ZZ9.
       01 WS-ED-ACT-RANK     PIC ZZ9.
       01 WS-ED-GAMES        PIC ZZ9.
       01 WS-ED-TOTAL        PIC ZZZZZ9.
       01 WS-ED-ACT-TOTAL    PIC ZZZZZ9.
       01 WS-ED-RANK-CHG     PIC +ZZ9.
       01 WS-ED-POINTS-CHG   PIC +ZZZZZ9.
       01 WS-ED-NIGHT-TOTAL  PIC ZZZ9.
       01 WS-ED-NIGHT-ACT    PIC ZZZ9.
       01 WS-ED-COUNT        PIC ZZZZZZ9.
       01 WS-REPORT-LINE     PIC X(100).

       PROCEDURE DIVISION.
       YACHTSIM SECTION.
      *    What-if replay of a season under different rules. Every
      *    kept roll of the season on the roll history is scored
      *    again, game by game in the order it was posted, under
      *    the ruleset and repeat-yacht bonus table on the control
      *    card - joker and upper-section bonus included - and the
      *    simulated standings are printed beside the real ones
      *    from the leaderboard feed, with each player's rank and
      *    points change and every night whose winner would have
      *    been different. Nothing live is written: the scoring
      *    masters are never opened, and the replay works from a
      *    private work file. A blank ruleset on the card keeps
      *    each game's actual ruleset (so a bonus-table change can
      *    be judged on its own); a blank bonus table keeps the
      *    live BONUSRUL table. Games on dispute hold are left out,
      *    exactly as the leaderboard leaves them out. The feed is
      *    whatever YACHTLDR last wrote, so that run should cover
      *    the same season.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM READ-CONTROL-CARD
           PERFORM FIND-SEASON
           OPEN OUTPUT SIM-REPORT
           IF WS-SEASON-ID NOT = SPACES
              AND NOT WS-SEASON-ON-FILE
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'SEASON "' WS-SEASON-ID
                 '" NOT ON SEASON MASTER'
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE SIM-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE 8 TO RETURN-CODE
              CLOSE SIM-REPORT
              PERFORM WRITE-JOB-RUN-LOG
              STOP RUN
           END-IF
           PERFORM VERIFY-CONTROL-TOTALS
           IF WS-FILE-SHORT
              MOVE 'ROLL HISTORY OUT OF BALANCE - REPLAY SUPPRESSED'
                 TO WS-REPORT-LINE
              WRITE SIM-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE 8 TO RETURN-CODE
              CLOSE SIM-REPORT
              PERFORM WRITE-JOB-RUN-LOG
              STOP RUN
           END-IF
           PERFORM LOAD-BONUS-TABLE
           PERFORM LOAD-RULESET-TABLE
           PERFORM LOAD-DISPUTE-HOLDS
           PERFORM BUILD-WORK-FILE
           IF NOT WS-RH-OPENED
              MOVE 'ROLL HISTORY NOT AVAILABLE' TO WS-REPORT-LINE
              WRITE SIM-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM REPLAY-SEASON
              PERFORM RANK-SIMULATED
              PERFORM LOAD-ACTUAL-STANDINGS
              PERFORM PRINT-HEADING
              PERFORM PRINT-STANDINGS
              PERFORM PRINT-CHANGED-NIGHTS
              IF WS-SP-OVERFLOWED OR WS-SG-OVERFLOWED
                 OR WS-RS-OVERFLOWED
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           CLOSE SIM-REPORT
           PERFORM WRITE-JOB-RUN-LOG
           STOP RUN.

       READ-CONTROL-CARD SECTION.
      *    Season, ruleset to simulate, then the repeat-yacht bonus
      *    for a game's first through fifth yacht (three digits
      *    each; the fifth carries on for any later yacht). Any
      *    bonus given on the card replaces the whole live table,
      *    blanks among them counting as zero.
           MOVE ZERO TO WS-BONUS-TABLE
           OPEN INPUT CONTROL-CARD
           IF WS-CC-STATUS = '00'
              READ CONTROL-CARD
                 AT END CONTINUE
                 NOT AT END
                    IF CC-SEASON-ID NOT = SPACES
                       MOVE CC-SEASON-ID TO WS-SEASON-ID
                    END-IF
                    IF CC-RULESET NOT = SPACES
                       MOVE CC-RULESET TO WS-SIM-RULESET
                    END-IF
                    IF CC-BONUS-TABLE NOT = SPACES
                       SET WS-CARD-BONUS-GIVEN TO TRUE
                       PERFORM VARYING WS-BONUS-IX FROM 1 BY 1
                          UNTIL WS-BONUS-IX > 5
                          IF CC-BONUS(WS-BONUS-IX) IS NUMERIC
                             MOVE CC-BONUS(WS-BONUS-IX)
                                TO WS-BONUS-POINTS(WS-BONUS-IX)
                          END-IF
                       END-PERFORM
                       PERFORM VARYING WS-BONUS-IX FROM 6 BY 1
                          UNTIL WS-BONUS-IX > 13
                          MOVE WS-BONUS-POINTS(5)
                             TO WS-BONUS-POINTS(WS-BONUS-IX)
                       END-PERFORM
                    END-IF
              END-READ
              CLOSE CONTROL-CARD
           END-IF.

       FIND-SEASON SECTION.
           IF WS-SEASON-ID NOT = SPACES
              OPEN INPUT SEASON-MASTER
              IF WS-SM-STATUS = '00'
                 PERFORM UNTIL WS-SM-AT-EOF
                    READ SEASON-MASTER
                       AT END MOVE 'Y' TO WS-SM-EOF
                    END-READ
                    IF NOT WS-SM-AT-EOF
                       AND SEA-SEASON-ID = WS-SEASON-ID
                       SET WS-SEASON-ON-FILE TO TRUE
                       MOVE SEA-NAME TO WS-SEASON-NAME
                       MOVE SEA-START-DATE TO WS-SEASON-START
                       MOVE SEA-END-DATE TO WS-SEASON-END
                    END-IF
                 END-PERFORM
                 CLOSE SEASON-MASTER
              END-IF
           END-IF.

       VERIFY-CONTROL-TOTALS SECTION.
      *    Same balancing check the fairness report makes: a short
      *    roll history would replay half a season and call it a
      *    verdict, so a count/hash mismatch against the last
      *    ROLLHIST balancing record raises a severity-E suite
      *    exception and the replay is refused.
           OPEN INPUT BALANCE-FILE
           IF WS-BL-STATUS NOT = '00'
              CONTINUE
           ELSE
              PERFORM UNTIL WS-BL-AT-EOF
                 READ BALANCE-FILE INTO CTL-RECORD
                    AT END MOVE 'Y' TO WS-BL-EOF
                 END-READ
                 IF NOT WS-BL-AT-EOF
                    AND CTL-FILE-NAME = 'ROLLHIST'
                    SET WS-CTL-ON-FILE TO TRUE
                    MOVE CTL-REC-COUNT TO WS-CTL-COUNT
                    MOVE CTL-HASH-TOTAL TO WS-CTL-HASH
                 END-IF
              END-PERFORM
              CLOSE BALANCE-FILE
           END-IF
           IF WS-CTL-ON-FILE
              MOVE 'N' TO WS-RH-EOF
              OPEN INPUT ROLL-HISTORY
              IF WS-RH-STATUS = '00'
                 PERFORM UNTIL WS-RH-AT-EOF
                    READ ROLL-HISTORY
                       AT END MOVE 'Y' TO WS-RH-EOF
                    END-READ
                    IF NOT WS-RH-AT-EOF
                       ADD 1 TO WS-BAL-COUNT
                       IF RH-DICE IS NUMERIC
                          MOVE RH-DICE TO WS-DICE-VAL
                          ADD WS-DICE-VAL TO WS-BAL-HASH
                       END-IF
                    END-IF
                 END-PERFORM
                 CLOSE ROLL-HISTORY
                 MOVE 'N' TO WS-RH-EOF
              END-IF
              IF WS-BAL-COUNT NOT = WS-CTL-COUNT
                 OR WS-BAL-HASH NOT = WS-CTL-HASH
                 SET WS-FILE-SHORT TO TRUE
                 PERFORM LOG-BALANCE-EXCEPTION
              END-IF
           END-IF.

       LOG-BALANCE-EXCEPTION SECTION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE WS-JOB-NAME TO EXC-PROGRAM-ID
           MOVE WS-CURRENT-DATE TO EXC-DATE
           MOVE WS-CURRENT-TIME TO EXC-TIME
           MOVE 'E' TO EXC-SEVERITY
           MOVE 'CTLT' TO EXC-REASON-CODE
           MOVE 'ROLLHIST' TO EXC-RECORD-KEY
           MOVE 'ROLL HISTORY FAILS CONTROL-TOTAL BALANCE'
              TO EXC-MESSAGE
           OPEN EXTEND SIM-EXCEPT
           IF WS-EX-STATUS = '05' OR WS-EX-STATUS = '35'
              OPEN OUTPUT SIM-EXCEPT
           END-IF
           WRITE SIM-EXCEPT-RECORD FROM EXCEPTION-RECORD
           CLOSE SIM-EXCEPT.

       LOAD-BONUS-TABLE SECTION.
      *    The live table, keyed by yachts already scored in the
      *    game, for counts 0-12 (twelve categories is the most
      *    yachts one game can hold). Missing counts score no
      *    bonus, as they do at posting time.
           IF NOT WS-CARD-BONUS-GIVEN
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
              END-IF
           END-IF.

       LOAD-RULESET-TABLE SECTION.
      *    Only needed when the card leaves the ruleset blank and
      *    each game keeps the one it was actually played under.
           IF WS-SIM-RULESET = SPACES
              MOVE 'N' TO WS-RC-EOF
              OPEN INPUT RULESET-CTL
              IF WS-RC-STATUS = '00'
                 PERFORM UNTIL WS-RC-AT-EOF
                    READ RULESET-CTL
                       AT END MOVE 'Y' TO WS-RC-EOF
                    END-READ
                    IF NOT WS-RC-AT-EOF
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
                 END-PERFORM
                 CLOSE RULESET-CTL
              END-IF
           END-IF.

       LOAD-DISPUTE-HOLDS SECTION.
           OPEN INPUT YACHT-HOLDS
           IF WS-HD-STATUS NOT = '00'
              CONTINUE
           ELSE
              MOVE LOW-VALUES TO HD-KEY
              START YACHT-HOLDS KEY IS NOT LESS THAN HD-KEY
                 INVALID KEY MOVE 'Y' TO WS-HD-EOF
              END-START
              PERFORM UNTIL WS-HD-AT-EOF
                 READ YACHT-HOLDS NEXT RECORD
                    AT END MOVE 'Y' TO WS-HD-EOF
                 END-READ
                 IF NOT WS-HD-AT-EOF
                    MOVE HD-PLAYER-ID TO WS-HOLD-PLAYER
                    MOVE HD-GAME-DATE TO WS-HOLD-DATE
                    PERFORM CHECK-GAME-HELD
                    IF NOT WS-GAME-ON-HOLD
                       AND WS-HOLD-COUNT < WS-HOLD-MAX
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE HD-PLAYER-ID
                          TO WS-HT-PLAYER(WS-HOLD-COUNT)
                       MOVE HD-GAME-DATE
                          TO WS-HT-DATE(WS-HOLD-COUNT)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE YACHT-HOLDS
           END-IF
           MOVE SPACES TO WS-HOLD-PLAYER
           MOVE 0 TO WS-HOLD-DATE.

       CHECK-GAME-HELD SECTION.
           MOVE 'N' TO WS-GAME-HELD
           PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
              UNTIL WS-HOLD-IX > WS-HOLD-COUNT
              IF WS-HT-PLAYER(WS-HOLD-IX) = WS-HOLD-PLAYER
                 AND WS-HT-DATE(WS-HOLD-IX) = WS-HOLD-DATE
                 SET WS-GAME-ON-HOLD TO TRUE
              END-IF
           END-PERFORM.

       BUILD-WORK-FILE SECTION.
      *    The roll history is in posting order across every
      *    player; keyed on player, date and a running sequence
      *    number the work file hands each game back as one group
      *    with its rolls still in the order they were posted.
           OPEN OUTPUT SIM-WORK
           MOVE 'N' TO WS-RH-EOF
           OPEN INPUT ROLL-HISTORY
           IF WS-RH-STATUS = '00'
              SET WS-RH-OPENED TO TRUE
              PERFORM UNTIL WS-RH-AT-EOF
                 READ ROLL-HISTORY
                    AT END MOVE 'Y' TO WS-RH-EOF
                 END-READ
                 IF NOT WS-RH-AT-EOF
                    AND RH-GAME-DATE >= WS-SEASON-START
                    AND RH-GAME-DATE <= WS-SEASON-END
                    ADD 1 TO WS-SEQ
                    ADD 1 TO WS-ROLLS-USED
                    MOVE RH-PLAYER-ID TO SW-PLAYER-ID
                    MOVE RH-GAME-DATE TO SW-GAME-DATE
                    MOVE WS-SEQ TO SW-SEQ
                    MOVE RH-CATEGORY TO SW-CATEGORY
                    MOVE RH-DICE TO SW-DICE
                    WRITE SIM-WORK-RECORD
                 END-IF
              END-PERFORM
              CLOSE ROLL-HISTORY
           END-IF
           CLOSE SIM-WORK.

       REPLAY-SEASON SECTION.
           MOVE 'N' TO WS-SW-EOF
           MOVE 0 TO WS-GP-COUNT
           OPEN INPUT SIM-WORK
           MOVE LOW-VALUES TO SW-KEY
           START SIM-WORK KEY IS NOT LESS THAN SW-KEY
              INVALID KEY MOVE 'Y' TO WS-SW-EOF
           END-START
           PERFORM UNTIL WS-SW-AT-EOF
              READ SIM-WORK NEXT RECORD
                 AT END MOVE 'Y' TO WS-SW-EOF
              END-READ
              IF NOT WS-SW-AT-EOF
                 IF SW-PLAYER-ID NOT = WS-HOLD-PLAYER
                    OR SW-GAME-DATE NOT = WS-HOLD-DATE
                    PERFORM CLOSE-OUT-GAME
                    MOVE SW-PLAYER-ID TO WS-HOLD-PLAYER
                    MOVE SW-GAME-DATE TO WS-HOLD-DATE
                 END-IF
                 PERFORM ADD-GAME-POSTING
              END-IF
           END-PERFORM
           PERFORM CLOSE-OUT-GAME
           CLOSE SIM-WORK.

       ADD-GAME-POSTING SECTION.
           MOVE 0 TO WS-CAT-IX
           PERFORM VARYING WS-GP-IX FROM 1 BY 1 UNTIL WS-GP-IX > 12
              IF WS-CATEGORY-ENTRY(WS-GP-IX) = SW-CATEGORY
                 MOVE WS-GP-IX TO WS-CAT-IX
              END-IF
           END-PERFORM
           IF WS-CAT-IX > 0
              PERFORM VARYING WS-GP-IX FROM 1 BY 1
                 UNTIL WS-GP-IX > WS-GP-COUNT
                 IF WS-GP-CAT-IX(WS-GP-IX) = WS-CAT-IX
                    MOVE 0 TO WS-GP-CAT-IX(WS-GP-IX)
                 END-IF
              END-PERFORM
              IF WS-GP-COUNT < WS-GP-MAX
                 ADD 1 TO WS-GP-COUNT
                 MOVE WS-CAT-IX TO WS-GP-CAT-IX(WS-GP-COUNT)
                 MOVE SW-DICE TO WS-GP-DICE(WS-GP-COUNT)
              END-IF
           END-IF.

       CLOSE-OUT-GAME SECTION.
      *    Scores the game's surviving postings in order. The
      *    joker opens once "yacht" is on the card; the repeat-
      *    yacht bonus is looked up by the yachts already scored,
      *    as APPLY-YACHT-BONUS does at posting time. Only a full
      *    twelve-category game counts, as on the leaderboard.
           IF WS-GP-COUNT > 0
              MOVE 'YACHT' TO WS-RULESET
              IF WS-SIM-RULESET NOT = SPACES
                 MOVE WS-SIM-RULESET TO WS-RULESET
              ELSE
                 PERFORM VARYING WS-RS-IX FROM 1 BY 1
                    UNTIL WS-RS-IX > WS-RS-COUNT
                    IF WS-RS-PLAYER(WS-RS-IX) = WS-HOLD-PLAYER
                       AND WS-RS-DATE(WS-RS-IX) = WS-HOLD-DATE
                       MOVE WS-RS-RULESET(WS-RS-IX) TO WS-RULESET
                    END-IF
                 END-PERFORM
              END-IF
              MOVE ALL 'N' TO WS-GM-USED-TABLE
              MOVE 0 TO WS-GM-CATS
              MOVE 0 TO WS-GM-YACHTS
              MOVE 0 TO WS-GM-TOTAL
              MOVE 0 TO WS-GM-UPPER
              PERFORM VARYING WS-GP-IX FROM 1 BY 1
                 UNTIL WS-GP-IX > WS-GP-COUNT
                 IF WS-GP-CAT-IX(WS-GP-IX) > 0
                    PERFORM SCORE-GAME-POSTING
                 END-IF
              END-PERFORM
              IF WS-GM-CATS = 12
                 IF WS-GM-UPPER >= 63
                    ADD 35 TO WS-GM-TOTAL
                 END-IF
                 PERFORM CHECK-GAME-HELD
                 IF WS-GAME-ON-HOLD
                    ADD 1 TO WS-HELD-SKIPPED
                 ELSE
                    PERFORM POST-SIMULATED-GAME
                 END-IF
              END-IF
           END-IF
           MOVE 0 TO WS-GP-COUNT.

       SCORE-GAME-POSTING SECTION.
           MOVE WS-GP-CAT-IX(WS-GP-IX) TO WS-CAT-IX
           MOVE WS-GP-DICE(WS-GP-IX) TO WS-DICE
           MOVE WS-CATEGORY-ENTRY(WS-CAT-IX) TO WS-CATEGORY
           SET WS-IS-YACHT-ROLL-NO TO TRUE
           IF WS-DICE(1:1) = WS-DICE(2:1) AND
              WS-DICE(1:1) = WS-DICE(3:1) AND
              WS-DICE(1:1) = WS-DICE(4:1) AND
              WS-DICE(1:1) = WS-DICE(5:1)
              SET WS-IS-YACHT-ROLL-YES TO TRUE
           END-IF
           SET WS-JOKER-INACTIVE TO TRUE
           IF WS-GM-USED(12) = 'Y' AND WS-CAT-IX > 6
              AND WS-CAT-IX NOT = 11 AND WS-CAT-IX NOT = 12
              AND WS-IS-YACHT-ROLL-YES
              SET WS-JOKER-ACTIVE TO TRUE
           END-IF
           PERFORM SCORE-CATEGORY
           IF WS-IS-YACHT-ROLL-YES
              COMPUTE WS-BONUS-IX = WS-GM-YACHTS + 1
              IF WS-BONUS-IX > 13
                 MOVE 13 TO WS-BONUS-IX
              END-IF
              ADD WS-BONUS-POINTS(WS-BONUS-IX) TO WS-RESULT
              ADD 1 TO WS-GM-YACHTS
           END-IF
           MOVE 'Y' TO WS-GM-USED(WS-CAT-IX)
           ADD 1 TO WS-GM-CATS
           ADD WS-RESULT TO WS-GM-TOTAL
           IF WS-CAT-IX <= 6
              ADD WS-RESULT TO WS-GM-UPPER
           END-IF.

       POST-SIMULATED-GAME SECTION.
           MOVE 0 TO WS-SP-FOUND-IX
           PERFORM VARYING WS-SP-IX FROM 1 BY 1
              UNTIL WS-SP-IX > WS-SP-COUNT
              IF WS-SP-PLAYER(WS-SP-IX) = WS-HOLD-PLAYER
                 MOVE WS-SP-IX TO WS-SP-FOUND-IX
              END-IF
           END-PERFORM
           IF WS-SP-FOUND-IX = 0
              IF WS-SP-COUNT < WS-SP-MAX
                 ADD 1 TO WS-SP-COUNT
                 MOVE WS-SP-COUNT TO WS-SP-FOUND-IX
                 MOVE WS-HOLD-PLAYER TO WS-SP-PLAYER(WS-SP-COUNT)
                 MOVE 0 TO WS-SP-GAMES(WS-SP-COUNT)
                 MOVE 0 TO WS-SP-TOTAL(WS-SP-COUNT)
                 MOVE 0 TO WS-SP-BEST(WS-SP-COUNT)
                 MOVE 0 TO WS-SP-ACT-RANK(WS-SP-COUNT)
                 MOVE 0 TO WS-SP-ACT-TOTAL(WS-SP-COUNT)
              ELSE
                 SET WS-SP-OVERFLOWED TO TRUE
              END-IF
           END-IF
           IF WS-SP-FOUND-IX > 0
              ADD 1 TO WS-SP-GAMES(WS-SP-FOUND-IX)
              ADD WS-GM-TOTAL TO WS-SP-TOTAL(WS-SP-FOUND-IX)
              IF WS-GM-TOTAL > WS-SP-BEST(WS-SP-FOUND-IX)
                 MOVE WS-GM-TOTAL TO WS-SP-BEST(WS-SP-FOUND-IX)
              END-IF
           END-IF
           IF WS-SG-COUNT < WS-SG-MAX
              ADD 1 TO WS-SG-COUNT
              MOVE WS-HOLD-PLAYER TO WS-SG-PLAYER(WS-SG-COUNT)
              MOVE WS-HOLD-DATE TO WS-SG-DATE(WS-SG-COUNT)
              MOVE WS-GM-TOTAL TO WS-SG-TOTAL(WS-SG-COUNT)
           ELSE
              SET WS-SG-OVERFLOWED TO TRUE
           END-IF
           MOVE 'N' TO WS-NT-FOUND
           PERFORM VARYING WS-NT-IX FROM 1 BY 1
              UNTIL WS-NT-IX > WS-NT-COUNT
              IF WS-NT-DATE(WS-NT-IX) = WS-HOLD-DATE
                 SET WS-NT-ON-TABLE TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-NT-ON-TABLE AND WS-NT-COUNT < WS-NT-MAX
              ADD 1 TO WS-NT-COUNT
              MOVE WS-HOLD-DATE TO WS-NT-DATE(WS-NT-COUNT)
           END-IF.

       RANK-SIMULATED SECTION.
      *    Same ordering rule as the leaderboard: season total,
      *    best single game breaking ties.
           SET WS-SP-SWAP-DONE TO TRUE
           PERFORM UNTIL NOT WS-SP-SWAP-DONE
              MOVE 'N' TO WS-SP-SWAPPED
              PERFORM VARYING WS-SP-IX FROM 1 BY 1
                 UNTIL WS-SP-IX >= WS-SP-COUNT
                 ADD 1 WS-SP-IX GIVING WS-SP-JX
                 IF WS-SP-TOTAL(WS-SP-JX) > WS-SP-TOTAL(WS-SP-IX)
                    OR (WS-SP-TOTAL(WS-SP-JX) = WS-SP-TOTAL(WS-SP-IX)
                        AND WS-SP-BEST(WS-SP-JX) >
                            WS-SP-BEST(WS-SP-IX))
                    MOVE WS-SP-ENTRY(WS-SP-IX) TO WS-SP-SWAP-ENTRY
                    MOVE WS-SP-ENTRY(WS-SP-JX)
                       TO WS-SP-ENTRY(WS-SP-IX)
                    MOVE WS-SP-SWAP-ENTRY TO WS-SP-ENTRY(WS-SP-JX)
                    SET WS-SP-SWAP-DONE TO TRUE
                 END-IF
              END-PERFORM
           END-PERFORM
           SET WS-NT-SWAP-DONE TO TRUE
           PERFORM UNTIL NOT WS-NT-SWAP-DONE
              MOVE 'N' TO WS-NT-SWAPPED
              PERFORM VARYING WS-NT-IX FROM 1 BY 1
                 UNTIL WS-NT-IX >= WS-NT-COUNT
                 ADD 1 WS-NT-IX GIVING WS-NT-JX
                 IF WS-NT-DATE(WS-NT-JX) < WS-NT-DATE(WS-NT-IX)
                    MOVE WS-NT-DATE(WS-NT-IX) TO WS-NT-SWAP-DATE
                    MOVE WS-NT-DATE(WS-NT-JX) TO WS-NT-DATE(WS-NT-IX)
                    MOVE WS-NT-SWAP-DATE TO WS-NT-DATE(WS-NT-JX)
                    SET WS-NT-SWAP-DONE TO TRUE
                 END-IF
              END-PERFORM
           END-PERFORM.

       LOAD-ACTUAL-STANDINGS SECTION.
      *    A player on the real standings with no simulated game
      *    (a season with no roll history for them) is added at
      *    the foot of the table with zero, so nobody silently
      *    drops out of the comparison.
           OPEN INPUT LEADER-FEED
           IF WS-LF-STATUS = '00'
              PERFORM UNTIL WS-LF-AT-EOF
                 READ LEADER-FEED
                    AT END MOVE 'Y' TO WS-LF-EOF
                 END-READ
                 IF NOT WS-LF-AT-EOF
                    MOVE 0 TO WS-SP-FOUND-IX
                    PERFORM VARYING WS-SP-IX FROM 1 BY 1
                       UNTIL WS-SP-IX > WS-SP-COUNT
                       IF WS-SP-PLAYER(WS-SP-IX) = LF-PLAYER-ID
                          MOVE WS-SP-IX TO WS-SP-FOUND-IX
                       END-IF
                    END-PERFORM
                    IF WS-SP-FOUND-IX = 0
                       AND WS-SP-COUNT < WS-SP-MAX
                       ADD 1 TO WS-SP-COUNT
                       MOVE WS-SP-COUNT TO WS-SP-FOUND-IX
                       MOVE LF-PLAYER-ID TO WS-SP-PLAYER(WS-SP-COUNT)
                       MOVE 0 TO WS-SP-GAMES(WS-SP-COUNT)
                       MOVE 0 TO WS-SP-TOTAL(WS-SP-COUNT)
                       MOVE 0 TO WS-SP-BEST(WS-SP-COUNT)
                    END-IF
                    IF WS-SP-FOUND-IX > 0
                       MOVE LF-RANK TO WS-SP-ACT-RANK(WS-SP-FOUND-IX)
                       MOVE LF-SEASON-TOTAL
                          TO WS-SP-ACT-TOTAL(WS-SP-FOUND-IX)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE LEADER-FEED
           END-IF.

       PRINT-HEADING SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'WHAT-IF RESCORING - RUN DATE ' WS-START-DATE
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE SIM-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-SEASON-ON-FILE
              STRING 'SEASON ' WS-SEASON-ID ' - ' WS-SEASON-NAME
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           ELSE
              MOVE 'WHOLE ROLL HISTORY' TO WS-REPORT-LINE
           END-IF
           WRITE SIM-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-SIM-RULESET = SPACES
              MOVE 'RULESET: AS PLAYED' TO WS-REPORT-LINE
           ELSE
              STRING 'RULESET: ' WS-SIM-RULESET
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           END-IF
           WRITE SIM-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-CARD-BONUS-GIVEN
              MOVE 'YACHT BONUS (1ST-5TH+):' TO WS-REPORT-LINE
           ELSE
              MOVE 'YACHT BONUS (LIVE TABLE):' TO WS-REPORT-LINE
           END-IF
           PERFORM VARYING WS-BONUS-IX FROM 1 BY 1
              UNTIL WS-BONUS-IX > 5
              MOVE WS-BONUS-POINTS(WS-BONUS-IX) TO WS-ED-RANK
              MOVE WS-ED-RANK
                 TO WS-REPORT-LINE(24 + WS-BONUS-IX * 5:3)
           END-PERFORM
           WRITE SIM-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-ROLLS-USED TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ROLLS REPLAYED: ' WS-ED-COUNT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE SIM-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-HELD-SKIPPED > 0
              MOVE WS-HELD-SKIPPED TO WS-ED-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'GAMES ON DISPUTE HOLD LEFT OUT: ' WS-ED-COUNT
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE SIM-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WS-RS-OVERFLOWED
              MOVE 'RULESET CONTROL EXCEEDS TABLE - SOME GAMES AS YACHT'
                 TO WS-REPORT-LINE
              WRITE SIM-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WS-SP-OVERFLOWED
              MOVE 'PLAYER TABLE FULL - SOME PLAYERS NOT SIMULATED'
                 TO WS-REPORT-LINE
              WRITE SIM-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WS-SG-OVERFLOWED
              MOVE 'GAME TABLE FULL - NIGHT WINNERS INCOMPLETE'
                 TO WS-REPORT-LINE
              WRITE SIM-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO SIM-REPORT-RECORD
           WRITE SIM-REPORT-RECORD.

       PRINT-STANDINGS SECTION.
      *    Rank change is positive for a player the new rules
      *    would have moved up the table.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SIM  PLAYER      GAMES  SIM TOTAL  ACT RANK  '
              'ACT TOTAL  RANK CHG  POINTS CHG'
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE SIM-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 0 TO WS-RANK
           PERFORM VARYING WS-SP-IX FROM 1 BY 1
              UNTIL WS-SP-IX > WS-SP-COUNT
              ADD 1 TO WS-RANK
              MOVE WS-RANK TO WS-ED-RANK
              MOVE WS-SP-GAMES(WS-SP-IX) TO WS-ED-GAMES
              MOVE WS-SP-TOTAL(WS-SP-IX) TO WS-ED-TOTAL
              MOVE WS-SP-ACT-TOTAL(WS-SP-IX) TO WS-ED-ACT-TOTAL
              COMPUTE WS-POINTS-CHANGE = WS-SP-TOTAL(WS-SP-IX)
                 - WS-SP-ACT-TOTAL(WS-SP-IX)
              MOVE WS-POINTS-CHANGE TO WS-ED-POINTS-CHG
              MOVE SPACES TO WS-REPORT-LINE
              IF WS-SP-ACT-RANK(WS-SP-IX) = 0
                 STRING WS-ED-RANK '  ' WS-SP-PLAYER(WS-SP-IX)
                    '  ' WS-ED-GAMES '     ' WS-ED-TOTAL
                    '   NOT RANKED' '              ' WS-ED-POINTS-CHG
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
              ELSE
                 MOVE WS-SP-ACT-RANK(WS-SP-IX) TO WS-ED-ACT-RANK
                 COMPUTE WS-RANK-CHANGE =
                    WS-SP-ACT-RANK(WS-SP-IX) - WS-RANK
                 MOVE WS-RANK-CHANGE TO WS-ED-RANK-CHG
                 STRING WS-ED-RANK '  ' WS-SP-PLAYER(WS-SP-IX)
                    '  ' WS-ED-GAMES '     ' WS-ED-TOTAL
                    '       ' WS-ED-ACT-RANK '     ' WS-ED-ACT-TOTAL
                    '      ' WS-ED-RANK-CHG '     ' WS-ED-POINTS-CHG
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
              END-IF
              WRITE SIM-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM
           IF WS-SP-COUNT = 0
              MOVE 'NO COMPLETED GAMES IN THE ROLL HISTORY'
                 TO WS-REPORT-LINE
              WRITE SIM-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       PRINT-CHANGED-NIGHTS SECTION.
      *    A night's winner has changed when the set of players on
      *    the top simulated total is not the set GAME-RESULTS
      *    stamped as winners. Nights never stamped (roster not
      *    complete) have nothing to compare and are passed over.
           MOVE SPACES TO SIM-REPORT-RECORD
           WRITE SIM-REPORT-RECORD
           MOVE 'NIGHTS WHOSE WINNER WOULD CHANGE' TO WS-REPORT-LINE
           WRITE SIM-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  GAME DATE  ACTUAL WINNER  TOTAL  '
              'SIMULATED WINNER  TOTAL'
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE SIM-REPORT-RECORD FROM WS-REPORT-LINE
           OPEN INPUT GAME-RESULTS
           IF WS-GR-STATUS = '00'
              PERFORM VARYING WS-NT-IX FROM 1 BY 1
                 UNTIL WS-NT-IX > WS-NT-COUNT
                 PERFORM COMPARE-ONE-NIGHT
              END-PERFORM
              CLOSE GAME-RESULTS
           END-IF
           MOVE WS-CHANGED-NIGHTS TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NIGHTS CHANGED: ' WS-ED-COUNT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE SIM-REPORT-RECORD FROM WS-REPORT-LINE.

       COMPARE-ONE-NIGHT SECTION.
           MOVE 0 TO WS-NIGHT-MAX
           MOVE SPACES TO WS-NIGHT-SIM-WIN
           PERFORM VARYING WS-SG-IX FROM 1 BY 1
              UNTIL WS-SG-IX > WS-SG-COUNT
              IF WS-SG-DATE(WS-SG-IX) = WS-NT-DATE(WS-NT-IX)
                 AND (WS-SG-TOTAL(WS-SG-IX) > WS-NIGHT-MAX
                      OR WS-NIGHT-SIM-WIN = SPACES)
                 MOVE WS-SG-TOTAL(WS-SG-IX) TO WS-NIGHT-MAX
                 MOVE WS-SG-PLAYER(WS-SG-IX) TO WS-NIGHT-SIM-WIN
              END-IF
           END-PERFORM
           MOVE WS-NIGHT-MAX TO WS-NIGHT-SIM-TOTAL
           MOVE 'N' TO WS-NIGHT-DIFF
           MOVE 'N' TO WS-NIGHT-ANY
           MOVE SPACES TO WS-NIGHT-ACT-WIN
           MOVE 0 TO WS-NIGHT-ACT-TOTAL
           MOVE 'N' TO WS-GR-EOF
           MOVE WS-NT-DATE(WS-NT-IX) TO GR-GAME-DATE
           MOVE LOW-VALUES TO GR-PLAYER-ID
           START GAME-RESULTS KEY IS NOT LESS THAN GR-KEY
              INVALID KEY MOVE 'Y' TO WS-GR-EOF
           END-START
           PERFORM UNTIL WS-GR-AT-EOF
              READ GAME-RESULTS NEXT RECORD
                 AT END MOVE 'Y' TO WS-GR-EOF
              END-READ
              IF NOT WS-GR-AT-EOF
                 IF GR-GAME-DATE NOT = WS-NT-DATE(WS-NT-IX)
                    MOVE 'Y' TO WS-GR-EOF
                 ELSE
                    PERFORM COMPARE-ONE-RESULT
                 END-IF
              END-IF
           END-PERFORM
           IF WS-NIGHT-HAS-RESULT AND WS-NIGHT-CHANGED
              ADD 1 TO WS-CHANGED-NIGHTS
              MOVE WS-NIGHT-ACT-TOTAL TO WS-ED-NIGHT-ACT
              MOVE WS-NIGHT-SIM-TOTAL TO WS-ED-NIGHT-TOTAL
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  ' WS-NT-DATE(WS-NT-IX) '   '
                 WS-NIGHT-ACT-WIN '     ' WS-ED-NIGHT-ACT '   '
                 WS-NIGHT-SIM-WIN '        ' WS-ED-NIGHT-TOTAL
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE SIM-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       COMPARE-ONE-RESULT SECTION.
      *    A stamped winner who is not on the simulated top total,
      *    or a simulated top scorer GAME-RESULTS did not stamp,
      *    means the night would have gone differently.
           IF GR-WINNER-FLAG = 'Y' OR GR-WINNER-FLAG = 'N'
              SET WS-NIGHT-HAS-RESULT TO TRUE
           END-IF
           IF GR-WINNER-FLAG = 'Y' AND WS-NIGHT-ACT-WIN = SPACES
              MOVE GR-PLAYER-ID TO WS-NIGHT-ACT-WIN
              MOVE GR-TOTAL-SCORE TO WS-NIGHT-ACT-TOTAL
           END-IF
           MOVE 'N' TO WS-LOOK-FOUND
           MOVE 0 TO WS-LOOK-TOTAL
           PERFORM VARYING WS-SG-IX FROM 1 BY 1
              UNTIL WS-SG-IX > WS-SG-COUNT
              IF WS-SG-DATE(WS-SG-IX) = GR-GAME-DATE
                 AND WS-SG-PLAYER(WS-SG-IX) = GR-PLAYER-ID
                 SET WS-LOOK-ON-TABLE TO TRUE
                 MOVE WS-SG-TOTAL(WS-SG-IX) TO WS-LOOK-TOTAL
              END-IF
           END-PERFORM
           IF GR-WINNER-FLAG = 'Y'
              IF NOT WS-LOOK-ON-TABLE
                 OR WS-LOOK-TOTAL NOT = WS-NIGHT-MAX
                 SET WS-NIGHT-CHANGED TO TRUE
              END-IF
           END-IF
           IF GR-WINNER-FLAG = 'N'
              AND WS-LOOK-ON-TABLE
              AND WS-LOOK-TOTAL = WS-NIGHT-MAX
              SET WS-NIGHT-CHANGED TO TRUE
           END-IF.

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
