            SELECT BALANCE-FILE ASSIGN TO "SUITEBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BL-STATUS.
            SELECT PLAYER-MASTER ASSIGN TO "PLAYMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-PLAYER-ID
               FILE STATUS IS WS-PL-STATUS.
            SELECT SUBMIT-HISTORY ASSIGN TO "ISOGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.
            SELECT GAME-SCHEDULE ASSIGN TO "GAMESCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GS-STATUS.
            SELECT CONTEST-RESULTS ASSIGN TO "CNTRSLT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-KEY
               FILE STATUS IS WS-CR-STATUS.
            SELECT CONTEST-PUBLISH ASSIGN TO "CNTPUBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  ISOGRAM-IN.
        01  ISOGRAM-IN-RECORD.
            05 II-PHRASE-ID        PIC X(8).
            05 II-SUBMITTER        PIC X(10).
            05 II-SUBMIT-DATE      PIC X(8).
            05 II-PHRASE           PIC X(100).
        FD  ISOGRAM-RPT.
        FD  ISOGRAM-REJECTS.
        01  ISOGRAM-REJ-RECORD.
            05 RJ-REASON           PIC X(17).
            05 RJ-RECORD           PIC X(126).
        FD  PHRASE-MASTER.
        01  PHRASE-MASTER-RECORD.
            05 PM-NORM-PHRASE      PIC X(100).
            05 PM-PUBLISH-DATE     PIC 9(8).
            05 PM-PHRASE-ID        PIC X(8).
            05 PM-SUBMITTER        PIC X(10).
            05 PM-ORIG-PHRASE      PIC X(100).
            05 PM-STATUS           PIC X.
               88 PM-WITHDRAWN     VALUE 'W'.
            05 PM-STATUS-DATE      PIC 9(8).
            05 PM-STATUS-REASON    PIC X(30).
        FD  ISOG-EXCEPT.
        01  ISOG-EXCEPT-RECORD     PIC X(142).
        FD  RUN-CONTROL.
            05 CC-DUP-THRESHOLD    PIC 99.
            05 CC-TOP-N            PIC 99.
            05 CC-LEX-FLAG         PIC X.
            05 CC-PANGRAM-BONUS    PIC 99.
            05 CC-MASTER-PENALTY   PIC 99.
        FD  LEXICON-FILE.
        01  LEXICON-RECORD.
            05 LX-WORD             PIC X(30).
        FD  BALANCE-FILE.
        01  BALANCE-RECORD         PIC X(52).
        FD  PLAYER-MASTER.
        01  PLAYER-MASTER-RECORD.
            05 PL-PLAYER-ID        PIC X(10).
            05 PL-DISPLAY-NAME     PIC X(30).
            05 PL-JOIN-DATE        PIC 9(8).
            05 PL-STATUS           PIC X.
               88 PL-ACTIVE        VALUE 'A'.
               88 PL-INACTIVE      VALUE 'I'.
               88 PL-GUEST         VALUE 'G'.
            05 PL-EXPIRY-DATE      PIC 9(8).
        FD  SUBMIT-HISTORY.
        01  SUBMIT-HISTORY-RECORD.
            05 SH-RUN-DATE         PIC 9(8).
            05 SH-MODE             PIC X(4).
            05 SH-SUBMITTER        PIC X(10).
            05 SH-PHRASE-ID        PIC X(8).
            05 SH-VERDICT          PIC X(9).
            05 SH-ACCEPTED         PIC X.
            05 SH-REJ-REASON       PIC X(17).
        FD  GAME-SCHEDULE.
        01  GAME-SCHEDULE-RECORD.
            05 GS-GAME-DATE        PIC 9(8).
            05 GS-LEAGUE-CODE      PIC X(4).
        FD  CONTEST-RESULTS.
        01  CONTEST-RESULT-RECORD.
            05 CR-KEY.
               10 CR-GAME-DATE     PIC 9(8).
               10 CR-PLAYER-ID     PIC X(10).
            05 CR-ENTRIES          PIC 99.
            05 CR-VALID            PIC 99.
            05 CR-POINTS           PIC 9(4).
            05 CR-BEST-POINTS      PIC 999.
            05 CR-BEST-PHRASE-ID   PIC X(8).
            05 CR-BEST-PHRASE      PIC X(100).
            05 CR-POST-DATE        PIC 9(8).
        FD  CONTEST-PUBLISH.
        01  CONTEST-PUBLISH-RECORD PIC X(126).
        FD  JOB-RUN-LOG.
        01  JOB-RUN-LOG-RECORD.
            05 JRL-PROGRAM-ID    PIC X(8).
       01 WS-EX-STATUS      PIC XX.
       01 WS-LX-STATUS      PIC XX.
       01 WS-BL-STATUS      PIC XX.
       01 WS-PL-STATUS      PIC XX.
       01 WS-SH-STATUS      PIC XX.
       01 WS-PL-OPEN        PIC X     VALUE 'N'.
          88 WS-PLAYERS-AVAILABLE     VALUE 'Y'.
       01 WS-REG-FLAG       PIC X.
          88 WS-SUBMITTER-REGISTERED  VALUE 'Y'.
       01 WS-SUBMIT-DATE    PIC 9(8).
       01 WS-GS-STATUS      PIC XX.
       01 WS-CR-STATUS      PIC XX.
       01 WS-CP-STATUS      PIC XX.
       01 WS-CR-FOUND       PIC X     VALUE 'N'.
          88 WS-RESULT-ON-FILE        VALUE 'Y'.
       01 WS-GS-EOF         PIC X     VALUE 'N'.
          88 WS-GS-AT-EOF             VALUE 'Y'.
       01 WS-GS-OPEN        PIC X     VALUE 'N'.
          88 WS-SCHEDULE-AVAILABLE    VALUE 'Y'.
       01 WS-NIGHT-MAX      PIC 9(4)  VALUE 1000.
       01 WS-NIGHT-COUNT    PIC 9(4)  VALUE 0.
       01 WS-NIGHT-IX       PIC 9(4).
       01 WS-NIGHT-TABLE.
          05 WS-NIGHT-DATE  PIC 9(8) OCCURS 1000 TIMES.
       01 WS-NIGHT-FLAG     PIC X.
          88 WS-IS-GAME-NIGHT         VALUE 'Y'.
       01 WS-PM-OPEN        PIC X     VALUE 'N'.
          88 WS-MASTER-AVAILABLE      VALUE 'Y'.
       01 WS-PANGRAM-BONUS  PIC 99    VALUE 10.
       01 WS-MASTER-PENALTY PIC 99    VALUE 5.
       01 WS-ENTRY-VALID    PIC X.
          88 WS-ENTRY-SCORES          VALUE 'Y'.
       01 WS-ENTRY-POINTS   PIC S999.
       01 WS-ENTRY-BONUS    PIC 99.
       01 WS-ENTRY-PENALTY  PIC 99.
       01 WS-CT-MAX         PIC 9(4)  VALUE 500.
       01 WS-CT-COUNT       PIC 9(4)  VALUE 0.
       01 WS-CT-IX          PIC 9(4).
       01 WS-CT-FOUND-IX    PIC 9(4).
       01 WS-CT-TABLE.
          05 WS-CT-ENTRY OCCURS 500 TIMES.
             10 WS-CT-DATE      PIC 9(8).
             10 WS-CT-PLAYER    PIC X(10).
             10 WS-CT-ENTRIES   PIC 99.
             10 WS-CT-VALID     PIC 99.
             10 WS-CT-POINTS    PIC 9(4).
             10 WS-CT-BEST      PIC 999.
             10 WS-CT-BEST-ID   PIC X(8).
             10 WS-CT-PHRASE    PIC X(100).
       01 WS-TOP-MAX        PIC 99    VALUE 20.
       01 WS-TOP-COUNT      PIC 99    VALUE 0.
       01 WS-TOP-IX         PIC 99.
       01 WS-TOP-FOUND-IX   PIC 99.
       01 WS-TOP-TABLE.
          05 WS-TOP-ENTRY OCCURS 20 TIMES.
             10 WS-TOP-DATE     PIC 9(8).
             10 WS-TOP-POINTS   PIC 999.
             10 WS-TOP-RECORD   PIC X(126).
       01 WS-CN-ENTRY-COUNT PIC 9(5)  VALUE 0.
       01 WS-CN-VALID-COUNT PIC 9(5)  VALUE 0.
       01 WS-CN-POST-COUNT  PIC 9(5)  VALUE 0.
       01 WS-CN-PUBL-COUNT  PIC 9(5)  VALUE 0.
       01 WS-CN-EDIT        PIC ZZZZ9.
       01 WS-ED-POINTS      PIC ZZ9.
       01 WS-ED-LETTERS     PIC Z9.
       01 WS-ED-BONUS       PIC Z9.
       01 WS-ED-PENALTY     PIC Z9.
       01 WS-REJ-REASON     PIC X(17).
       COPY "EXCPTREC.cpy".
       COPY "CTLTOTAL.cpy".
       01 WS-BAL-COUNT      PIC 9(8).
       01 WS-RPT-LINE.
          05 WS-RL-PHRASE-ID PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RL-SUBMITTER PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RL-DATE      PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RL-RESULT    PIC X(9).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RL-PHRASE    PIC X(93).
       01 WS-IN-EOF         PIC X     VALUE 'N'.
          88 WS-IN-AT-EOF             VALUE 'Y'.
       01 WS-MODE           PIC X(4)  VALUE 'SNGL'.
          88 WS-MODE-ANAGRAM          VALUE 'ANAG'.
          88 WS-MODE-RANKING          VALUE 'RANK'.
          88 WS-MODE-PANGRAM          VALUE 'PANG'.
          88 WS-MODE-CONTEST          VALUE 'CNTS'.
       01 WS-DUP-FLAG       PIC X     VALUE 'N'.
          88 WS-PHRASE-IS-DUP         VALUE 'Y'.
       01 WS-FOLD-FLAG      PIC X     VALUE 'N'.
                 PERFORM RANKING-MODE
              WHEN WS-MODE-PANGRAM
                 PERFORM PANGRAM-MODE
              WHEN WS-MODE-CONTEST
      *          Entries are screened against the master on the
      *          normalized form, as PUBL does, so folding is
      *          forced on here as well.
                 MOVE 'Y' TO WS-FOLD-FLAG
                 PERFORM CONTEST-MODE
              WHEN OTHER
                 PERFORM CHECK-ONE-PHRASE
           END-EVALUATE
      *    The contest report is not the suite's nightly report,
      *    so it carries no balance record of its own.
           IF NOT WS-MODE-SINGLE AND NOT WS-MODE-CONTEST
              AND RETURN-CODE = 0
              PERFORM WRITE-REPORT-BALANCE
           END-IF
           IF RETURN-CODE = 0
                    IF CC-LEX-FLAG = 'B' OR CC-LEX-FLAG = 'W'
                       MOVE CC-LEX-FLAG TO WS-LEX-FLAG
                    END-IF
                    IF CC-PANGRAM-BONUS IS NUMERIC
                       AND CC-PANGRAM-BONUS NOT = ZERO
                       MOVE CC-PANGRAM-BONUS TO WS-PANGRAM-BONUS
                    END-IF
                    IF CC-MASTER-PENALTY IS NUMERIC
                       AND CC-MASTER-PENALTY NOT = ZERO
                       MOVE CC-MASTER-PENALTY TO WS-MASTER-PENALTY
                    END-IF
              END-READ
              CLOSE CONTROL-CARD
           END-IF.
                 OPEN OUTPUT ISOGRAM-RPT
                 OPEN OUTPUT ISOGRAM-REJECTS
              END-IF
              PERFORM OPEN-SUBMITTER-FILES
              IF WS-MODE-PUBLISH
                 OPEN I-O PHRASE-MASTER
                 IF WS-PM-STATUS = '35'
                          END-IF
                          PERFORM WRITE-REPORT-LINE
                       END-IF
                       PERFORM WRITE-SUBMIT-HISTORY
                       IF FUNCTION MOD(WS-REC-COUNT, WS-CKPT-INTERVAL)
                          = 0
                          PERFORM WRITE-CHECKPOINT
              IF WS-MODE-PUBLISH
                 CLOSE PHRASE-MASTER
              END-IF
              IF WS-PLAYERS-AVAILABLE
                 CLOSE PLAYER-MASTER
              END-IF
              CLOSE SUBMIT-HISTORY
              PERFORM CLEAR-CHECKPOINT
           END-IF.

           END-STRING
           WRITE ISOGRAM-RPT-RECORD FROM WS-AG-RPT-LINE.

       CONTEST-MODE SECTION.
      *    Game-night isogram challenge. Each ISOGIN record is one
      *    contest entry: the player ID rides in the submitter
      *    field and the game night in the submission date, and
      *    that date must be a night on the game schedule. Entries
      *    take the same front-door edit, isogram test and lexicon
      *    check as any submission. A valid entry scores a point
      *    per distinct letter, plus the card's pangram bonus when
      *    all 26 letters are used, less the card's penalty when
      *    the phrase is already on the phrase master - read here,
      *    never written. Results post to CNTRSLT, one record per
      *    night and player, replaced outright when the same
      *    night's entries are run again. Each night's top entry
      *    not already on the master goes to CNTPUBL in ISOGIN
      *    layout for a following PUBL run, which credits the
      *    player as its submitter. Entries are not phrase
      *    submissions and go on no submission history; the top
      *    entry is counted there once, by the PUBL run.
           PERFORM LOAD-LEXICON
           PERFORM LOAD-GAME-NIGHTS
           MOVE 0 TO WS-REC-COUNT
           MOVE 'N' TO WS-IN-EOF
           OPEN INPUT ISOGRAM-IN
           IF WS-IN-STATUS NOT = '00'
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT ISOGRAM-RPT
              OPEN OUTPUT ISOGRAM-REJECTS
              PERFORM OPEN-SUBMITTER-FILES
              MOVE 'N' TO WS-PM-OPEN
              OPEN INPUT PHRASE-MASTER
              IF WS-PM-STATUS = '00'
                 SET WS-MASTER-AVAILABLE TO TRUE
              END-IF
              PERFORM UNTIL WS-IN-AT-EOF
                 READ ISOGRAM-IN
                    AT END MOVE 'Y' TO WS-IN-EOF
                 END-READ
                 IF NOT WS-IN-AT-EOF
                    ADD 1 TO WS-REC-COUNT
                    ADD 1 TO WS-CN-ENTRY-COUNT
                    PERFORM EDIT-IN-RECORD
                    IF WS-REC-GOOD
                       PERFORM CHECK-GAME-NIGHT
                    END-IF
                    IF WS-REC-GOOD
                       PERFORM SCORE-CONTEST-ENTRY
                       PERFORM WRITE-REPORT-LINE
                       PERFORM WRITE-POINTS-LINE
                       PERFORM TALLY-CONTEST-ENTRY
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ISOGRAM-IN
              CLOSE ISOGRAM-REJECTS
              IF WS-MASTER-AVAILABLE
                 CLOSE PHRASE-MASTER
              END-IF
              IF WS-PLAYERS-AVAILABLE
                 CLOSE PLAYER-MASTER
              END-IF
              PERFORM POST-CONTEST-RESULTS
              PERFORM WRITE-CONTEST-PUBLISH
              PERFORM WRITE-CONTEST-FOOTER
              CLOSE ISOGRAM-RPT
           END-IF.

       LOAD-GAME-NIGHTS SECTION.
      *    The league nights off the game schedule. Without the
      *    schedule the entry dates cannot be checked, so the run
      *    carries on unchecked and says so on the exception file,
      *    the same way a missing player master is handled.
           MOVE 'N' TO WS-GS-OPEN
           MOVE 'N' TO WS-GS-EOF
           MOVE 0 TO WS-NIGHT-COUNT
           OPEN INPUT GAME-SCHEDULE
           IF WS-GS-STATUS = '00'
              SET WS-SCHEDULE-AVAILABLE TO TRUE
              PERFORM UNTIL WS-GS-AT-EOF
                 READ GAME-SCHEDULE
                    AT END MOVE 'Y' TO WS-GS-EOF
                 END-READ
                 IF NOT WS-GS-AT-EOF
                    AND GS-GAME-DATE IS NUMERIC
                    AND WS-NIGHT-COUNT < WS-NIGHT-MAX
                    ADD 1 TO WS-NIGHT-COUNT
                    MOVE GS-GAME-DATE TO WS-NIGHT-DATE(WS-NIGHT-COUNT)
                 END-IF
              END-PERFORM
              CLOSE GAME-SCHEDULE
           ELSE
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              ACCEPT WS-CURRENT-TIME FROM TIME
              MOVE SPACES TO EXCEPTION-RECORD
              MOVE WS-JOB-NAME TO EXC-PROGRAM-ID
              MOVE WS-CURRENT-DATE TO EXC-DATE
              MOVE WS-CURRENT-TIME TO EXC-TIME
              MOVE 'W' TO EXC-SEVERITY
              MOVE 'CNTS' TO EXC-REASON-CODE
              MOVE 'GAMESCHD' TO EXC-RECORD-KEY
              MOVE 'NO GAME SCHEDULE - ENTRY NIGHTS NOT CHECKED'
                 TO EXC-MESSAGE
              OPEN EXTEND ISOG-EXCEPT
              IF WS-EX-STATUS = '05' OR WS-EX-STATUS = '35'
                 OPEN OUTPUT ISOG-EXCEPT
              END-IF
              WRITE ISOG-EXCEPT-RECORD FROM EXCEPTION-RECORD
              CLOSE ISOG-EXCEPT
           END-IF.

       CHECK-GAME-NIGHT SECTION.
           MOVE II-SUBMIT-DATE TO WS-SUBMIT-DATE
           IF WS-SCHEDULE-AVAILABLE
              MOVE 'N' TO WS-NIGHT-FLAG
              PERFORM VARYING WS-NIGHT-IX FROM 1 BY 1
                 UNTIL WS-NIGHT-IX > WS-NIGHT-COUNT
                 IF WS-NIGHT-DATE(WS-NIGHT-IX) = WS-SUBMIT-DATE
                    SET WS-IS-GAME-NIGHT TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WS-IS-GAME-NIGHT
                 MOVE 'NOT A GAME NIGHT' TO RJ-REASON
                 PERFORM WRITE-REJECT-RECORD
              END-IF
           END-IF.

       SCORE-CONTEST-ENTRY SECTION.
      *    A lexicon SUSPECT scores only when the card's lexicon
      *    switch lets suspects through as a warning. The letter
      *    count comes off the same frequency table the pangram
      *    mode reads.
           MOVE II-PHRASE TO WS-PHRASE
           PERFORM CHECK-ONE-PHRASE
           MOVE 'N' TO WS-DUP-FLAG
           MOVE 'N' TO WS-SUSPECT-FLAG
           MOVE 'N' TO WS-ENTRY-VALID
           MOVE 0 TO WS-ENTRY-POINTS
           MOVE 0 TO WS-ENTRY-BONUS
           MOVE 0 TO WS-ENTRY-PENALTY
           MOVE 0 TO WS-LETTERS-FOUND
           IF WS-RESULT = 1
              PERFORM CHECK-LEXICON
           END-IF
           IF WS-RESULT = 1
              AND (NOT WS-PHRASE-SUSPECT OR NOT WS-LEX-BLOCKS)
              SET WS-ENTRY-SCORES TO TRUE
              ADD 1 TO WS-CN-VALID-COUNT
              IF WS-MASTER-AVAILABLE
                 MOVE WS-NORM-PHRASE TO PM-NORM-PHRASE
                 READ PHRASE-MASTER KEY IS PM-NORM-PHRASE
                 IF WS-PM-STATUS = '00'
                    SET WS-PHRASE-IS-DUP TO TRUE
                 END-IF
              END-IF
              PERFORM CHECK-ONE-PANGRAM
              MOVE WS-LETTERS-FOUND TO WS-ENTRY-POINTS
              IF WS-LETTERS-FOUND = 26
                 MOVE WS-PANGRAM-BONUS TO WS-ENTRY-BONUS
              END-IF
              IF WS-PHRASE-IS-DUP
                 MOVE WS-MASTER-PENALTY TO WS-ENTRY-PENALTY
              END-IF
              COMPUTE WS-ENTRY-POINTS = WS-ENTRY-POINTS
                 + WS-ENTRY-BONUS - WS-ENTRY-PENALTY
              IF WS-ENTRY-POINTS < 0
                 MOVE 0 TO WS-ENTRY-POINTS
              END-IF
           END-IF.

       WRITE-POINTS-LINE SECTION.
           MOVE SPACES TO WS-AG-RPT-LINE
           MOVE WS-ENTRY-POINTS TO WS-ED-POINTS
           IF WS-ENTRY-SCORES
              MOVE WS-LETTERS-FOUND TO WS-ED-LETTERS
              MOVE WS-ENTRY-BONUS TO WS-ED-BONUS
              MOVE WS-ENTRY-PENALTY TO WS-ED-PENALTY
              STRING '  POINTS ' WS-ED-POINTS
                 '  LETTERS ' WS-ED-LETTERS
                 '  PANGRAM BONUS ' WS-ED-BONUS
                 '  ON-MASTER PENALTY ' WS-ED-PENALTY
                 DELIMITED BY SIZE INTO WS-AG-RPT-LINE
              END-STRING
           ELSE
              STRING '  POINTS ' WS-ED-POINTS
                 '  NOT A SCORING ENTRY'
                 DELIMITED BY SIZE INTO WS-AG-RPT-LINE
              END-STRING
           END-IF
           WRITE ISOGRAM-RPT-RECORD FROM WS-AG-RPT-LINE.

       TALLY-CONTEST-ENTRY SECTION.
      *    One accumulator per night and player, carrying the
      *    player's best entry of the night; one per night for the
      *    top entry, ties going to whichever came in first.
           MOVE 0 TO WS-CT-FOUND-IX
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
              UNTIL WS-CT-IX > WS-CT-COUNT
              IF WS-CT-DATE(WS-CT-IX) = WS-SUBMIT-DATE
                 AND WS-CT-PLAYER(WS-CT-IX) = II-SUBMITTER
                 MOVE WS-CT-IX TO WS-CT-FOUND-IX
              END-IF
           END-PERFORM
           IF WS-CT-FOUND-IX = 0
              IF WS-CT-COUNT < WS-CT-MAX
                 ADD 1 TO WS-CT-COUNT
                 MOVE WS-CT-COUNT TO WS-CT-FOUND-IX
                 MOVE WS-SUBMIT-DATE TO WS-CT-DATE(WS-CT-FOUND-IX)
                 MOVE II-SUBMITTER TO WS-CT-PLAYER(WS-CT-FOUND-IX)
                 MOVE 0 TO WS-CT-ENTRIES(WS-CT-FOUND-IX)
                 MOVE 0 TO WS-CT-VALID(WS-CT-FOUND-IX)
                 MOVE 0 TO WS-CT-POINTS(WS-CT-FOUND-IX)
                 MOVE 0 TO WS-CT-BEST(WS-CT-FOUND-IX)
                 MOVE SPACES TO WS-CT-BEST-ID(WS-CT-FOUND-IX)
                 MOVE SPACES TO WS-CT-PHRASE(WS-CT-FOUND-IX)
              ELSE
                 MOVE 'RESULT TABLE FULL - ENTRY NOT POSTED'
                    TO WS-AG-RPT-LINE
                 WRITE ISOGRAM-RPT-RECORD FROM WS-AG-RPT-LINE
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           IF WS-CT-FOUND-IX > 0
              ADD 1 TO WS-CT-ENTRIES(WS-CT-FOUND-IX)
              IF WS-ENTRY-SCORES
                 ADD 1 TO WS-CT-VALID(WS-CT-FOUND-IX)
                 ADD WS-ENTRY-POINTS TO WS-CT-POINTS(WS-CT-FOUND-IX)
                 IF WS-ENTRY-POINTS > WS-CT-BEST(WS-CT-FOUND-IX)
                    MOVE WS-ENTRY-POINTS TO WS-CT-BEST(WS-CT-FOUND-IX)
                    MOVE II-PHRASE-ID TO WS-CT-BEST-ID(WS-CT-FOUND-IX)
                    MOVE II-PHRASE TO WS-CT-PHRASE(WS-CT-FOUND-IX)
                 END-IF
              END-IF
           END-IF
           MOVE 0 TO WS-TOP-FOUND-IX
           PERFORM VARYING WS-TOP-IX FROM 1 BY 1
              UNTIL WS-TOP-IX > WS-TOP-COUNT
              IF WS-TOP-DATE(WS-TOP-IX) = WS-SUBMIT-DATE
                 MOVE WS-TOP-IX TO WS-TOP-FOUND-IX
              END-IF
           END-PERFORM
           IF WS-TOP-FOUND-IX = 0 AND WS-TOP-COUNT < WS-TOP-MAX
              ADD 1 TO WS-TOP-COUNT
              MOVE WS-TOP-COUNT TO WS-TOP-FOUND-IX
              MOVE WS-SUBMIT-DATE TO WS-TOP-DATE(WS-TOP-FOUND-IX)
              MOVE 0 TO WS-TOP-POINTS(WS-TOP-FOUND-IX)
              MOVE SPACES TO WS-TOP-RECORD(WS-TOP-FOUND-IX)
           END-IF
           IF WS-TOP-FOUND-IX > 0
              AND WS-ENTRY-SCORES AND NOT WS-PHRASE-IS-DUP
              AND WS-ENTRY-POINTS > WS-TOP-POINTS(WS-TOP-FOUND-IX)
              MOVE WS-ENTRY-POINTS TO WS-TOP-POINTS(WS-TOP-FOUND-IX)
              MOVE ISOGRAM-IN-RECORD TO WS-TOP-RECORD(WS-TOP-FOUND-IX)
           END-IF.

       POST-CONTEST-RESULTS SECTION.
      *    Each night-and-player total replaces whatever an earlier
      *    run posted under the same key, so a corrected entry file
      *    can simply be run again.
           OPEN I-O CONTEST-RESULTS
           IF WS-CR-STATUS = '35'
              OPEN OUTPUT CONTEST-RESULTS
              CLOSE CONTEST-RESULTS
              OPEN I-O CONTEST-RESULTS
           END-IF
           IF WS-CR-STATUS NOT = '00'
              MOVE 'CONTEST RESULTS FILE NOT AVAILABLE - NOT POSTED'
                 TO WS-AG-RPT-LINE
              WRITE ISOGRAM-RPT-RECORD FROM WS-AG-RPT-LINE
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM VARYING WS-CT-IX FROM 1 BY 1
                 UNTIL WS-CT-IX > WS-CT-COUNT
                 MOVE WS-CT-DATE(WS-CT-IX) TO CR-GAME-DATE
                 MOVE WS-CT-PLAYER(WS-CT-IX) TO CR-PLAYER-ID
                 READ CONTEST-RESULTS KEY IS CR-KEY
                 MOVE 'N' TO WS-CR-FOUND
                 IF WS-CR-STATUS = '00'
                    SET WS-RESULT-ON-FILE TO TRUE
                 END-IF
                 MOVE SPACES TO CONTEST-RESULT-RECORD
                 MOVE WS-CT-DATE(WS-CT-IX) TO CR-GAME-DATE
                 MOVE WS-CT-PLAYER(WS-CT-IX) TO CR-PLAYER-ID
                 MOVE WS-CT-ENTRIES(WS-CT-IX) TO CR-ENTRIES
                 MOVE WS-CT-VALID(WS-CT-IX) TO CR-VALID
                 MOVE WS-CT-POINTS(WS-CT-IX) TO CR-POINTS
                 MOVE WS-CT-BEST(WS-CT-IX) TO CR-BEST-POINTS
                 MOVE WS-CT-BEST-ID(WS-CT-IX) TO CR-BEST-PHRASE-ID
                 MOVE WS-CT-PHRASE(WS-CT-IX) TO CR-BEST-PHRASE
                 IF WS-BUS-DATE > 0
                    MOVE WS-BUS-DATE TO CR-POST-DATE
                 ELSE
                    MOVE WS-START-DATE TO CR-POST-DATE
                 END-IF
                 IF WS-RESULT-ON-FILE
                    REWRITE CONTEST-RESULT-RECORD
                 ELSE
                    WRITE CONTEST-RESULT-RECORD
                 END-IF
                 ADD 1 TO WS-CN-POST-COUNT
              END-PERFORM
              CLOSE CONTEST-RESULTS
           END-IF.

       WRITE-CONTEST-PUBLISH SECTION.
           OPEN OUTPUT CONTEST-PUBLISH
           PERFORM VARYING WS-TOP-IX FROM 1 BY 1
              UNTIL WS-TOP-IX > WS-TOP-COUNT
              MOVE SPACES TO WS-AG-RPT-LINE
              IF WS-TOP-POINTS(WS-TOP-IX) > 0
                 WRITE CONTEST-PUBLISH-RECORD
                    FROM WS-TOP-RECORD(WS-TOP-IX)
                 ADD 1 TO WS-CN-PUBL-COUNT
                 MOVE WS-TOP-RECORD(WS-TOP-IX) TO ISOGRAM-IN-RECORD
                 MOVE WS-TOP-POINTS(WS-TOP-IX) TO WS-ED-POINTS
                 STRING 'TOP ENTRY ' WS-TOP-DATE(WS-TOP-IX)
                    ' ' II-SUBMITTER ' POINTS ' WS-ED-POINTS
                    ' TO PUBL: ' II-PHRASE(1:80)
                    DELIMITED BY SIZE INTO WS-AG-RPT-LINE
                 END-STRING
              ELSE
                 STRING 'TOP ENTRY ' WS-TOP-DATE(WS-TOP-IX)
                    ' NONE - NO FRESH SCORING ENTRY'
                    DELIMITED BY SIZE INTO WS-AG-RPT-LINE
                 END-STRING
              END-IF
              WRITE ISOGRAM-RPT-RECORD FROM WS-AG-RPT-LINE
           END-PERFORM
           CLOSE CONTEST-PUBLISH.

       WRITE-CONTEST-FOOTER SECTION.
           MOVE SPACES TO WS-AG-RPT-LINE
           MOVE WS-CN-ENTRY-COUNT TO WS-CN-EDIT
           STRING 'CONTEST ENTRIES READ: ' WS-CN-EDIT
              DELIMITED BY SIZE INTO WS-AG-RPT-LINE
           END-STRING
           WRITE ISOGRAM-RPT-RECORD FROM WS-AG-RPT-LINE
           MOVE SPACES TO WS-AG-RPT-LINE
           MOVE WS-CN-VALID-COUNT TO WS-CN-EDIT
           STRING 'SCORING ENTRIES: ' WS-CN-EDIT
              DELIMITED BY SIZE INTO WS-AG-RPT-LINE
           END-STRING
           WRITE ISOGRAM-RPT-RECORD FROM WS-AG-RPT-LINE
           MOVE SPACES TO WS-AG-RPT-LINE
           MOVE WS-REJ-COUNT TO WS-CN-EDIT
           STRING 'ENTRIES REJECTED: ' WS-CN-EDIT
              DELIMITED BY SIZE INTO WS-AG-RPT-LINE
           END-STRING
           WRITE ISOGRAM-RPT-RECORD FROM WS-AG-RPT-LINE
           MOVE SPACES TO WS-AG-RPT-LINE
           MOVE WS-CN-POST-COUNT TO WS-CN-EDIT
           STRING 'PLAYER RESULTS POSTED: ' WS-CN-EDIT
              DELIMITED BY SIZE INTO WS-AG-RPT-LINE
           END-STRING
           WRITE ISOGRAM-RPT-RECORD FROM WS-AG-RPT-LINE
           MOVE SPACES TO WS-AG-RPT-LINE
           MOVE WS-CN-PUBL-COUNT TO WS-CN-EDIT
           STRING 'TOP ENTRIES PASSED TO PUBL: ' WS-CN-EDIT
              DELIMITED BY SIZE INTO WS-AG-RPT-LINE
           END-STRING
           WRITE ISOGRAM-RPT-RECORD FROM WS-AG-RPT-LINE.

       CHECK-PHRASE-MASTER SECTION.
      *    Screens a passing phrase against everything already
      *    published, keyed on the normalized form NORMALIZE-PHRASE
              MOVE II-PHRASE-ID TO PM-PHRASE-ID
              MOVE II-SUBMITTER TO PM-SUBMITTER
              MOVE II-PHRASE TO PM-ORIG-PHRASE
              MOVE SPACE TO PM-STATUS
              MOVE 0 TO PM-STATUS-DATE
              MOVE SPACES TO PM-STATUS-REASON
              WRITE PHRASE-MASTER-RECORD
           END-IF.

                 PERFORM WRITE-REJECT-RECORD
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-REC-GOOD AND WS-PLAYERS-AVAILABLE
              PERFORM CHECK-SUBMITTER
              IF NOT WS-SUBMITTER-REGISTERED
                 MOVE 'UNKNOWN SUBMITTER' TO RJ-REASON
                 PERFORM WRITE-REJECT-RECORD
              END-IF
           END-IF.

       CHECK-SUBMITTER SECTION.
      *    The submitter code must be one of the league's own
      *    people: a player on PLAYMST who is active, or a guest
      *    whose expiry date had not passed on the submission
      *    date. Free-text spellings and anonymous submissions
      *    are turned back here, before any checking is spent on
      *    them, and credits stop splitting across variants.
           MOVE 'N' TO WS-REG-FLAG
           IF II-SUBMITTER NOT = SPACES
              MOVE SPACES TO PL-PLAYER-ID
              MOVE II-SUBMITTER TO PL-PLAYER-ID
              READ PLAYER-MASTER KEY IS PL-PLAYER-ID
              IF WS-PL-STATUS = '00'
                 MOVE II-SUBMIT-DATE TO WS-SUBMIT-DATE
                 IF PL-ACTIVE
                    OR (PL-GUEST AND WS-SUBMIT-DATE <= PL-EXPIRY-DATE)
                    SET WS-SUBMITTER-REGISTERED TO TRUE
                 END-IF
              END-IF
           END-IF.

       OPEN-SUBMITTER-FILES SECTION.
      *    The player master is read-only here. Without it the
      *    submitter check cannot be made, so the run carries on
      *    unchecked and says so on the exception file rather
      *    than rejecting every phrase. The submission history
      *    takes one record per phrase scored or rejected and
      *    feeds the monthly submitter quality report (ISOGQUAL);
      *    contest entries are kept off it.
           MOVE 'N' TO WS-PL-OPEN
           OPEN INPUT PLAYER-MASTER
           IF WS-PL-STATUS = '00'
              SET WS-PLAYERS-AVAILABLE TO TRUE
           ELSE
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              ACCEPT WS-CURRENT-TIME FROM TIME
              MOVE SPACES TO EXCEPTION-RECORD
              MOVE WS-JOB-NAME TO EXC-PROGRAM-ID
              MOVE WS-CURRENT-DATE TO EXC-DATE
              MOVE WS-CURRENT-TIME TO EXC-TIME
              MOVE 'W' TO EXC-SEVERITY
              MOVE 'SUBM' TO EXC-REASON-CODE
              MOVE 'PLAYMST' TO EXC-RECORD-KEY
              MOVE 'NO PLAYER MASTER - SUBMITTERS NOT CHECKED'
                 TO EXC-MESSAGE
              OPEN EXTEND ISOG-EXCEPT
              IF WS-EX-STATUS = '05' OR WS-EX-STATUS = '35'
                 OPEN OUTPUT ISOG-EXCEPT
              END-IF
              WRITE ISOG-EXCEPT-RECORD FROM EXCEPTION-RECORD
              CLOSE ISOG-EXCEPT
           END-IF
           IF NOT WS-MODE-CONTEST
              OPEN EXTEND SUBMIT-HISTORY
              IF WS-SH-STATUS = '05' OR WS-SH-STATUS = '35'
                 OPEN OUTPUT SUBMIT-HISTORY
              END-IF
           END-IF.

       WRITE-SUBMIT-HISTORY SECTION.
      *    Accepted means the phrase went through: PASS, or a
      *    SUSPECT the lexicon switch lets through as a warning.
      *    A front-door reject carries its reject reason instead
      *    of a verdict. Dated by business date where one is in
      *    play, so a late-finishing night lands in its own month.
           MOVE SPACES TO SUBMIT-HISTORY-RECORD
           IF WS-BUS-DATE > 0
              MOVE WS-BUS-DATE TO SH-RUN-DATE
           ELSE
              MOVE WS-START-DATE TO SH-RUN-DATE
           END-IF
           MOVE WS-MODE TO SH-MODE
           MOVE II-SUBMITTER TO SH-SUBMITTER
           MOVE II-PHRASE-ID TO SH-PHRASE-ID
           MOVE 'N' TO SH-ACCEPTED
           IF WS-REC-REJECTED
              MOVE 'REJECTED' TO SH-VERDICT
              MOVE WS-REJ-REASON TO SH-REJ-REASON
           ELSE
              MOVE WS-RL-RESULT TO SH-VERDICT
              IF WS-RL-RESULT = 'PASS'
                 OR (WS-RL-RESULT = 'SUSPECT' AND NOT WS-LEX-BLOCKS)
                 MOVE 'Y' TO SH-ACCEPTED
              END-IF
           END-IF
           WRITE SUBMIT-HISTORY-RECORD.

       WRITE-REJECT-RECORD SECTION.
      *    The reject file keeps the raw record for resubmission;
      *    review sees the rejection alongside everything else.
           SET WS-REC-REJECTED TO TRUE
           ADD 1 TO WS-REJ-COUNT
           MOVE RJ-REASON TO WS-REJ-REASON
           MOVE ISOGRAM-IN-RECORD TO RJ-RECORD
           WRITE ISOGRAM-REJ-RECORD
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
