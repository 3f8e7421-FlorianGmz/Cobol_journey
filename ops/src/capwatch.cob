       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPWATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-SCHEDULE ASSIGN TO "GAMESCHD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GS-STATUS.
           SELECT RULESET-CTL ASSIGN TO "RULESETC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RC-STATUS.
           SELECT OPERATOR-AUTH ASSIGN TO "OPERAUTH"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OA-STATUS.
           SELECT CORRECTION-AUDIT ASSIGN TO "YACHTAUD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AU-STATUS.
           SELECT LEXICON-FILE ASSIGN TO "ISOGLEX"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LX-STATUS.
           SELECT ISOGRAM-IN ASSIGN TO "ISOGIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-IN-STATUS.
           SELECT PHRASE-MASTER ASSIGN TO "ISOGMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PM-NORM-PHRASE
              FILE STATUS IS WS-PM-STATUS.
           SELECT HOLIDAY-MASTER ASSIGN TO "HOLIDAYS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HOL-STATUS.
           SELECT SCHEDULE-RULES ASSIGN TO "SCHRULES"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SL-STATUS.
           SELECT CAPACITY-HISTORY ASSIGN TO "CAPHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CH-STATUS.
           SELECT CAPACITY-REPORT ASSIGN TO "CAPRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CR-STATUS.
           SELECT CAP-EXCEPT ASSIGN TO "CAPEXC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EX-STATUS.
           SELECT JOB-RUN-LOG ASSIGN TO "JOBRLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GAME-SCHEDULE.
       01  GAME-SCHEDULE-RECORD.
           05 GS-GAME-DATE     PIC 9(8).
           05 GS-LEAGUE-CODE   PIC X(4).
       FD  RULESET-CTL.
       01  RULESET-CTL-RECORD.
           05 RC-PLAYER-ID     PIC X(10).
           05 RC-GAME-DATE     PIC 9(8).
           05 RC-RULESET       PIC X(8).
       FD  OPERATOR-AUTH.
       01  OPERATOR-AUTH-RECORD.
           05 OA-OPERATOR-ID   PIC X(8).
           05 OA-TRANS-TYPE    PIC X(4).
           05 OA-CORR-CAP      PIC X(3).
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
           05 FILLER           PIC X.
           05 AUD-OPERATOR-ID  PIC X(8).
       FD  LEXICON-FILE.
       01  LEXICON-RECORD.
           05 LX-WORD          PIC X(30).
       FD  ISOGRAM-IN.
       01  ISOGRAM-IN-RECORD.
           05 II-PHRASE-ID     PIC X(8).
           05 II-SUBMITTER     PIC X(10).
           05 II-SUBMIT-DATE   PIC X(8).
           05 II-PHRASE        PIC X(100).
       FD  PHRASE-MASTER.
       01  PHRASE-MASTER-RECORD.
           05 PM-NORM-PHRASE   PIC X(100).
           05 PM-PUBLISH-DATE  PIC 9(8).
           05 PM-PHRASE-ID     PIC X(8).
           05 PM-SUBMITTER     PIC X(10).
           05 PM-ORIG-PHRASE   PIC X(100).
           05 PM-STATUS        PIC X.
              88 PM-WITHDRAWN  VALUE 'W'.
           05 PM-STATUS-DATE   PIC 9(8).
           05 PM-STATUS-REASON PIC X(30).
       FD  HOLIDAY-MASTER.
       01  HOLIDAY-MASTER-RECORD.
           05 HOL-DATE         PIC 9(8).
           05 HOL-DESC         PIC X(30).
       FD  SCHEDULE-RULES.
       01  SCHEDULE-RULES-RECORD.
           05 SR-LEAGUE-CODE   PIC X(4).
           05 SR-WEEKDAY       PIC 9.
           05 SR-WEEKS         PIC 99.
           05 SR-FROM-DATE     PIC 9(8).
           05 SR-TO-DATE       PIC 9(8).
       FD  CAPACITY-HISTORY.
       01  CAPACITY-HISTORY-RECORD.
           05 CH-RUN-DATE      PIC 9(8).
           05 CH-PROGRAM       PIC X(8).
           05 CH-TABLE         PIC X(8).
           05 CH-COUNT         PIC 9(6).
           05 CH-LIMIT         PIC 9(6).
           05 FILLER           PIC X(4).
       FD  CAPACITY-REPORT.
       01  CAPACITY-REPORT-RECORD PIC X(110).
       FD  CAP-EXCEPT.
       01  CAP-EXCEPT-RECORD   PIC X(142).
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
       01 WS-GS-STATUS     PIC XX.
       01 WS-RC-STATUS     PIC XX.
       01 WS-OA-STATUS     PIC XX.
       01 WS-AU-STATUS     PIC XX.
       01 WS-LX-STATUS     PIC XX.
       01 WS-IN-STATUS     PIC XX.
       01 WS-PM-STATUS     PIC XX.
       01 WS-HOL-STATUS    PIC XX.
       01 WS-SL-STATUS     PIC XX.
       01 WS-CH-STATUS     PIC XX.
       01 WS-CR-STATUS     PIC XX.
       01 WS-EX-STATUS     PIC XX.
       01 WS-JRL-STATUS    PIC XX.
       01 WS-JOB-NAME      PIC X(8) VALUE 'CAPWATCH'.
       01 WS-RUN-STATUS    PIC X(8) VALUE 'COMPLETE'.
       COPY "DATEFLDS.cpy".
       COPY "EXCPTREC.cpy".
       COPY "DATECALC.cpy".
       01 WS-EXC-SEVERITY  PIC X    VALUE 'E'.
       01 WS-EXC-REASON    PIC X(4) VALUE SPACES.
       01 WS-EXC-KEY       PIC X(33) VALUE SPACES.
       01 WS-EXC-MSG       PIC X(80) VALUE SPACES.

      *    The fixed tables watched, one entry each: the program
      *    that loads the table, the table, the file it is loaded
      *    from and the program's limit. When a program's table is
      *    enlarged its limit here must follow, or this report will
      *    warn against the old size.
       01 WS-TABLE-LIMITS.
          05 FILLER PIC X(29) VALUE 'YACHT   SCHEDULEGAMESCHD00400'.
          05 FILLER PIC X(29) VALUE 'LEAP    CALSCHEDGAMESCHD00400'.
          05 FILLER PIC X(29) VALUE 'YACHT   RULESETSRULESETC00500'.
          05 FILLER PIC X(29) VALUE 'YACHT   CORRCAPSOPERAUTH00200'.
          05 FILLER PIC X(29) VALUE 'YACHTPREOPERAUTHOPERAUTH00200'.
          05 FILLER PIC X(29) VALUE 'YACHTOPROPERATRSYACHTAUD00100'.
          05 FILLER PIC X(29) VALUE 'ISOGRAM LEXICON ISOGLEX 02000'.
          05 FILLER PIC X(29) VALUE 'ISOGRAM ANAGRAMSISOGIN  05000'.
          05 FILLER PIC X(29) VALUE 'ISOGCRD SUBMITRSISOGMST 00100'.
          05 FILLER PIC X(29) VALUE 'LEAP    HOLIDAYSHOLIDAYS00366'.
          05 FILLER PIC X(29) VALUE 'LEAP    SCHRULESSCHRULES00010'.
       01 WS-TABLE-LIMIT-REDEF REDEFINES WS-TABLE-LIMITS.
          05 WS-TB-ENTRY OCCURS 11 TIMES.
             10 WS-TB-PROGRAM    PIC X(8).
             10 WS-TB-TABLE      PIC X(8).
             10 WS-TB-FILE       PIC X(8).
             10 WS-TB-LIMIT      PIC 9(5).
       01 WS-TB-COUNT      PIC 99   VALUE 11.
       01 WS-TB-IX         PIC 99.

      *    What this run found for each watched table, alongside
      *    its history: the latest earlier run, and the earliest
      *    run inside the trend window that the growth rate is
      *    measured from.
       01 WS-CAP-TABLE.
          05 WS-CP-ENTRY OCCURS 11 TIMES.
             10 WS-CP-AVAIL      PIC X.
                88 WS-CP-FILE-FOUND     VALUE 'Y'.
             10 WS-CP-COUNT      PIC 9(6).
             10 WS-CP-PCT        PIC 9(4).
             10 WS-CP-LEVEL      PIC X.
                88 WS-CP-LEVEL-OK       VALUE ' '.
                88 WS-CP-LEVEL-WARN     VALUE 'W'.
                88 WS-CP-LEVEL-CRIT     VALUE 'E'.
             10 WS-CP-PREV-DATE  PIC 9(8).
             10 WS-CP-PREV-COUNT PIC 9(6).
             10 WS-CP-BASE-DATE  PIC 9(8).
             10 WS-CP-BASE-SERIAL PIC 9(9).
             10 WS-CP-BASE-COUNT PIC 9(6).
             10 WS-CP-DAYS-LEFT  PIC 9(6).
             10 WS-CP-TREND      PIC X.
                88 WS-CP-NO-HISTORY     VALUE 'H'.
                88 WS-CP-NO-GROWTH      VALUE 'N'.
                88 WS-CP-GROWING        VALUE 'G'.
                88 WS-CP-AT-LIMIT       VALUE 'F'.

       01 WS-TREND-DAYS    PIC 999  VALUE 30.
       01 WS-TODAY-SERIAL  PIC 9(9) VALUE 0.
       01 WS-CUTOFF-SERIAL PIC S9(9) VALUE 0.
       01 WS-HIST-SERIAL   PIC 9(9) VALUE 0.
       01 WS-SPAN-DAYS     PIC 9(9) VALUE 0.
       01 WS-CUR-MONTH     PIC 9(6) VALUE 0.

       01 WS-COUNT         PIC 9(6) VALUE 0.
       01 WS-AVAIL         PIC X    VALUE 'N'.
          88 WS-FILE-AVAILABLE      VALUE 'Y'.
       01 WS-FILE-EOF      PIC X    VALUE 'N'.
          88 WS-FILE-AT-EOF         VALUE 'Y'.
       01 WS-CH-EOF        PIC X    VALUE 'N'.
          88 WS-CH-AT-EOF           VALUE 'Y'.
       01 WS-WARN-COUNT    PIC 99   VALUE 0.
       01 WS-CRIT-COUNT    PIC 99   VALUE 0.

      *    Distinct keys seen on a file whose table holds one entry
      *    per operator or submitter rather than one per record.
      *    Kept well above either limit; a file that fills it is
      *    past its table whatever the exact figure.
       01 WS-DK-MAX        PIC 9(4) VALUE 1000.
       01 WS-DK-COUNT      PIC 9(4) VALUE 0.
       01 WS-DK-IX         PIC 9(4).
       01 WS-DK-FOUND      PIC X    VALUE 'N'.
          88 WS-DK-ON-TABLE         VALUE 'Y'.
       01 WS-DK-PROBE      PIC X(8).
       01 WS-DK-TABLE.
          05 WS-DK-KEY     PIC X(8) OCCURS 1000 TIMES.

       01 WS-REPORT-LINE   PIC X(110).
       01 WS-HEADING-1.
          05 FILLER           PIC X(36) VALUE
             'TABLE CAPACITY REPORT      RUN DATE '.
          05 WS-H1-DATE       PIC 9(8).
          05 FILLER           PIC X(22) VALUE
             '   TREND WINDOW DAYS: '.
          05 WS-H1-WINDOW     PIC ZZ9.
       01 WS-HEADING-2.
          05 FILLER           PIC X(55) VALUE
             'PROGRAM  TABLE    FILE      COUNT  LIMIT   FULL    LAST'.
          05 FILLER           PIC X(55) VALUE
             '  CHANGE  WINDOW  DAYS TO FULL  STATUS'.
       01 WS-DETAIL-LINE.
          05 WS-DT-PROGRAM    PIC X(8).
          05 FILLER           PIC X     VALUE SPACE.
          05 WS-DT-TABLE      PIC X(8).
          05 FILLER           PIC X     VALUE SPACE.
          05 WS-DT-FILE       PIC X(8).
          05 FILLER           PIC X     VALUE SPACE.
          05 WS-DT-COUNT      PIC ZZZZZ9.
          05 FILLER           PIC X     VALUE SPACE.
          05 WS-DT-LIMIT      PIC ZZZZZ9.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-DT-PCT        PIC ZZZ9.
          05 FILLER           PIC X     VALUE '%'.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-DT-PREV       PIC ZZZZZZ.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-DT-CHANGE     PIC -----9.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-DT-WINDOW     PIC -----9.
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-DT-DAYS-LEFT  PIC X(12).
          05 FILLER           PIC X(2)  VALUE SPACES.
          05 WS-DT-STATUS     PIC X(13).
       01 WS-CHANGE        PIC S9(6) VALUE 0.
       01 WS-ED-DAYS       PIC ZZZZZ9.
       01 WS-ED-COUNT      PIC Z(5)9.
       01 WS-ED-LIMIT      PIC Z(4)9.
       01 WS-ED-PCT        PIC ZZZ9.

       PROCEDURE DIVISION.
       CAPWATCH SECTION.
      *    Nightly early warning on the suite's fixed-size tables.
      *    The programs that load them stop quietly at their limit
      *    - or report the overflow only on the night it happens -
      *    so this step counts the live records each table would
      *    be loaded with tonight, measures that against the
      *    loading program's limit, and prints how full each one
      *    is with its growth over the trend window from the
      *    capacity history. Over 80% raises a severity-W suite
      *    exception and over 95% a severity-E, early enough to
      *    have a table enlarged before the night it breaks. The
      *    counts are then added to the history for the next run.
      *    A table over either line gives RC 4; the step only
      *    reports, so it never stops anything behind it.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-START-DATE
           MOVE WS-CURRENT-TIME TO WS-START-TIME
           MOVE WS-START-DATE(1:6) TO WS-CUR-MONTH
           MOVE 'SER ' TO DC-FUNCTION
           MOVE WS-START-DATE TO DC-DATE
           CALL 'DATECALC' USING DC-PARMS
           MOVE DC-SERIAL-DAYS TO WS-TODAY-SERIAL
           COMPUTE WS-CUTOFF-SERIAL = WS-TODAY-SERIAL - WS-TREND-DAYS
           PERFORM VARYING WS-TB-IX FROM 1 BY 1
              UNTIL WS-TB-IX > WS-TB-COUNT
              PERFORM COUNT-ONE-TABLE
           END-PERFORM
           PERFORM LOAD-HISTORY
           PERFORM VARYING WS-TB-IX FROM 1 BY 1
              UNTIL WS-TB-IX > WS-TB-COUNT
              PERFORM ASSESS-TABLE
           END-PERFORM
           PERFORM WRITE-CAPACITY-REPORT
           PERFORM APPEND-HISTORY
           IF WS-WARN-COUNT + WS-CRIT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'CAPWATCH: TABLES ' WS-TB-COUNT
              ' OVER 80% ' WS-WARN-COUNT ' OVER 95% ' WS-CRIT-COUNT
           PERFORM WRITE-JOB-RUN-LOG
           STOP RUN.

       COUNT-ONE-TABLE SECTION.
      *    Counts what the loading program would put on its table,
      *    by the same test it applies on the way in. An absent
      *    file is shown but not measured - each loader treats a
      *    missing file as an empty or optional one.
           MOVE 0 TO WS-COUNT
           MOVE 'N' TO WS-AVAIL
           MOVE 'N' TO WS-FILE-EOF
           EVALUATE WS-TB-TABLE(WS-TB-IX)
              WHEN 'SCHEDULE'
              WHEN 'CALSCHED'
                 PERFORM COUNT-GAME-SCHEDULE
              WHEN 'RULESETS'
                 PERFORM COUNT-RULESETS
              WHEN 'CORRCAPS'
              WHEN 'OPERAUTH'
                 PERFORM COUNT-OPERATOR-AUTH
              WHEN 'OPERATRS'
                 PERFORM COUNT-AUDIT-OPERATORS
              WHEN 'LEXICON'
                 PERFORM COUNT-LEXICON
              WHEN 'ANAGRAMS'
                 PERFORM COUNT-PHRASES-IN
              WHEN 'SUBMITRS'
                 PERFORM COUNT-SUBMITTERS
              WHEN 'HOLIDAYS'
                 PERFORM COUNT-HOLIDAYS
              WHEN 'SCHRULES'
                 PERFORM COUNT-SCHEDULE-RULES
           END-EVALUATE
           MOVE WS-AVAIL TO WS-CP-AVAIL(WS-TB-IX)
           MOVE WS-COUNT TO WS-CP-COUNT(WS-TB-IX)
           MOVE 0 TO WS-CP-PREV-DATE(WS-TB-IX)
           MOVE 0 TO WS-CP-PREV-COUNT(WS-TB-IX)
           MOVE 0 TO WS-CP-BASE-DATE(WS-TB-IX)
           MOVE 0 TO WS-CP-BASE-SERIAL(WS-TB-IX)
           MOVE 0 TO WS-CP-BASE-COUNT(WS-TB-IX)
           MOVE 0 TO WS-CP-DAYS-LEFT(WS-TB-IX)
           MOVE SPACE TO WS-CP-LEVEL(WS-TB-IX).

       COUNT-GAME-SCHEDULE SECTION.
           OPEN INPUT GAME-SCHEDULE
           IF WS-GS-STATUS = '00'
              SET WS-FILE-AVAILABLE TO TRUE
              PERFORM UNTIL WS-FILE-AT-EOF
                 READ GAME-SCHEDULE
                    AT END MOVE 'Y' TO WS-FILE-EOF
                    NOT AT END ADD 1 TO WS-COUNT
                 END-READ
              END-PERFORM
              CLOSE GAME-SCHEDULE
           END-IF.

       COUNT-RULESETS SECTION.
           OPEN INPUT RULESET-CTL
           IF WS-RC-STATUS = '00'
              SET WS-FILE-AVAILABLE TO TRUE
              PERFORM UNTIL WS-FILE-AT-EOF
                 READ RULESET-CTL
                    AT END MOVE 'Y' TO WS-FILE-EOF
                    NOT AT END ADD 1 TO WS-COUNT
                 END-READ
              END-PERFORM
              CLOSE RULESET-CTL
           END-IF.

       COUNT-OPERATOR-AUTH SECTION.
      *    YACHT keeps only the rows carrying a numeric cap; the
      *    pre-edit keeps every row that names an operator.
           OPEN INPUT OPERATOR-AUTH
           IF WS-OA-STATUS = '00'
              SET WS-FILE-AVAILABLE TO TRUE
              PERFORM UNTIL WS-FILE-AT-EOF
                 READ OPERATOR-AUTH
                    AT END MOVE 'Y' TO WS-FILE-EOF
                 END-READ
                 IF NOT WS-FILE-AT-EOF
                    IF WS-TB-TABLE(WS-TB-IX) = 'CORRCAPS'
                       IF OA-CORR-CAP IS NUMERIC
                          ADD 1 TO WS-COUNT
                       END-IF
                    ELSE
                       IF OA-OPERATOR-ID NOT = SPACES
                          ADD 1 TO WS-COUNT
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE OPERATOR-AUTH
           END-IF.

       COUNT-AUDIT-OPERATORS SECTION.
      *    The operator review holds one entry per operator in the
      *    month it reports on - measured here on the current
      *    month's images so far.
           MOVE 0 TO WS-DK-COUNT
           OPEN INPUT CORRECTION-AUDIT
           IF WS-AU-STATUS = '00'
              SET WS-FILE-AVAILABLE TO TRUE
              PERFORM UNTIL WS-FILE-AT-EOF
                 READ CORRECTION-AUDIT
                    AT END MOVE 'Y' TO WS-FILE-EOF
                 END-READ
                 IF NOT WS-FILE-AT-EOF
                    AND AUD-OPERATOR-ID NOT = SPACES
                    AND AUD-RUN-DATE(1:6) = WS-CUR-MONTH
                    MOVE AUD-OPERATOR-ID TO WS-DK-PROBE
                    PERFORM NOTE-DISTINCT-KEY
                 END-IF
              END-PERFORM
              CLOSE CORRECTION-AUDIT
           END-IF
           MOVE WS-DK-COUNT TO WS-COUNT.

       COUNT-LEXICON SECTION.
           OPEN INPUT LEXICON-FILE
           IF WS-LX-STATUS = '00'
              SET WS-FILE-AVAILABLE TO TRUE
              PERFORM UNTIL WS-FILE-AT-EOF
                 READ LEXICON-FILE
                    AT END MOVE 'Y' TO WS-FILE-EOF
                 END-READ
                 IF NOT WS-FILE-AT-EOF
                    AND LX-WORD NOT = SPACES
                    ADD 1 TO WS-COUNT
                 END-IF
              END-PERFORM
              CLOSE LEXICON-FILE
           END-IF.

       COUNT-PHRASES-IN SECTION.
           OPEN INPUT ISOGRAM-IN
           IF WS-IN-STATUS = '00'
              SET WS-FILE-AVAILABLE TO TRUE
              PERFORM UNTIL WS-FILE-AT-EOF
                 READ ISOGRAM-IN
                    AT END MOVE 'Y' TO WS-FILE-EOF
                 END-READ
                 IF NOT WS-FILE-AT-EOF
                    AND II-PHRASE NOT = SPACES
                    ADD 1 TO WS-COUNT
                 END-IF
              END-PERFORM
              CLOSE ISOGRAM-IN
           END-IF.

       COUNT-SUBMITTERS SECTION.
      *    The credit report ranks one entry per submitter; with no
      *    month on its card it reads the whole master, which is
      *    the case measured here.
           MOVE 0 TO WS-DK-COUNT
           OPEN INPUT PHRASE-MASTER
           IF WS-PM-STATUS = '00'
              SET WS-FILE-AVAILABLE TO TRUE
              MOVE LOW-VALUES TO PM-NORM-PHRASE
              START PHRASE-MASTER KEY IS NOT LESS THAN PM-NORM-PHRASE
                 INVALID KEY MOVE 'Y' TO WS-FILE-EOF
              END-START
              PERFORM UNTIL WS-FILE-AT-EOF
                 READ PHRASE-MASTER NEXT RECORD
                    AT END MOVE 'Y' TO WS-FILE-EOF
                 END-READ
                 IF NOT WS-FILE-AT-EOF
                    MOVE PM-SUBMITTER TO WS-DK-PROBE
                    PERFORM NOTE-DISTINCT-KEY
                 END-IF
              END-PERFORM
              CLOSE PHRASE-MASTER
           END-IF
           MOVE WS-DK-COUNT TO WS-COUNT.

       COUNT-HOLIDAYS SECTION.
           OPEN INPUT HOLIDAY-MASTER
           IF WS-HOL-STATUS = '00'
              SET WS-FILE-AVAILABLE TO TRUE
              PERFORM UNTIL WS-FILE-AT-EOF
                 READ HOLIDAY-MASTER
                    AT END MOVE 'Y' TO WS-FILE-EOF
                    NOT AT END ADD 1 TO WS-COUNT
                 END-READ
              END-PERFORM
              CLOSE HOLIDAY-MASTER
           END-IF.

       COUNT-SCHEDULE-RULES SECTION.
      *    A rule with a bad weekday is refused by LEAP before it
      *    reaches the table, so it does not count toward it.
           OPEN INPUT SCHEDULE-RULES
           IF WS-SL-STATUS = '00'
              SET WS-FILE-AVAILABLE TO TRUE
              PERFORM UNTIL WS-FILE-AT-EOF
                 READ SCHEDULE-RULES
                    AT END MOVE 'Y' TO WS-FILE-EOF
                 END-READ
                 IF NOT WS-FILE-AT-EOF
                    AND SR-WEEKDAY IS NUMERIC
                    AND SR-WEEKDAY NOT > 6
                    ADD 1 TO WS-COUNT
                 END-IF
              END-PERFORM
              CLOSE SCHEDULE-RULES
           END-IF.

       NOTE-DISTINCT-KEY SECTION.
           MOVE 'N' TO WS-DK-FOUND
           PERFORM VARYING WS-DK-IX FROM 1 BY 1
              UNTIL WS-DK-IX > WS-DK-COUNT OR WS-DK-ON-TABLE
              IF WS-DK-KEY(WS-DK-IX) = WS-DK-PROBE
                 SET WS-DK-ON-TABLE TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-DK-ON-TABLE AND WS-DK-COUNT < WS-DK-MAX
              ADD 1 TO WS-DK-COUNT
              MOVE WS-DK-PROBE TO WS-DK-KEY(WS-DK-COUNT)
           END-IF.

       LOAD-HISTORY SECTION.
      *    Earlier runs only - a rerun on the same day is not
      *    trended against itself.
           MOVE 'N' TO WS-CH-EOF
           OPEN INPUT CAPACITY-HISTORY
           IF WS-CH-STATUS = '00'
              PERFORM UNTIL WS-CH-AT-EOF
                 READ CAPACITY-HISTORY
                    AT END MOVE 'Y' TO WS-CH-EOF
                 END-READ
                 IF NOT WS-CH-AT-EOF
                    AND CH-RUN-DATE IS NUMERIC
                    AND CH-COUNT IS NUMERIC
                    AND CH-RUN-DATE < WS-START-DATE
                    PERFORM VARYING WS-TB-IX FROM 1 BY 1
                       UNTIL WS-TB-IX > WS-TB-COUNT
                       IF CH-PROGRAM = WS-TB-PROGRAM(WS-TB-IX)
                          AND CH-TABLE = WS-TB-TABLE(WS-TB-IX)
                          PERFORM NOTE-HISTORY-RECORD
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
              CLOSE CAPACITY-HISTORY
           END-IF.

       NOTE-HISTORY-RECORD SECTION.
           IF CH-RUN-DATE >= WS-CP-PREV-DATE(WS-TB-IX)
              MOVE CH-RUN-DATE TO WS-CP-PREV-DATE(WS-TB-IX)
              MOVE CH-COUNT TO WS-CP-PREV-COUNT(WS-TB-IX)
           END-IF
           MOVE 'SER ' TO DC-FUNCTION
           MOVE CH-RUN-DATE TO DC-DATE
           CALL 'DATECALC' USING DC-PARMS
           IF DC-OK
              MOVE DC-SERIAL-DAYS TO WS-HIST-SERIAL
              IF WS-HIST-SERIAL >= WS-CUTOFF-SERIAL
                 AND (WS-CP-BASE-DATE(WS-TB-IX) = 0
                      OR CH-RUN-DATE < WS-CP-BASE-DATE(WS-TB-IX))
                 MOVE CH-RUN-DATE TO WS-CP-BASE-DATE(WS-TB-IX)
                 MOVE WS-HIST-SERIAL TO WS-CP-BASE-SERIAL(WS-TB-IX)
                 MOVE CH-COUNT TO WS-CP-BASE-COUNT(WS-TB-IX)
              END-IF
           END-IF.

       ASSESS-TABLE SECTION.
      *    How full, which warning line it is over, and - from the
      *    growth across the trend window - roughly how many days
      *    remain at that rate before the table is full.
           IF WS-CP-FILE-FOUND(WS-TB-IX)
              COMPUTE WS-CP-PCT(WS-TB-IX) =
                 WS-CP-COUNT(WS-TB-IX) * 100 / WS-TB-LIMIT(WS-TB-IX)
              EVALUATE TRUE
                 WHEN WS-CP-COUNT(WS-TB-IX) * 100 >
                      WS-TB-LIMIT(WS-TB-IX) * 95
                    SET WS-CP-LEVEL-CRIT(WS-TB-IX) TO TRUE
                    ADD 1 TO WS-CRIT-COUNT
                    MOVE 'E' TO WS-EXC-SEVERITY
                    PERFORM LOG-CAPACITY-EXCEPTION
                 WHEN WS-CP-COUNT(WS-TB-IX) * 100 >
                      WS-TB-LIMIT(WS-TB-IX) * 80
                    SET WS-CP-LEVEL-WARN(WS-TB-IX) TO TRUE
                    ADD 1 TO WS-WARN-COUNT
                    MOVE 'W' TO WS-EXC-SEVERITY
                    PERFORM LOG-CAPACITY-EXCEPTION
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              EVALUATE TRUE
                 WHEN WS-CP-COUNT(WS-TB-IX) >= WS-TB-LIMIT(WS-TB-IX)
                    SET WS-CP-AT-LIMIT(WS-TB-IX) TO TRUE
                 WHEN WS-CP-BASE-DATE(WS-TB-IX) = 0
                    SET WS-CP-NO-HISTORY(WS-TB-IX) TO TRUE
                 WHEN WS-CP-COUNT(WS-TB-IX)
                      NOT > WS-CP-BASE-COUNT(WS-TB-IX)
                    SET WS-CP-NO-GROWTH(WS-TB-IX) TO TRUE
                 WHEN OTHER
                    SET WS-CP-GROWING(WS-TB-IX) TO TRUE
                    COMPUTE WS-SPAN-DAYS =
                       WS-TODAY-SERIAL - WS-CP-BASE-SERIAL(WS-TB-IX)
                    COMPUTE WS-CP-DAYS-LEFT(WS-TB-IX) =
                       (WS-TB-LIMIT(WS-TB-IX) - WS-CP-COUNT(WS-TB-IX))
                       * WS-SPAN-DAYS
                       / (WS-CP-COUNT(WS-TB-IX)
                          - WS-CP-BASE-COUNT(WS-TB-IX))
              END-EVALUATE
           END-IF.

       LOG-CAPACITY-EXCEPTION SECTION.
           MOVE 'CPTY' TO WS-EXC-REASON
           MOVE SPACES TO WS-EXC-KEY
           STRING WS-TB-PROGRAM(WS-TB-IX) ' ' WS-TB-TABLE(WS-TB-IX)
              DELIMITED BY SIZE INTO WS-EXC-KEY
           END-STRING
           MOVE WS-CP-COUNT(WS-TB-IX) TO WS-ED-COUNT
           MOVE WS-TB-LIMIT(WS-TB-IX) TO WS-ED-LIMIT
           MOVE WS-CP-PCT(WS-TB-IX) TO WS-ED-PCT
           MOVE SPACES TO WS-EXC-MSG
           STRING WS-TB-FILE(WS-TB-IX) ' HOLDS ' WS-ED-COUNT
              ' OF ' WS-ED-LIMIT ' TABLE ENTRIES - ' WS-ED-PCT
              '% FULL, ENLARGE THE TABLE'
              DELIMITED BY SIZE INTO WS-EXC-MSG
           END-STRING
           PERFORM LOG-EXCEPTION.

       WRITE-CAPACITY-REPORT SECTION.
           OPEN EXTEND CAPACITY-REPORT
           IF WS-CR-STATUS = '05' OR WS-CR-STATUS = '35'
              OPEN OUTPUT CAPACITY-REPORT
           END-IF
           MOVE WS-START-DATE TO WS-H1-DATE
           MOVE WS-TREND-DAYS TO WS-H1-WINDOW
           WRITE CAPACITY-REPORT-RECORD FROM WS-HEADING-1
           MOVE SPACES TO CAPACITY-REPORT-RECORD
           WRITE CAPACITY-REPORT-RECORD
           WRITE CAPACITY-REPORT-RECORD FROM WS-HEADING-2
           PERFORM VARYING WS-TB-IX FROM 1 BY 1
              UNTIL WS-TB-IX > WS-TB-COUNT
              PERFORM WRITE-DETAIL-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TABLES WATCHED: ' WS-TB-COUNT
              '  OVER 80%: ' WS-WARN-COUNT
              '  OVER 95%: ' WS-CRIT-COUNT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE SPACES TO CAPACITY-REPORT-RECORD
           WRITE CAPACITY-REPORT-RECORD
           WRITE CAPACITY-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE CAPACITY-REPORT.

       WRITE-DETAIL-LINE SECTION.
           MOVE WS-TB-PROGRAM(WS-TB-IX) TO WS-DT-PROGRAM
           MOVE WS-TB-TABLE(WS-TB-IX) TO WS-DT-TABLE
           MOVE WS-TB-FILE(WS-TB-IX) TO WS-DT-FILE
           MOVE WS-TB-LIMIT(WS-TB-IX) TO WS-DT-LIMIT
           IF NOT WS-CP-FILE-FOUND(WS-TB-IX)
              MOVE 0 TO WS-DT-COUNT
              MOVE 0 TO WS-DT-PCT
              MOVE 0 TO WS-DT-PREV
              MOVE 0 TO WS-DT-CHANGE
              MOVE 0 TO WS-DT-WINDOW
              MOVE SPACES TO WS-DT-DAYS-LEFT
              MOVE 'NOT AVAILABLE' TO WS-DT-STATUS
           ELSE
              MOVE WS-CP-COUNT(WS-TB-IX) TO WS-DT-COUNT
              MOVE WS-CP-PCT(WS-TB-IX) TO WS-DT-PCT
              IF WS-CP-PREV-DATE(WS-TB-IX) = 0
                 MOVE 0 TO WS-DT-PREV
                 MOVE 0 TO WS-DT-CHANGE
              ELSE
                 MOVE WS-CP-PREV-COUNT(WS-TB-IX) TO WS-DT-PREV
                 COMPUTE WS-CHANGE = WS-CP-COUNT(WS-TB-IX)
                    - WS-CP-PREV-COUNT(WS-TB-IX)
                 MOVE WS-CHANGE TO WS-DT-CHANGE
              END-IF
              IF WS-CP-BASE-DATE(WS-TB-IX) = 0
                 MOVE 0 TO WS-DT-WINDOW
              ELSE
                 COMPUTE WS-CHANGE = WS-CP-COUNT(WS-TB-IX)
                    - WS-CP-BASE-COUNT(WS-TB-IX)
                 MOVE WS-CHANGE TO WS-DT-WINDOW
              END-IF
              EVALUATE TRUE
                 WHEN WS-CP-AT-LIMIT(WS-TB-IX)
                    MOVE 'FULL NOW' TO WS-DT-DAYS-LEFT
                 WHEN WS-CP-NO-HISTORY(WS-TB-IX)
                    MOVE 'NO HISTORY' TO WS-DT-DAYS-LEFT
                 WHEN WS-CP-NO-GROWTH(WS-TB-IX)
                    MOVE 'NOT GROWING' TO WS-DT-DAYS-LEFT
                 WHEN OTHER
                    MOVE WS-CP-DAYS-LEFT(WS-TB-IX) TO WS-ED-DAYS
                    MOVE WS-ED-DAYS TO WS-DT-DAYS-LEFT
              END-EVALUATE
              EVALUATE TRUE
                 WHEN WS-CP-LEVEL-CRIT(WS-TB-IX)
                    MOVE 'OVER 95% - E' TO WS-DT-STATUS
                 WHEN WS-CP-LEVEL-WARN(WS-TB-IX)
                    MOVE 'OVER 80% - W' TO WS-DT-STATUS
                 WHEN OTHER
                    MOVE 'OK' TO WS-DT-STATUS
              END-EVALUATE
           END-IF
           WRITE CAPACITY-REPORT-RECORD FROM WS-DETAIL-LINE.

       APPEND-HISTORY SECTION.
      *    Tonight's counts, for tomorrow's trend. A table whose
      *    file was not there has nothing to add.
           OPEN EXTEND CAPACITY-HISTORY
           IF WS-CH-STATUS = '05' OR WS-CH-STATUS = '35'
              OPEN OUTPUT CAPACITY-HISTORY
           END-IF
           PERFORM VARYING WS-TB-IX FROM 1 BY 1
              UNTIL WS-TB-IX > WS-TB-COUNT
              IF WS-CP-FILE-FOUND(WS-TB-IX)
                 MOVE SPACES TO CAPACITY-HISTORY-RECORD
                 MOVE WS-START-DATE TO CH-RUN-DATE
                 MOVE WS-TB-PROGRAM(WS-TB-IX) TO CH-PROGRAM
                 MOVE WS-TB-TABLE(WS-TB-IX) TO CH-TABLE
                 MOVE WS-CP-COUNT(WS-TB-IX) TO CH-COUNT
                 MOVE WS-TB-LIMIT(WS-TB-IX) TO CH-LIMIT
                 WRITE CAPACITY-HISTORY-RECORD
              END-IF
           END-PERFORM
           CLOSE CAPACITY-HISTORY.

       LOG-EXCEPTION SECTION.
      *    Writes the suite-standard exception record (EXCPTREC
      *    copybook); callers set severity, reason, key and
      *    message first.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE WS-JOB-NAME TO EXC-PROGRAM-ID
           MOVE WS-CURRENT-DATE TO EXC-DATE
           MOVE WS-CURRENT-TIME TO EXC-TIME
           MOVE WS-EXC-SEVERITY TO EXC-SEVERITY
           MOVE WS-EXC-REASON TO EXC-REASON-CODE
           MOVE WS-EXC-KEY TO EXC-RECORD-KEY
           MOVE WS-EXC-MSG TO EXC-MESSAGE
           OPEN EXTEND CAP-EXCEPT
           IF WS-EX-STATUS = '05' OR WS-EX-STATUS = '35'
              OPEN OUTPUT CAP-EXCEPT
           END-IF
           WRITE CAP-EXCEPT-RECORD FROM EXCEPTION-RECORD
           CLOSE CAP-EXCEPT
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
