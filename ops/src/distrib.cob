       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-CONTROL ASSIGN TO "DISTCTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DC-STATUS.
           SELECT BUSDATE-CARD ASSIGN TO "BUSDCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BDC-STATUS.
           SELECT DIST-PRINT ASSIGN TO "DISTPRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DP-STATUS.
           SELECT DIST-LOG ASSIGN TO "DISTLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DL-STATUS.
           SELECT LEADER-REPORT ASSIGN TO "LEADRRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-STATUS.
           SELECT TEAM-REPORT ASSIGN TO "TEAMRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-STATUS.
           SELECT PAYOUT-REPORT ASSIGN TO "PAYRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-STATUS.
           SELECT EXCEPT-REPORT ASSIGN TO "EXCPRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-STATUS.
           SELECT MORNING-REPORT ASSIGN TO "MORNRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-STATUS.
           SELECT ISOGRAM-RPT ASSIGN TO "ISOGRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-STATUS.
           SELECT ISOGRAM-REJECTS ASSIGN TO "ISOGREJ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-STATUS.
           SELECT CREDIT-REPORT ASSIGN TO "CREDRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-STATUS.
           SELECT DIST-EXCEPT ASSIGN TO "DISTEXC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EX-STATUS.
           SELECT JOB-RUN-LOG ASSIGN TO "JOBRLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DIST-CONTROL.
       01  DIST-CONTROL-RECORD  PIC X(80).
       FD  BUSDATE-CARD.
       01  BUSDATE-CARD-RECORD.
           05 BD-BUSINESS-DATE  PIC X(8).
       FD  DIST-PRINT.
       01  DIST-PRINT-RECORD    PIC X(150).
       FD  DIST-LOG.
       01  DIST-LOG-RECORD.
           05 DL-BUS-DATE       PIC 9(8).
           05 DL-RECIPIENT      PIC X(8).
           05 DL-REPORT-ID      PIC X(8).
           05 DL-STATUS         PIC X(8).
           05 DL-LINES          PIC 9(6).
           05 DL-PAGES          PIC 9(4).
           05 DL-RUN-DATE       PIC 9(8).
           05 DL-RUN-TIME       PIC 9(8).
           05 FILLER            PIC X(22).
       FD  LEADER-REPORT.
       01  LEADER-REPORT-RECORD PIC X(80).
       FD  TEAM-REPORT.
       01  TEAM-REPORT-RECORD   PIC X(100).
       FD  PAYOUT-REPORT.
       01  PAYOUT-REPORT-RECORD PIC X(100).
       FD  EXCEPT-REPORT.
       01  EXCEPT-REPORT-RECORD PIC X(132).
       FD  MORNING-REPORT.
       01  MORNING-REPORT-RECORD PIC X(100).
       FD  ISOGRAM-RPT.
       01  ISOGRAM-RPT-RECORD   PIC X(132).
       FD  ISOGRAM-REJECTS.
       01  ISOGRAM-REJ-RECORD   PIC X(143).
       FD  CREDIT-REPORT.
       01  CREDIT-REPORT-RECORD PIC X(132).
       FD  DIST-EXCEPT.
       01  DIST-EXCEPT-RECORD   PIC X(142).
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
       01 WS-DC-STATUS     PIC XX.
       01 WS-BDC-STATUS    PIC XX.
       01 WS-DP-STATUS     PIC XX.
       01 WS-DL-STATUS     PIC XX.
       01 WS-RPT-STATUS    PIC XX.
       01 WS-EX-STATUS     PIC XX.
       01 WS-JRL-STATUS    PIC XX.
       01 WS-JOB-NAME      PIC X(8) VALUE 'DISTRIB'.
       01 WS-RUN-STATUS    PIC X(8) VALUE 'COMPLETE'.
       COPY "DATEFLDS.cpy".
       COPY "EXCPTREC.cpy".
       01 WS-EXC-SEVERITY  PIC X    VALUE 'E'.
       01 WS-EXC-REASON    PIC X(4) VALUE SPACES.
       01 WS-EXC-KEY       PIC X(33) VALUE SPACES.
       01 WS-EXC-MSG       PIC X(80) VALUE SPACES.

      *    Distribution control file: an R record per recipient,
      *    followed by a D record for each report that recipient
      *    gets. A report is named by the DD it is printed to and
      *    by the program that writes it; a producer left blank
      *    means the report is sent whenever it has lines on it.
      *    The report datasets are written with DISP=MOD, so a D
      *    record also carries the run marker RETAIN uses for the
      *    same dataset - S (the marked line starts a run) or E
      *    (it ends one), its column and length, and its text -
      *    and only the latest run is sent. A blank marker type
      *    means the dataset holds a single run and goes whole.
       01 WS-DIST-CTL.
          05 WS-CT-TYPE       PIC X.
             88 WS-CT-RECIPIENT        VALUE 'R'.
             88 WS-CT-DELIVERY         VALUE 'D'.
          05 WS-CT-RECIPIENT-ID PIC X(8).
          05 WS-CT-BODY       PIC X(71).
       01 WS-CT-RCP-BODY REDEFINES WS-DIST-CTL.
          05 FILLER           PIC X(9).
          05 WS-CT-RCP-NAME   PIC X(30).
          05 WS-CT-RCP-ATTN   PIC X(30).
          05 FILLER           PIC X(11).
       01 WS-CT-DLV-BODY REDEFINES WS-DIST-CTL.
          05 FILLER           PIC X(9).
          05 WS-CT-REPORT-ID  PIC X(8).
          05 WS-CT-PRODUCER   PIC X(8).
          05 WS-CT-TITLE      PIC X(30).
          05 WS-CT-MARK-TYPE  PIC X.
          05 WS-CT-MARK-POS   PIC 9(3).
          05 WS-CT-MARK-LEN   PIC 99.
          05 WS-CT-MARK-TEXT  PIC X(19).

       01 WS-RC-MAX        PIC 99   VALUE 20.
       01 WS-RC-COUNT      PIC 99   VALUE 0.
       01 WS-RC-IX         PIC 99.
       01 WS-RC-TABLE.
          05 WS-RC-ENTRY OCCURS 20 TIMES.
             10 WS-RC-ID         PIC X(8).
             10 WS-RC-NAME       PIC X(30).
             10 WS-RC-ATTN       PIC X(30).
             10 WS-RC-FIRST-DV   PIC 999.
             10 WS-RC-LAST-DV    PIC 999.
             10 WS-RC-SENT       PIC 999.
             10 WS-RC-PAGES      PIC 9(4).

       01 WS-DV-MAX        PIC 999  VALUE 100.
       01 WS-DV-COUNT      PIC 999  VALUE 0.
       01 WS-DV-IX         PIC 999.
       01 WS-DV-TABLE.
          05 WS-DV-ENTRY OCCURS 100 TIMES.
             10 WS-DV-REPORT-ID  PIC X(8).
             10 WS-DV-PRODUCER   PIC X(8).
             10 WS-DV-TITLE      PIC X(30).
             10 WS-DV-MARK-TYPE  PIC X.
                88 WS-DV-MARK-STARTS    VALUE 'S'.
                88 WS-DV-MARK-ENDS      VALUE 'E'.
                88 WS-DV-NO-MARK        VALUE ' '.
             10 WS-DV-MARK-POS   PIC 9(3).
             10 WS-DV-MARK-LEN   PIC 99.
             10 WS-DV-MARK-TEXT  PIC X(19).
             10 WS-DV-LAST-CYCLE PIC 9(6).
             10 WS-DV-LAST-RUN   PIC 9(8).
             10 WS-DV-LINES      PIC 9(6).
             10 WS-DV-PAGES      PIC 9(4).
             10 WS-DV-STATUS     PIC X(8).
                88 WS-DV-SENT           VALUE 'SENT'.
                88 WS-DV-MISSING        VALUE 'MISSING'.
                88 WS-DV-EMPTY          VALUE 'EMPTY'.
                88 WS-DV-STALE          VALUE 'STALE'.
                88 WS-DV-UNKNOWN        VALUE 'UNKNOWN'.

       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-CTL-ERROR     PIC X(50) VALUE SPACES.
       01 WS-DC-EOF        PIC X    VALUE 'N'.
          88 WS-DC-AT-EOF           VALUE 'Y'.
       01 WS-RPT-EOF       PIC X    VALUE 'N'.
          88 WS-RPT-AT-EOF          VALUE 'Y'.
       01 WS-JRL-EOF       PIC X    VALUE 'N'.
          88 WS-JRL-AT-EOF          VALUE 'Y'.
       01 WS-RPT-OPEN      PIC X    VALUE 'N'.
          88 WS-RPT-IS-OPEN         VALUE 'Y'.
       01 WS-RPT-KNOWN     PIC X    VALUE 'Y'.
          88 WS-RPT-IS-KNOWN        VALUE 'Y'.
       01 WS-RPT-ID        PIC X(8).
       01 WS-RPT-LINE      PIC X(143).
       01 WS-RPT-COUNT     PIC 9(6) VALUE 0.
       01 WS-CYCLE-NO      PIC 9(6) VALUE 0.
       01 WS-NEW-CYCLE     PIC X    VALUE 'N'.
          88 WS-CYCLE-PENDING       VALUE 'Y'.
       01 WS-MARK-ERROR    PIC X(50) VALUE SPACES.

       01 WS-SENT-COUNT    PIC 9(4) VALUE 0.
       01 WS-SHORT-COUNT   PIC 9(4) VALUE 0.
       01 WS-BUNDLE-SHORT  PIC 999  VALUE 0.
       01 WS-PAGE-COUNT    PIC 9(4) VALUE 0.
       01 WS-RPT-PAGES     PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT    PIC 99   VALUE 99.
       01 WS-LINES-PER-PAGE PIC 99  VALUE 55.

       01 WS-PAGE-HEADING.
          05 FILLER           PIC X(7)  VALUE 'BUNDLE '.
          05 WS-PH-RECIPIENT  PIC X(8).
          05 FILLER           PIC X(3)  VALUE ' - '.
          05 WS-PH-REPORT-ID  PIC X(8).
          05 FILLER           PIC X     VALUE SPACE.
          05 WS-PH-TITLE      PIC X(30).
          05 FILLER           PIC X(15) VALUE ' BUSINESS DATE '.
          05 WS-PH-BUS-DATE   PIC 9(8).
          05 FILLER           PIC X(7)  VALUE '  PAGE '.
          05 WS-PH-PAGE       PIC ZZZ9.
       01 WS-BANNER-RULE   PIC X(72) VALUE ALL '*'.
       01 WS-PRINT-LINE    PIC X(150).
       01 WS-ED-LINES      PIC ZZZZZ9.
       01 WS-ED-COUNT      PIC ZZ9.
       01 WS-ED-PAGES      PIC ZZZ9.
       01 WS-SHORT-TEXT    PIC X(50).

       PROCEDURE DIVISION.
       DISTRIB SECTION.
      *    Morning report distribution. The control file says who
      *    gets which prints - the league office, the treasurer,
      *    operations, the puzzle editor - and this step builds one
      *    bundle per recipient on the distribution print: a banner
      *    page naming the recipient, the business date and the
      *    reports included, each report paged in under its own
      *    heading, and a trailer page listing any report on the
      *    recipient's list that was missing, empty or not produced
      *    for the business date. Every report on every list gets a
      *    line on the distribution log, sent or not, so the office
      *    can see what went to whom on any night. A short bundle
      *    is a warning (RC 4), not a failure - the rest still go
      *    out. An unusable control file stops the step (RC 8).
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-START-DATE
           MOVE WS-CURRENT-TIME TO WS-START-TIME
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-DIST-CONTROL
           IF WS-CTL-ERROR NOT = SPACES
              MOVE 'E' TO WS-EXC-SEVERITY
              MOVE 'DSCT' TO WS-EXC-REASON
              MOVE 'DISTCTL' TO WS-EXC-KEY
              MOVE WS-CTL-ERROR TO WS-EXC-MSG
              PERFORM LOG-EXCEPTION
              DISPLAY 'DISTRIB: ' WS-CTL-ERROR
              MOVE 'FAILED' TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM FIND-PRODUCER-RUNS
              OPEN OUTPUT DIST-PRINT
              OPEN EXTEND DIST-LOG
              IF WS-DL-STATUS = '05' OR WS-DL-STATUS = '35'
                 OPEN OUTPUT DIST-LOG
              END-IF
              PERFORM VARYING WS-RC-IX FROM 1 BY 1
                 UNTIL WS-RC-IX > WS-RC-COUNT
                 PERFORM BUILD-BUNDLE
              END-PERFORM
              CLOSE DIST-PRINT
              CLOSE DIST-LOG
              IF WS-SHORT-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
              DISPLAY 'DISTRIB: BUSINESS DATE ' WS-BUS-DATE
                 ' BUNDLES ' WS-RC-COUNT
                 ' REPORTS SENT ' WS-SENT-COUNT
                 ' NOT SENT ' WS-SHORT-COUNT
           END-IF
           PERFORM WRITE-JOB-RUN-LOG
           STOP RUN.

       READ-BUSINESS-DATE SECTION.
      *    The business date is the one on the card LEAP rolls
      *    forward each night; without a card the reports are taken
      *    to be today's.
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

       LOAD-DIST-CONTROL SECTION.
      *    Loads the recipients and their report lists. A D record
      *    belongs to the R record above it; one naming a different
      *    recipient, or a record of no known type, is reported and
      *    passed over rather than guessed at.
           MOVE 'N' TO WS-DC-EOF
           OPEN INPUT DIST-CONTROL
           IF WS-DC-STATUS NOT = '00'
              MOVE 'DISTRIBUTION CONTROL FILE NOT AVAILABLE'
                 TO WS-CTL-ERROR
           ELSE
              PERFORM UNTIL WS-DC-AT-EOF OR WS-CTL-ERROR NOT = SPACES
                 READ DIST-CONTROL INTO WS-DIST-CTL
                    AT END MOVE 'Y' TO WS-DC-EOF
                 END-READ
                 IF NOT WS-DC-AT-EOF AND WS-DIST-CTL NOT = SPACES
                    EVALUATE TRUE
                       WHEN WS-CT-RECIPIENT
                          PERFORM ADD-RECIPIENT
                       WHEN WS-CT-DELIVERY
                          PERFORM ADD-DELIVERY
                       WHEN OTHER
                          MOVE 'W' TO WS-EXC-SEVERITY
                          MOVE 'DSCT' TO WS-EXC-REASON
                          MOVE WS-CT-RECIPIENT-ID TO WS-EXC-KEY
                          MOVE 'RECORD TYPE NOT R OR D - SKIPPED'
                             TO WS-EXC-MSG
                          PERFORM LOG-EXCEPTION
                    END-EVALUATE
                 END-IF
              END-PERFORM
              CLOSE DIST-CONTROL
              IF WS-CTL-ERROR = SPACES AND WS-RC-COUNT = 0
                 MOVE 'NO RECIPIENTS ON DISTRIBUTION CONTROL FILE'
                    TO WS-CTL-ERROR
              END-IF
           END-IF.

       ADD-RECIPIENT SECTION.
           IF WS-RC-COUNT >= WS-RC-MAX
              MOVE 'RECIPIENT TABLE FULL - RAISE WS-RC-MAX'
                 TO WS-CTL-ERROR
           ELSE
              ADD 1 TO WS-RC-COUNT
              MOVE WS-CT-RECIPIENT-ID TO WS-RC-ID(WS-RC-COUNT)
              MOVE WS-CT-RCP-NAME TO WS-RC-NAME(WS-RC-COUNT)
              MOVE WS-CT-RCP-ATTN TO WS-RC-ATTN(WS-RC-COUNT)
              COMPUTE WS-RC-FIRST-DV(WS-RC-COUNT) = WS-DV-COUNT + 1
              MOVE WS-DV-COUNT TO WS-RC-LAST-DV(WS-RC-COUNT)
              MOVE 0 TO WS-RC-SENT(WS-RC-COUNT)
              MOVE 0 TO WS-RC-PAGES(WS-RC-COUNT)
           END-IF.

       ADD-DELIVERY SECTION.
           IF WS-RC-COUNT = 0
              OR WS-CT-RECIPIENT-ID NOT = WS-RC-ID(WS-RC-COUNT)
              MOVE 'W' TO WS-EXC-SEVERITY
              MOVE 'DSCT' TO WS-EXC-REASON
              MOVE SPACES TO WS-EXC-KEY
              STRING WS-CT-RECIPIENT-ID ' ' WS-CT-REPORT-ID
                 DELIMITED BY SIZE INTO WS-EXC-KEY
              END-STRING
              MOVE 'REPORT NOT UNDER ITS RECIPIENT RECORD - SKIPPED'
                 TO WS-EXC-MSG
              PERFORM LOG-EXCEPTION
           ELSE
              PERFORM EDIT-RUN-MARKER
              EVALUATE TRUE
                 WHEN WS-MARK-ERROR NOT = SPACES
                    MOVE 'W' TO WS-EXC-SEVERITY
                    MOVE 'DSCT' TO WS-EXC-REASON
                    MOVE SPACES TO WS-EXC-KEY
                    STRING WS-CT-RECIPIENT-ID ' ' WS-CT-REPORT-ID
                       DELIMITED BY SIZE INTO WS-EXC-KEY
                    END-STRING
                    MOVE WS-MARK-ERROR TO WS-EXC-MSG
                    PERFORM LOG-EXCEPTION
                 WHEN WS-DV-COUNT >= WS-DV-MAX
                    MOVE 'DELIVERY TABLE FULL - RAISE WS-DV-MAX'
                       TO WS-CTL-ERROR
                 WHEN OTHER
                    ADD 1 TO WS-DV-COUNT
                    MOVE WS-CT-REPORT-ID TO WS-DV-REPORT-ID(WS-DV-COUNT)
                    MOVE WS-CT-PRODUCER TO WS-DV-PRODUCER(WS-DV-COUNT)
                    MOVE WS-CT-TITLE TO WS-DV-TITLE(WS-DV-COUNT)
                    MOVE WS-CT-MARK-TYPE TO WS-DV-MARK-TYPE(WS-DV-COUNT)
                    MOVE WS-CT-MARK-POS TO WS-DV-MARK-POS(WS-DV-COUNT)
                    MOVE WS-CT-MARK-LEN TO WS-DV-MARK-LEN(WS-DV-COUNT)
                    MOVE WS-CT-MARK-TEXT TO WS-DV-MARK-TEXT(WS-DV-COUNT)
                    MOVE 0 TO WS-DV-LAST-CYCLE(WS-DV-COUNT)
                    MOVE 0 TO WS-DV-LAST-RUN(WS-DV-COUNT)
                    MOVE 0 TO WS-DV-LINES(WS-DV-COUNT)
                    MOVE 0 TO WS-DV-PAGES(WS-DV-COUNT)
                    MOVE SPACES TO WS-DV-STATUS(WS-DV-COUNT)
                    MOVE WS-DV-COUNT TO WS-RC-LAST-DV(WS-RC-COUNT)
              END-EVALUATE
           END-IF.

       EDIT-RUN-MARKER SECTION.
      *    A marker that cannot be matched would send nothing, or
      *    every night on the dataset, so it is refused outright.
           MOVE SPACES TO WS-MARK-ERROR
           EVALUATE TRUE
              WHEN WS-CT-MARK-TYPE = SPACE
                 MOVE 0 TO WS-CT-MARK-POS
                 MOVE 0 TO WS-CT-MARK-LEN
                 MOVE SPACES TO WS-CT-MARK-TEXT
              WHEN WS-CT-MARK-TYPE NOT = 'S' AND NOT = 'E'
                 MOVE 'RUN MARKER TYPE NOT S, E OR BLANK - SKIPPED'
                    TO WS-MARK-ERROR
              WHEN WS-CT-MARK-POS IS NOT NUMERIC
                 OR WS-CT-MARK-LEN IS NOT NUMERIC
                 OR WS-CT-MARK-POS = 0 OR WS-CT-MARK-LEN = 0
                 OR WS-CT-MARK-LEN > 19
                 OR WS-CT-MARK-POS + WS-CT-MARK-LEN - 1 > 143
                 MOVE 'RUN MARKER POSITION OUT OF RANGE - SKIPPED'
                    TO WS-MARK-ERROR
           END-EVALUATE.

       FIND-PRODUCER-RUNS SECTION.
      *    Each producer's latest clean run on the run log. A print
      *    left over from an earlier night is still on the dataset,
      *    and sending it again as this morning's would mislead.
           MOVE 'N' TO WS-JRL-EOF
           OPEN INPUT JOB-RUN-LOG
           IF WS-JRL-STATUS = '00'
              PERFORM UNTIL WS-JRL-AT-EOF
                 READ JOB-RUN-LOG
                    AT END MOVE 'Y' TO WS-JRL-EOF
                 END-READ
                 IF NOT WS-JRL-AT-EOF
                    AND JRL-RESULT-CODE < 8
                    AND JRL-RUN-STATUS NOT = 'SKIPPED'
                    PERFORM VARYING WS-DV-IX FROM 1 BY 1
                       UNTIL WS-DV-IX > WS-DV-COUNT
                       IF WS-DV-PRODUCER(WS-DV-IX) = JRL-PROGRAM-ID
                          AND JRL-START-DATE > WS-DV-LAST-RUN(WS-DV-IX)
                          MOVE JRL-START-DATE
                             TO WS-DV-LAST-RUN(WS-DV-IX)
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
              CLOSE JOB-RUN-LOG
           END-IF.

       BUILD-BUNDLE SECTION.
      *    One recipient's bundle. Every report on the list is
      *    checked before the banner is printed, so the banner can
      *    name exactly what is inside.
           MOVE 0 TO WS-PAGE-COUNT
           MOVE 0 TO WS-BUNDLE-SHORT
           PERFORM VARYING WS-DV-IX FROM WS-RC-FIRST-DV(WS-RC-IX)
              BY 1 UNTIL WS-DV-IX > WS-RC-LAST-DV(WS-RC-IX)
              PERFORM CHECK-REPORT
           END-PERFORM
           PERFORM PRINT-BANNER-PAGE
           PERFORM VARYING WS-DV-IX FROM WS-RC-FIRST-DV(WS-RC-IX)
              BY 1 UNTIL WS-DV-IX > WS-RC-LAST-DV(WS-RC-IX)
              IF WS-DV-SENT(WS-DV-IX)
                 PERFORM PAGE-IN-REPORT
                 ADD 1 TO WS-RC-SENT(WS-RC-IX)
                 ADD 1 TO WS-SENT-COUNT
              ELSE
                 ADD 1 TO WS-BUNDLE-SHORT
                 ADD 1 TO WS-SHORT-COUNT
                 MOVE 'W' TO WS-EXC-SEVERITY
                 MOVE 'DSNS' TO WS-EXC-REASON
                 MOVE SPACES TO WS-EXC-KEY
                 STRING WS-RC-ID(WS-RC-IX) ' '
                    WS-DV-REPORT-ID(WS-DV-IX)
                    DELIMITED BY SIZE INTO WS-EXC-KEY
                 END-STRING
                 PERFORM SET-SHORT-TEXT
                 MOVE WS-SHORT-TEXT TO WS-EXC-MSG
                 PERFORM LOG-EXCEPTION
              END-IF
              PERFORM WRITE-DIST-LOG
           END-PERFORM
           PERFORM PRINT-TRAILER-PAGE
           MOVE WS-PAGE-COUNT TO WS-RC-PAGES(WS-RC-IX).

       CHECK-REPORT SECTION.
      *    Missing: the report is not one this step can read, or
      *    its dataset is not there. Stale: its producer has not run
      *    cleanly since the business date began. Empty: it is
      *    there and current but its latest run has nothing on it.
      *    The line count restarts at each new run, so it ends as
      *    the latest run's alone, and that run's number is kept
      *    for the copy.
           MOVE WS-DV-REPORT-ID(WS-DV-IX) TO WS-RPT-ID
           MOVE 0 TO WS-RPT-COUNT
           PERFORM OPEN-REPORT
           EVALUATE TRUE
              WHEN NOT WS-RPT-IS-KNOWN
                 SET WS-DV-UNKNOWN(WS-DV-IX) TO TRUE
              WHEN NOT WS-RPT-IS-OPEN
                 SET WS-DV-MISSING(WS-DV-IX) TO TRUE
              WHEN OTHER
                 PERFORM RESET-RUN-STATE
                 PERFORM READ-REPORT
                 PERFORM UNTIL WS-RPT-AT-EOF
                    MOVE WS-CYCLE-NO TO WS-DV-LAST-CYCLE(WS-DV-IX)
                    PERFORM TRACK-REPORT-RUN
                    IF WS-CYCLE-NO NOT = WS-DV-LAST-CYCLE(WS-DV-IX)
                       MOVE 0 TO WS-RPT-COUNT
                    END-IF
                    IF WS-CYCLE-NO > 0
                       ADD 1 TO WS-RPT-COUNT
                    END-IF
                    PERFORM READ-REPORT
                 END-PERFORM
                 MOVE WS-CYCLE-NO TO WS-DV-LAST-CYCLE(WS-DV-IX)
                 PERFORM CLOSE-REPORT
                 EVALUATE TRUE
                    WHEN WS-DV-PRODUCER(WS-DV-IX) NOT = SPACES
                       AND WS-DV-LAST-RUN(WS-DV-IX) < WS-BUS-DATE
                       SET WS-DV-STALE(WS-DV-IX) TO TRUE
                    WHEN WS-RPT-COUNT = 0
                       SET WS-DV-EMPTY(WS-DV-IX) TO TRUE
                    WHEN OTHER
                       SET WS-DV-SENT(WS-DV-IX) TO TRUE
                 END-EVALUATE
           END-EVALUATE
           MOVE WS-RPT-COUNT TO WS-DV-LINES(WS-DV-IX).

       PRINT-BANNER-PAGE SECTION.
           ADD 1 TO WS-PAGE-COUNT
           WRITE DIST-PRINT-RECORD FROM WS-BANNER-RULE
           WRITE DIST-PRINT-RECORD FROM WS-BANNER-RULE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '***  REPORT BUNDLE FOR ' WS-RC-ID(WS-RC-IX)
              '  ' WS-RC-NAME(WS-RC-IX)
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           WRITE DIST-PRINT-RECORD FROM WS-PRINT-LINE
           IF WS-RC-ATTN(WS-RC-IX) NOT = SPACES
              MOVE SPACES TO WS-PRINT-LINE
              STRING '***  ATTENTION: ' WS-RC-ATTN(WS-RC-IX)
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              END-STRING
              WRITE DIST-PRINT-RECORD FROM WS-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING '***  BUSINESS DATE ' WS-BUS-DATE
              '    PRINTED ' WS-START-DATE ' ' WS-START-TIME(1:4)
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           WRITE DIST-PRINT-RECORD FROM WS-PRINT-LINE
           WRITE DIST-PRINT-RECORD FROM WS-BANNER-RULE
           MOVE '***  REPORTS INCLUDED:' TO WS-PRINT-LINE
           WRITE DIST-PRINT-RECORD FROM WS-PRINT-LINE
           MOVE 0 TO WS-RPT-COUNT
           PERFORM VARYING WS-DV-IX FROM WS-RC-FIRST-DV(WS-RC-IX)
              BY 1 UNTIL WS-DV-IX > WS-RC-LAST-DV(WS-RC-IX)
              IF WS-DV-SENT(WS-DV-IX)
                 ADD 1 TO WS-RPT-COUNT
                 MOVE WS-DV-LINES(WS-DV-IX) TO WS-ED-LINES
                 MOVE SPACES TO WS-PRINT-LINE
                 STRING '***     ' WS-DV-REPORT-ID(WS-DV-IX) '  '
                    WS-DV-TITLE(WS-DV-IX) ' ' WS-ED-LINES ' LINES'
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                 END-STRING
                 WRITE DIST-PRINT-RECORD FROM WS-PRINT-LINE
              END-IF
           END-PERFORM
           IF WS-RPT-COUNT = 0
              MOVE '***     NONE - NO REPORT ON THIS LIST IS AVAILABLE'
                 TO WS-PRINT-LINE
              WRITE DIST-PRINT-RECORD FROM WS-PRINT-LINE
           END-IF
           IF WS-RPT-COUNT <
              WS-RC-LAST-DV(WS-RC-IX) - WS-RC-FIRST-DV(WS-RC-IX) + 1
              MOVE '***  SOME REPORTS NOT AVAILABLE - SEE TRAILER PAGE'
                 TO WS-PRINT-LINE
              WRITE DIST-PRINT-RECORD FROM WS-PRINT-LINE
           END-IF
           WRITE DIST-PRINT-RECORD FROM WS-BANNER-RULE
           WRITE DIST-PRINT-RECORD FROM WS-BANNER-RULE.

       PAGE-IN-REPORT SECTION.
      *    Copies one report into the bundle under a running
      *    heading - recipient, report, business date and bundle
      *    page number - starting it on a page of its own. Only
      *    the latest run, as found by the check, is copied.
           MOVE WS-DV-REPORT-ID(WS-DV-IX) TO WS-RPT-ID
           MOVE 0 TO WS-RPT-PAGES
           MOVE 99 TO WS-LINE-COUNT
           PERFORM OPEN-REPORT
           IF WS-RPT-IS-OPEN
              PERFORM RESET-RUN-STATE
              PERFORM READ-REPORT
              PERFORM UNTIL WS-RPT-AT-EOF
                 PERFORM TRACK-REPORT-RUN
                 IF WS-CYCLE-NO = WS-DV-LAST-CYCLE(WS-DV-IX)
                    IF WS-LINE-COUNT > WS-LINES-PER-PAGE
                       PERFORM PRINT-PAGE-HEADING
                    END-IF
                    WRITE DIST-PRINT-RECORD FROM WS-RPT-LINE
                    ADD 1 TO WS-LINE-COUNT
                 END-IF
                 PERFORM READ-REPORT
              END-PERFORM
              PERFORM CLOSE-REPORT
           END-IF
           MOVE WS-RPT-PAGES TO WS-DV-PAGES(WS-DV-IX).

       RESET-RUN-STATE SECTION.
      *    Both passes over a report walk it with the same state,
      *    so a line lands in the same run each time. Lines ahead
      *    of the first start marker belong to no run (run 0) and
      *    are never sent.
           MOVE 0 TO WS-CYCLE-NO
           IF WS-DV-MARK-STARTS(WS-DV-IX)
              MOVE 'N' TO WS-NEW-CYCLE
           ELSE
              MOVE 'Y' TO WS-NEW-CYCLE
           END-IF.

       TRACK-REPORT-RUN SECTION.
      *    Same rule as RETAIN: a start marker opens a run on its
      *    own line, an end marker closes one after its line. A
      *    report with no marker is all one run.
           IF WS-DV-MARK-STARTS(WS-DV-IX)
              AND WS-RPT-LINE(WS-DV-MARK-POS(WS-DV-IX):
                              WS-DV-MARK-LEN(WS-DV-IX)) =
                  WS-DV-MARK-TEXT(WS-DV-IX)(1:WS-DV-MARK-LEN(WS-DV-IX))
              SET WS-CYCLE-PENDING TO TRUE
           END-IF
           IF WS-CYCLE-PENDING
              ADD 1 TO WS-CYCLE-NO
              MOVE 'N' TO WS-NEW-CYCLE
           END-IF
           IF WS-DV-MARK-ENDS(WS-DV-IX)
              AND WS-RPT-LINE(WS-DV-MARK-POS(WS-DV-IX):
                              WS-DV-MARK-LEN(WS-DV-IX)) =
                  WS-DV-MARK-TEXT(WS-DV-IX)(1:WS-DV-MARK-LEN(WS-DV-IX))
              SET WS-CYCLE-PENDING TO TRUE
           END-IF.

       PRINT-PAGE-HEADING SECTION.
           ADD 1 TO WS-PAGE-COUNT
           ADD 1 TO WS-RPT-PAGES
           MOVE WS-RC-ID(WS-RC-IX) TO WS-PH-RECIPIENT
           MOVE WS-DV-REPORT-ID(WS-DV-IX) TO WS-PH-REPORT-ID
           MOVE WS-DV-TITLE(WS-DV-IX) TO WS-PH-TITLE
           MOVE WS-BUS-DATE TO WS-PH-BUS-DATE
           MOVE WS-PAGE-COUNT TO WS-PH-PAGE
           WRITE DIST-PRINT-RECORD FROM WS-PAGE-HEADING
           MOVE SPACES TO DIST-PRINT-RECORD
           WRITE DIST-PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       PRINT-TRAILER-PAGE SECTION.
           ADD 1 TO WS-PAGE-COUNT
           WRITE DIST-PRINT-RECORD FROM WS-BANNER-RULE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '***  END OF BUNDLE FOR ' WS-RC-ID(WS-RC-IX)
              '  ' WS-RC-NAME(WS-RC-IX)
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           WRITE DIST-PRINT-RECORD FROM WS-PRINT-LINE
           MOVE WS-RC-SENT(WS-RC-IX) TO WS-ED-COUNT
           MOVE WS-PAGE-COUNT TO WS-ED-PAGES
           MOVE SPACES TO WS-PRINT-LINE
           STRING '***  BUSINESS DATE ' WS-BUS-DATE
              '    REPORTS SENT ' WS-ED-COUNT
              '    PAGES ' WS-ED-PAGES
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           WRITE DIST-PRINT-RECORD FROM WS-PRINT-LINE
           WRITE DIST-PRINT-RECORD FROM WS-BANNER-RULE
           IF WS-BUNDLE-SHORT = 0
              MOVE '***  EVERY REPORT ON THIS LIST WAS SENT'
                 TO WS-PRINT-LINE
              WRITE DIST-PRINT-RECORD FROM WS-PRINT-LINE
           ELSE
              MOVE '***  REPORTS MISSING OR EMPTY:' TO WS-PRINT-LINE
              WRITE DIST-PRINT-RECORD FROM WS-PRINT-LINE
              PERFORM VARYING WS-DV-IX FROM WS-RC-FIRST-DV(WS-RC-IX)
                 BY 1 UNTIL WS-DV-IX > WS-RC-LAST-DV(WS-RC-IX)
                 IF NOT WS-DV-SENT(WS-DV-IX)
                    PERFORM SET-SHORT-TEXT
                    MOVE SPACES TO WS-PRINT-LINE
                    STRING '***     ' WS-DV-REPORT-ID(WS-DV-IX) '  '
                       WS-DV-TITLE(WS-DV-IX) ' ' WS-SHORT-TEXT
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                    END-STRING
                    WRITE DIST-PRINT-RECORD FROM WS-PRINT-LINE
                 END-IF
              END-PERFORM
           END-IF
           WRITE DIST-PRINT-RECORD FROM WS-BANNER-RULE.

       SET-SHORT-TEXT SECTION.
           MOVE SPACES TO WS-SHORT-TEXT
           EVALUATE TRUE
              WHEN WS-DV-UNKNOWN(WS-DV-IX)
                 MOVE 'MISSING - NOT A REPORT DISTRIB CAN READ'
                    TO WS-SHORT-TEXT
              WHEN WS-DV-MISSING(WS-DV-IX)
                 MOVE 'MISSING - DATASET NOT AVAILABLE'
                    TO WS-SHORT-TEXT
              WHEN WS-DV-STALE(WS-DV-IX)
                 IF WS-DV-LAST-RUN(WS-DV-IX) = 0
                    STRING 'NOT PRODUCED - ' WS-DV-PRODUCER(WS-DV-IX)
                       ' HAS NO CLEAN RUN'
                       DELIMITED BY SIZE INTO WS-SHORT-TEXT
                    END-STRING
                 ELSE
                    STRING 'NOT PRODUCED - ' WS-DV-PRODUCER(WS-DV-IX)
                       ' LAST RAN ' WS-DV-LAST-RUN(WS-DV-IX)
                       DELIMITED BY SIZE INTO WS-SHORT-TEXT
                    END-STRING
                 END-IF
              WHEN OTHER
                 MOVE 'EMPTY - NO LINES ON THE REPORT'
                    TO WS-SHORT-TEXT
           END-EVALUATE.

       WRITE-DIST-LOG SECTION.
           MOVE SPACES TO DIST-LOG-RECORD
           MOVE WS-BUS-DATE TO DL-BUS-DATE
           MOVE WS-RC-ID(WS-RC-IX) TO DL-RECIPIENT
           MOVE WS-DV-REPORT-ID(WS-DV-IX) TO DL-REPORT-ID
           IF WS-DV-UNKNOWN(WS-DV-IX)
              MOVE 'MISSING' TO DL-STATUS
           ELSE
              MOVE WS-DV-STATUS(WS-DV-IX) TO DL-STATUS
           END-IF
           MOVE WS-DV-LINES(WS-DV-IX) TO DL-LINES
           MOVE WS-DV-PAGES(WS-DV-IX) TO DL-PAGES
           MOVE WS-START-DATE TO DL-RUN-DATE
           MOVE WS-START-TIME TO DL-RUN-TIME
           WRITE DIST-LOG-RECORD.

       OPEN-REPORT SECTION.
      *    The reports this step can distribute, by the DD each is
      *    printed to. A new report needs its SELECT here as well as
      *    a line on the control file.
           MOVE 'Y' TO WS-RPT-KNOWN
           MOVE 'N' TO WS-RPT-EOF
           EVALUATE WS-RPT-ID
              WHEN 'LEADRRPT'
                 OPEN INPUT LEADER-REPORT
              WHEN 'TEAMRPT'
                 OPEN INPUT TEAM-REPORT
              WHEN 'PAYRPT'
                 OPEN INPUT PAYOUT-REPORT
              WHEN 'EXCPRPT'
                 OPEN INPUT EXCEPT-REPORT
              WHEN 'MORNRPT'
                 OPEN INPUT MORNING-REPORT
              WHEN 'ISOGRPT'
                 OPEN INPUT ISOGRAM-RPT
              WHEN 'ISOGREJ'
                 OPEN INPUT ISOGRAM-REJECTS
              WHEN 'CREDRPT'
                 OPEN INPUT CREDIT-REPORT
              WHEN OTHER
                 MOVE 'N' TO WS-RPT-KNOWN
                 MOVE '35' TO WS-RPT-STATUS
           END-EVALUATE
           IF WS-RPT-STATUS = '00'
              MOVE 'Y' TO WS-RPT-OPEN
           ELSE
              MOVE 'N' TO WS-RPT-OPEN
           END-IF.

       READ-REPORT SECTION.
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE WS-RPT-ID
              WHEN 'LEADRRPT'
                 READ LEADER-REPORT INTO WS-RPT-LINE
                    AT END MOVE 'Y' TO WS-RPT-EOF
                 END-READ
              WHEN 'TEAMRPT'
                 READ TEAM-REPORT INTO WS-RPT-LINE
                    AT END MOVE 'Y' TO WS-RPT-EOF
                 END-READ
              WHEN 'PAYRPT'
                 READ PAYOUT-REPORT INTO WS-RPT-LINE
                    AT END MOVE 'Y' TO WS-RPT-EOF
                 END-READ
              WHEN 'EXCPRPT'
                 READ EXCEPT-REPORT INTO WS-RPT-LINE
                    AT END MOVE 'Y' TO WS-RPT-EOF
                 END-READ
              WHEN 'MORNRPT'
                 READ MORNING-REPORT INTO WS-RPT-LINE
                    AT END MOVE 'Y' TO WS-RPT-EOF
                 END-READ
              WHEN 'ISOGRPT'
                 READ ISOGRAM-RPT INTO WS-RPT-LINE
                    AT END MOVE 'Y' TO WS-RPT-EOF
                 END-READ
              WHEN 'ISOGREJ'
                 READ ISOGRAM-REJECTS INTO WS-RPT-LINE
                    AT END MOVE 'Y' TO WS-RPT-EOF
                 END-READ
              WHEN 'CREDRPT'
                 READ CREDIT-REPORT INTO WS-RPT-LINE
                    AT END MOVE 'Y' TO WS-RPT-EOF
                 END-READ
           END-EVALUATE.

       CLOSE-REPORT SECTION.
           EVALUATE WS-RPT-ID
              WHEN 'LEADRRPT'
                 CLOSE LEADER-REPORT
              WHEN 'TEAMRPT'
                 CLOSE TEAM-REPORT
              WHEN 'PAYRPT'
                 CLOSE PAYOUT-REPORT
              WHEN 'EXCPRPT'
                 CLOSE EXCEPT-REPORT
              WHEN 'MORNRPT'
                 CLOSE MORNING-REPORT
              WHEN 'ISOGRPT'
                 CLOSE ISOGRAM-RPT
              WHEN 'ISOGREJ'
                 CLOSE ISOGRAM-REJECTS
              WHEN 'CREDRPT'
                 CLOSE CREDIT-REPORT
           END-EVALUATE
           MOVE 'N' TO WS-RPT-OPEN.

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
           OPEN EXTEND DIST-EXCEPT
           IF WS-EX-STATUS = '05' OR WS-EX-STATUS = '35'
              OPEN OUTPUT DIST-EXCEPT
           END-IF
           WRITE DIST-EXCEPT-RECORD FROM EXCEPTION-RECORD
           CLOSE DIST-EXCEPT
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
