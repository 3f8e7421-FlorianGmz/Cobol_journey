           SELECT CONTROL-CARD ASSIGN TO "ROLLCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CC-STATUS.
           SELECT PERIOD-CALENDAR ASSIGN TO "PERCAL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PC-STATUS.
           SELECT BUSDATE-CARD ASSIGN TO "BUSDCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BDC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-RUN-LOG.
       FD  CONTROL-CARD.
       01  CONTROL-CARD-RECORD.
           05 CC-CUTOFF-MONTH   PIC 9(6).
       FD  PERIOD-CALENDAR.
       01  PERIOD-CALENDAR-RECORD PIC X(48).
       FD  BUSDATE-CARD.
       01  BUSDATE-CARD-RECORD.
           05 BD-BUSINESS-DATE  PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-JRL-STATUS    PIC XX.
       01 WS-AR-STATUS     PIC XX.
       01 WS-WK-STATUS     PIC XX.
       01 WS-RS-STATUS     PIC XX.
       01 WS-CC-STATUS     PIC XX.
       01 WS-PC-STATUS     PIC XX.
       01 WS-BDC-STATUS    PIC XX.
       COPY "DATEFLDS.cpy".
       COPY "PERCAL.cpy".
       01 WS-CUTOFF-MONTH  PIC 9(6) VALUE 0.
       01 WS-CUTOFF-DATE   PIC 9(8) VALUE 0.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-PC-EOF        PIC X    VALUE 'N'.
          88 WS-PC-AT-EOF           VALUE 'Y'.
       01 WS-PC-FOUND      PIC X    VALUE 'N'.
          88 WS-PERIOD-FOUND        VALUE 'Y'.
       01 WS-JRL-EOF       PIC X    VALUE 'N'.
          88 WS-JRL-AT-EOF          VALUE 'Y'.
       01 WS-WK-EOF        PIC X    VALUE 'N'.
      *    rewritten fresh: a rollover marker record first, then
      *    whatever post-cutoff records were already on it. The
      *    trend report and auditors work from the archives; the
      *    live file stays small. The period closed is the one on
      *    the period calendar that closes on the business date;
      *    its records run to the period's last game night, and
      *    the statistics carry the month it is named for. Only
      *    when no period closes that day does the ROLLCARD month
      *    (through its last day) still drive the cutover.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-START-DATE
           MOVE WS-CURRENT-TIME TO WS-START-TIME
           PERFORM READ-CONTROL-CARD
           PERFORM READ-PERIOD-CALENDAR
           IF WS-PERIOD-FOUND
              DISPLAY 'JRLROLL: PERIOD ' PC-PERIOD-NO ' OF '
                 PC-SEASON-ID ' CLOSING ' WS-BUS-DATE
                 ' - CUTOFF ' WS-CUTOFF-DATE
           ELSE
              IF WS-CUTOFF-MONTH NOT = 0
                 COMPUTE WS-CUTOFF-DATE = WS-CUTOFF-MONTH * 100 + 31
              END-IF
           END-IF
           IF WS-CUTOFF-MONTH = 0
              DISPLAY 'JRLROLL: NO CUTOFF MONTH SUPPLIED'
              MOVE 8 TO RETURN-CODE
              CLOSE CONTROL-CARD
           END-IF.

       READ-PERIOD-CALENDAR SECTION.
      *    No business-date card, no calendar, or no period that
      *    closes on the business date leaves the card's month in
      *    charge.
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
              OPEN INPUT PERIOD-CALENDAR
              IF WS-PC-STATUS = '00'
                 PERFORM UNTIL WS-PC-AT-EOF OR WS-PERIOD-FOUND
                    READ PERIOD-CALENDAR INTO PC-RECORD
                       AT END MOVE 'Y' TO WS-PC-EOF
                    END-READ
                    IF NOT WS-PC-AT-EOF
                       AND PC-CLOSE-DATE = WS-BUS-DATE
                       SET WS-PERIOD-FOUND TO TRUE
                       MOVE PC-PERIOD-MONTH TO WS-CUTOFF-MONTH
                       MOVE PC-END-DATE TO WS-CUTOFF-DATE
                    END-IF
                 END-PERFORM
                 CLOSE PERIOD-CALENDAR
              END-IF
           END-IF.

       SPLIT-LOG-RECORDS SECTION.
           OPEN INPUT JOB-RUN-LOG
           IF WS-JRL-STATUS NOT = '00'
                    IF JRL-PROGRAM-ID = '*ROLLOVR'
                       CONTINUE
                    ELSE
                       IF JRL-START-DATE <= WS-CUTOFF-DATE
                          WRITE JRL-ARCHIVE-RECORD
                             FROM JOB-RUN-LOG-RECORD
                          ADD 1 TO WS-ARCH-COUNT
