           SELECT CONTROL-CARD ASSIGN TO "CREDCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CC-STATUS.
           SELECT PERIOD-CALENDAR ASSIGN TO "PERCAL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PC-STATUS.
           SELECT BUSDATE-CARD ASSIGN TO "BUSDCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BDC-STATUS.
           SELECT JOB-RUN-LOG ASSIGN TO "JOBRLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRL-STATUS.
           05 PM-NORM-PHRASE   PIC X(100).
           05 PM-PUBLISH-DATE  PIC 9(8).
           05 PM-PHRASE-ID     PIC X(8).
           05 PM-SUBMITTER     PIC X(10).
           05 PM-ORIG-PHRASE   PIC X(100).
           05 PM-STATUS        PIC X.
              88 PM-WITHDRAWN  VALUE 'W'.
           05 PM-STATUS-DATE   PIC 9(8).
           05 PM-STATUS-REASON PIC X(30).
       FD  CREDIT-REPORT.
       01  CREDIT-REPORT-RECORD PIC X(132).
       FD  CONTROL-CARD.
       01  CONTROL-CARD-RECORD.
           05 CC-CREDIT-MONTH  PIC 9(6).
       FD  PERIOD-CALENDAR.
       01  PERIOD-CALENDAR-RECORD PIC X(48).
       FD  BUSDATE-CARD.
       01  BUSDATE-CARD-RECORD.
           05 BD-BUSINESS-DATE  PIC X(8).
       FD  JOB-RUN-LOG.
       01  JOB-RUN-LOG-RECORD.
           05 JRL-PROGRAM-ID    PIC X(8).
       01 WS-PM-STATUS     PIC XX.
       01 WS-CR-STATUS     PIC XX.
       01 WS-CC-STATUS     PIC XX.
       01 WS-PC-STATUS     PIC XX.
       01 WS-BDC-STATUS    PIC XX.
       01 WS-JRL-STATUS    PIC XX.
       01 WS-JOB-NAME      PIC X(8) VALUE 'ISOGCRD'.
       01 WS-RUN-STATUS    PIC X(8) VALUE 'COMPLETE'.
       COPY "DATEFLDS.cpy".
       COPY "PERCAL.cpy".
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-PC-EOF        PIC X    VALUE 'N'.
          88 WS-PC-AT-EOF           VALUE 'Y'.
       01 WS-PC-FOUND      PIC X    VALUE 'N'.
          88 WS-PERIOD-FOUND        VALUE 'Y'.
       01 WS-CREDIT-START  PIC 9(8) VALUE 0.
       01 WS-CREDIT-END    PIC 9(8) VALUE 0.
       01 WS-PM-EOF        PIC X    VALUE 'N'.
          88 WS-PM-AT-EOF           VALUE 'Y'.
       01 WS-CREDIT-MONTH  PIC 9(6) VALUE 0.

       01 WS-SUB-MAX       PIC 999  VALUE 100.
       01 WS-SUB-COUNT     PIC 999  VALUE 0.
       01 WS-SUB-FOUND-IX  PIC 999.
       01 WS-SUB-TABLE.
          05 WS-SUB-ENTRY OCCURS 100 TIMES.
             10 WS-SUB-NAME  PIC X(10).
             10 WS-SUB-PUBS  PIC 9(4).
       01 WS-SUB-SWAP.
          05 WS-SS-NAME      PIC X(10).
          05 WS-SS-PUBS      PIC 9(4).
       01 WS-SUB-SWAPPED   PIC X.
          88 WS-SUB-SWAP-DONE       VALUE 'Y'.
      *    submitters by phrases published, then a per-submitter
      *    listing of the original phrase texts for the
      *    newsletter. Pre-conversion records show up under
      *    UNKNOWN rather than disappearing; withdrawn phrases
      *    earn no credit and are not listed. When the period
      *    calendar has a period closing on the business date,
      *    that period's start and end dates are the ones
      *    credited and the card's month is not used.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM READ-CONTROL-CARD
           PERFORM READ-PERIOD-CALENDAR
           IF NOT WS-PERIOD-FOUND AND WS-CREDIT-MONTH NOT = 0
              COMPUTE WS-CREDIT-START = WS-CREDIT-MONTH * 100 + 1
              COMPUTE WS-CREDIT-END = WS-CREDIT-MONTH * 100 + 31
           END-IF
           OPEN OUTPUT CREDIT-REPORT
           OPEN INPUT PHRASE-MASTER
           IF WS-PM-STATUS NOT = '00'
              CLOSE CONTROL-CARD
           END-IF.

       READ-PERIOD-CALENDAR SECTION.
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
                       MOVE PC-PERIOD-MONTH TO WS-CREDIT-MONTH
                       MOVE PC-START-DATE TO WS-CREDIT-START
                       MOVE PC-END-DATE TO WS-CREDIT-END
                    END-IF
                 END-PERFORM
                 CLOSE PERIOD-CALENDAR
              END-IF
           END-IF.

       TALLY-SUBMITTERS SECTION.
           MOVE LOW-VALUES TO PM-NORM-PHRASE
           START PHRASE-MASTER KEY IS NOT LESS THAN PM-NORM-PHRASE
              READ PHRASE-MASTER NEXT RECORD
                 AT END MOVE 'Y' TO WS-PM-EOF
              END-READ
              IF NOT WS-PM-AT-EOF AND NOT PM-WITHDRAWN
                 IF WS-CREDIT-MONTH = 0
                    OR (PM-PUBLISH-DATE NOT < WS-CREDIT-START
                        AND PM-PUBLISH-DATE NOT > WS-CREDIT-END)
                    PERFORM TALLY-ONE-PHRASE
                 END-IF
              END-IF
              MOVE 'PUBLICATION CREDITS - ALL MONTHS'
                 TO WS-REPORT-LINE
           ELSE
              IF WS-PERIOD-FOUND
                 STRING 'PUBLICATION CREDITS FOR PERIOD '
                    PC-PERIOD-NO ' OF ' PC-SEASON-ID ' '
                    WS-CREDIT-START ' TO ' WS-CREDIT-END
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
              ELSE
                 STRING 'PUBLICATION CREDITS FOR ' WS-CREDIT-MONTH
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
              END-IF
           END-IF
           WRITE CREDIT-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-SUB-IX FROM 1 BY 1
              READ PHRASE-MASTER NEXT RECORD
                 AT END MOVE 'Y' TO WS-PM-EOF
              END-READ
              IF NOT WS-PM-AT-EOF AND NOT PM-WITHDRAWN
                 AND PM-SUBMITTER = WS-SUB-NAME(WS-SUB-IX)
                 IF WS-CREDIT-MONTH = 0
                    OR (PM-PUBLISH-DATE NOT < WS-CREDIT-START
                        AND PM-PUBLISH-DATE NOT > WS-CREDIT-END)
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING '  ' PM-PUBLISH-DATE ' '
                       PM-ORIG-PHRASE(1:100)
