              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OM-NORM-PHRASE
              FILE STATUS IS WS-OM-STATUS.
           SELECT CREDIT-MASTER ASSIGN TO "ISOGMSTC"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-NORM-PHRASE
              FILE STATUS IS WS-CM-STATUS.
           SELECT PHRASE-MASTER ASSIGN TO "ISOGMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
       01  OLD-MASTER-RECORD.
           05 OM-NORM-PHRASE   PIC X(100).
           05 OM-PUBLISH-DATE  PIC 9(8).
       FD  CREDIT-MASTER.
       01  CREDIT-MASTER-RECORD.
           05 CM-NORM-PHRASE   PIC X(100).
           05 CM-PUBLISH-DATE  PIC 9(8).
           05 CM-PHRASE-ID     PIC X(8).
           05 CM-SUBMITTER     PIC X(8).
           05 CM-ORIG-PHRASE   PIC X(100).
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
       FD  CONVERT-REPORT.
       01  CONVERT-REPORT-RECORD PIC X(80).
       FD  JOB-RUN-LOG.
           05 JRL-RUN-STATUS    PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-OM-STATUS     PIC XX.
       01 WS-CM-STATUS     PIC XX.
       01 WS-PM-STATUS     PIC XX.
       01 WS-CR-STATUS     PIC XX.
       01 WS-JRL-STATUS    PIC XX.
       COPY "DATEFLDS.cpy".
       01 WS-OM-EOF        PIC X    VALUE 'N'.
          88 WS-OM-AT-EOF           VALUE 'Y'.
       01 WS-CM-EOF        PIC X    VALUE 'N'.
          88 WS-CM-AT-EOF           VALUE 'Y'.
       01 WS-CONV-COUNT    PIC 9(6) VALUE 0.
       01 WS-REPORT-LINE   PIC X(80).

      *    - the best the old records can offer. Point ISOGMSTO at
      *    the old master and ISOGMST at the freshly allocated new
      *    one; the old dataset is left untouched.
      *    A master already in the credit layout (224 bytes, 8-byte
      *    submitter) is converted instead when it is given on
      *    ISOGMSTC: every field carries across, the submitter
      *    widens to the 10-byte player ID, and the withdrawal
      *    status starts blank with a zero date and no reason.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           OPEN OUTPUT CONVERT-REPORT
           OPEN INPUT CREDIT-MASTER
           IF WS-CM-STATUS = '00'
              PERFORM CONVERT-CREDIT-MASTER
           ELSE
              PERFORM CONVERT-OLD-MASTER
           END-IF
           CLOSE CONVERT-REPORT
           PERFORM WRITE-JOB-RUN-LOG
           STOP RUN.

       CONVERT-OLD-MASTER SECTION.
           OPEN INPUT OLD-MASTER
           IF WS-OM-STATUS NOT = '00'
              MOVE 'OLD PHRASE MASTER NOT AVAILABLE'
                    MOVE SPACES TO PM-PHRASE-ID
                    MOVE 'UNKNOWN' TO PM-SUBMITTER
                    MOVE OM-NORM-PHRASE TO PM-ORIG-PHRASE
                    MOVE SPACE TO PM-STATUS
                    MOVE 0 TO PM-STATUS-DATE
                    MOVE SPACES TO PM-STATUS-REASON
                    WRITE PHRASE-MASTER-RECORD
                    ADD 1 TO WS-CONV-COUNT
                 END-IF
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE CONVERT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       CONVERT-CREDIT-MASTER SECTION.
           OPEN OUTPUT PHRASE-MASTER
           MOVE LOW-VALUES TO CM-NORM-PHRASE
           START CREDIT-MASTER KEY IS NOT LESS THAN CM-NORM-PHRASE
              INVALID KEY MOVE 'Y' TO WS-CM-EOF
           END-START
           PERFORM UNTIL WS-CM-AT-EOF
              READ CREDIT-MASTER NEXT RECORD
                 AT END MOVE 'Y' TO WS-CM-EOF
              END-READ
              IF NOT WS-CM-AT-EOF
                 MOVE CM-NORM-PHRASE TO PM-NORM-PHRASE
                 MOVE CM-PUBLISH-DATE TO PM-PUBLISH-DATE
                 MOVE CM-PHRASE-ID TO PM-PHRASE-ID
                 MOVE CM-SUBMITTER TO PM-SUBMITTER
                 MOVE CM-ORIG-PHRASE TO PM-ORIG-PHRASE
                 MOVE SPACE TO PM-STATUS
                 MOVE 0 TO PM-STATUS-DATE
                 MOVE SPACES TO PM-STATUS-REASON
                 WRITE PHRASE-MASTER-RECORD
                 ADD 1 TO WS-CONV-COUNT
              END-IF
           END-PERFORM
           CLOSE CREDIT-MASTER
           CLOSE PHRASE-MASTER
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CREDIT-LAYOUT PHRASES CONVERTED: ' WS-CONV-COUNT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE CONVERT-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-JOB-RUN-LOG SECTION.
      *    Appends one audit-trail record to the shared JOB-RUN-LOG
