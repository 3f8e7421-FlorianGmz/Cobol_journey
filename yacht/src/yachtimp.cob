       IDENTIFICATION DIVISION.
       PROGRAM-ID. YACHTIMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABLET-CSV ASSIGN TO "TABCSV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TC-STATUS.
           SELECT IMPORT-REGISTER ASSIGN TO "IMPREG"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IR-KEY
              FILE STATUS IS WS-IR-STATUS.
           SELECT YACHT-TRANS ASSIGN TO "YACHTTRN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TR-STATUS.
           SELECT IMPORT-REPORT ASSIGN TO "IMPRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RP-STATUS.
           SELECT IMPORT-EXCEPT ASSIGN TO "IMPEXC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EX-STATUS.
           SELECT JOB-RUN-LOG ASSIGN TO "JOBRLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TABLET-CSV.
       01  TABLET-CSV-RECORD   PIC X(120).
      *    The register holds two kinds of record under one key: a
      *    'B' record per batch imported (key = batch ID) and an
      *    'R' record per row converted (key = player, game date
      *    and category), each stamped with the batch it came in.
       FD  IMPORT-REGISTER.
       01  IMPORT-REGISTER-RECORD.
           05 IR-KEY.
              10 IR-REC-TYPE   PIC X.
                 88 IR-BATCH-REC  VALUE 'B'.
                 88 IR-ROW-REC    VALUE 'R'.
              10 IR-KEY-DATA   PIC X(33).
           05 IR-BATCH-ID      PIC X(12).
           05 IR-IMPORT-DATE   PIC 9(8).
           05 IR-IMPORT-TIME   PIC 9(8).
           05 IR-ROW-COUNT     PIC 9(7).
           05 IR-DICE-HASH     PIC 9(12).
           05 IR-CONVERTED     PIC 9(7).
           05 IR-DROPPED       PIC 9(7).
       FD  YACHT-TRANS.
       01  YACHT-TRANS-RECORD.
           05 TR-TRANS-TYPE    PIC X(4).
           05 TR-PLAYER-ID     PIC X(10).
           05 TR-GAME-DATE     PIC 9(8).
           05 TR-CATEGORY      PIC X(15).
           05 TR-DICE          PIC X(5).
           05 TR-ORIG-DICE     PIC X(5).
           05 TR-TEAM-ID       PIC X(8).
           05 TR-LEAGUE-CODE   PIC X(4).
           05 TR-ROLL-1        PIC X(5).
           05 TR-HELD-1        PIC X(5).
           05 TR-ROLL-2        PIC X(5).
           05 TR-HELD-2        PIC X(5).
           05 TR-ROLL-3        PIC X(5).
           05 TR-OPERATOR-ID   PIC X(8).
       FD  IMPORT-REPORT.
       01  IMPORT-REPORT-RECORD PIC X(100).
       FD  IMPORT-EXCEPT.
       01  IMPORT-EXCEPT-RECORD PIC X(142).
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
       01 WS-TC-STATUS     PIC XX.
       01 WS-IR-STATUS     PIC XX.
       01 WS-TR-STATUS     PIC XX.
       01 WS-RP-STATUS     PIC XX.
       01 WS-EX-STATUS     PIC XX.
       01 WS-JRL-STATUS    PIC XX.
       01 WS-JOB-NAME      PIC X(8) VALUE 'YACHTIMP'.
       01 WS-RUN-STATUS    PIC X(8) VALUE 'COMPLETE'.
       COPY "DATEFLDS.cpy".
       COPY "EXCPTREC.cpy".
       01 WS-EXCEPT-MSG    PIC X(80).
       01 WS-EXC-SEVERITY  PIC X     VALUE 'E'.
       01 WS-EXC-REASON    PIC X(4)  VALUE SPACES.
       01 WS-EXC-KEY       PIC X(33) VALUE SPACES.
       01 WS-TC-EOF        PIC X    VALUE 'N'.
          88 WS-TC-AT-EOF           VALUE 'Y'.

      *    Batch control as the tablet sends it, and as this run
      *    re-counts it from the detail rows.
       01 WS-BATCH-ID      PIC X(12) VALUE SPACES.
       01 WS-BATCH-DATE    PIC 9(8)  VALUE 0.
       01 WS-BATCH-LEAGUE  PIC X(4)  VALUE SPACES.
       01 WS-HEADER-COUNT  PIC 9(3)  VALUE 0.
       01 WS-TRAILER-COUNT PIC 9(3)  VALUE 0.
       01 WS-TRL-ROWS      PIC 9(7)  VALUE 0.
       01 WS-TRL-HASH      PIC 9(12) VALUE 0.
       01 WS-CALC-ROWS     PIC 9(7)  VALUE 0.
       01 WS-CALC-HASH     PIC 9(12) VALUE 0.
       01 WS-AFTER-TRAILER PIC X    VALUE 'N'.
          88 WS-ROW-AFTER-TRAILER   VALUE 'Y'.
       01 WS-BATCH-STATUS  PIC X    VALUE 'Y'.
          88 WS-BATCH-OK            VALUE 'Y'.
          88 WS-BATCH-REJECTED      VALUE 'N'.
       01 WS-REJECT-REASON PIC X(60) VALUE SPACES.
       01 WS-IR-OPEN       PIC X    VALUE 'N'.
          88 WS-IR-AVAILABLE        VALUE 'Y'.

      *    One CSV line split into its fields. Header:
      *    H,batch-id,export-date,league. Detail:
      *    D,player-id,game-date,category,dice,team-id. Trailer:
      *    T,row-count,dice-hash - the hash being the sum of every
      *    detail row's five dice read as one five-digit number.
       01 WS-CSV-TYPE      PIC X.
       01 WS-CSV-FIELD-1   PIC X(15).
       01 WS-CSV-FIELD-2   PIC X(15).
       01 WS-CSV-FIELD-3   PIC X(15).
       01 WS-CSV-FIELD-4   PIC X(15).
       01 WS-CSV-FIELD-5   PIC X(15).
       01 WS-CSV-LEN-1     PIC 99.
       01 WS-CSV-LEN-2     PIC 99.
       01 WS-DICE-VAL      PIC 9(5).
       01 WS-ROW-DATE      PIC 9(8).

       01 WS-ROW-NO        PIC 9(7) VALUE 0.
       01 WS-CONVERTED     PIC 9(7) VALUE 0.
       01 WS-DROPPED       PIC 9(7) VALUE 0.
       01 WS-ED-ROW        PIC Z(6)9.
       01 WS-ED-COUNT      PIC Z(6)9.
       01 WS-ED-COUNT-2    PIC Z(6)9.
       01 WS-ED-COUNT-3    PIC Z(6)9.
       01 WS-ED-HASH       PIC Z(11)9.
       01 WS-ED-HASH-2     PIC Z(11)9.
       01 WS-REPORT-LINE   PIC X(100).

       PROCEDURE DIVISION.
       YACHTIMP SECTION.
      *    Loads the club tablet's end-of-night export onto the
      *    transaction file in place of re-keying it. The export is
      *    a CSV with a header naming the batch, one row per scored
      *    category and a trailer carrying the row count and a dice
      *    hash. A first pass proves the control totals; if they do
      *    not balance - or the file is structurally wrong - the
      *    whole batch is rejected and nothing is written. A batch
      *    ID already on the import register is a re-send and is
      *    refused whole. On a good batch each row becomes a normal
      *    posting record appended to YACHTTRN, where the pre-edit
      *    checks it like any keyed transaction; a row whose
      *    player, date and category came in on an earlier batch
      *    (or earlier in this one) is dropped, not re-posted.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           OPEN OUTPUT IMPORT-REPORT
           OPEN INPUT TABLET-CSV
           IF WS-TC-STATUS NOT = '00'
              MOVE 'TABLET EXPORT NOT AVAILABLE - NOTHING IMPORTED'
                 TO WS-REPORT-LINE
              WRITE IMPORT-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE 'TABLET EXPORT NOT AVAILABLE' TO WS-EXCEPT-MSG
              MOVE 'FILE' TO WS-EXC-REASON
              PERFORM LOG-EXCEPTION
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM PROVE-BATCH-CONTROL
              CLOSE TABLET-CSV
              PERFORM OPEN-REGISTER
              IF NOT WS-IR-AVAILABLE
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING 'IMPORT REGISTER NOT AVAILABLE - STATUS '
                    WS-IR-STATUS ' - NOTHING IMPORTED'
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
                 WRITE IMPORT-REPORT-RECORD FROM WS-REPORT-LINE
                 MOVE SPACES TO WS-EXCEPT-MSG
                 STRING 'BATCH ' WS-BATCH-ID
                    ' REJECTED - IMPORT REGISTER NOT AVAILABLE, '
                    'STATUS ' WS-IR-STATUS
                    DELIMITED BY SIZE INTO WS-EXCEPT-MSG
                 END-STRING
                 MOVE 'FILE' TO WS-EXC-REASON
                 PERFORM LOG-EXCEPTION
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF WS-BATCH-OK
                    PERFORM CHECK-BATCH-REGISTERED
                 END-IF
                 PERFORM PRINT-HEADING
                 IF WS-BATCH-OK
                    PERFORM CONVERT-BATCH
                    PERFORM REGISTER-BATCH
                 ELSE
                    PERFORM REPORT-REJECTION
                 END-IF
                 CLOSE IMPORT-REGISTER
                 PERFORM PRINT-TOTALS
              END-IF
           END-IF
           CLOSE IMPORT-REPORT
           PERFORM WRITE-JOB-RUN-LOG
           STOP RUN.

       PROVE-BATCH-CONTROL SECTION.
      *    Pass one: exactly one header first, exactly one trailer
      *    last, and the trailer's count and hash equal to what the
      *    detail rows add up to. The first fault found is the one
      *    reported.
           MOVE 'N' TO WS-TC-EOF
           PERFORM UNTIL WS-TC-AT-EOF
              READ TABLET-CSV
                 AT END MOVE 'Y' TO WS-TC-EOF
              END-READ
              IF NOT WS-TC-AT-EOF
                 AND TABLET-CSV-RECORD NOT = SPACES
                 PERFORM SPLIT-CSV-LINE
                 EVALUATE WS-CSV-TYPE
                    WHEN 'H'
                       PERFORM TAKE-HEADER
                    WHEN 'D'
                       IF WS-HEADER-COUNT = 0 AND WS-BATCH-OK
                          SET WS-BATCH-REJECTED TO TRUE
                          MOVE 'DETAIL ROW BEFORE BATCH HEADER'
                             TO WS-REJECT-REASON
                       END-IF
                       IF WS-TRAILER-COUNT > 0
                          SET WS-ROW-AFTER-TRAILER TO TRUE
                       END-IF
                       ADD 1 TO WS-CALC-ROWS
                       MOVE 0 TO WS-DICE-VAL
                       IF WS-CSV-FIELD-4(1:5) IS NUMERIC
                          MOVE WS-CSV-FIELD-4(1:5) TO WS-DICE-VAL
                       END-IF
                       ADD WS-DICE-VAL TO WS-CALC-HASH
                    WHEN 'T'
                       PERFORM TAKE-TRAILER
                    WHEN OTHER
                       IF WS-BATCH-OK
                          SET WS-BATCH-REJECTED TO TRUE
                          MOVE 'UNRECOGNIZED RECORD TYPE IN EXPORT'
                             TO WS-REJECT-REASON
                       END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM
           IF WS-BATCH-OK
              EVALUATE TRUE
                 WHEN WS-HEADER-COUNT = 0
                    SET WS-BATCH-REJECTED TO TRUE
                    MOVE 'NO BATCH HEADER' TO WS-REJECT-REASON
                 WHEN WS-HEADER-COUNT > 1
                    SET WS-BATCH-REJECTED TO TRUE
                    MOVE 'MORE THAN ONE BATCH HEADER'
                       TO WS-REJECT-REASON
                 WHEN WS-TRAILER-COUNT = 0
                    SET WS-BATCH-REJECTED TO TRUE
                    MOVE 'NO BATCH TRAILER - EXPORT INCOMPLETE'
                       TO WS-REJECT-REASON
                 WHEN WS-TRAILER-COUNT > 1
                    SET WS-BATCH-REJECTED TO TRUE
                    MOVE 'MORE THAN ONE BATCH TRAILER'
                       TO WS-REJECT-REASON
                 WHEN WS-ROW-AFTER-TRAILER
                    SET WS-BATCH-REJECTED TO TRUE
                    MOVE 'DETAIL ROWS AFTER BATCH TRAILER'
                       TO WS-REJECT-REASON
                 WHEN WS-TRL-ROWS NOT = WS-CALC-ROWS
                    SET WS-BATCH-REJECTED TO TRUE
                    MOVE 'ROW COUNT DOES NOT MATCH TRAILER'
                       TO WS-REJECT-REASON
                 WHEN WS-TRL-HASH NOT = WS-CALC-HASH
                    SET WS-BATCH-REJECTED TO TRUE
                    MOVE 'DICE HASH DOES NOT MATCH TRAILER'
                       TO WS-REJECT-REASON
              END-EVALUATE
           END-IF.

       SPLIT-CSV-LINE SECTION.
           MOVE SPACES TO WS-CSV-TYPE
           MOVE SPACES TO WS-CSV-FIELD-1
           MOVE SPACES TO WS-CSV-FIELD-2
           MOVE SPACES TO WS-CSV-FIELD-3
           MOVE SPACES TO WS-CSV-FIELD-4
           MOVE SPACES TO WS-CSV-FIELD-5
           MOVE 0 TO WS-CSV-LEN-1
           MOVE 0 TO WS-CSV-LEN-2
           UNSTRING TABLET-CSV-RECORD DELIMITED BY ','
              INTO WS-CSV-TYPE
                   WS-CSV-FIELD-1 COUNT IN WS-CSV-LEN-1
                   WS-CSV-FIELD-2 COUNT IN WS-CSV-LEN-2
                   WS-CSV-FIELD-3
                   WS-CSV-FIELD-4
                   WS-CSV-FIELD-5
           END-UNSTRING.

       TAKE-HEADER SECTION.
           ADD 1 TO WS-HEADER-COUNT
           IF WS-HEADER-COUNT = 1
              MOVE WS-CSV-FIELD-1 TO WS-BATCH-ID
              IF WS-CSV-FIELD-2(1:8) IS NUMERIC
                 MOVE WS-CSV-FIELD-2(1:8) TO WS-BATCH-DATE
              END-IF
              MOVE WS-CSV-FIELD-3 TO WS-BATCH-LEAGUE
              IF WS-BATCH-ID = SPACES AND WS-BATCH-OK
                 SET WS-BATCH-REJECTED TO TRUE
                 MOVE 'BATCH HEADER HAS NO BATCH ID'
                    TO WS-REJECT-REASON
              END-IF
           END-IF.

       TAKE-TRAILER SECTION.
      *    Count and hash arrive as plain digit strings of any
      *    length; anything else in either field fails the batch.
           ADD 1 TO WS-TRAILER-COUNT
           IF WS-TRAILER-COUNT = 1
              IF WS-CSV-LEN-1 > 0 AND WS-CSV-LEN-1 < 8
                 AND WS-CSV-FIELD-1(1:WS-CSV-LEN-1) IS NUMERIC
                 MOVE WS-CSV-FIELD-1(1:WS-CSV-LEN-1) TO WS-TRL-ROWS
              ELSE
                 IF WS-BATCH-OK
                    SET WS-BATCH-REJECTED TO TRUE
                    MOVE 'TRAILER ROW COUNT NOT NUMERIC'
                       TO WS-REJECT-REASON
                 END-IF
              END-IF
              IF WS-CSV-LEN-2 > 0 AND WS-CSV-LEN-2 < 13
                 AND WS-CSV-FIELD-2(1:WS-CSV-LEN-2) IS NUMERIC
                 MOVE WS-CSV-FIELD-2(1:WS-CSV-LEN-2) TO WS-TRL-HASH
              ELSE
                 IF WS-BATCH-OK
                    SET WS-BATCH-REJECTED TO TRUE
                    MOVE 'TRAILER DICE HASH NOT NUMERIC'
                       TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

       OPEN-REGISTER SECTION.
      *    Without the register there is no telling a re-sent batch
      *    from a new one, so nothing is imported until it opens.
           OPEN I-O IMPORT-REGISTER
           IF WS-IR-STATUS = '35'
              OPEN OUTPUT IMPORT-REGISTER
              CLOSE IMPORT-REGISTER
              OPEN I-O IMPORT-REGISTER
           END-IF
           IF WS-IR-STATUS = '00'
              SET WS-IR-AVAILABLE TO TRUE
           END-IF.

       CHECK-BATCH-REGISTERED SECTION.
           MOVE SPACES TO IR-KEY
           MOVE 'B' TO IR-REC-TYPE
           MOVE WS-BATCH-ID TO IR-KEY-DATA
           READ IMPORT-REGISTER KEY IS IR-KEY
           IF WS-IR-STATUS = '00'
              SET WS-BATCH-REJECTED TO TRUE
              MOVE SPACES TO WS-REJECT-REASON
              STRING 'BATCH ALREADY IMPORTED ON ' IR-IMPORT-DATE
                 DELIMITED BY SIZE INTO WS-REJECT-REASON
              END-STRING
           END-IF.

       CONVERT-BATCH SECTION.
      *    Pass two, on a proven batch only.
           OPEN EXTEND YACHT-TRANS
           IF WS-TR-STATUS = '05' OR WS-TR-STATUS = '35'
              OPEN OUTPUT YACHT-TRANS
           END-IF
           MOVE 'N' TO WS-TC-EOF
           OPEN INPUT TABLET-CSV
           PERFORM UNTIL WS-TC-AT-EOF
              READ TABLET-CSV
                 AT END MOVE 'Y' TO WS-TC-EOF
              END-READ
              IF NOT WS-TC-AT-EOF
                 AND TABLET-CSV-RECORD NOT = SPACES
                 PERFORM SPLIT-CSV-LINE
                 IF WS-CSV-TYPE = 'D'
                    ADD 1 TO WS-ROW-NO
                    PERFORM CONVERT-ONE-ROW
                 END-IF
              END-IF
           END-PERFORM
           CLOSE TABLET-CSV
           CLOSE YACHT-TRANS.

       CONVERT-ONE-ROW SECTION.
      *    The tablet writes categories in whatever case the
      *    scorer tapped; the suite keys them in lower case. A
      *    game date that is not numeric is passed through as
      *    zero for the pre-edit to suspend, like any bad key.
           INSPECT WS-CSV-FIELD-3 CONVERTING
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
              TO 'abcdefghijklmnopqrstuvwxyz'
           MOVE 0 TO WS-ROW-DATE
           IF WS-CSV-FIELD-2(1:8) IS NUMERIC
              MOVE WS-CSV-FIELD-2(1:8) TO WS-ROW-DATE
           END-IF
           MOVE SPACES TO IR-KEY
           MOVE 'R' TO IR-REC-TYPE
           STRING WS-CSV-FIELD-1(1:10) WS-ROW-DATE WS-CSV-FIELD-3
              DELIMITED BY SIZE INTO IR-KEY-DATA
           END-STRING
           READ IMPORT-REGISTER KEY IS IR-KEY
           IF WS-IR-STATUS = '00'
              ADD 1 TO WS-DROPPED
              MOVE WS-ROW-NO TO WS-ED-ROW
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'ROW ' WS-ED-ROW ' ' WS-CSV-FIELD-1(1:10) ' '
                 WS-ROW-DATE ' ' WS-CSV-FIELD-3
                 ' DROPPED - ALREADY IN BATCH ' IR-BATCH-ID
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE IMPORT-REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
              MOVE SPACES TO YACHT-TRANS-RECORD
              MOVE WS-CSV-FIELD-1 TO TR-PLAYER-ID
              MOVE WS-ROW-DATE TO TR-GAME-DATE
              MOVE WS-CSV-FIELD-3 TO TR-CATEGORY
              MOVE WS-CSV-FIELD-4 TO TR-DICE
              MOVE WS-CSV-FIELD-5 TO TR-TEAM-ID
              MOVE WS-BATCH-LEAGUE TO TR-LEAGUE-CODE
              WRITE YACHT-TRANS-RECORD
              ADD 1 TO WS-CONVERTED
              MOVE WS-BATCH-ID TO IR-BATCH-ID
              MOVE WS-START-DATE TO IR-IMPORT-DATE
              MOVE WS-START-TIME TO IR-IMPORT-TIME
              MOVE 0 TO IR-ROW-COUNT
              MOVE 0 TO IR-DICE-HASH
              MOVE 0 TO IR-CONVERTED
              MOVE 0 TO IR-DROPPED
              WRITE IMPORT-REGISTER-RECORD
           END-IF.

       REGISTER-BATCH SECTION.
           MOVE SPACES TO IMPORT-REGISTER-RECORD
           MOVE 'B' TO IR-REC-TYPE
           MOVE WS-BATCH-ID TO IR-KEY-DATA
           MOVE WS-BATCH-ID TO IR-BATCH-ID
           MOVE WS-START-DATE TO IR-IMPORT-DATE
           MOVE WS-START-TIME TO IR-IMPORT-TIME
           MOVE WS-CALC-ROWS TO IR-ROW-COUNT
           MOVE WS-CALC-HASH TO IR-DICE-HASH
           MOVE WS-CONVERTED TO IR-CONVERTED
           MOVE WS-DROPPED TO IR-DROPPED
           WRITE IMPORT-REGISTER-RECORD
           IF WS-IR-STATUS NOT = '00'
              MOVE SPACES TO WS-EXCEPT-MSG
              STRING 'BATCH ' WS-BATCH-ID ' NOT REGISTERED - STATUS '
                 WS-IR-STATUS ' - A RE-SEND WOULD POST TWICE'
                 DELIMITED BY SIZE INTO WS-EXCEPT-MSG
              END-STRING
              MOVE WS-BATCH-ID TO WS-EXC-KEY
              MOVE 'FILE' TO WS-EXC-REASON
              PERFORM LOG-EXCEPTION
              MOVE SPACES TO WS-EXC-KEY
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-DROPPED > 0
              MOVE SPACES TO WS-EXCEPT-MSG
              STRING 'BATCH ' WS-BATCH-ID ' ROWS DROPPED AS '
                 'ALREADY IMPORTED: ' WS-DROPPED
                 DELIMITED BY SIZE INTO WS-EXCEPT-MSG
              END-STRING
              MOVE 'W' TO WS-EXC-SEVERITY
              MOVE 'IDUP' TO WS-EXC-REASON
              PERFORM LOG-EXCEPTION
           END-IF.

       REPORT-REJECTION SECTION.
      *    A re-sent batch is a warning - nothing is lost, the rows
      *    are already on file. A batch that fails its control
      *    totals is an error: the night's tablet scores are not on
      *    YACHTTRN until the export is fixed and re-sent.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'BATCH REJECTED - ' WS-REJECT-REASON
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE IMPORT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-EXCEPT-MSG
           STRING 'BATCH ' WS-BATCH-ID ' REJECTED - ' WS-REJECT-REASON
              DELIMITED BY SIZE INTO WS-EXCEPT-MSG
           END-STRING
           MOVE WS-BATCH-ID TO WS-EXC-KEY
           IF WS-REJECT-REASON(1:22) = 'BATCH ALREADY IMPORTED'
              MOVE 'W' TO WS-EXC-SEVERITY
              MOVE 'IRSN' TO WS-EXC-REASON
              PERFORM LOG-EXCEPTION
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 'IBAL' TO WS-EXC-REASON
              PERFORM LOG-EXCEPTION
              MOVE 8 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-EXC-KEY.

       PRINT-HEADING SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TABLET IMPORT - BATCH ' WS-BATCH-ID
              ' EXPORTED ' WS-BATCH-DATE
              ' LEAGUE ' WS-BATCH-LEAGUE
              '  RUN ' WS-START-DATE
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE IMPORT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TRL-ROWS TO WS-ED-COUNT
           MOVE WS-CALC-ROWS TO WS-ED-COUNT-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TRAILER ROWS: ' WS-ED-COUNT
              '  COUNTED: ' WS-ED-COUNT-2
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE IMPORT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TRL-HASH TO WS-ED-HASH
           MOVE WS-CALC-HASH TO WS-ED-HASH-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TRAILER HASH: ' WS-ED-HASH
              '  COUNTED: ' WS-ED-HASH-2
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE IMPORT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE IMPORT-REPORT-RECORD FROM WS-REPORT-LINE.

       PRINT-TOTALS SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE IMPORT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-CALC-ROWS TO WS-ED-COUNT
           MOVE WS-CONVERTED TO WS-ED-COUNT-2
           MOVE WS-DROPPED TO WS-ED-COUNT-3
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ROWS RECEIVED: ' WS-ED-COUNT
              '  CONVERTED: ' WS-ED-COUNT-2
              '  DROPPED: ' WS-ED-COUNT-3
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE IMPORT-REPORT-RECORD FROM WS-REPORT-LINE.

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
           OPEN EXTEND IMPORT-EXCEPT
           IF WS-EX-STATUS = '05' OR WS-EX-STATUS = '35'
              OPEN OUTPUT IMPORT-EXCEPT
           END-IF
           WRITE IMPORT-EXCEPT-RECORD FROM EXCEPTION-RECORD
           CLOSE IMPORT-EXCEPT
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
