       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVE-FILE ASSIGN TO "RETLIVE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LV-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "RETARCH"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AR-STATUS.
           SELECT WORK-FILE ASSIGN TO "RETWORK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WK-STATUS.
           SELECT POLICY-FILE ASSIGN TO "RETPOLCY"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PF-STATUS.
           SELECT CONTROL-CARD ASSIGN TO "RETCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CC-STATUS.
           SELECT RETAIN-REPORT ASSIGN TO "RETRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RR-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "SUITEBAL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BL-STATUS.
           SELECT RETAIN-EXCEPT ASSIGN TO "RETEXC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EX-STATUS.
           SELECT JOB-RUN-LOG ASSIGN TO "JOBRLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LIVE-FILE.
       01  LIVE-RECORD          PIC X(200).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD       PIC X(200).
       FD  WORK-FILE.
       01  WORK-RECORD          PIC X(200).
       FD  POLICY-FILE.
       01  POLICY-RECORD        PIC X(80).
       FD  CONTROL-CARD.
       01  CONTROL-CARD-RECORD.
           05 CC-DATASET        PIC X(8).
       FD  RETAIN-REPORT.
       01  RETAIN-REPORT-RECORD PIC X(100).
       FD  BALANCE-FILE.
       01  BALANCE-RECORD       PIC X(52).
       FD  RETAIN-EXCEPT.
       01  RETAIN-EXCEPT-RECORD PIC X(142).
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
       01 WS-LV-STATUS     PIC XX.
       01 WS-AR-STATUS     PIC XX.
       01 WS-WK-STATUS     PIC XX.
       01 WS-PF-STATUS     PIC XX.
       01 WS-CC-STATUS     PIC XX.
       01 WS-RR-STATUS     PIC XX.
       01 WS-BL-STATUS     PIC XX.
       01 WS-EX-STATUS     PIC XX.
       01 WS-JRL-STATUS    PIC XX.
       01 WS-JOB-NAME      PIC X(8) VALUE 'RETAIN'.
       01 WS-RUN-STATUS    PIC X(8) VALUE 'COMPLETE'.
       COPY "DATEFLDS.cpy".
       COPY "EXCPTREC.cpy".
       COPY "CTLTOTAL.cpy".
       COPY "DATECALC.cpy".
       01 WS-EXC-SEVERITY  PIC X    VALUE 'E'.
       01 WS-EXC-REASON    PIC X(4) VALUE SPACES.
       01 WS-EXC-KEY       PIC X(33) VALUE SPACES.
       01 WS-EXC-MSG       PIC X(80) VALUE SPACES.

      *    One policy record per dataset, zero-filled numerics:
      *    keep unit D (days) or C (cycles - runs), keep count,
      *    expired data A (archived) or D (dropped), leading header
      *    records carried on both copies, where the record date
      *    sits (a column, or a comma-separated field number for
      *    CSV exports), the cycle marker (S - its record starts a
      *    run, E - its record ends one, blank - every record
      *    stands alone), a key whose latest record is always
      *    kept, a reader whose last clean run no expired record
      *    may post-date, and the balancing-file name to re-base
      *    on the trimmed record count.
       01 WS-POLICY.
          05 WS-RP-DATASET    PIC X(8).
          05 WS-RP-UNIT       PIC X.
             88 WS-RP-BY-DAYS          VALUE 'D'.
             88 WS-RP-BY-CYCLES        VALUE 'C'.
          05 WS-RP-KEEP       PIC 9(4).
          05 WS-RP-EXPIRED    PIC X.
             88 WS-RP-ARCHIVE          VALUE 'A'.
             88 WS-RP-DROP             VALUE 'D'.
          05 WS-RP-HEADERS    PIC 9.
          05 WS-RP-DATE-POS   PIC 9(3).
          05 WS-RP-DATE-FLD   PIC 9.
          05 WS-RP-MARK-TYPE  PIC X.
             88 WS-RP-MARK-STARTS      VALUE 'S'.
             88 WS-RP-MARK-ENDS        VALUE 'E'.
             88 WS-RP-NO-MARK          VALUE ' '.
          05 WS-RP-MARK-POS   PIC 9(3).
          05 WS-RP-MARK-LEN   PIC 99.
          05 WS-RP-MARK-TEXT  PIC X(30).
          05 WS-RP-KEY-POS    PIC 9(3).
          05 WS-RP-KEY-LEN    PIC 99.
          05 WS-RP-GUARD-PGM  PIC X(8).
          05 WS-RP-BAL-NAME   PIC X(8).
          05 FILLER           PIC X(4).

       01 WS-DATASET       PIC X(8) VALUE SPACES.
       01 WS-PF-EOF        PIC X    VALUE 'N'.
          88 WS-PF-AT-EOF           VALUE 'Y'.
       01 WS-POLICY-FLAG   PIC X    VALUE 'N'.
          88 WS-POLICY-FOUND        VALUE 'Y'.
       01 WS-POLICY-ERROR  PIC X(50) VALUE SPACES.
       01 WS-LV-EOF        PIC X    VALUE 'N'.
          88 WS-LV-AT-EOF           VALUE 'Y'.
       01 WS-WK-EOF        PIC X    VALUE 'N'.
          88 WS-WK-AT-EOF           VALUE 'Y'.
       01 WS-JRL-EOF       PIC X    VALUE 'N'.
          88 WS-JRL-AT-EOF          VALUE 'Y'.

       01 WS-IN-COUNT      PIC 9(8) VALUE 0.
       01 WS-KEEP-COUNT    PIC 9(8) VALUE 0.
       01 WS-ARCH-COUNT    PIC 9(8) VALUE 0.
       01 WS-DROP-COUNT    PIC 9(8) VALUE 0.
       01 WS-SAVED-COUNT   PIC 9(8) VALUE 0.
       01 WS-REC-NO        PIC 9(8) VALUE 0.
       01 WS-CYCLE-NO      PIC 9(8) VALUE 0.
       01 WS-CYCLE-TOTAL   PIC 9(8) VALUE 0.
       01 WS-CYCLE-DATE    PIC 9(8) VALUE 0.
       01 WS-CYCLE-SERIAL  PIC 9(9) VALUE 0.
       01 WS-TODAY-SERIAL  PIC 9(9) VALUE 0.
       01 WS-CUTOFF-SERIAL PIC S9(9) VALUE 0.
       01 WS-LAST-CHECK    PIC 9(8) VALUE 0.
       01 WS-CAND-DATE     PIC X(8).
       01 WS-NEW-CYCLE     PIC X    VALUE 'N'.
          88 WS-CYCLE-PENDING       VALUE 'Y'.
       01 WS-HEADER-FLAG   PIC X    VALUE 'N'.
          88 WS-REC-IS-HEADER       VALUE 'Y'.
       01 WS-REC-CLASS     PIC X    VALUE SPACE.
          88 WS-REC-HEADER          VALUE 'H'.
          88 WS-REC-KEEP            VALUE 'K'.
          88 WS-REC-EXPIRE          VALUE 'X'.
       01 WS-REFUSE-FLAG   PIC X    VALUE 'N'.
          88 WS-DATASET-REFUSED     VALUE 'Y'.
       01 WS-REFUSE-REASON PIC X(60) VALUE SPACES.
       01 WS-CSV-FIELDS.
          05 WS-CSV-FLD    PIC X(20) OCCURS 5 TIMES.

       01 WS-KY-MAX        PIC 999  VALUE 100.
       01 WS-KY-COUNT      PIC 999  VALUE 0.
       01 WS-KY-IX         PIC 999.
       01 WS-KY-FOUND-IX   PIC 999.
       01 WS-KY-OVER       PIC X    VALUE 'N'.
          88 WS-KY-OVERFLOWED       VALUE 'Y'.
       01 WS-KY-TABLE.
          05 WS-KY-ENTRY OCCURS 100 TIMES.
             10 WS-KY-VALUE      PIC X(30).
             10 WS-KY-LAST-REC   PIC 9(8).
       01 WS-KY-PROBE      PIC X(30).

       01 WS-REPORT-LINE   PIC X(100).
       01 WS-UNIT-TEXT     PIC X(6).
       01 WS-ACTION-TEXT   PIC X(8).

       PROCEDURE DIVISION.
       RETAIN SECTION.
      *    Retention housekeeping for the suite's DISP=MOD datasets,
      *    which otherwise grow for ever - the run log alone has
      *    JRLROLL. Each step names one dataset on RETCARD; its
      *    record on the retention policy file says how many days
      *    or runs to keep and whether what falls outside is
      *    archived or dropped. The live dataset is split at the
      *    cutoff into the archive (the step's new generation) and
      *    a work copy, and the live file is rewritten from the
      *    work copy, the same way JRLROLL reseeds the run log. A
      *    dataset whose readers still need records past the
      *    cutoff - anything newer than the guarding reader's last
      *    clean run, or the latest record for a key - is either
      *    protected record by record or refused whole, untouched,
      *    with a warning. Every dataset gets a line of counts on
      *    the retention report: in, kept, archived, dropped.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-START-DATE
           MOVE WS-CURRENT-TIME TO WS-START-TIME
           PERFORM READ-CONTROL-CARD
           IF WS-DATASET = SPACES
              MOVE 'NO DATASET NAMED ON RETCARD' TO WS-POLICY-ERROR
           ELSE
              PERFORM LOAD-POLICY
           END-IF
           IF WS-POLICY-ERROR NOT = SPACES
              MOVE 'E' TO WS-EXC-SEVERITY
              MOVE 'RTPL' TO WS-EXC-REASON
              MOVE WS-DATASET TO WS-EXC-KEY
              MOVE WS-POLICY-ERROR TO WS-EXC-MSG
              PERFORM LOG-EXCEPTION
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM COMPUTE-CUTOFF
              PERFORM SCAN-LIVE-FILE
           END-IF
           IF RETURN-CODE = 0
              IF WS-RP-GUARD-PGM NOT = SPACES
                 PERFORM FIND-LAST-CHECK
              END-IF
              PERFORM CLASSIFY-LIVE-FILE
              IF WS-DATASET-REFUSED
                 MOVE 'W' TO WS-EXC-SEVERITY
                 MOVE 'RTRF' TO WS-EXC-REASON
                 MOVE WS-DATASET TO WS-EXC-KEY
                 MOVE WS-REFUSE-REASON TO WS-EXC-MSG
                 PERFORM LOG-EXCEPTION
                 MOVE 4 TO RETURN-CODE
                 MOVE WS-IN-COUNT TO WS-KEEP-COUNT
                 MOVE 0 TO WS-ARCH-COUNT
                 MOVE 0 TO WS-DROP-COUNT
              ELSE
                 IF WS-ARCH-COUNT + WS-DROP-COUNT > 0
                    PERFORM SPLIT-LIVE-FILE
                    PERFORM REBUILD-LIVE-FILE
                    PERFORM REBASE-BALANCE
                 END-IF
              END-IF
           END-IF
           PERFORM WRITE-RETAIN-REPORT
           DISPLAY 'RETAIN: ' WS-DATASET ' IN ' WS-IN-COUNT
              ' KEPT ' WS-KEEP-COUNT ' ARCHIVED ' WS-ARCH-COUNT
              ' DROPPED ' WS-DROP-COUNT
           PERFORM WRITE-JOB-RUN-LOG
           STOP RUN.

       READ-CONTROL-CARD SECTION.
           OPEN INPUT CONTROL-CARD
           IF WS-CC-STATUS = '00'
              READ CONTROL-CARD
                 AT END CONTINUE
                 NOT AT END
                    MOVE CC-DATASET TO WS-DATASET
              END-READ
              CLOSE CONTROL-CARD
           END-IF.

       LOAD-POLICY SECTION.
           MOVE 'N' TO WS-POLICY-FLAG
           MOVE 'N' TO WS-PF-EOF
           OPEN INPUT POLICY-FILE
           IF WS-PF-STATUS NOT = '00'
              MOVE 'RETENTION POLICY FILE NOT AVAILABLE'
                 TO WS-POLICY-ERROR
           ELSE
              PERFORM UNTIL WS-PF-AT-EOF OR WS-POLICY-FOUND
                 READ POLICY-FILE INTO WS-POLICY
                    AT END MOVE 'Y' TO WS-PF-EOF
                 END-READ
                 IF NOT WS-PF-AT-EOF
                    AND WS-RP-DATASET = WS-DATASET
                    SET WS-POLICY-FOUND TO TRUE
                 END-IF
              END-PERFORM
              CLOSE POLICY-FILE
              IF WS-POLICY-FOUND
                 PERFORM EDIT-POLICY
              ELSE
                 MOVE 'DATASET NOT ON RETENTION POLICY FILE'
                    TO WS-POLICY-ERROR
              END-IF
           END-IF.

       EDIT-POLICY SECTION.
      *    A policy that cannot be applied exactly is not guessed
      *    at - the dataset is left alone and the step fails.
           EVALUATE TRUE
              WHEN NOT WS-RP-BY-DAYS AND NOT WS-RP-BY-CYCLES
                 MOVE 'KEEP UNIT MUST BE D OR C' TO WS-POLICY-ERROR
              WHEN WS-RP-KEEP NOT NUMERIC OR WS-RP-KEEP = 0
                 MOVE 'KEEP COUNT MUST BE NUMERIC AND NON-ZERO'
                    TO WS-POLICY-ERROR
              WHEN NOT WS-RP-ARCHIVE AND NOT WS-RP-DROP
                 MOVE 'EXPIRED ACTION MUST BE A OR D'
                    TO WS-POLICY-ERROR
              WHEN WS-RP-HEADERS NOT NUMERIC
                 OR WS-RP-DATE-POS NOT NUMERIC
                 OR WS-RP-DATE-FLD NOT NUMERIC
                 OR WS-RP-MARK-POS NOT NUMERIC
                 OR WS-RP-MARK-LEN NOT NUMERIC
                 OR WS-RP-KEY-POS NOT NUMERIC
                 OR WS-RP-KEY-LEN NOT NUMERIC
                 MOVE 'POSITIONS AND LENGTHS MUST BE NUMERIC'
                    TO WS-POLICY-ERROR
              WHEN NOT WS-RP-MARK-STARTS AND NOT WS-RP-MARK-ENDS
                 AND NOT WS-RP-NO-MARK
                 MOVE 'MARKER TYPE MUST BE S, E OR BLANK'
                    TO WS-POLICY-ERROR
              WHEN NOT WS-RP-NO-MARK
                 AND (WS-RP-MARK-POS = 0 OR WS-RP-MARK-LEN = 0
                      OR WS-RP-MARK-LEN > 30
                      OR WS-RP-MARK-POS + WS-RP-MARK-LEN > 201)
                 MOVE 'MARKER POSITION OUT OF RANGE'
                    TO WS-POLICY-ERROR
              WHEN WS-RP-DATE-POS > 193 OR WS-RP-DATE-FLD > 5
                 MOVE 'DATE POSITION OUT OF RANGE' TO WS-POLICY-ERROR
              WHEN WS-RP-KEY-POS > 0
                 AND (WS-RP-KEY-LEN = 0 OR WS-RP-KEY-LEN > 30
                      OR WS-RP-KEY-POS + WS-RP-KEY-LEN > 201)
                 MOVE 'KEY POSITION OUT OF RANGE' TO WS-POLICY-ERROR
              WHEN WS-RP-BY-DAYS AND WS-RP-DATE-POS = 0
                 AND WS-RP-DATE-FLD = 0
                 MOVE 'DAYS RETENTION NEEDS A DATE POSITION'
                    TO WS-POLICY-ERROR
              WHEN WS-RP-BY-DAYS AND WS-RP-MARK-ENDS
                 MOVE 'DAYS RETENTION CANNOT USE AN END MARKER'
                    TO WS-POLICY-ERROR
              WHEN WS-RP-GUARD-PGM NOT = SPACES
                 AND WS-RP-DATE-POS = 0 AND WS-RP-DATE-FLD = 0
                 MOVE 'READER GUARD NEEDS A DATE POSITION'
                    TO WS-POLICY-ERROR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       COMPUTE-CUTOFF SECTION.
      *    Days are kept counting today as the first, so a keep of
      *    30 holds today and the 29 days before it.
           MOVE 'SER ' TO DC-FUNCTION
           MOVE WS-START-DATE TO DC-DATE
           CALL 'DATECALC' USING DC-PARMS
           MOVE DC-SERIAL-DAYS TO WS-TODAY-SERIAL
           COMPUTE WS-CUTOFF-SERIAL =
              WS-TODAY-SERIAL - WS-RP-KEEP + 1.

       SCAN-LIVE-FILE SECTION.
      *    First pass: counts the runs on file, so a keep of N
      *    cycles knows where the last N begin, and notes the
      *    latest record for each protected key.
           OPEN INPUT LIVE-FILE
           IF WS-LV-STATUS NOT = '00'
              MOVE 'E' TO WS-EXC-SEVERITY
              MOVE 'RTLV' TO WS-EXC-REASON
              MOVE WS-DATASET TO WS-EXC-KEY
              MOVE 'LIVE DATASET NOT AVAILABLE - NOTHING TRIMMED'
                 TO WS-EXC-MSG
              PERFORM LOG-EXCEPTION
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM RESET-RECORD-STATE
              MOVE 'N' TO WS-LV-EOF
              PERFORM UNTIL WS-LV-AT-EOF
                 READ LIVE-FILE
                    AT END MOVE 'Y' TO WS-LV-EOF
                 END-READ
                 IF NOT WS-LV-AT-EOF
                    PERFORM TRACK-RECORD-STATE
                    IF WS-RP-KEY-POS > 0 AND NOT WS-REC-IS-HEADER
                       PERFORM NOTE-LATEST-KEY
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE LIVE-FILE
              MOVE WS-CYCLE-NO TO WS-CYCLE-TOTAL
           END-IF.

       RESET-RECORD-STATE SECTION.
      *    Every pass walks the file with the same state, so a
      *    record lands in the same cycle each time. Records ahead
      *    of the first start marker form a cycle 0 of their own.
           MOVE 0 TO WS-REC-NO
           MOVE 0 TO WS-CYCLE-NO
           MOVE 0 TO WS-CYCLE-DATE
           MOVE 0 TO WS-CYCLE-SERIAL
           IF WS-RP-MARK-STARTS
              MOVE 'N' TO WS-NEW-CYCLE
           ELSE
              MOVE 'Y' TO WS-NEW-CYCLE
           END-IF.

       TRACK-RECORD-STATE SECTION.
      *    A record with no readable date of its own takes the date
      *    of the record before it - it was written in the same
      *    run, behind it.
           ADD 1 TO WS-REC-NO
           IF WS-REC-NO NOT > WS-RP-HEADERS
              SET WS-REC-IS-HEADER TO TRUE
           ELSE
              MOVE 'N' TO WS-HEADER-FLAG
              IF WS-RP-NO-MARK
                 SET WS-CYCLE-PENDING TO TRUE
              END-IF
              IF WS-RP-MARK-STARTS
                 AND LIVE-RECORD(WS-RP-MARK-POS:WS-RP-MARK-LEN) =
                    WS-RP-MARK-TEXT(1:WS-RP-MARK-LEN)
                 SET WS-CYCLE-PENDING TO TRUE
              END-IF
              IF WS-CYCLE-PENDING
                 ADD 1 TO WS-CYCLE-NO
                 MOVE 'N' TO WS-NEW-CYCLE
                 PERFORM PICK-RECORD-DATE
              END-IF
              IF WS-RP-MARK-ENDS
                 AND LIVE-RECORD(WS-RP-MARK-POS:WS-RP-MARK-LEN) =
                    WS-RP-MARK-TEXT(1:WS-RP-MARK-LEN)
                 SET WS-CYCLE-PENDING TO TRUE
              END-IF
           END-IF.

       PICK-RECORD-DATE SECTION.
           MOVE SPACES TO WS-CAND-DATE
           IF WS-RP-DATE-FLD > 0
              MOVE SPACES TO WS-CSV-FIELDS
              UNSTRING LIVE-RECORD DELIMITED BY ','
                 INTO WS-CSV-FLD(1) WS-CSV-FLD(2) WS-CSV-FLD(3)
                      WS-CSV-FLD(4) WS-CSV-FLD(5)
              END-UNSTRING
              MOVE WS-CSV-FLD(WS-RP-DATE-FLD)(1:8) TO WS-CAND-DATE
           ELSE
              IF WS-RP-DATE-POS > 0
                 MOVE LIVE-RECORD(WS-RP-DATE-POS:8) TO WS-CAND-DATE
              END-IF
           END-IF
           IF WS-CAND-DATE IS NUMERIC
              MOVE 'SER ' TO DC-FUNCTION
              MOVE WS-CAND-DATE TO DC-DATE
              CALL 'DATECALC' USING DC-PARMS
              IF DC-OK
                 MOVE WS-CAND-DATE TO WS-CYCLE-DATE
                 MOVE DC-SERIAL-DAYS TO WS-CYCLE-SERIAL
              END-IF
           END-IF.

       NOTE-LATEST-KEY SECTION.
           MOVE SPACES TO WS-KY-PROBE
           MOVE LIVE-RECORD(WS-RP-KEY-POS:WS-RP-KEY-LEN)
              TO WS-KY-PROBE
           PERFORM FIND-KEY-ENTRY
           IF WS-KY-FOUND-IX > 0
              MOVE WS-REC-NO TO WS-KY-LAST-REC(WS-KY-FOUND-IX)
           ELSE
              IF WS-KY-COUNT < WS-KY-MAX
                 ADD 1 TO WS-KY-COUNT
                 MOVE WS-KY-PROBE TO WS-KY-VALUE(WS-KY-COUNT)
                 MOVE WS-REC-NO TO WS-KY-LAST-REC(WS-KY-COUNT)
              ELSE
                 SET WS-KY-OVERFLOWED TO TRUE
              END-IF
           END-IF.

       FIND-KEY-ENTRY SECTION.
           MOVE 0 TO WS-KY-FOUND-IX
           PERFORM VARYING WS-KY-IX FROM 1 BY 1
              UNTIL WS-KY-IX > WS-KY-COUNT OR WS-KY-FOUND-IX > 0
              IF WS-KY-VALUE(WS-KY-IX) = WS-KY-PROBE
                 MOVE WS-KY-IX TO WS-KY-FOUND-IX
              END-IF
           END-PERFORM.

       FIND-LAST-CHECK SECTION.
      *    The guarding reader's last clean run on the run log -
      *    for the balancing file, the morning summary's balance
      *    check. Nothing dated after it may leave the live file.
           MOVE 0 TO WS-LAST-CHECK
           MOVE 'N' TO WS-JRL-EOF
           OPEN INPUT JOB-RUN-LOG
           IF WS-JRL-STATUS = '00'
              PERFORM UNTIL WS-JRL-AT-EOF
                 READ JOB-RUN-LOG
                    AT END MOVE 'Y' TO WS-JRL-EOF
                 END-READ
                 IF NOT WS-JRL-AT-EOF
                    AND JRL-PROGRAM-ID = WS-RP-GUARD-PGM
                    AND JRL-RESULT-CODE < 8
                    AND JRL-RUN-STATUS NOT = 'SKIPPED'
                    AND JRL-START-DATE > WS-LAST-CHECK
                    MOVE JRL-START-DATE TO WS-LAST-CHECK
                 END-IF
              END-PERFORM
              CLOSE JOB-RUN-LOG
           END-IF.

       CLASSIFY-LIVE-FILE SECTION.
      *    Second pass, a dry run: counts what would be kept and
      *    what would expire, and refuses the dataset before a
      *    single record moves if a reader still needs any of it.
           MOVE 0 TO WS-IN-COUNT
           MOVE 0 TO WS-KEEP-COUNT
           MOVE 0 TO WS-ARCH-COUNT
           MOVE 0 TO WS-DROP-COUNT
           IF WS-KY-OVERFLOWED
              SET WS-DATASET-REFUSED TO TRUE
              MOVE 'TOO MANY KEYS TO PROTECT - NOTHING TRIMMED'
                 TO WS-REFUSE-REASON
           END-IF
           OPEN INPUT LIVE-FILE
           PERFORM RESET-RECORD-STATE
           MOVE 'N' TO WS-LV-EOF
           PERFORM UNTIL WS-LV-AT-EOF
              READ LIVE-FILE
                 AT END MOVE 'Y' TO WS-LV-EOF
              END-READ
              IF NOT WS-LV-AT-EOF
                 ADD 1 TO WS-IN-COUNT
                 PERFORM CLASSIFY-RECORD
                 IF WS-REC-EXPIRE
                    IF WS-RP-ARCHIVE
                       ADD 1 TO WS-ARCH-COUNT
                    ELSE
                       ADD 1 TO WS-DROP-COUNT
                    END-IF
                    IF WS-RP-GUARD-PGM NOT = SPACES
                       AND WS-CYCLE-DATE > WS-LAST-CHECK
                       AND NOT WS-DATASET-REFUSED
                       PERFORM REFUSE-FOR-READER
                    END-IF
                 ELSE
                    ADD 1 TO WS-KEEP-COUNT
                 END-IF
              END-IF
           END-PERFORM
           CLOSE LIVE-FILE.

       REFUSE-FOR-READER SECTION.
           SET WS-DATASET-REFUSED TO TRUE
           MOVE SPACES TO WS-REFUSE-REASON
           STRING 'RECORDS PAST CUTOFF NEWER THAN LAST '
              WS-RP-GUARD-PGM ' RUN ' WS-LAST-CHECK
              DELIMITED BY SIZE INTO WS-REFUSE-REASON
           END-STRING.

       CLASSIFY-RECORD SECTION.
           PERFORM TRACK-RECORD-STATE
           IF WS-REC-IS-HEADER
              SET WS-REC-HEADER TO TRUE
           ELSE
              SET WS-REC-KEEP TO TRUE
              IF WS-RP-BY-CYCLES
                 IF WS-CYCLE-NO + WS-RP-KEEP NOT > WS-CYCLE-TOTAL
                    SET WS-REC-EXPIRE TO TRUE
                 END-IF
              ELSE
                 IF WS-CYCLE-SERIAL < WS-CUTOFF-SERIAL
                    SET WS-REC-EXPIRE TO TRUE
                 END-IF
              END-IF
              IF WS-REC-EXPIRE AND WS-RP-KEY-POS > 0
                 MOVE SPACES TO WS-KY-PROBE
                 MOVE LIVE-RECORD(WS-RP-KEY-POS:WS-RP-KEY-LEN)
                    TO WS-KY-PROBE
                 PERFORM FIND-KEY-ENTRY
                 IF WS-KY-FOUND-IX > 0
                    AND WS-KY-LAST-REC(WS-KY-FOUND-IX) = WS-REC-NO
                    SET WS-REC-KEEP TO TRUE
                 END-IF
              END-IF
           END-IF.

       SPLIT-LIVE-FILE SECTION.
      *    Third pass: expired records to the archive (header
      *    records go on both, so each copy reads on its own), the
      *    rest to the work file.
           OPEN INPUT LIVE-FILE
           OPEN OUTPUT WORK-FILE
           IF WS-RP-ARCHIVE
              OPEN OUTPUT ARCHIVE-FILE
           END-IF
           PERFORM RESET-RECORD-STATE
           MOVE 'N' TO WS-LV-EOF
           PERFORM UNTIL WS-LV-AT-EOF
              READ LIVE-FILE
                 AT END MOVE 'Y' TO WS-LV-EOF
              END-READ
              IF NOT WS-LV-AT-EOF
                 PERFORM CLASSIFY-RECORD
                 IF WS-REC-HEADER OR WS-REC-KEEP
                    WRITE WORK-RECORD FROM LIVE-RECORD
                 END-IF
                 IF WS-RP-ARCHIVE
                    AND (WS-REC-HEADER OR WS-REC-EXPIRE)
                    WRITE ARCHIVE-RECORD FROM LIVE-RECORD
                 END-IF
              END-IF
           END-PERFORM
           CLOSE LIVE-FILE
           CLOSE WORK-FILE
           IF WS-RP-ARCHIVE
              CLOSE ARCHIVE-FILE
           END-IF.

       REBUILD-LIVE-FILE SECTION.
           OPEN INPUT WORK-FILE
           OPEN OUTPUT LIVE-FILE
           MOVE 'N' TO WS-WK-EOF
           PERFORM UNTIL WS-WK-AT-EOF
              READ WORK-FILE
                 AT END MOVE 'Y' TO WS-WK-EOF
              END-READ
              IF NOT WS-WK-AT-EOF
                 WRITE LIVE-RECORD FROM WORK-RECORD
                 ADD 1 TO WS-SAVED-COUNT
              END-IF
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE LIVE-FILE.

       REBASE-BALANCE SECTION.
      *    A print file balanced on its whole-file record count
      *    (ISOGRPT) would fail its next balance check once
      *    trimmed, so a fresh control record carrying the trimmed
      *    count goes on the balancing file. Only meaningful where
      *    the agreed hash is the record count itself.
           IF WS-RP-BAL-NAME NOT = SPACES
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              ACCEPT WS-CURRENT-TIME FROM TIME
              MOVE SPACES TO CTL-RECORD
              MOVE WS-JOB-NAME TO CTL-PROGRAM-ID
              MOVE WS-RP-BAL-NAME TO CTL-FILE-NAME
              MOVE WS-CURRENT-DATE TO CTL-DATE
              MOVE WS-CURRENT-TIME TO CTL-TIME
              MOVE WS-SAVED-COUNT TO CTL-REC-COUNT
              MOVE WS-SAVED-COUNT TO CTL-HASH-TOTAL
              OPEN EXTEND BALANCE-FILE
              IF WS-BL-STATUS = '05' OR WS-BL-STATUS = '35'
                 OPEN OUTPUT BALANCE-FILE
              END-IF
              WRITE BALANCE-RECORD FROM CTL-RECORD
              CLOSE BALANCE-FILE
           END-IF.

       WRITE-RETAIN-REPORT SECTION.
           IF WS-RP-BY-DAYS
              MOVE 'DAYS' TO WS-UNIT-TEXT
           ELSE
              MOVE 'CYCLES' TO WS-UNIT-TEXT
           END-IF
           IF WS-RP-DROP
              MOVE 'DROPPED' TO WS-ACTION-TEXT
           ELSE
              MOVE 'ARCHIVED' TO WS-ACTION-TEXT
           END-IF
           OPEN EXTEND RETAIN-REPORT
           IF WS-RR-STATUS = '05' OR WS-RR-STATUS = '35'
              OPEN OUTPUT RETAIN-REPORT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-POLICY-ERROR NOT = SPACES
              STRING 'RETENTION - ' WS-DATASET
                 ' RUN ' WS-START-DATE
                 '  POLICY ERROR - ' WS-POLICY-ERROR
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE RETAIN-REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
              STRING 'RETENTION - ' WS-DATASET
                 ' RUN ' WS-START-DATE
                 '  KEEP ' WS-RP-KEEP ' ' WS-UNIT-TEXT
                 '  EXPIRED DATA ' WS-ACTION-TEXT
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE RETAIN-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  RECORDS IN: ' WS-IN-COUNT
                 '  KEPT: ' WS-KEEP-COUNT
                 '  ARCHIVED: ' WS-ARCH-COUNT
                 '  DROPPED: ' WS-DROP-COUNT
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE RETAIN-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              EVALUATE TRUE
                 WHEN RETURN-CODE >= 8
                    MOVE '  LIVE DATASET NOT AVAILABLE - NOT TRIMMED'
                       TO WS-REPORT-LINE
                 WHEN WS-DATASET-REFUSED
                    STRING '  REFUSED - ' WS-REFUSE-REASON
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                    END-STRING
                 WHEN WS-ARCH-COUNT + WS-DROP-COUNT = 0
                    MOVE '  NOTHING PAST CUTOFF - LIVE COPY UNCHANGED'
                       TO WS-REPORT-LINE
                 WHEN OTHER
                    STRING '  LIVE COPY REWRITTEN WITH '
                       WS-SAVED-COUNT ' RECORDS'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                    END-STRING
              END-EVALUATE
              WRITE RETAIN-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           CLOSE RETAIN-REPORT.

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
           OPEN EXTEND RETAIN-EXCEPT
           IF WS-EX-STATUS = '05' OR WS-EX-STATUS = '35'
              OPEN OUTPUT RETAIN-EXCEPT
           END-IF
           WRITE RETAIN-EXCEPT-RECORD FROM EXCEPTION-RECORD
           CLOSE RETAIN-EXCEPT
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
