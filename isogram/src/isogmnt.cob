       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISOGMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PHRASE-TRANS ASSIGN TO "ISOGTRN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MT-STATUS.
           SELECT PHRASE-MASTER ASSIGN TO "ISOGMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PM-NORM-PHRASE
              FILE STATUS IS WS-PM-STATUS.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PL-PLAYER-ID
              FILE STATUS IS WS-PL-STATUS.
           SELECT LEXICON-FILE ASSIGN TO "ISOGLEX"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LX-STATUS.
           SELECT CONTROL-CARD ASSIGN TO "ISOGMCRD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CC-STATUS.
           SELECT CORRECTION-AUDIT ASSIGN TO "YACHTAUD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AU-STATUS.
           SELECT MAINT-REPORT ASSIGN TO "ISOGMDSP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MR-STATUS.
           SELECT JOB-RUN-LOG ASSIGN TO "JOBRLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PHRASE-TRANS.
       01  PHRASE-TRANS-RECORD.
           05 MT-ACTION        PIC X(4).
              88 MT-WITHDRAW   VALUE 'WDRW'.
              88 MT-REINSTATE  VALUE 'RINS'.
              88 MT-RECREDIT   VALUE 'RCRD'.
              88 MT-CORRECT    VALUE 'CTXT'.
           05 MT-SUBMITTER     PIC X(10).
           05 MT-REASON        PIC X(30).
           05 MT-PHRASE        PIC X(100).
           05 MT-NEW-PHRASE    PIC X(100).
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
       FD  PLAYER-MASTER.
       01  PLAYER-MASTER-RECORD.
           05 PL-PLAYER-ID     PIC X(10).
           05 PL-DISPLAY-NAME  PIC X(30).
           05 PL-JOIN-DATE     PIC 9(8).
           05 PL-STATUS        PIC X.
              88 PL-ACTIVE     VALUE 'A'.
              88 PL-INACTIVE   VALUE 'I'.
              88 PL-GUEST      VALUE 'G'.
           05 PL-EXPIRY-DATE   PIC 9(8).
       FD  LEXICON-FILE.
       01  LEXICON-RECORD.
           05 LX-WORD          PIC X(30).
       FD  CONTROL-CARD.
       01  CONTROL-CARD-RECORD.
           05 CC-DUP-THRESHOLD PIC 99.
           05 CC-LEX-FLAG      PIC X.
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
       FD  MAINT-REPORT.
       01  MAINT-REPORT-RECORD PIC X(132).
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
       01 WS-MT-STATUS     PIC XX.
       01 WS-PM-STATUS     PIC XX.
       01 WS-PL-STATUS     PIC XX.
       01 WS-LX-STATUS     PIC XX.
       01 WS-CC-STATUS     PIC XX.
       01 WS-AU-STATUS     PIC XX.
       01 WS-MR-STATUS     PIC XX.
       01 WS-JRL-STATUS    PIC XX.
       01 WS-JOB-NAME      PIC X(8) VALUE 'ISOGMNT'.
       01 WS-RUN-STATUS    PIC X(8) VALUE 'COMPLETE'.
       COPY "DATEFLDS.cpy".
       01 WS-MT-EOF        PIC X    VALUE 'N'.
          88 WS-MT-AT-EOF           VALUE 'Y'.
       01 WS-LX-EOF        PIC X    VALUE 'N'.
          88 WS-LX-AT-EOF           VALUE 'Y'.
       01 WS-TRANS-COUNT   PIC 9(5) VALUE 0.
       01 WS-APPLY-COUNT   PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT  PIC 9(5) VALUE 0.
       01 WS-REJECT-REASON PIC X(40).
       01 WS-AUD-PHASE     PIC X(6).
       01 WS-AUD-IMAGE     PIC X(40).
       01 WS-DISP-LINE     PIC X(132).
       01 WS-SAVE-RECORD   PIC X(265).
       01 WS-PL-OPEN       PIC X    VALUE 'N'.
          88 WS-PLAYERS-AVAILABLE   VALUE 'Y'.
       01 WS-REG-FLAG      PIC X.
          88 WS-SUBMITTER-REGISTERED VALUE 'Y'.

      *    The publish-time checks, repeated for corrected text:
      *    the same normalization, letter-count tolerance and
      *    lexicon the PUBL run applies.
       01 WS-DUP-THRESHOLD PIC 99    VALUE 2.
       01 WS-LEX-FLAG      PIC X     VALUE 'B'.
          88 WS-LEX-BLOCKS           VALUE 'B'.
       01 WS-LEX-LOADED    PIC X     VALUE 'N'.
          88 WS-LEX-AVAILABLE        VALUE 'Y'.
       01 WS-LEX-MAX       PIC 9(4)  VALUE 2000.
       01 WS-LEX-COUNT     PIC 9(4)  VALUE 0.
       01 WS-LEX-IX        PIC 9(4).
       01 WS-LEX-TABLE.
          05 WS-LEX-WORD   PIC X(30) OCCURS 2000 TIMES.
       01 WS-SUSPECT-FLAG  PIC X     VALUE 'N'.
          88 WS-PHRASE-SUSPECT       VALUE 'Y'.
       01 WS-WORD-WORK     PIC X(30).
       01 WS-WORD-LEN      PIC 99.
       01 WS-WORD-KNOWN    PIC X.
          88 WS-WORD-ON-LEXICON      VALUE 'Y'.
       01 WS-UNKNOWN-WORDS PIC X(90).
       01 WS-UNKNOWN-LEN   PIC 99.
       01 WS-WORD-CHAR     PIC X.
       01 WS-PH-IX         PIC 999.
       01 WS-CHAR-FREQ     PIC 99 OCCURS 256 TIMES VALUE 0.
       01 WS-FREQ-IX       PIC 999.
       01 WS-PHRASE        PIC X(100).
       01 WS-PHRASE-TABLE REDEFINES WS-PHRASE.
          05 WS-CHAR       PIC X(1) OCCURS 100 TIMES.
       01 WS-NORM-PHRASE   PIC X(100).
       01 WS-NORM-TABLE REDEFINES WS-NORM-PHRASE.
          05 WS-NORM-CHAR  PIC X(1) OCCURS 100 TIMES.
       01 WS-PHRASE-LEN    PIC 999.
       01 WS-NORM-LEN      PIC 999.
       01 WS-TRIM-CT       PIC 999.
       01 WS-CURRENT-CHAR  PIC X(1).
       01 WS-ISOGRAM-FLAG  PIC X.
          88 WS-PHRASE-IS-ISOGRAM    VALUE 'Y'.
       01 I                PIC 999.

       PROCEDURE DIVISION.
       ISOGMNT SECTION.
      *    The supported way to change the phrase master after
      *    publication, instead of hand-editing the indexed file.
      *    A transaction file of WDRW / RINS / RCRD / CTXT actions
      *    names each phrase as published (any case or spacing -
      *    it is normalized to the master key) and is applied one
      *    record at a time. A withdrawal stays on the master with
      *    its status, date and reason, so ISOGCRD stops crediting
      *    it, the puzzle selection stops picking it, and a later
      *    PUBL run still sees it as already published; RINS puts
      *    it back. RCRD moves the credit to another registered
      *    submitter (active player or unexpired guest on PLAYMST).
      *    CTXT replaces the text: the new text must pass the same
      *    isogram and lexicon checks as a fresh submission, and
      *    since the master is keyed on the normalized text a real
      *    correction moves the record to its new key. Every
      *    applied change writes before and after images to the
      *    corrections audit file, as PLAYMNT does for the player
      *    master; every transaction gets a disposition line.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM READ-CONTROL-CARD
           OPEN OUTPUT MAINT-REPORT
           OPEN INPUT PHRASE-TRANS
           IF WS-MT-STATUS NOT = '00'
              MOVE 'PHRASE TRANSACTION FILE NOT AVAILABLE'
                 TO WS-DISP-LINE
              WRITE MAINT-REPORT-RECORD FROM WS-DISP-LINE
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN I-O PHRASE-MASTER
              IF WS-PM-STATUS NOT = '00'
                 MOVE 'PHRASE MASTER NOT AVAILABLE'
                    TO WS-DISP-LINE
                 WRITE MAINT-REPORT-RECORD FROM WS-DISP-LINE
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM LOAD-LEXICON
                 OPEN INPUT PLAYER-MASTER
                 IF WS-PL-STATUS = '00'
                    SET WS-PLAYERS-AVAILABLE TO TRUE
                 ELSE
                    MOVE 'NO PLAYER MASTER - RCRD NOT CHECKED'
                       TO WS-DISP-LINE
                    WRITE MAINT-REPORT-RECORD FROM WS-DISP-LINE
                 END-IF
                 PERFORM UNTIL WS-MT-AT-EOF
                    READ PHRASE-TRANS
                       AT END MOVE 'Y' TO WS-MT-EOF
                    END-READ
                    IF NOT WS-MT-AT-EOF
                       ADD 1 TO WS-TRANS-COUNT
                       PERFORM APPLY-ONE-TRANS
                    END-IF
                 END-PERFORM
                 CLOSE PHRASE-MASTER
                 IF WS-PLAYERS-AVAILABLE
                    CLOSE PLAYER-MASTER
                 END-IF
                 MOVE SPACES TO WS-DISP-LINE
                 STRING 'TRANSACTIONS READ: ' WS-TRANS-COUNT
                    ' APPLIED: ' WS-APPLY-COUNT
                    ' REJECTED: ' WS-REJECT-COUNT
                    DELIMITED BY SIZE INTO WS-DISP-LINE
                 END-STRING
                 WRITE MAINT-REPORT-RECORD FROM WS-DISP-LINE
                 IF WS-REJECT-COUNT > 0
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
              CLOSE PHRASE-TRANS
           END-IF
           CLOSE MAINT-REPORT
           PERFORM WRITE-JOB-RUN-LOG
           STOP RUN.

       READ-CONTROL-CARD SECTION.
      *    Letter-count tolerance for corrected text (default 2,
      *    as PUBL) and whether an unknown word blocks the
      *    correction (B, the default) or is only noted (W).
           OPEN INPUT CONTROL-CARD
           IF WS-CC-STATUS = '00'
              READ CONTROL-CARD
                 AT END CONTINUE
                 NOT AT END
                    IF CC-DUP-THRESHOLD IS NUMERIC
                       AND CC-DUP-THRESHOLD NOT = ZERO
                       MOVE CC-DUP-THRESHOLD TO WS-DUP-THRESHOLD
                    END-IF
                    IF CC-LEX-FLAG = 'B' OR CC-LEX-FLAG = 'W'
                       MOVE CC-LEX-FLAG TO WS-LEX-FLAG
                    END-IF
              END-READ
              CLOSE CONTROL-CARD
           END-IF.

       APPLY-ONE-TRANS SECTION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-UNKNOWN-WORDS
           MOVE 0 TO WS-UNKNOWN-LEN
           EVALUATE TRUE
              WHEN MT-PHRASE = SPACES
                 MOVE 'NO PHRASE' TO WS-REJECT-REASON
              WHEN MT-WITHDRAW
                 PERFORM APPLY-WITHDRAW
              WHEN MT-REINSTATE
                 PERFORM APPLY-REINSTATE
              WHEN MT-RECREDIT
                 PERFORM APPLY-RECREDIT
              WHEN MT-CORRECT
                 PERFORM APPLY-CORRECT-TEXT
              WHEN OTHER
                 MOVE 'UNRECOGNIZED ACTION' TO WS-REJECT-REASON
           END-EVALUATE
           PERFORM WRITE-DISPOSITION.

       READ-PHRASE SECTION.
      *    Finds the transaction's phrase on the master by its
      *    normalized form.
           MOVE MT-PHRASE TO WS-PHRASE
           PERFORM NORMALIZE-PHRASE
           MOVE WS-NORM-PHRASE TO PM-NORM-PHRASE
           READ PHRASE-MASTER KEY IS PM-NORM-PHRASE
           IF WS-PM-STATUS NOT = '00'
              MOVE 'PHRASE NOT ON MASTER' TO WS-REJECT-REASON
           END-IF.

       APPLY-WITHDRAW SECTION.
           PERFORM READ-PHRASE
           EVALUATE TRUE
              WHEN WS-REJECT-REASON NOT = SPACES
                 CONTINUE
              WHEN PM-WITHDRAWN
                 MOVE 'PHRASE ALREADY WITHDRAWN' TO WS-REJECT-REASON
              WHEN MT-REASON = SPACES
                 MOVE 'NO WITHDRAWAL REASON' TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM BUILD-MASTER-IMAGE
                 PERFORM WRITE-BEFORE-IMAGE
                 MOVE 'W' TO PM-STATUS
                 MOVE WS-START-DATE TO PM-STATUS-DATE
                 MOVE MT-REASON TO PM-STATUS-REASON
                 REWRITE PHRASE-MASTER-RECORD
                 PERFORM WRITE-AFTER-IMAGE
           END-EVALUATE.

       APPLY-REINSTATE SECTION.
           PERFORM READ-PHRASE
           EVALUATE TRUE
              WHEN WS-REJECT-REASON NOT = SPACES
                 CONTINUE
              WHEN NOT PM-WITHDRAWN
                 MOVE 'PHRASE NOT WITHDRAWN' TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM BUILD-MASTER-IMAGE
                 PERFORM WRITE-BEFORE-IMAGE
                 MOVE SPACE TO PM-STATUS
                 MOVE WS-START-DATE TO PM-STATUS-DATE
                 MOVE MT-REASON TO PM-STATUS-REASON
                 REWRITE PHRASE-MASTER-RECORD
                 PERFORM WRITE-AFTER-IMAGE
           END-EVALUATE.

       APPLY-RECREDIT SECTION.
      *    The new submitter must be registered on the player
      *    master, the same test PUBL applies to a submission.
           PERFORM READ-PHRASE
           IF WS-REJECT-REASON = SPACES
              PERFORM CHECK-SUBMITTER
           END-IF
           EVALUATE TRUE
              WHEN WS-REJECT-REASON NOT = SPACES
                 CONTINUE
              WHEN MT-SUBMITTER = SPACES
                 MOVE 'NO REPLACEMENT SUBMITTER' TO WS-REJECT-REASON
              WHEN NOT WS-SUBMITTER-REGISTERED
                 MOVE 'SUBMITTER NOT REGISTERED' TO WS-REJECT-REASON
              WHEN MT-SUBMITTER = PM-SUBMITTER
                 MOVE 'ALREADY CREDITED TO SUBMITTER'
                    TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM BUILD-MASTER-IMAGE
                 PERFORM WRITE-BEFORE-IMAGE
                 MOVE MT-SUBMITTER TO PM-SUBMITTER
                 REWRITE PHRASE-MASTER-RECORD
                 PERFORM WRITE-AFTER-IMAGE
           END-EVALUATE.

       CHECK-SUBMITTER SECTION.
      *    Active player, or guest not yet expired on the run date.
      *    No player master on hand means no check, as in PUBL.
           MOVE 'N' TO WS-REG-FLAG
           IF NOT WS-PLAYERS-AVAILABLE
              SET WS-SUBMITTER-REGISTERED TO TRUE
           ELSE
              IF MT-SUBMITTER NOT = SPACES
                 MOVE SPACES TO PL-PLAYER-ID
                 MOVE MT-SUBMITTER TO PL-PLAYER-ID
                 READ PLAYER-MASTER KEY IS PL-PLAYER-ID
                 IF WS-PL-STATUS = '00'
                    IF PL-ACTIVE
                       OR (PL-GUEST AND WS-START-DATE <= PL-EXPIRY-DATE)
                       SET WS-SUBMITTER-REGISTERED TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

       APPLY-CORRECT-TEXT SECTION.
      *    The corrected text is checked before the master is
      *    touched. Same normalized form: only the text as printed
      *    changes. New normalized form: the record moves to the
      *    new key with everything else it carried, provided no
      *    other phrase is already published under it.
           IF MT-NEW-PHRASE = SPACES
              MOVE 'NO CORRECTED TEXT' TO WS-REJECT-REASON
           ELSE
              PERFORM READ-PHRASE
           END-IF
           IF WS-REJECT-REASON = SPACES
              MOVE PHRASE-MASTER-RECORD TO WS-SAVE-RECORD
              PERFORM CHECK-NEW-TEXT
           END-IF
           IF WS-REJECT-REASON = SPACES
              MOVE WS-SAVE-RECORD TO PHRASE-MASTER-RECORD
              IF WS-NORM-PHRASE = PM-NORM-PHRASE
                 PERFORM BUILD-MASTER-IMAGE
                 PERFORM WRITE-BEFORE-IMAGE
                 MOVE MT-NEW-PHRASE TO PM-ORIG-PHRASE
                 REWRITE PHRASE-MASTER-RECORD
                 PERFORM WRITE-AFTER-IMAGE
              ELSE
                 MOVE WS-NORM-PHRASE TO PM-NORM-PHRASE
                 READ PHRASE-MASTER KEY IS PM-NORM-PHRASE
                 IF WS-PM-STATUS = '00'
                    MOVE 'CORRECTED PHRASE ALREADY PUBLISHED'
                       TO WS-REJECT-REASON
                 ELSE
                    PERFORM MOVE-TO-NEW-KEY
                 END-IF
              END-IF
           END-IF.

       CHECK-NEW-TEXT SECTION.
           MOVE MT-NEW-PHRASE TO WS-PHRASE
           PERFORM NORMALIZE-PHRASE
           PERFORM BUILD-CHAR-FREQ
           SET WS-PHRASE-IS-ISOGRAM TO TRUE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NORM-LEN
              IF WS-CHAR-FREQ(FUNCTION ORD(WS-NORM-CHAR(I)))
                 > WS-DUP-THRESHOLD
                 MOVE 'N' TO WS-ISOGRAM-FLAG
              END-IF
           END-PERFORM
           IF NOT WS-PHRASE-IS-ISOGRAM
              MOVE 'CORRECTED TEXT IS NOT AN ISOGRAM'
                 TO WS-REJECT-REASON
           ELSE
              PERFORM CHECK-LEXICON
              IF WS-PHRASE-SUSPECT AND WS-LEX-BLOCKS
                 MOVE 'CORRECTED TEXT HAS UNKNOWN WORDS'
                    TO WS-REJECT-REASON
              END-IF
           END-IF.

       MOVE-TO-NEW-KEY SECTION.
           MOVE WS-SAVE-RECORD TO PHRASE-MASTER-RECORD
           PERFORM BUILD-MASTER-IMAGE
           PERFORM WRITE-BEFORE-IMAGE
           DELETE PHRASE-MASTER RECORD
           IF WS-PM-STATUS NOT = '00'
              MOVE 'MASTER DELETE FAILED' TO WS-REJECT-REASON
           ELSE
              MOVE WS-NORM-PHRASE TO PM-NORM-PHRASE
              MOVE MT-NEW-PHRASE TO PM-ORIG-PHRASE
              WRITE PHRASE-MASTER-RECORD
              IF WS-PM-STATUS NOT = '00'
                 MOVE 'MASTER WRITE FAILED' TO WS-REJECT-REASON
              END-IF
              PERFORM WRITE-AFTER-IMAGE
           END-IF.

       LOAD-LEXICON SECTION.
      *    The accepted-word list, folded to upper case on the way
      *    in. No lexicon file means no word check, as in PUBL.
           OPEN INPUT LEXICON-FILE
           IF WS-LX-STATUS = '00'
              SET WS-LEX-AVAILABLE TO TRUE
              PERFORM UNTIL WS-LX-AT-EOF
                 READ LEXICON-FILE
                    AT END MOVE 'Y' TO WS-LX-EOF
                 END-READ
                 IF NOT WS-LX-AT-EOF
                    AND LX-WORD NOT = SPACES
                    AND WS-LEX-COUNT < WS-LEX-MAX
                    ADD 1 TO WS-LEX-COUNT
                    MOVE FUNCTION UPPER-CASE(LX-WORD)
                       TO WS-LEX-WORD(WS-LEX-COUNT)
                 END-IF
              END-PERFORM
              CLOSE LEXICON-FILE
           END-IF.

       CHECK-LEXICON SECTION.
      *    Splits the corrected text on its spaces and checks each
      *    word against the lexicon, collecting the unknown ones
      *    for the disposition line.
           MOVE 'N' TO WS-SUSPECT-FLAG
           MOVE SPACES TO WS-UNKNOWN-WORDS
           MOVE 0 TO WS-UNKNOWN-LEN
           IF WS-LEX-AVAILABLE
              MOVE SPACES TO WS-WORD-WORK
              MOVE 0 TO WS-WORD-LEN
              PERFORM VARYING WS-PH-IX FROM 1 BY 1
                 UNTIL WS-PH-IX > 100
                 MOVE MT-NEW-PHRASE(WS-PH-IX:1) TO WS-WORD-CHAR
                 IF WS-WORD-CHAR = SPACE
                    IF WS-WORD-LEN > 0
                       PERFORM CHECK-ONE-WORD
                       MOVE SPACES TO WS-WORD-WORK
                       MOVE 0 TO WS-WORD-LEN
                    END-IF
                 ELSE
                    IF WS-WORD-CHAR NOT = '-'
                       AND WS-WORD-CHAR NOT = "'"
                       AND WS-WORD-LEN < 30
                       ADD 1 TO WS-WORD-LEN
                       MOVE FUNCTION UPPER-CASE(WS-WORD-CHAR)
                          TO WS-WORD-WORK(WS-WORD-LEN:1)
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-WORD-LEN > 0
                 PERFORM CHECK-ONE-WORD
              END-IF
           END-IF.

       CHECK-ONE-WORD SECTION.
           MOVE 'N' TO WS-WORD-KNOWN
           PERFORM VARYING WS-LEX-IX FROM 1 BY 1
              UNTIL WS-LEX-IX > WS-LEX-COUNT
              IF WS-LEX-WORD(WS-LEX-IX) = WS-WORD-WORK
                 SET WS-WORD-ON-LEXICON TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-WORD-ON-LEXICON
              SET WS-PHRASE-SUSPECT TO TRUE
              IF WS-UNKNOWN-LEN + WS-WORD-LEN + 1 <= 90
                 IF WS-UNKNOWN-LEN > 0
                    ADD 1 TO WS-UNKNOWN-LEN
                 END-IF
                 MOVE WS-WORD-WORK(1:WS-WORD-LEN) TO
                    WS-UNKNOWN-WORDS(WS-UNKNOWN-LEN + 1:WS-WORD-LEN)
                 ADD WS-WORD-LEN TO WS-UNKNOWN-LEN
              END-IF
           END-IF.

       BUILD-CHAR-FREQ SECTION.
           PERFORM VARYING WS-FREQ-IX FROM 1 BY 1 UNTIL WS-FREQ-IX > 256
              MOVE 0 TO WS-CHAR-FREQ(WS-FREQ-IX)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NORM-LEN
              ADD 1 TO WS-CHAR-FREQ(FUNCTION ORD(WS-NORM-CHAR(I)))
           END-PERFORM.

       NORMALIZE-PHRASE SECTION.
      *    The master key form: folded to upper case and stripped
      *    of spaces, hyphens and apostrophes, as PUBL keys it.
           MOVE 0 TO WS-TRIM-CT
           INSPECT FUNCTION REVERSE(WS-PHRASE) TALLYING WS-TRIM-CT
              FOR LEADING SPACES
           SUBTRACT WS-TRIM-CT FROM LENGTH OF WS-PHRASE
              GIVING WS-PHRASE-LEN
           IF WS-PHRASE-LEN = 0
              MOVE 1 TO WS-PHRASE-LEN
           END-IF
           MOVE SPACES TO WS-NORM-PHRASE
           MOVE 0 TO WS-NORM-LEN
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PHRASE-LEN
              MOVE WS-CHAR(I) TO WS-CURRENT-CHAR
              IF WS-CURRENT-CHAR NOT = SPACE AND
                 WS-CURRENT-CHAR NOT = '-' AND
                 WS-CURRENT-CHAR NOT = "'"
                 ADD 1 TO WS-NORM-LEN
                 MOVE FUNCTION UPPER-CASE(WS-CURRENT-CHAR)
                    TO WS-NORM-CHAR(WS-NORM-LEN)
              END-IF
           END-PERFORM
           IF WS-NORM-LEN = 0
              MOVE 1 TO WS-NORM-LEN
           END-IF.

       BUILD-MASTER-IMAGE SECTION.
      *    The 40-byte audit image carries what a reviewer checks:
      *    phrase ID and status, then whatever the transaction
      *    changes - the reason for a withdrawal or reinstatement,
      *    the front of the printed text for a correction, and the
      *    submitter with the front of the key for a recredit.
           MOVE SPACES TO WS-AUD-IMAGE
           EVALUATE TRUE
              WHEN MT-WITHDRAW OR MT-REINSTATE
                 STRING PM-PHRASE-ID ' ' PM-STATUS ' '
                    PM-STATUS-REASON(1:29)
                    DELIMITED BY SIZE INTO WS-AUD-IMAGE
                 END-STRING
              WHEN MT-CORRECT
                 STRING PM-PHRASE-ID ' ' PM-STATUS ' '
                    PM-ORIG-PHRASE(1:29)
                    DELIMITED BY SIZE INTO WS-AUD-IMAGE
                 END-STRING
              WHEN OTHER
                 STRING PM-PHRASE-ID ' ' PM-STATUS ' ' PM-SUBMITTER
                    ' ' PM-NORM-PHRASE(1:18)
                    DELIMITED BY SIZE INTO WS-AUD-IMAGE
                 END-STRING
           END-EVALUATE.

       WRITE-BEFORE-IMAGE SECTION.
           MOVE 'BEFORE' TO WS-AUD-PHASE
           PERFORM WRITE-AUDIT-IMAGE.

       WRITE-AFTER-IMAGE SECTION.
           PERFORM BUILD-MASTER-IMAGE
           MOVE 'AFTER' TO WS-AUD-PHASE
           PERFORM WRITE-AUDIT-IMAGE
           ADD 1 TO WS-APPLY-COUNT.

       WRITE-AUDIT-IMAGE SECTION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO CORRECTION-AUDIT-RECORD
           MOVE WS-CURRENT-DATE TO AUD-RUN-DATE
           MOVE WS-CURRENT-TIME TO AUD-RUN-TIME
           MOVE 'ISOGMST' TO AUD-FILE-NAME
           MOVE WS-AUD-PHASE TO AUD-PHASE
           MOVE WS-AUD-IMAGE TO AUD-IMAGE
           OPEN EXTEND CORRECTION-AUDIT
           IF WS-AU-STATUS = '05' OR WS-AU-STATUS = '35'
              OPEN OUTPUT CORRECTION-AUDIT
           END-IF
           WRITE CORRECTION-AUDIT-RECORD
           CLOSE CORRECTION-AUDIT.

       WRITE-DISPOSITION SECTION.
           MOVE SPACES TO WS-DISP-LINE
           IF WS-REJECT-REASON = SPACES
              STRING MT-ACTION ' ' MT-PHRASE(1:40) ' APPLIED'
                 DELIMITED BY SIZE INTO WS-DISP-LINE
              END-STRING
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              STRING MT-ACTION ' ' MT-PHRASE(1:40)
                 ' REJECTED - ' WS-REJECT-REASON
                 DELIMITED BY SIZE INTO WS-DISP-LINE
              END-STRING
           END-IF
           WRITE MAINT-REPORT-RECORD FROM WS-DISP-LINE
           IF WS-UNKNOWN-LEN > 0
              MOVE SPACES TO WS-DISP-LINE
              STRING '     UNKNOWN WORDS: '
                 WS-UNKNOWN-WORDS(1:WS-UNKNOWN-LEN)
                 DELIMITED BY SIZE INTO WS-DISP-LINE
              END-STRING
              WRITE MAINT-REPORT-RECORD FROM WS-DISP-LINE
           END-IF.

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
