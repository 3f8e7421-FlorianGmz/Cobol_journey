       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISOGQUAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBMIT-HISTORY ASSIGN TO "ISOGHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SH-STATUS.
           SELECT QUALITY-REPORT ASSIGN TO "QUALRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-QR-STATUS.
           SELECT CONTROL-CARD ASSIGN TO "QUALCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CC-STATUS.
           SELECT JOB-RUN-LOG ASSIGN TO "JOBRLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUBMIT-HISTORY.
       01  SUBMIT-HISTORY-RECORD.
           05 SH-RUN-DATE      PIC 9(8).
           05 SH-MODE          PIC X(4).
           05 SH-SUBMITTER     PIC X(10).
           05 SH-PHRASE-ID     PIC X(8).
           05 SH-VERDICT       PIC X(9).
           05 SH-ACCEPTED      PIC X.
              88 SH-WAS-ACCEPTED VALUE 'Y'.
           05 SH-REJ-REASON    PIC X(17).
       FD  QUALITY-REPORT.
       01  QUALITY-REPORT-RECORD PIC X(132).
       FD  CONTROL-CARD.
       01  CONTROL-CARD-RECORD.
           05 CC-QUAL-MONTH    PIC 9(6).
           05 CC-REJECT-PCT    PIC 9(3).
           05 CC-MODE          PIC X(4).
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
       01 WS-SH-STATUS     PIC XX.
       01 WS-QR-STATUS     PIC XX.
       01 WS-CC-STATUS     PIC XX.
       01 WS-JRL-STATUS    PIC XX.
       01 WS-JOB-NAME      PIC X(8) VALUE 'ISOGQUAL'.
       01 WS-RUN-STATUS    PIC X(8) VALUE 'COMPLETE'.
       COPY "DATEFLDS.cpy".
       01 WS-SH-EOF        PIC X    VALUE 'N'.
          88 WS-SH-AT-EOF           VALUE 'Y'.
       01 WS-QUAL-MONTH    PIC 9(6) VALUE 0.
       01 WS-REJECT-PCT    PIC 9(3) VALUE 50.
       01 WS-MODE          PIC X(4) VALUE SPACES.
       01 WS-RUN-MONTH     PIC 9(6).

       01 WS-SUB-MAX       PIC 999  VALUE 200.
       01 WS-SUB-COUNT     PIC 999  VALUE 0.
       01 WS-SUB-IX        PIC 999.
       01 WS-SUB-JX        PIC 999.
       01 WS-SUB-FOUND-IX  PIC 999.
       01 WS-SUB-DROPPED   PIC 9(5) VALUE 0.
       01 WS-SUB-TABLE.
          05 WS-SUB-ENTRY OCCURS 200 TIMES.
             10 WS-SUB-NAME     PIC X(10).
             10 WS-SUB-SUBMITS  PIC 9(5).
             10 WS-SUB-ACCEPTS  PIC 9(5).
             10 WS-SUB-NOT-ISOG PIC 9(5).
             10 WS-SUB-SUSPECT  PIC 9(5).
             10 WS-SUB-PUBLISHD PIC 9(5).
             10 WS-SUB-UNKNOWN  PIC 9(5).
             10 WS-SUB-OTHER    PIC 9(5).
             10 WS-SUB-RATE     PIC 9(3).
             10 WS-SUB-FLAG     PIC X.
                88 WS-SUB-FLAGGED      VALUE 'Y'.
       01 WS-SUB-SWAP      PIC X(49).
       01 WS-SUB-SWAPPED   PIC X.
          88 WS-SUB-SWAP-DONE       VALUE 'Y'.
       01 WS-REJECTS       PIC 9(5).
       01 WS-REJECT-RATE   PIC 9(3).
       01 WS-FLAG-COUNT    PIC 9(5) VALUE 0.
       01 WS-TOT-SUBMITS   PIC 9(7) VALUE 0.
       01 WS-TOT-ACCEPTS   PIC 9(7) VALUE 0.

       01 WS-REPORT-LINE   PIC X(132).
       01 WS-HEAD-LINE.
          05 FILLER PIC X(12) VALUE 'SUBMITTER'.
          05 FILLER PIC X(8)  VALUE '  SUBMIT'.
          05 FILLER PIC X(8)  VALUE '  ACCEPT'.
          05 FILLER PIC X(8)  VALUE ' NOT ISO'.
          05 FILLER PIC X(8)  VALUE ' SUSPECT'.
          05 FILLER PIC X(8)  VALUE '  PUBLSH'.
          05 FILLER PIC X(8)  VALUE ' UNKNOWN'.
          05 FILLER PIC X(8)  VALUE '   OTHER'.
          05 FILLER PIC X(8)  VALUE '  ACPT %'.
       01 WS-DETAIL-LINE.
          05 WS-DL-NAME     PIC X(10).
          05 FILLER         PIC X(2) VALUE SPACES.
          05 WS-DL-SUBMITS  PIC ZZZZZZZ9.
          05 WS-DL-ACCEPTS  PIC ZZZZZZZ9.
          05 WS-DL-NOT-ISOG PIC ZZZZZZZ9.
          05 WS-DL-SUSPECT  PIC ZZZZZZZ9.
          05 WS-DL-PUBLISHD PIC ZZZZZZZ9.
          05 WS-DL-UNKNOWN  PIC ZZZZZZZ9.
          05 WS-DL-OTHER    PIC ZZZZZZZ9.
          05 FILLER         PIC X(5) VALUE SPACES.
          05 WS-DL-RATE     PIC ZZ9.
          05 FILLER         PIC X(2) VALUE SPACES.
          05 WS-DL-FLAG     PIC X(20).
       01 WS-ED-PCT        PIC ZZ9.
       01 WS-ED-COUNT      PIC ZZZZZZ9.
       01 WS-ED-COUNT2     PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       ISOGQUAL SECTION.
      *    Monthly submitter quality off the submission history
      *    ISOGRAM appends to in batch and publish modes (contest
      *    entries are not written to it; a contest's top entry
      *    shows once, as the PUBL submission that publishes it,
      *    credited to the player). Per submitter: phrases
      *    submitted, accepted, and rejected by reason - not an
      *    isogram, lexicon suspect (only where
      *    the suspect actually blocked the phrase), already
      *    published, unknown submitter, or any other front-door
      *    reject - with the acceptance rate. A submitter whose
      *    rejection rate is over the card threshold is flagged
      *    and the step ends RC 4, so the puzzle team gets a
      *    short list of people to talk to. The card names the
      *    month (YYYYMM; zero or absent reports the whole
      *    history, as ISOGCRD does), the threshold percent
      *    (default 50) and optionally one mode (BACH or PUBL) so
      *    a list checked in batch and then published is not
      *    counted twice.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM READ-CONTROL-CARD
           OPEN OUTPUT QUALITY-REPORT
           OPEN INPUT SUBMIT-HISTORY
           IF WS-SH-STATUS NOT = '00'
              MOVE 'SUBMISSION HISTORY NOT AVAILABLE'
                 TO WS-REPORT-LINE
              WRITE QUALITY-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE 8 TO RETURN-CODE
              MOVE 'FAILED' TO WS-RUN-STATUS
           ELSE
              PERFORM TALLY-SUBMISSIONS
              CLOSE SUBMIT-HISTORY
              PERFORM RATE-SUBMITTERS
              PERFORM RANK-SUBMITTERS
              PERFORM PRINT-QUALITY-REPORT
              IF WS-FLAG-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           CLOSE QUALITY-REPORT
           PERFORM WRITE-JOB-RUN-LOG
           STOP RUN.

       READ-CONTROL-CARD SECTION.
           OPEN INPUT CONTROL-CARD
           IF WS-CC-STATUS = '00'
              READ CONTROL-CARD
                 AT END CONTINUE
                 NOT AT END
                    IF CC-QUAL-MONTH IS NUMERIC
                       AND CC-QUAL-MONTH NOT = ZERO
                       MOVE CC-QUAL-MONTH TO WS-QUAL-MONTH
                    END-IF
                    IF CC-REJECT-PCT IS NUMERIC
                       AND CC-REJECT-PCT NOT = ZERO
                       AND CC-REJECT-PCT <= 100
                       MOVE CC-REJECT-PCT TO WS-REJECT-PCT
                    END-IF
                    IF CC-MODE = 'BACH' OR CC-MODE = 'PUBL'
                       MOVE CC-MODE TO WS-MODE
                    END-IF
              END-READ
              CLOSE CONTROL-CARD
           END-IF.

       TALLY-SUBMISSIONS SECTION.
           PERFORM UNTIL WS-SH-AT-EOF
              READ SUBMIT-HISTORY
                 AT END MOVE 'Y' TO WS-SH-EOF
              END-READ
              IF NOT WS-SH-AT-EOF
                 MOVE SH-RUN-DATE(1:6) TO WS-RUN-MONTH
                 IF (WS-QUAL-MONTH = 0
                     OR WS-RUN-MONTH = WS-QUAL-MONTH)
                    AND (WS-MODE = SPACES OR SH-MODE = WS-MODE)
                    PERFORM TALLY-ONE-SUBMISSION
                 END-IF
              END-IF
           END-PERFORM.

       TALLY-ONE-SUBMISSION SECTION.
           MOVE 0 TO WS-SUB-FOUND-IX
           PERFORM VARYING WS-SUB-IX FROM 1 BY 1
              UNTIL WS-SUB-IX > WS-SUB-COUNT
              IF WS-SUB-NAME(WS-SUB-IX) = SH-SUBMITTER
                 MOVE WS-SUB-IX TO WS-SUB-FOUND-IX
              END-IF
           END-PERFORM
           IF WS-SUB-FOUND-IX = 0 AND WS-SUB-COUNT < WS-SUB-MAX
              ADD 1 TO WS-SUB-COUNT
              MOVE WS-SUB-COUNT TO WS-SUB-FOUND-IX
              MOVE SH-SUBMITTER TO WS-SUB-NAME(WS-SUB-FOUND-IX)
              MOVE 0 TO WS-SUB-SUBMITS(WS-SUB-FOUND-IX)
              MOVE 0 TO WS-SUB-ACCEPTS(WS-SUB-FOUND-IX)
              MOVE 0 TO WS-SUB-NOT-ISOG(WS-SUB-FOUND-IX)
              MOVE 0 TO WS-SUB-SUSPECT(WS-SUB-FOUND-IX)
              MOVE 0 TO WS-SUB-PUBLISHD(WS-SUB-FOUND-IX)
              MOVE 0 TO WS-SUB-UNKNOWN(WS-SUB-FOUND-IX)
              MOVE 0 TO WS-SUB-OTHER(WS-SUB-FOUND-IX)
              MOVE 0 TO WS-SUB-RATE(WS-SUB-FOUND-IX)
              MOVE 'N' TO WS-SUB-FLAG(WS-SUB-FOUND-IX)
           END-IF
           IF WS-SUB-FOUND-IX = 0
              ADD 1 TO WS-SUB-DROPPED
           ELSE
              ADD 1 TO WS-SUB-SUBMITS(WS-SUB-FOUND-IX)
              EVALUATE TRUE
                 WHEN SH-WAS-ACCEPTED
                    ADD 1 TO WS-SUB-ACCEPTS(WS-SUB-FOUND-IX)
                 WHEN SH-VERDICT = 'FAIL'
                    ADD 1 TO WS-SUB-NOT-ISOG(WS-SUB-FOUND-IX)
                 WHEN SH-VERDICT = 'SUSPECT'
                    ADD 1 TO WS-SUB-SUSPECT(WS-SUB-FOUND-IX)
                 WHEN SH-VERDICT = 'DUPLICATE'
                    ADD 1 TO WS-SUB-PUBLISHD(WS-SUB-FOUND-IX)
                 WHEN SH-REJ-REASON = 'UNKNOWN SUBMITTER'
                    ADD 1 TO WS-SUB-UNKNOWN(WS-SUB-FOUND-IX)
                 WHEN OTHER
                    ADD 1 TO WS-SUB-OTHER(WS-SUB-FOUND-IX)
              END-EVALUATE
           END-IF.

       RATE-SUBMITTERS SECTION.
      *    Acceptance rate rounded to the whole percent; the flag
      *    goes on the rejection rate, its complement, so a
      *    threshold of 50 flags anyone with more rejected than
      *    accepted.
           PERFORM VARYING WS-SUB-IX FROM 1 BY 1
              UNTIL WS-SUB-IX > WS-SUB-COUNT
              ADD WS-SUB-SUBMITS(WS-SUB-IX) TO WS-TOT-SUBMITS
              ADD WS-SUB-ACCEPTS(WS-SUB-IX) TO WS-TOT-ACCEPTS
              COMPUTE WS-SUB-RATE(WS-SUB-IX) ROUNDED =
                 WS-SUB-ACCEPTS(WS-SUB-IX) * 100
                 / WS-SUB-SUBMITS(WS-SUB-IX)
              SUBTRACT WS-SUB-ACCEPTS(WS-SUB-IX)
                 FROM WS-SUB-SUBMITS(WS-SUB-IX) GIVING WS-REJECTS
              COMPUTE WS-REJECT-RATE ROUNDED =
                 WS-REJECTS * 100 / WS-SUB-SUBMITS(WS-SUB-IX)
              IF WS-REJECT-RATE > WS-REJECT-PCT
                 MOVE 'Y' TO WS-SUB-FLAG(WS-SUB-IX)
                 ADD 1 TO WS-FLAG-COUNT
              END-IF
           END-PERFORM.

       RANK-SUBMITTERS SECTION.
      *    Busiest submitters first, as on the credit report.
           SET WS-SUB-SWAP-DONE TO TRUE
           PERFORM UNTIL NOT WS-SUB-SWAP-DONE
              MOVE 'N' TO WS-SUB-SWAPPED
              PERFORM VARYING WS-SUB-IX FROM 1 BY 1
                 UNTIL WS-SUB-IX >= WS-SUB-COUNT
                 ADD 1 WS-SUB-IX GIVING WS-SUB-JX
                 IF WS-SUB-SUBMITS(WS-SUB-JX)
                    > WS-SUB-SUBMITS(WS-SUB-IX)
                    MOVE WS-SUB-ENTRY(WS-SUB-IX) TO WS-SUB-SWAP
                    MOVE WS-SUB-ENTRY(WS-SUB-JX)
                       TO WS-SUB-ENTRY(WS-SUB-IX)
                    MOVE WS-SUB-SWAP TO WS-SUB-ENTRY(WS-SUB-JX)
                    SET WS-SUB-SWAP-DONE TO TRUE
                 END-IF
              END-PERFORM
           END-PERFORM.

       PRINT-QUALITY-REPORT SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-QUAL-MONTH = 0
              MOVE 'SUBMITTER QUALITY - ALL MONTHS' TO WS-REPORT-LINE
           ELSE
              STRING 'SUBMITTER QUALITY FOR ' WS-QUAL-MONTH
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           END-IF
           WRITE QUALITY-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-REJECT-PCT TO WS-ED-PCT
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-MODE = SPACES
              STRING 'FLAGGED WHEN REJECTION RATE OVER ' WS-ED-PCT
                 '%   MODES: ALL'
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING 'FLAGGED WHEN REJECTION RATE OVER ' WS-ED-PCT
                 '%   MODE: ' WS-MODE
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           END-IF
           WRITE QUALITY-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE QUALITY-REPORT-RECORD FROM WS-REPORT-LINE
           WRITE QUALITY-REPORT-RECORD FROM WS-HEAD-LINE
           PERFORM VARYING WS-SUB-IX FROM 1 BY 1
              UNTIL WS-SUB-IX > WS-SUB-COUNT
              PERFORM PRINT-SUBMITTER-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-SUB-COUNT = 0
              MOVE 'NO SUBMISSIONS IN THE PERIOD' TO WS-REPORT-LINE
              WRITE QUALITY-REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
              WRITE QUALITY-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE WS-TOT-SUBMITS TO WS-ED-COUNT
              MOVE WS-TOT-ACCEPTS TO WS-ED-COUNT2
              STRING 'TOTAL SUBMITTED: ' WS-ED-COUNT
                 '  ACCEPTED: ' WS-ED-COUNT2
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE QUALITY-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              MOVE WS-FLAG-COUNT TO WS-ED-COUNT
              STRING 'SUBMITTERS FLAGGED: ' WS-ED-COUNT
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE QUALITY-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WS-SUB-DROPPED > 0
              MOVE SPACES TO WS-REPORT-LINE
              MOVE WS-SUB-DROPPED TO WS-ED-COUNT
              STRING 'SUBMITTER TABLE FULL - ' WS-ED-COUNT
                 ' SUBMISSIONS NOT COUNTED'
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE QUALITY-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       PRINT-SUBMITTER-LINE SECTION.
           MOVE SPACES TO WS-DL-NAME
           IF WS-SUB-NAME(WS-SUB-IX) = SPACES
              MOVE '(BLANK)' TO WS-DL-NAME
           ELSE
              MOVE WS-SUB-NAME(WS-SUB-IX) TO WS-DL-NAME
           END-IF
           MOVE WS-SUB-SUBMITS(WS-SUB-IX) TO WS-DL-SUBMITS
           MOVE WS-SUB-ACCEPTS(WS-SUB-IX) TO WS-DL-ACCEPTS
           MOVE WS-SUB-NOT-ISOG(WS-SUB-IX) TO WS-DL-NOT-ISOG
           MOVE WS-SUB-SUSPECT(WS-SUB-IX) TO WS-DL-SUSPECT
           MOVE WS-SUB-PUBLISHD(WS-SUB-IX) TO WS-DL-PUBLISHD
           MOVE WS-SUB-UNKNOWN(WS-SUB-IX) TO WS-DL-UNKNOWN
           MOVE WS-SUB-OTHER(WS-SUB-IX) TO WS-DL-OTHER
           MOVE WS-SUB-RATE(WS-SUB-IX) TO WS-DL-RATE
           IF WS-SUB-FLAGGED(WS-SUB-IX)
              MOVE '*** HIGH REJECTS' TO WS-DL-FLAG
           ELSE
              MOVE SPACES TO WS-DL-FLAG
           END-IF
           WRITE QUALITY-REPORT-RECORD FROM WS-DETAIL-LINE.

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
