       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYMRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-TRANS ASSIGN TO "MERGTRN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MT-STATUS.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PM-PLAYER-ID
              FILE STATUS IS WS-PM-STATUS.
           SELECT YACHT-SCORES ASSIGN TO "YACHTSCR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS YS-KEY
              FILE STATUS IS WS-YS-STATUS.
           SELECT YACHT-CARD ASSIGN TO "YACHTCRD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS YC-KEY
              FILE STATUS IS WS-YC-STATUS.
           SELECT GAME-RESULTS ASSIGN TO "GAMERSLT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GR-KEY
              FILE STATUS IS WS-GR-STATUS.
           SELECT YACHT-XREF ASSIGN TO "YACHTXRF"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS XR-KEY
              FILE STATUS IS WS-XR-STATUS.
           SELECT YACHT-HOLDS ASSIGN TO "YACHTHLD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HD-KEY
              FILE STATUS IS WS-HD-STATUS.
           SELECT PLAYER-TOTALS ASSIGN TO "PLAYTOT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PT-PLAYER-ID
              FILE STATUS IS WS-PT-STATUS.
           SELECT HCAP-FILE ASSIGN TO "HCAPFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HC-PLAYER-ID
              FILE STATUS IS WS-HC-STATUS.
           SELECT TEAM-MASTER ASSIGN TO "TEAMMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TM-TEAM-ID
              FILE STATUS IS WS-TM-STATUS.
           SELECT ROLL-HISTORY ASSIGN TO "ROLLHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RH-STATUS.
           SELECT ROLL-WORK ASSIGN TO "ROLLWORK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RW-STATUS.
           SELECT RATING-MASTER ASSIGN TO "RATEMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RT-PLAYER-ID
              FILE STATUS IS WS-RT-STATUS.
           SELECT RATING-HISTORY ASSIGN TO "RATEHIST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RTH-KEY
              FILE STATUS IS WS-RTH-STATUS.
           SELECT TURN-HISTORY ASSIGN TO "TURNHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TH-STATUS.
           SELECT TURN-WORK ASSIGN TO "TURNWORK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TW-STATUS.
           SELECT LEDGER-MASTER ASSIGN TO "LEDGMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LA-PLAYER-ID
              FILE STATUS IS WS-LA-STATUS.
           SELECT RSVP-MASTER ASSIGN TO "RSVPMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RS-KEY
              FILE STATUS IS WS-RS-STATUS.
           SELECT SEAT-FILE ASSIGN TO "SEATFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SF-KEY
              FILE STATUS IS WS-SF-STATUS.
           SELECT YACHT-JOURNAL ASSIGN TO "YACHTJRN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JN-STATUS.
           SELECT CORRECTION-AUDIT ASSIGN TO "YACHTAUD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AU-STATUS.
           SELECT MERGE-REPORT ASSIGN TO "MERGRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MR-STATUS.
           SELECT JOB-RUN-LOG ASSIGN TO "JOBRLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-TRANS.
       01  MERGE-TRANS-RECORD.
           05 MT-SURVIVOR-ID   PIC X(10).
           05 MT-VICTIM-ID     PIC X(10).
       FD  PLAYER-MASTER.
       01  PLAYER-MASTER-RECORD.
           05 PM-PLAYER-ID     PIC X(10).
           05 PM-DISPLAY-NAME  PIC X(30).
           05 PM-JOIN-DATE     PIC 9(8).
           05 PM-STATUS        PIC X.
              88 PM-ACTIVE     VALUE 'A'.
              88 PM-INACTIVE   VALUE 'I'.
              88 PM-GUEST      VALUE 'G'.
           05 PM-EXPIRY-DATE   PIC 9(8).
       FD  YACHT-SCORES.
       01  YACHT-SCORE-RECORD.
           05 YS-KEY.
              10 YS-PLAYER-ID  PIC X(10).
              10 YS-GAME-DATE  PIC 9(8).
              10 YS-CATEGORY   PIC X(15).
           05 YS-SCORE         PIC 999.
       FD  YACHT-CARD.
       01  YACHT-CARD-RECORD.
           05 YC-KEY.
              10 YC-PLAYER-ID  PIC X(10).
              10 YC-GAME-DATE  PIC 9(8).
           05 YC-USED-TABLE    PIC X OCCURS 12 TIMES.
           05 YC-YACHT-COUNT   PIC 99.
       FD  GAME-RESULTS.
       01  GAME-RESULTS-RECORD.
           05 GR-KEY.
              10 GR-GAME-DATE  PIC 9(8).
              10 GR-PLAYER-ID  PIC X(10).
           05 GR-TOTAL-SCORE   PIC 9(4).
           05 GR-WINNER-FLAG   PIC X.
       FD  YACHT-XREF.
       01  YACHT-XREF-RECORD.
           05 XR-KEY.
              10 XR-GAME-DATE  PIC 9(8).
              10 XR-PLAYER-ID  PIC X(10).
              10 XR-CATEGORY   PIC X(15).
       FD  YACHT-HOLDS.
       01  YACHT-HOLDS-RECORD.
           05 HD-KEY.
              10 HD-PLAYER-ID  PIC X(10).
              10 HD-GAME-DATE  PIC 9(8).
              10 HD-CATEGORY   PIC X(15).
           05 HD-HOLD-DATE     PIC 9(8).
       FD  PLAYER-TOTALS.
       01  PLAYER-TOTALS-RECORD.
           05 PT-PLAYER-ID     PIC X(10).
           05 PT-GAMES         PIC 9(4).
           05 PT-GRAND-TOTAL   PIC 9(7).
           05 PT-UPPER-TOTAL   PIC 9(6).
           05 PT-YACHT-COUNT   PIC 9(4).
           05 PT-BEST-GAME     PIC 9(4).
       FD  HCAP-FILE.
       01  HCAP-RECORD.
           05 HC-PLAYER-ID     PIC X(10).
           05 HC-GAMES-USED    PIC 99.
           05 HC-TRAIL-AVG     PIC 9(4).
           05 HC-HANDICAP      PIC 999.
           05 HC-BUILD-DATE    PIC 9(8).
       FD  TEAM-MASTER.
       01  TEAM-MASTER-RECORD.
           05 TM-TEAM-ID       PIC X(8).
           05 TM-TEAM-NAME     PIC X(30).
           05 TM-MEMBER-ID     PIC X(10) OCCURS 10 TIMES.
       FD  ROLL-HISTORY.
       01  ROLL-HISTORY-RECORD.
           05 RH-PLAYER-ID     PIC X(10).
           05 RH-GAME-DATE     PIC 9(8).
           05 RH-CATEGORY      PIC X(15).
           05 RH-DICE          PIC X(5).
       FD  ROLL-WORK.
       01  ROLL-WORK-RECORD    PIC X(38).
       FD  RATING-MASTER.
       01  RATING-MASTER-RECORD.
           05 RT-PLAYER-ID     PIC X(10).
           05 RT-RATING        PIC 9(4).
           05 RT-GAMES         PIC 9(4).
           05 RT-PEAK-RATING   PIC 9(4).
           05 RT-LAST-DATE     PIC 9(8).
       FD  RATING-HISTORY.
       01  RATING-HISTORY-RECORD.
           05 RTH-KEY.
              10 RTH-GAME-DATE PIC 9(8).
              10 RTH-PLAYER-ID PIC X(10).
           05 RTH-OLD-RATING   PIC 9(4).
           05 RTH-NEW-RATING   PIC 9(4).
           05 RTH-CHANGE       PIC S9(4).
           05 RTH-FIELD-SIZE   PIC 999.
           05 RTH-BEATEN       PIC 999.
           05 RTH-LOST-TO      PIC 999.
       FD  TURN-HISTORY.
       01  TURN-HISTORY-RECORD.
           05 TH-PLAYER-ID     PIC X(10).
           05 TH-GAME-DATE     PIC 9(8).
           05 TH-CATEGORY      PIC X(15).
           05 TH-ROLL-COUNT    PIC 9.
           05 TH-ROLL-1        PIC X(5).
           05 TH-HELD-1        PIC X(5).
           05 TH-ROLL-2        PIC X(5).
           05 TH-HELD-2        PIC X(5).
           05 TH-ROLL-3        PIC X(5).
       FD  TURN-WORK.
       01  TURN-WORK-RECORD    PIC X(59).
       FD  LEDGER-MASTER.
       01  LEDGER-MASTER-RECORD.
           05 LA-PLAYER-ID     PIC X(10).
           05 LA-BALANCE       PIC S9(7)V99.
           05 LA-OPEN-DATE     PIC 9(8).
           05 LA-LAST-POST     PIC 9(8).
           05 LA-LAST-SEQ      PIC 9(5).
       FD  RSVP-MASTER.
       01  RSVP-MASTER-RECORD.
           05 RS-KEY.
              10 RS-GAME-DATE  PIC 9(8).
              10 RS-PLAYER-ID  PIC X(10).
           05 RS-RESPONSE      PIC X.
              88 RS-ATTENDING  VALUE 'Y'.
           05 RS-LEAGUE-CODE   PIC X(4).
           05 RS-REPLY-DATE    PIC 9(8).
       FD  SEAT-FILE.
       01  SEAT-FILE-RECORD.
           05 SF-KEY.
              10 SF-GAME-DATE  PIC 9(8).
              10 SF-PLAYER-ID  PIC X(10).
           05 SF-TABLE-NO      PIC 99.
           05 SF-SEAT-NO       PIC 9.
           05 SF-LEAGUE-CODE   PIC X(4).
           05 SF-STRENGTH      PIC 9(4).
       FD  YACHT-JOURNAL.
       01  YACHT-JOURNAL-RECORD PIC X(115).
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
       FD  MERGE-REPORT.
       01  MERGE-REPORT-RECORD PIC X(100).
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
       01 WS-YS-STATUS     PIC XX.
       01 WS-YC-STATUS     PIC XX.
       01 WS-GR-STATUS     PIC XX.
       01 WS-XR-STATUS     PIC XX.
       01 WS-HD-STATUS     PIC XX.
       01 WS-PT-STATUS     PIC XX.
       01 WS-HC-STATUS     PIC XX.
       01 WS-TM-STATUS     PIC XX.
       01 WS-RH-STATUS     PIC XX.
       01 WS-RW-STATUS     PIC XX.
       01 WS-RT-STATUS     PIC XX.
       01 WS-RTH-STATUS    PIC XX.
       01 WS-TH-STATUS     PIC XX.
       01 WS-TW-STATUS     PIC XX.
       01 WS-LA-STATUS     PIC XX.
       01 WS-RS-STATUS     PIC XX.
       01 WS-SF-STATUS     PIC XX.
       01 WS-JN-STATUS     PIC XX.
       01 WS-AU-STATUS     PIC XX.
       01 WS-MR-STATUS     PIC XX.
       01 WS-JRL-STATUS    PIC XX.
       01 WS-JOB-NAME      PIC X(8) VALUE 'PLAYMRG'.
       01 WS-RUN-STATUS    PIC X(8) VALUE 'COMPLETE'.
       COPY "DATEFLDS.cpy".
       COPY "JRNLREC.cpy".
       01 WS-MT-EOF        PIC X    VALUE 'N'.
          88 WS-MT-AT-EOF           VALUE 'Y'.
       01 WS-BROWSE-EOF    PIC X    VALUE 'N'.
          88 WS-BROWSE-AT-EOF       VALUE 'Y'.
       01 WS-RH-EOF        PIC X    VALUE 'N'.
          88 WS-RH-AT-EOF           VALUE 'Y'.
       01 WS-TH-EOF        PIC X    VALUE 'N'.
          88 WS-TH-AT-EOF           VALUE 'Y'.

      *    Each scoring file is optional: one that does not exist
      *    yet simply has nothing to move.
       01 WS-YS-AVAIL      PIC X    VALUE 'N'.
          88 WS-YS-AVAILABLE        VALUE 'Y'.
       01 WS-YC-AVAIL      PIC X    VALUE 'N'.
          88 WS-YC-AVAILABLE        VALUE 'Y'.
       01 WS-GR-AVAIL      PIC X    VALUE 'N'.
          88 WS-GR-AVAILABLE        VALUE 'Y'.
       01 WS-XR-AVAIL      PIC X    VALUE 'N'.
          88 WS-XR-AVAILABLE        VALUE 'Y'.
       01 WS-HD-AVAIL      PIC X    VALUE 'N'.
          88 WS-HD-AVAILABLE        VALUE 'Y'.
       01 WS-PT-AVAIL      PIC X    VALUE 'N'.
          88 WS-PT-AVAILABLE        VALUE 'Y'.
       01 WS-HC-AVAIL      PIC X    VALUE 'N'.
          88 WS-HC-AVAILABLE        VALUE 'Y'.
       01 WS-TM-AVAIL      PIC X    VALUE 'N'.
          88 WS-TM-AVAILABLE        VALUE 'Y'.
       01 WS-RT-AVAIL      PIC X    VALUE 'N'.
          88 WS-RT-AVAILABLE        VALUE 'Y'.
       01 WS-RTH-AVAIL     PIC X    VALUE 'N'.
          88 WS-RTH-AVAILABLE       VALUE 'Y'.
       01 WS-LA-AVAIL      PIC X    VALUE 'N'.
          88 WS-LA-AVAILABLE        VALUE 'Y'.
       01 WS-RS-AVAIL      PIC X    VALUE 'N'.
          88 WS-RS-AVAILABLE        VALUE 'Y'.
       01 WS-SF-AVAIL      PIC X    VALUE 'N'.
          88 WS-SF-AVAILABLE        VALUE 'Y'.

       01 WS-TRANS-COUNT   PIC 9(5) VALUE 0.
       01 WS-APPLY-COUNT   PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT  PIC 9(5) VALUE 0.
       01 WS-REJECT-REASON PIC X(40).
      *    A refusal that leaves money or a seat on the victim is
      *    a return code 8, not a warning: somebody has to act on
      *    it before the merge can go through.
       01 WS-HARD-REFUSE   PIC X    VALUE 'N'.
          88 WS-HARD-REFUSAL        VALUE 'Y'.
       01 WS-ED-BALANCE    PIC -(7)9.99.

      *    Game dates the victim has anything on - the survivor may
      *    have no card, score or result on any of them.
       01 WS-VD-MAX        PIC 9(4) VALUE 1000.
       01 WS-VD-COUNT      PIC 9(4) VALUE 0.
       01 WS-VD-IX         PIC 9(4).
       01 WS-VD-FOUND      PIC X.
          88 WS-VD-ON-TABLE         VALUE 'Y'.
       01 WS-VD-OVER       PIC X    VALUE 'N'.
          88 WS-VD-OVERFLOWED       VALUE 'Y'.
       01 WS-VD-TABLE.
          05 WS-VD-DATE     PIC 9(8) OCCURS 1000 TIMES.
       01 WS-CHECK-DATE    PIC 9(8).
       01 WS-CONFLICT-DATE PIC 9(8)  VALUE 0.

      *    Records to re-key are gathered a batch at a time and
      *    moved by key, so no browse is ever positioned on a
      *    record this program has just deleted or added.
       01 WS-MV-MAX        PIC 999  VALUE 500.
       01 WS-MV-COUNT      PIC 999  VALUE 0.
       01 WS-MV-IX         PIC 999.
       01 WS-MV-TABLE.
          05 WS-MV-IMAGE    PIC X(60) OCCURS 500 TIMES.
       01 WS-MORE-ROWS     PIC X.
          88 WS-NO-MORE-ROWS        VALUE 'N'.
       01 WS-MOVE-FAILED   PIC X.
          88 WS-MOVE-HAS-FAILED     VALUE 'Y'.

       01 WS-SCR-MOVED     PIC 9(5) VALUE 0.
       01 WS-CRD-MOVED     PIC 9(5) VALUE 0.
       01 WS-RSL-MOVED     PIC 9(5) VALUE 0.
       01 WS-XRF-MOVED     PIC 9(5) VALUE 0.
       01 WS-HLD-MOVED     PIC 9(5) VALUE 0.
       01 WS-RHS-MOVED     PIC 9(5) VALUE 0.
       01 WS-TEM-MOVED     PIC 9(5) VALUE 0.
       01 WS-HCP-MOVED     PIC 9(5) VALUE 0.
       01 WS-PTT-MOVED     PIC 9(5) VALUE 0.
       01 WS-RTM-MOVED     PIC 9(5) VALUE 0.
       01 WS-RTH-MOVED     PIC 9(5) VALUE 0.
       01 WS-THS-MOVED     PIC 9(5) VALUE 0.
       01 WS-VICTIM-RATING.
          05 WS-VR-PLAYER-ID  PIC X(10).
          05 WS-VR-RATING     PIC 9(4).
          05 WS-VR-GAMES      PIC 9(4).
          05 WS-VR-PEAK-RATING PIC 9(4).
          05 WS-VR-LAST-DATE  PIC 9(8).
       01 WS-NOT-MOVED     PIC 9(5) VALUE 0.

       01 WS-SURV-TEAM     PIC X(8).
       01 WS-MEMBER-IX     PIC 99.
       01 WS-TEAM-CHANGED  PIC X.
          88 WS-TEAM-WAS-CHANGED    VALUE 'Y'.

       01 WS-CATEGORY-TABLE.
          05 FILLER PIC X(15) VALUE 'ones'.
          05 FILLER PIC X(15) VALUE 'twos'.
          05 FILLER PIC X(15) VALUE 'threes'.
          05 FILLER PIC X(15) VALUE 'fours'.
          05 FILLER PIC X(15) VALUE 'fives'.
          05 FILLER PIC X(15) VALUE 'sixes'.
          05 FILLER PIC X(15) VALUE 'full house'.
          05 FILLER PIC X(15) VALUE 'four of a kind'.
          05 FILLER PIC X(15) VALUE 'little straight'.
          05 FILLER PIC X(15) VALUE 'big straight'.
          05 FILLER PIC X(15) VALUE 'choice'.
          05 FILLER PIC X(15) VALUE 'yacht'.
       01 WS-CATEGORY-REDEF REDEFINES WS-CATEGORY-TABLE.
          05 WS-CATEGORY-ENTRY PIC X(15) OCCURS 12 TIMES.
       01 WS-CAT-IX        PIC 99.
       01 WS-HOLD-DATE     PIC 9(8)  VALUE 0.
       01 WS-GAME-CAT-COUNT PIC 99   VALUE 0.
       01 WS-GAME-TOTAL    PIC 9(4)  VALUE 0.
       01 WS-GAME-UPPER    PIC 999   VALUE 0.
       01 WS-CARD-COMPLETE PIC X.
          88 WS-CARD-IS-COMPLETE    VALUE 'Y'.
       01 WS-NEW-TOTALS.
          05 WS-NT-GAMES    PIC 9(4).
          05 WS-NT-GRAND    PIC 9(7).
          05 WS-NT-UPPER    PIC 9(6).
          05 WS-NT-YACHTS   PIC 9(4).
          05 WS-NT-BEST     PIC 9(4).

       01 WS-AUD-FILE      PIC X(8).
       01 WS-AUD-PHASE     PIC X(6).
       01 WS-AUD-IMAGE     PIC X(40).
       01 WS-MV-BEFORE     PIC X(40).
       01 WS-MV-AFTER      PIC X(40).
       01 WS-MV-JOURNAL    PIC X.
          88 WS-MV-JOURNALED        VALUE 'Y'.
       01 WS-JRN-FILE      PIC X(8).
       01 WS-JRN-ACTION    PIC X(3).
       01 WS-JRN-BEFORE    PIC X(40).
       01 WS-JRN-AFTER     PIC X(40).
       01 WS-COUNT-NAME    PIC X(8).
       01 WS-COUNT-VALUE   PIC 9(5).
       01 WS-ED-COUNT      PIC ZZZZ9.
       01 WS-REPORT-LINE   PIC X(100).

       PROCEDURE DIVISION.
       PLAYMRG SECTION.
      *    Registration slips leave one person on the player master
      *    under two IDs, and their history split between them.
      *    Each MERGTRN record names the ID that stays (survivor)
      *    and the one that goes (victim); every record the victim
      *    owns on the scoring files - scores, scorecards, game
      *    results, the date cross-reference, dispute holds, roll
      *    history, turn history, handicap, skill rating and its
      *    history, and team rosters - is re-keyed to the survivor.
      *    The merge is refused outright when both IDs have play on
      *    the same game date, since one of the two games would
      *    have to be thrown away to make them fit. It is also
      *    refused, with return code 8, while the victim still has
      *    a balance on the player ledger or an RSVP or seat for a
      *    game night not yet played - the treasurer settles or
      *    transfers the balance, and the desk moves the reply,
      *    before the merge is rerun. A settled ledger account and
      *    past nights' RSVPs and seats stay under the victim's ID
      *    as the record of what that ID paid and where it sat.
      *    Every move writes before and after images to the
      *    corrections audit file, and the four journaled masters
      *    also get the delete/add pair on YACHTJRN so YACHTRPL can
      *    replay a merge. The victim is left inactive on the
      *    master and the survivor's running totals are re-derived
      *    from the merged history the same way PLAYTBLD does it.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           OPEN OUTPUT MERGE-REPORT
           OPEN INPUT MERGE-TRANS
           IF WS-MT-STATUS NOT = '00'
              MOVE 'MERGE TRANSACTION FILE NOT AVAILABLE'
                 TO WS-REPORT-LINE
              WRITE MERGE-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN I-O PLAYER-MASTER
              IF WS-PM-STATUS NOT = '00'
                 MOVE 'PLAYER MASTER NOT AVAILABLE - NOTHING MERGED'
                    TO WS-REPORT-LINE
                 WRITE MERGE-REPORT-RECORD FROM WS-REPORT-LINE
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM OPEN-SCORING-FILES
                 PERFORM UNTIL WS-MT-AT-EOF
                    READ MERGE-TRANS
                       AT END MOVE 'Y' TO WS-MT-EOF
                    END-READ
                    IF NOT WS-MT-AT-EOF
                       ADD 1 TO WS-TRANS-COUNT
                       PERFORM APPLY-ONE-MERGE
                    END-IF
                 END-PERFORM
                 PERFORM CLOSE-SCORING-FILES
                 CLOSE PLAYER-MASTER
              END-IF
              CLOSE MERGE-TRANS
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'MERGES READ: ' WS-TRANS-COUNT
                 ' APPLIED: ' WS-APPLY-COUNT
                 ' REFUSED: ' WS-REJECT-COUNT
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE MERGE-REPORT-RECORD FROM WS-REPORT-LINE
              IF WS-REJECT-COUNT > 0 AND RETURN-CODE = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           CLOSE MERGE-REPORT
           PERFORM WRITE-JOB-RUN-LOG
           STOP RUN.

       OPEN-SCORING-FILES SECTION.
           OPEN I-O YACHT-SCORES
           IF WS-YS-STATUS = '00'
              SET WS-YS-AVAILABLE TO TRUE
           END-IF
           OPEN I-O YACHT-CARD
           IF WS-YC-STATUS = '00'
              SET WS-YC-AVAILABLE TO TRUE
           END-IF
           OPEN I-O GAME-RESULTS
           IF WS-GR-STATUS = '00'
              SET WS-GR-AVAILABLE TO TRUE
           END-IF
           OPEN I-O YACHT-XREF
           IF WS-XR-STATUS = '00'
              SET WS-XR-AVAILABLE TO TRUE
           END-IF
           OPEN I-O YACHT-HOLDS
           IF WS-HD-STATUS = '00'
              SET WS-HD-AVAILABLE TO TRUE
           END-IF
           OPEN I-O PLAYER-TOTALS
           IF WS-PT-STATUS = '35'
              OPEN OUTPUT PLAYER-TOTALS
              CLOSE PLAYER-TOTALS
              OPEN I-O PLAYER-TOTALS
           END-IF
           IF WS-PT-STATUS = '00'
              SET WS-PT-AVAILABLE TO TRUE
           END-IF
           OPEN I-O HCAP-FILE
           IF WS-HC-STATUS = '00'
              SET WS-HC-AVAILABLE TO TRUE
           END-IF
           OPEN I-O TEAM-MASTER
           IF WS-TM-STATUS = '00'
              SET WS-TM-AVAILABLE TO TRUE
           END-IF
           OPEN I-O RATING-MASTER
           IF WS-RT-STATUS = '00'
              SET WS-RT-AVAILABLE TO TRUE
           END-IF
           OPEN I-O RATING-HISTORY
           IF WS-RTH-STATUS = '00'
              SET WS-RTH-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT LEDGER-MASTER
           IF WS-LA-STATUS = '00'
              SET WS-LA-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT RSVP-MASTER
           IF WS-RS-STATUS = '00'
              SET WS-RS-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT SEAT-FILE
           IF WS-SF-STATUS = '00'
              SET WS-SF-AVAILABLE TO TRUE
           END-IF
           OPEN EXTEND YACHT-JOURNAL
           IF WS-JN-STATUS = '05' OR WS-JN-STATUS = '35'
              OPEN OUTPUT YACHT-JOURNAL
           END-IF.

       CLOSE-SCORING-FILES SECTION.
           IF WS-YS-AVAILABLE
              CLOSE YACHT-SCORES
           END-IF
           IF WS-YC-AVAILABLE
              CLOSE YACHT-CARD
           END-IF
           IF WS-GR-AVAILABLE
              CLOSE GAME-RESULTS
           END-IF
           IF WS-XR-AVAILABLE
              CLOSE YACHT-XREF
           END-IF
           IF WS-HD-AVAILABLE
              CLOSE YACHT-HOLDS
           END-IF
           IF WS-PT-AVAILABLE
              CLOSE PLAYER-TOTALS
           END-IF
           IF WS-HC-AVAILABLE
              CLOSE HCAP-FILE
           END-IF
           IF WS-TM-AVAILABLE
              CLOSE TEAM-MASTER
           END-IF
           IF WS-RT-AVAILABLE
              CLOSE RATING-MASTER
           END-IF
           IF WS-RTH-AVAILABLE
              CLOSE RATING-HISTORY
           END-IF
           IF WS-LA-AVAILABLE
              CLOSE LEDGER-MASTER
           END-IF
           IF WS-RS-AVAILABLE
              CLOSE RSVP-MASTER
           END-IF
           IF WS-SF-AVAILABLE
              CLOSE SEAT-FILE
           END-IF
           CLOSE YACHT-JOURNAL.

       APPLY-ONE-MERGE SECTION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'N' TO WS-HARD-REFUSE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE MERGE-REPORT-RECORD FROM WS-REPORT-LINE
           STRING 'MERGE ' MT-VICTIM-ID ' INTO ' MT-SURVIVOR-ID
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE MERGE-REPORT-RECORD FROM WS-REPORT-LINE
           EVALUATE TRUE
              WHEN MT-SURVIVOR-ID = SPACES OR MT-VICTIM-ID = SPACES
                 MOVE 'SURVIVOR AND VICTIM IDS BOTH REQUIRED'
                    TO WS-REJECT-REASON
              WHEN MT-SURVIVOR-ID = MT-VICTIM-ID
                 MOVE 'SURVIVOR AND VICTIM ARE THE SAME ID'
                    TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM CHECK-MASTER-RECORDS
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              PERFORM CHECK-DATE-CONFLICT
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM CHECK-OPEN-ACCOUNTS
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM MERGE-PLAYER
              ADD 1 TO WS-APPLY-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  MERGE APPLIED - ' MT-VICTIM-ID
                 ' NOW INACTIVE'
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              IF WS-HARD-REFUSAL
                 MOVE 8 TO RETURN-CODE
              END-IF
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  MERGE REFUSED - ' WS-REJECT-REASON
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           END-IF
           WRITE MERGE-REPORT-RECORD FROM WS-REPORT-LINE.

       CHECK-MASTER-RECORDS SECTION.
           MOVE MT-VICTIM-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER KEY IS PM-PLAYER-ID
           IF WS-PM-STATUS NOT = '00'
              MOVE 'VICTIM NOT ON MASTER' TO WS-REJECT-REASON
           ELSE
              MOVE MT-SURVIVOR-ID TO PM-PLAYER-ID
              READ PLAYER-MASTER KEY IS PM-PLAYER-ID
              IF WS-PM-STATUS NOT = '00'
                 MOVE 'SURVIVOR NOT ON MASTER' TO WS-REJECT-REASON
              ELSE
                 IF PM-INACTIVE
                    MOVE 'SURVIVOR IS INACTIVE' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

       CHECK-DATE-CONFLICT SECTION.
      *    Every date the victim has a score, a scorecard or a game
      *    result on is collected first; the survivor is then
      *    probed on each of those dates by key.
           MOVE 0 TO WS-VD-COUNT
           MOVE 'N' TO WS-VD-OVER
           MOVE 0 TO WS-CONFLICT-DATE
           IF WS-YS-AVAILABLE
              MOVE 'N' TO WS-BROWSE-EOF
              MOVE LOW-VALUES TO YS-KEY
              MOVE MT-VICTIM-ID TO YS-PLAYER-ID
              START YACHT-SCORES KEY IS NOT LESS THAN YS-KEY
                 INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
              END-START
              PERFORM UNTIL WS-BROWSE-AT-EOF
                 READ YACHT-SCORES NEXT RECORD
                    AT END MOVE 'Y' TO WS-BROWSE-EOF
                 END-READ
                 IF NOT WS-BROWSE-AT-EOF
                    IF YS-PLAYER-ID NOT = MT-VICTIM-ID
                       MOVE 'Y' TO WS-BROWSE-EOF
                    ELSE
                       MOVE YS-GAME-DATE TO WS-CHECK-DATE
                       PERFORM ADD-VICTIM-DATE
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           IF WS-YC-AVAILABLE
              MOVE 'N' TO WS-BROWSE-EOF
              MOVE MT-VICTIM-ID TO YC-PLAYER-ID
              MOVE 0 TO YC-GAME-DATE
              START YACHT-CARD KEY IS NOT LESS THAN YC-KEY
                 INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
              END-START
              PERFORM UNTIL WS-BROWSE-AT-EOF
                 READ YACHT-CARD NEXT RECORD
                    AT END MOVE 'Y' TO WS-BROWSE-EOF
                 END-READ
                 IF NOT WS-BROWSE-AT-EOF
                    IF YC-PLAYER-ID NOT = MT-VICTIM-ID
                       MOVE 'Y' TO WS-BROWSE-EOF
                    ELSE
                       MOVE YC-GAME-DATE TO WS-CHECK-DATE
                       PERFORM ADD-VICTIM-DATE
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           IF WS-GR-AVAILABLE
              MOVE 'N' TO WS-BROWSE-EOF
              MOVE LOW-VALUES TO GR-KEY
              START GAME-RESULTS KEY IS NOT LESS THAN GR-KEY
                 INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
              END-START
              PERFORM UNTIL WS-BROWSE-AT-EOF
                 READ GAME-RESULTS NEXT RECORD
                    AT END MOVE 'Y' TO WS-BROWSE-EOF
                 END-READ
                 IF NOT WS-BROWSE-AT-EOF
                    AND GR-PLAYER-ID = MT-VICTIM-ID
                    MOVE GR-GAME-DATE TO WS-CHECK-DATE
                    PERFORM ADD-VICTIM-DATE
                 END-IF
              END-PERFORM
           END-IF
           IF WS-VD-OVERFLOWED
              MOVE 'TOO MANY GAME DATES TO CHECK'
                 TO WS-REJECT-REASON
           ELSE
              PERFORM VARYING WS-VD-IX FROM 1 BY 1
                 UNTIL WS-VD-IX > WS-VD-COUNT
                    OR WS-CONFLICT-DATE NOT = 0
                 PERFORM PROBE-SURVIVOR-DATE
              END-PERFORM
              IF WS-CONFLICT-DATE NOT = 0
                 STRING 'BOTH PLAYERS HAVE PLAY ON ' WS-CONFLICT-DATE
                    DELIMITED BY SIZE INTO WS-REJECT-REASON
                 END-STRING
              END-IF
           END-IF.

       CHECK-OPEN-ACCOUNTS SECTION.
      *    Money owed either way, and replies or seats for a night
      *    still to come, are not moved by a merge - they are
      *    settled under the ID they were made on first.
           IF WS-LA-AVAILABLE
              MOVE MT-VICTIM-ID TO LA-PLAYER-ID
              READ LEDGER-MASTER KEY IS LA-PLAYER-ID
              IF WS-LA-STATUS = '00' AND LA-BALANCE NOT = 0
                 MOVE LA-BALANCE TO WS-ED-BALANCE
                 STRING 'VICTIM LEDGER BALANCE ' WS-ED-BALANCE
                    DELIMITED BY SIZE INTO WS-REJECT-REASON
                 END-STRING
                 SET WS-HARD-REFUSAL TO TRUE
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES AND WS-RS-AVAILABLE
              MOVE 'N' TO WS-BROWSE-EOF
              MOVE WS-START-DATE TO RS-GAME-DATE
              MOVE LOW-VALUES TO RS-PLAYER-ID
              START RSVP-MASTER KEY IS NOT LESS THAN RS-KEY
                 INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
              END-START
              PERFORM UNTIL WS-BROWSE-AT-EOF
                 READ RSVP-MASTER NEXT RECORD
                    AT END MOVE 'Y' TO WS-BROWSE-EOF
                 END-READ
                 IF NOT WS-BROWSE-AT-EOF
                    AND RS-PLAYER-ID = MT-VICTIM-ID
                    STRING 'VICTIM HAS AN RSVP FOR ' RS-GAME-DATE
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                    END-STRING
                    SET WS-HARD-REFUSAL TO TRUE
                    MOVE 'Y' TO WS-BROWSE-EOF
                 END-IF
              END-PERFORM
           END-IF
           IF WS-REJECT-REASON = SPACES AND WS-SF-AVAILABLE
              MOVE 'N' TO WS-BROWSE-EOF
              MOVE WS-START-DATE TO SF-GAME-DATE
              MOVE LOW-VALUES TO SF-PLAYER-ID
              START SEAT-FILE KEY IS NOT LESS THAN SF-KEY
                 INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
              END-START
              PERFORM UNTIL WS-BROWSE-AT-EOF
                 READ SEAT-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-BROWSE-EOF
                 END-READ
                 IF NOT WS-BROWSE-AT-EOF
                    AND SF-PLAYER-ID = MT-VICTIM-ID
                    STRING 'VICTIM IS SEATED FOR ' SF-GAME-DATE
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                    END-STRING
                    SET WS-HARD-REFUSAL TO TRUE
                    MOVE 'Y' TO WS-BROWSE-EOF
                 END-IF
              END-PERFORM
           END-IF.

       ADD-VICTIM-DATE SECTION.
           MOVE 'N' TO WS-VD-FOUND
           PERFORM VARYING WS-VD-IX FROM 1 BY 1
              UNTIL WS-VD-IX > WS-VD-COUNT
              IF WS-VD-DATE(WS-VD-IX) = WS-CHECK-DATE
                 SET WS-VD-ON-TABLE TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-VD-ON-TABLE
              IF WS-VD-COUNT < WS-VD-MAX
                 ADD 1 TO WS-VD-COUNT
                 MOVE WS-CHECK-DATE TO WS-VD-DATE(WS-VD-COUNT)
              ELSE
                 SET WS-VD-OVERFLOWED TO TRUE
              END-IF
           END-IF.

       PROBE-SURVIVOR-DATE SECTION.
           IF WS-YC-AVAILABLE
              MOVE MT-SURVIVOR-ID TO YC-PLAYER-ID
              MOVE WS-VD-DATE(WS-VD-IX) TO YC-GAME-DATE
              READ YACHT-CARD KEY IS YC-KEY
              IF WS-YC-STATUS = '00'
                 MOVE WS-VD-DATE(WS-VD-IX) TO WS-CONFLICT-DATE
              END-IF
           END-IF
           IF WS-GR-AVAILABLE
              MOVE WS-VD-DATE(WS-VD-IX) TO GR-GAME-DATE
              MOVE MT-SURVIVOR-ID TO GR-PLAYER-ID
              READ GAME-RESULTS KEY IS GR-KEY
              IF WS-GR-STATUS = '00'
                 MOVE WS-VD-DATE(WS-VD-IX) TO WS-CONFLICT-DATE
              END-IF
           END-IF
           IF WS-YS-AVAILABLE
              MOVE LOW-VALUES TO YS-KEY
              MOVE MT-SURVIVOR-ID TO YS-PLAYER-ID
              MOVE WS-VD-DATE(WS-VD-IX) TO YS-GAME-DATE
              START YACHT-SCORES KEY IS NOT LESS THAN YS-KEY
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    READ YACHT-SCORES NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                          IF YS-PLAYER-ID = MT-SURVIVOR-ID
                             AND YS-GAME-DATE = WS-VD-DATE(WS-VD-IX)
                             MOVE WS-VD-DATE(WS-VD-IX)
                                TO WS-CONFLICT-DATE
                          END-IF
                    END-READ
              END-START
           END-IF.

       MERGE-PLAYER SECTION.
           MOVE 0 TO WS-SCR-MOVED WS-CRD-MOVED WS-RSL-MOVED
              WS-XRF-MOVED WS-HLD-MOVED WS-RHS-MOVED WS-TEM-MOVED
              WS-HCP-MOVED WS-PTT-MOVED WS-NOT-MOVED
              WS-RTM-MOVED WS-RTH-MOVED WS-THS-MOVED
           IF WS-YS-AVAILABLE
              PERFORM MOVE-SCORE-ROWS
           END-IF
           IF WS-YC-AVAILABLE
              PERFORM MOVE-CARD-ROWS
           END-IF
           IF WS-GR-AVAILABLE
              PERFORM MOVE-RESULT-ROWS
           END-IF
           IF WS-XR-AVAILABLE
              PERFORM MOVE-XREF-ROWS
           END-IF
           IF WS-HD-AVAILABLE
              PERFORM MOVE-HOLD-ROWS
           END-IF
           PERFORM MOVE-ROLL-HISTORY
           PERFORM MOVE-TURN-HISTORY
           IF WS-RTH-AVAILABLE
              PERFORM MOVE-RATING-HISTORY
           END-IF
           IF WS-RT-AVAILABLE
              PERFORM MOVE-RATING-ROW
           END-IF
           IF WS-HC-AVAILABLE
              PERFORM MOVE-HANDICAP-ROW
           END-IF
           IF WS-TM-AVAILABLE
              PERFORM MOVE-TEAM-MEMBERSHIP
           END-IF
           IF WS-PT-AVAILABLE
              PERFORM REBUILD-SURVIVOR-TOTALS
           END-IF
           PERFORM INACTIVATE-VICTIM
           PERFORM PRINT-MERGE-COUNTS.

       MOVE-SCORE-ROWS SECTION.
           MOVE 'Y' TO WS-MORE-ROWS
           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE 0 TO WS-MV-COUNT
              MOVE 'N' TO WS-BROWSE-EOF
              MOVE LOW-VALUES TO YS-KEY
              MOVE MT-VICTIM-ID TO YS-PLAYER-ID
              START YACHT-SCORES KEY IS NOT LESS THAN YS-KEY
                 INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
              END-START
              PERFORM UNTIL WS-BROWSE-AT-EOF
                 OR WS-MV-COUNT = WS-MV-MAX
                 READ YACHT-SCORES NEXT RECORD
                    AT END MOVE 'Y' TO WS-BROWSE-EOF
                 END-READ
                 IF NOT WS-BROWSE-AT-EOF
                    IF YS-PLAYER-ID NOT = MT-VICTIM-ID
                       MOVE 'Y' TO WS-BROWSE-EOF
                    ELSE
                       ADD 1 TO WS-MV-COUNT
                       MOVE YACHT-SCORE-RECORD
                          TO WS-MV-IMAGE(WS-MV-COUNT)
                    END-IF
                 END-IF
              END-PERFORM
              MOVE 'N' TO WS-MOVE-FAILED
              PERFORM VARYING WS-MV-IX FROM 1 BY 1
                 UNTIL WS-MV-IX > WS-MV-COUNT
                 MOVE WS-MV-IMAGE(WS-MV-IX) TO YACHT-SCORE-RECORD
                 DELETE YACHT-SCORES RECORD
                    INVALID KEY CONTINUE
                 END-DELETE
                 MOVE MT-SURVIVOR-ID TO YS-PLAYER-ID
                 WRITE YACHT-SCORE-RECORD
                 IF WS-YS-STATUS NOT = '00'
                    MOVE WS-MV-IMAGE(WS-MV-IX) TO YACHT-SCORE-RECORD
                    WRITE YACHT-SCORE-RECORD
                    SET WS-MOVE-HAS-FAILED TO TRUE
                    MOVE 'YACHTSCR' TO WS-AUD-FILE
                    PERFORM REPORT-NOT-MOVED
                 ELSE
                    MOVE 'YACHTSCR' TO WS-AUD-FILE
                    MOVE 'Y' TO WS-MV-JOURNAL
                    MOVE WS-MV-IMAGE(WS-MV-IX) TO WS-MV-BEFORE
                    MOVE YACHT-SCORE-RECORD TO WS-MV-AFTER
                    PERFORM RECORD-ONE-MOVE
                    ADD 1 TO WS-SCR-MOVED
                 END-IF
              END-PERFORM
              IF WS-MV-COUNT < WS-MV-MAX OR WS-MOVE-HAS-FAILED
                 MOVE 'N' TO WS-MORE-ROWS
              END-IF
           END-PERFORM.

       MOVE-CARD-ROWS SECTION.
           MOVE 'Y' TO WS-MORE-ROWS
           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE 0 TO WS-MV-COUNT
              MOVE 'N' TO WS-BROWSE-EOF
              MOVE MT-VICTIM-ID TO YC-PLAYER-ID
              MOVE 0 TO YC-GAME-DATE
              START YACHT-CARD KEY IS NOT LESS THAN YC-KEY
                 INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
              END-START
              PERFORM UNTIL WS-BROWSE-AT-EOF
                 OR WS-MV-COUNT = WS-MV-MAX
                 READ YACHT-CARD NEXT RECORD
                    AT END MOVE 'Y' TO WS-BROWSE-EOF
                 END-READ
                 IF NOT WS-BROWSE-AT-EOF
                    IF YC-PLAYER-ID NOT = MT-VICTIM-ID
                       MOVE 'Y' TO WS-BROWSE-EOF
                    ELSE
                       ADD 1 TO WS-MV-COUNT
                       MOVE YACHT-CARD-RECORD
                          TO WS-MV-IMAGE(WS-MV-COUNT)
                    END-IF
                 END-IF
              END-PERFORM
              MOVE 'N' TO WS-MOVE-FAILED
              PERFORM VARYING WS-MV-IX FROM 1 BY 1
                 UNTIL WS-MV-IX > WS-MV-COUNT
                 MOVE WS-MV-IMAGE(WS-MV-IX) TO YACHT-CARD-RECORD
                 DELETE YACHT-CARD RECORD
                    INVALID KEY CONTINUE
                 END-DELETE
                 MOVE MT-SURVIVOR-ID TO YC-PLAYER-ID
                 WRITE YACHT-CARD-RECORD
                 IF WS-YC-STATUS NOT = '00'
                    MOVE WS-MV-IMAGE(WS-MV-IX) TO YACHT-CARD-RECORD
                    WRITE YACHT-CARD-RECORD
                    SET WS-MOVE-HAS-FAILED TO TRUE
                    MOVE 'YACHTCRD' TO WS-AUD-FILE
                    PERFORM REPORT-NOT-MOVED
                 ELSE
                    MOVE 'YACHTCRD' TO WS-AUD-FILE
                    MOVE 'Y' TO WS-MV-JOURNAL
                    MOVE WS-MV-IMAGE(WS-MV-IX) TO WS-MV-BEFORE
                    MOVE YACHT-CARD-RECORD TO WS-MV-AFTER
                    PERFORM RECORD-ONE-MOVE
                    ADD 1 TO WS-CRD-MOVED
                 END-IF
              END-PERFORM
              IF WS-MV-COUNT < WS-MV-MAX OR WS-MOVE-HAS-FAILED
                 MOVE 'N' TO WS-MORE-ROWS
              END-IF
           END-PERFORM.

       MOVE-RESULT-ROWS SECTION.
      *    GR-KEY is date-major, so the victim's results are found
      *    by a full pass rather than a positioned browse.
           MOVE 'Y' TO WS-MORE-ROWS
           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE 0 TO WS-MV-COUNT
              MOVE 'N' TO WS-BROWSE-EOF
              MOVE LOW-VALUES TO GR-KEY
              START GAME-RESULTS KEY IS NOT LESS THAN GR-KEY
                 INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
              END-START
              PERFORM UNTIL WS-BROWSE-AT-EOF
                 OR WS-MV-COUNT = WS-MV-MAX
                 READ GAME-RESULTS NEXT RECORD
                    AT END MOVE 'Y' TO WS-BROWSE-EOF
                 END-READ
                 IF NOT WS-BROWSE-AT-EOF
                    AND GR-PLAYER-ID = MT-VICTIM-ID
                    ADD 1 TO WS-MV-COUNT
                    MOVE GAME-RESULTS-RECORD
                       TO WS-MV-IMAGE(WS-MV-COUNT)
                 END-IF
              END-PERFORM
              MOVE 'N' TO WS-MOVE-FAILED
              PERFORM VARYING WS-MV-IX FROM 1 BY 1
                 UNTIL WS-MV-IX > WS-MV-COUNT
                 MOVE WS-MV-IMAGE(WS-MV-IX) TO GAME-RESULTS-RECORD
                 DELETE GAME-RESULTS RECORD
                    INVALID KEY CONTINUE
                 END-DELETE
                 MOVE MT-SURVIVOR-ID TO GR-PLAYER-ID
                 WRITE GAME-RESULTS-RECORD
                 IF WS-GR-STATUS NOT = '00'
                    MOVE WS-MV-IMAGE(WS-MV-IX) TO GAME-RESULTS-RECORD
                    WRITE GAME-RESULTS-RECORD
                    SET WS-MOVE-HAS-FAILED TO TRUE
                    MOVE 'GAMERSLT' TO WS-AUD-FILE
                    PERFORM REPORT-NOT-MOVED
                 ELSE
                    MOVE 'GAMERSLT' TO WS-AUD-FILE
                    MOVE 'Y' TO WS-MV-JOURNAL
                    MOVE WS-MV-IMAGE(WS-MV-IX) TO WS-MV-BEFORE
                    MOVE GAME-RESULTS-RECORD TO WS-MV-AFTER
                    PERFORM RECORD-ONE-MOVE
                    ADD 1 TO WS-RSL-MOVED
                 END-IF
              END-PERFORM
              IF WS-MV-COUNT < WS-MV-MAX OR WS-MOVE-HAS-FAILED
                 MOVE 'N' TO WS-MORE-ROWS
              END-IF
           END-PERFORM.

       MOVE-XREF-ROWS SECTION.
           MOVE 'Y' TO WS-MORE-ROWS
           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE 0 TO WS-MV-COUNT
              MOVE 'N' TO WS-BROWSE-EOF
              MOVE LOW-VALUES TO XR-KEY
              START YACHT-XREF KEY IS NOT LESS THAN XR-KEY
                 INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
              END-START
              PERFORM UNTIL WS-BROWSE-AT-EOF
                 OR WS-MV-COUNT = WS-MV-MAX
                 READ YACHT-XREF NEXT RECORD
                    AT END MOVE 'Y' TO WS-BROWSE-EOF
                 END-READ
                 IF NOT WS-BROWSE-AT-EOF
                    AND XR-PLAYER-ID = MT-VICTIM-ID
                    ADD 1 TO WS-MV-COUNT
                    MOVE YACHT-XREF-RECORD
                       TO WS-MV-IMAGE(WS-MV-COUNT)
                 END-IF
              END-PERFORM
              MOVE 'N' TO WS-MOVE-FAILED
              PERFORM VARYING WS-MV-IX FROM 1 BY 1
                 UNTIL WS-MV-IX > WS-MV-COUNT
                 MOVE WS-MV-IMAGE(WS-MV-IX) TO YACHT-XREF-RECORD
                 DELETE YACHT-XREF RECORD
                    INVALID KEY CONTINUE
                 END-DELETE
                 MOVE MT-SURVIVOR-ID TO XR-PLAYER-ID
                 WRITE YACHT-XREF-RECORD
                 IF WS-XR-STATUS NOT = '00'
                    MOVE WS-MV-IMAGE(WS-MV-IX) TO YACHT-XREF-RECORD
                    WRITE YACHT-XREF-RECORD
                    SET WS-MOVE-HAS-FAILED TO TRUE
                    MOVE 'YACHTXRF' TO WS-AUD-FILE
                    PERFORM REPORT-NOT-MOVED
                 ELSE
                    MOVE 'YACHTXRF' TO WS-AUD-FILE
                    MOVE 'Y' TO WS-MV-JOURNAL
                    MOVE WS-MV-IMAGE(WS-MV-IX) TO WS-MV-BEFORE
                    MOVE YACHT-XREF-RECORD TO WS-MV-AFTER
                    PERFORM RECORD-ONE-MOVE
                    ADD 1 TO WS-XRF-MOVED
                 END-IF
              END-PERFORM
              IF WS-MV-COUNT < WS-MV-MAX OR WS-MOVE-HAS-FAILED
                 MOVE 'N' TO WS-MORE-ROWS
              END-IF
           END-PERFORM.

       MOVE-HOLD-ROWS SECTION.
      *    A hold is keyed on the score it disputes, so it follows
      *    the score to the survivor's ID.
           MOVE 'Y' TO WS-MORE-ROWS
           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE 0 TO WS-MV-COUNT
              MOVE 'N' TO WS-BROWSE-EOF
              MOVE LOW-VALUES TO HD-KEY
              MOVE MT-VICTIM-ID TO HD-PLAYER-ID
              START YACHT-HOLDS KEY IS NOT LESS THAN HD-KEY
                 INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
              END-START
              PERFORM UNTIL WS-BROWSE-AT-EOF
                 OR WS-MV-COUNT = WS-MV-MAX
                 READ YACHT-HOLDS NEXT RECORD
                    AT END MOVE 'Y' TO WS-BROWSE-EOF
                 END-READ
                 IF NOT WS-BROWSE-AT-EOF
                    IF HD-PLAYER-ID NOT = MT-VICTIM-ID
                       MOVE 'Y' TO WS-BROWSE-EOF
                    ELSE
                       ADD 1 TO WS-MV-COUNT
                       MOVE YACHT-HOLDS-RECORD
                          TO WS-MV-IMAGE(WS-MV-COUNT)
                    END-IF
                 END-IF
              END-PERFORM
              MOVE 'N' TO WS-MOVE-FAILED
              PERFORM VARYING WS-MV-IX FROM 1 BY 1
                 UNTIL WS-MV-IX > WS-MV-COUNT
                 MOVE WS-MV-IMAGE(WS-MV-IX) TO YACHT-HOLDS-RECORD
                 DELETE YACHT-HOLDS RECORD
                    INVALID KEY CONTINUE
                 END-DELETE
                 MOVE MT-SURVIVOR-ID TO HD-PLAYER-ID
                 WRITE YACHT-HOLDS-RECORD
                 IF WS-HD-STATUS NOT = '00'
                    MOVE WS-MV-IMAGE(WS-MV-IX) TO YACHT-HOLDS-RECORD
                    WRITE YACHT-HOLDS-RECORD
                    SET WS-MOVE-HAS-FAILED TO TRUE
                    MOVE 'YACHTHLD' TO WS-AUD-FILE
                    PERFORM REPORT-NOT-MOVED
                 ELSE
                    MOVE 'YACHTHLD' TO WS-AUD-FILE
                    MOVE 'N' TO WS-MV-JOURNAL
                    MOVE WS-MV-IMAGE(WS-MV-IX) TO WS-MV-BEFORE
                    MOVE YACHT-HOLDS-RECORD TO WS-MV-AFTER
                    PERFORM RECORD-ONE-MOVE
                    ADD 1 TO WS-HLD-MOVED
                 END-IF
              END-PERFORM
              IF WS-MV-COUNT < WS-MV-MAX OR WS-MOVE-HAS-FAILED
                 MOVE 'N' TO WS-MORE-ROWS
              END-IF
           END-PERFORM.

       MOVE-ROLL-HISTORY SECTION.
      *    The roll history is sequential: copied to the work file
      *    with the victim's rows re-keyed, then copied back over
      *    the original - only when something actually moved.
           MOVE 'N' TO WS-RH-EOF
           OPEN INPUT ROLL-HISTORY
           IF WS-RH-STATUS = '00'
              OPEN OUTPUT ROLL-WORK
              PERFORM UNTIL WS-RH-AT-EOF
                 READ ROLL-HISTORY
                    AT END MOVE 'Y' TO WS-RH-EOF
                 END-READ
                 IF NOT WS-RH-AT-EOF
                    IF RH-PLAYER-ID = MT-VICTIM-ID
                       MOVE 'ROLLHIST' TO WS-AUD-FILE
                       MOVE 'N' TO WS-MV-JOURNAL
                       MOVE ROLL-HISTORY-RECORD TO WS-MV-BEFORE
                       MOVE MT-SURVIVOR-ID TO RH-PLAYER-ID
                       MOVE ROLL-HISTORY-RECORD TO WS-MV-AFTER
                       PERFORM RECORD-ONE-MOVE
                       ADD 1 TO WS-RHS-MOVED
                    END-IF
                    WRITE ROLL-WORK-RECORD FROM ROLL-HISTORY-RECORD
                 END-IF
              END-PERFORM
              CLOSE ROLL-WORK
              CLOSE ROLL-HISTORY
              IF WS-RHS-MOVED > 0
                 OPEN INPUT ROLL-WORK
                 OPEN OUTPUT ROLL-HISTORY
                 MOVE 'N' TO WS-RH-EOF
                 PERFORM UNTIL WS-RH-AT-EOF
                    READ ROLL-WORK
                       AT END MOVE 'Y' TO WS-RH-EOF
                    END-READ
                    IF NOT WS-RH-AT-EOF
                       WRITE ROLL-HISTORY-RECORD FROM ROLL-WORK-RECORD
                    END-IF
                 END-PERFORM
                 CLOSE ROLL-HISTORY
                 CLOSE ROLL-WORK
              END-IF
           END-IF.

       MOVE-TURN-HISTORY SECTION.
      *    Same copy-and-copy-back as the roll history.
           MOVE 'N' TO WS-TH-EOF
           OPEN INPUT TURN-HISTORY
           IF WS-TH-STATUS = '00'
              OPEN OUTPUT TURN-WORK
              PERFORM UNTIL WS-TH-AT-EOF
                 READ TURN-HISTORY
                    AT END MOVE 'Y' TO WS-TH-EOF
                 END-READ
                 IF NOT WS-TH-AT-EOF
                    IF TH-PLAYER-ID = MT-VICTIM-ID
                       MOVE 'TURNHIST' TO WS-AUD-FILE
                       MOVE 'N' TO WS-MV-JOURNAL
                       MOVE TURN-HISTORY-RECORD TO WS-MV-BEFORE
                       MOVE MT-SURVIVOR-ID TO TH-PLAYER-ID
                       MOVE TURN-HISTORY-RECORD TO WS-MV-AFTER
                       PERFORM RECORD-ONE-MOVE
                       ADD 1 TO WS-THS-MOVED
                    END-IF
                    WRITE TURN-WORK-RECORD FROM TURN-HISTORY-RECORD
                 END-IF
              END-PERFORM
              CLOSE TURN-WORK
              CLOSE TURN-HISTORY
              IF WS-THS-MOVED > 0
                 OPEN INPUT TURN-WORK
                 OPEN OUTPUT TURN-HISTORY
                 MOVE 'N' TO WS-TH-EOF
                 PERFORM UNTIL WS-TH-AT-EOF
                    READ TURN-WORK
                       AT END MOVE 'Y' TO WS-TH-EOF
                    END-READ
                    IF NOT WS-TH-AT-EOF
                       WRITE TURN-HISTORY-RECORD FROM TURN-WORK-RECORD
                    END-IF
                 END-PERFORM
                 CLOSE TURN-HISTORY
                 CLOSE TURN-WORK
              END-IF
           END-IF.

       MOVE-RATING-HISTORY SECTION.
      *    RTH-KEY is date-major like the game results, and the
      *    date-conflict check has already proved the survivor was
      *    not rated on any night the victim was.
           MOVE 'Y' TO WS-MORE-ROWS
           PERFORM UNTIL WS-NO-MORE-ROWS
              MOVE 0 TO WS-MV-COUNT
              MOVE 'N' TO WS-BROWSE-EOF
              MOVE LOW-VALUES TO RTH-KEY
              START RATING-HISTORY KEY IS NOT LESS THAN RTH-KEY
                 INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
              END-START
              PERFORM UNTIL WS-BROWSE-AT-EOF
                 OR WS-MV-COUNT = WS-MV-MAX
                 READ RATING-HISTORY NEXT RECORD
                    AT END MOVE 'Y' TO WS-BROWSE-EOF
                 END-READ
                 IF NOT WS-BROWSE-AT-EOF
                    AND RTH-PLAYER-ID = MT-VICTIM-ID
                    ADD 1 TO WS-MV-COUNT
                    MOVE RATING-HISTORY-RECORD
                       TO WS-MV-IMAGE(WS-MV-COUNT)
                 END-IF
              END-PERFORM
              MOVE 'N' TO WS-MOVE-FAILED
              PERFORM VARYING WS-MV-IX FROM 1 BY 1
                 UNTIL WS-MV-IX > WS-MV-COUNT
                 MOVE WS-MV-IMAGE(WS-MV-IX) TO RATING-HISTORY-RECORD
                 DELETE RATING-HISTORY RECORD
                    INVALID KEY CONTINUE
                 END-DELETE
                 MOVE MT-SURVIVOR-ID TO RTH-PLAYER-ID
                 WRITE RATING-HISTORY-RECORD
                 IF WS-RTH-STATUS NOT = '00'
                    MOVE WS-MV-IMAGE(WS-MV-IX) TO RATING-HISTORY-RECORD
                    WRITE RATING-HISTORY-RECORD
                    SET WS-MOVE-HAS-FAILED TO TRUE
                    MOVE 'RATEHIST' TO WS-AUD-FILE
                    PERFORM REPORT-NOT-MOVED
                 ELSE
                    MOVE 'RATEHIST' TO WS-AUD-FILE
                    MOVE 'N' TO WS-MV-JOURNAL
                    MOVE WS-MV-IMAGE(WS-MV-IX) TO WS-MV-BEFORE
                    MOVE RATING-HISTORY-RECORD TO WS-MV-AFTER
                    PERFORM RECORD-ONE-MOVE
                    ADD 1 TO WS-RTH-MOVED
                 END-IF
              END-PERFORM
              IF WS-MV-COUNT < WS-MV-MAX OR WS-MOVE-HAS-FAILED
                 MOVE 'N' TO WS-MORE-ROWS
              END-IF
           END-PERFORM.

       MOVE-RATING-ROW SECTION.
      *    When both IDs are rated the two rows become one: games
      *    add up, the peak is the higher peak, and the current
      *    rating is whichever ID was rated more recently, since
      *    that is the one PLAYRATE has carried forward. The
      *    victim's row is then audited as deleted and the
      *    survivor's as changed, so both ratings can be put back.
      *    Otherwise the victim's row is re-keyed.
           MOVE MT-VICTIM-ID TO RT-PLAYER-ID
           READ RATING-MASTER KEY IS RT-PLAYER-ID
           IF WS-RT-STATUS = '00'
              MOVE RATING-MASTER-RECORD TO WS-VICTIM-RATING
              MOVE RATING-MASTER-RECORD TO WS-MV-BEFORE
              DELETE RATING-MASTER RECORD
                 INVALID KEY CONTINUE
              END-DELETE
              MOVE 'RATEMST' TO WS-AUD-FILE
              MOVE 'N' TO WS-MV-JOURNAL
              MOVE MT-SURVIVOR-ID TO RT-PLAYER-ID
              READ RATING-MASTER KEY IS RT-PLAYER-ID
              IF WS-RT-STATUS = '00'
                 MOVE 'RECORD DELETED' TO WS-MV-AFTER
                 PERFORM RECORD-ONE-MOVE
                 MOVE RATING-MASTER-RECORD TO WS-MV-BEFORE
                 IF WS-VR-LAST-DATE > RT-LAST-DATE
                    MOVE WS-VR-RATING TO RT-RATING
                    MOVE WS-VR-LAST-DATE TO RT-LAST-DATE
                 END-IF
                 IF WS-VR-PEAK-RATING > RT-PEAK-RATING
                    MOVE WS-VR-PEAK-RATING TO RT-PEAK-RATING
                 END-IF
                 ADD WS-VR-GAMES TO RT-GAMES
                 REWRITE RATING-MASTER-RECORD
              ELSE
                 MOVE WS-VICTIM-RATING TO RATING-MASTER-RECORD
                 MOVE MT-SURVIVOR-ID TO RT-PLAYER-ID
                 WRITE RATING-MASTER-RECORD
              END-IF
              MOVE RATING-MASTER-RECORD TO WS-MV-AFTER
              PERFORM RECORD-ONE-MOVE
              ADD 1 TO WS-RTM-MOVED
           END-IF.

       MOVE-HANDICAP-ROW SECTION.
      *    The survivor's own handicap stands if there is one; the
      *    next HANDICAP build re-derives it from the merged games
      *    either way. Otherwise the victim's row is re-keyed.
           MOVE MT-VICTIM-ID TO HC-PLAYER-ID
           READ HCAP-FILE KEY IS HC-PLAYER-ID
           IF WS-HC-STATUS = '00'
              MOVE HCAP-RECORD TO WS-MV-BEFORE
              DELETE HCAP-FILE RECORD
                 INVALID KEY CONTINUE
              END-DELETE
              MOVE MT-SURVIVOR-ID TO HC-PLAYER-ID
              READ HCAP-FILE KEY IS HC-PLAYER-ID
              IF WS-HC-STATUS = '00'
                 MOVE 'RECORD DELETED' TO WS-MV-AFTER
              ELSE
                 MOVE WS-MV-BEFORE TO HCAP-RECORD
                 MOVE MT-SURVIVOR-ID TO HC-PLAYER-ID
                 WRITE HCAP-RECORD
                 MOVE HCAP-RECORD TO WS-MV-AFTER
              END-IF
              MOVE 'HCAPFILE' TO WS-AUD-FILE
              MOVE 'N' TO WS-MV-JOURNAL
              PERFORM RECORD-ONE-MOVE
              ADD 1 TO WS-HCP-MOVED
           END-IF.

       MOVE-TEAM-MEMBERSHIP SECTION.
      *    Nobody plays for two teams: when the survivor is already
      *    on a roster, the victim's slot is simply emptied;
      *    otherwise the survivor takes the victim's place.
           MOVE SPACES TO WS-SURV-TEAM
           MOVE 'N' TO WS-BROWSE-EOF
           MOVE LOW-VALUES TO TM-TEAM-ID
           START TEAM-MASTER KEY IS NOT LESS THAN TM-TEAM-ID
              INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
           END-START
           PERFORM UNTIL WS-BROWSE-AT-EOF
              READ TEAM-MASTER NEXT RECORD
                 AT END MOVE 'Y' TO WS-BROWSE-EOF
              END-READ
              IF NOT WS-BROWSE-AT-EOF
                 PERFORM VARYING WS-MEMBER-IX FROM 1 BY 1
                    UNTIL WS-MEMBER-IX > 10
                    IF TM-MEMBER-ID(WS-MEMBER-IX) = MT-SURVIVOR-ID
                       MOVE TM-TEAM-ID TO WS-SURV-TEAM
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           MOVE 'N' TO WS-BROWSE-EOF
           MOVE LOW-VALUES TO TM-TEAM-ID
           START TEAM-MASTER KEY IS NOT LESS THAN TM-TEAM-ID
              INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
           END-START
           PERFORM UNTIL WS-BROWSE-AT-EOF
              READ TEAM-MASTER NEXT RECORD
                 AT END MOVE 'Y' TO WS-BROWSE-EOF
              END-READ
              IF NOT WS-BROWSE-AT-EOF
                 MOVE 'N' TO WS-TEAM-CHANGED
                 PERFORM VARYING WS-MEMBER-IX FROM 1 BY 1
                    UNTIL WS-MEMBER-IX > 10
                    IF TM-MEMBER-ID(WS-MEMBER-IX) = MT-VICTIM-ID
                       MOVE SPACES TO WS-MV-BEFORE
                       STRING TM-TEAM-ID ' MRG ' MT-VICTIM-ID
                          DELIMITED BY SIZE INTO WS-MV-BEFORE
                       END-STRING
                       MOVE SPACES TO WS-MV-AFTER
                       IF WS-SURV-TEAM = SPACES
                          MOVE MT-SURVIVOR-ID
                             TO TM-MEMBER-ID(WS-MEMBER-IX)
                          MOVE TM-TEAM-ID TO WS-SURV-TEAM
                          STRING TM-TEAM-ID ' MRG ' MT-SURVIVOR-ID
                             DELIMITED BY SIZE INTO WS-MV-AFTER
                          END-STRING
                       ELSE
                          MOVE SPACES TO TM-MEMBER-ID(WS-MEMBER-IX)
                          STRING TM-TEAM-ID ' MRG SLOT EMPTIED'
                             DELIMITED BY SIZE INTO WS-MV-AFTER
                          END-STRING
                       END-IF
                       SET WS-TEAM-WAS-CHANGED TO TRUE
                       MOVE 'TEAMMST' TO WS-AUD-FILE
                       MOVE 'N' TO WS-MV-JOURNAL
                       PERFORM RECORD-ONE-MOVE
                       ADD 1 TO WS-TEM-MOVED
                    END-IF
                 END-PERFORM
                 IF WS-TEAM-WAS-CHANGED
                    REWRITE TEAM-MASTER-RECORD
                 END-IF
              END-IF
           END-PERFORM.

       REBUILD-SURVIVOR-TOTALS SECTION.
      *    The survivor's running totals re-derived from the merged
      *    history exactly as PLAYTBLD derives them - completed
      *    games only, 63-point upper bonus, yacht counts off the
      *    completed scorecards. The victim's row goes.
           MOVE ZERO TO WS-NEW-TOTALS
           MOVE 0 TO WS-HOLD-DATE
           MOVE 0 TO WS-GAME-CAT-COUNT WS-GAME-TOTAL WS-GAME-UPPER
           IF WS-YS-AVAILABLE
              MOVE 'N' TO WS-BROWSE-EOF
              MOVE LOW-VALUES TO YS-KEY
              MOVE MT-SURVIVOR-ID TO YS-PLAYER-ID
              START YACHT-SCORES KEY IS NOT LESS THAN YS-KEY
                 INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
              END-START
              PERFORM UNTIL WS-BROWSE-AT-EOF
                 READ YACHT-SCORES NEXT RECORD
                    AT END MOVE 'Y' TO WS-BROWSE-EOF
                 END-READ
                 IF NOT WS-BROWSE-AT-EOF
                    IF YS-PLAYER-ID NOT = MT-SURVIVOR-ID
                       MOVE 'Y' TO WS-BROWSE-EOF
                    ELSE
                       IF YS-GAME-DATE NOT = WS-HOLD-DATE
                          PERFORM CLOSE-OUT-GAME
                          MOVE YS-GAME-DATE TO WS-HOLD-DATE
                       END-IF
                       ADD 1 TO WS-GAME-CAT-COUNT
                       ADD YS-SCORE TO WS-GAME-TOTAL
                       PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                          UNTIL WS-CAT-IX > 6
                          IF YS-CATEGORY
                             = WS-CATEGORY-ENTRY(WS-CAT-IX)
                             ADD YS-SCORE TO WS-GAME-UPPER
                          END-IF
                       END-PERFORM
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM CLOSE-OUT-GAME
           END-IF
           IF WS-YC-AVAILABLE
              MOVE 'N' TO WS-BROWSE-EOF
              MOVE MT-SURVIVOR-ID TO YC-PLAYER-ID
              MOVE 0 TO YC-GAME-DATE
              START YACHT-CARD KEY IS NOT LESS THAN YC-KEY
                 INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
              END-START
              PERFORM UNTIL WS-BROWSE-AT-EOF
                 READ YACHT-CARD NEXT RECORD
                    AT END MOVE 'Y' TO WS-BROWSE-EOF
                 END-READ
                 IF NOT WS-BROWSE-AT-EOF
                    IF YC-PLAYER-ID NOT = MT-SURVIVOR-ID
                       MOVE 'Y' TO WS-BROWSE-EOF
                    ELSE
                       SET WS-CARD-IS-COMPLETE TO TRUE
                       PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                          UNTIL WS-CAT-IX > 12
                          IF YC-USED-TABLE(WS-CAT-IX) NOT = 'Y'
                             MOVE 'N' TO WS-CARD-COMPLETE
                          END-IF
                       END-PERFORM
                       IF WS-CARD-IS-COMPLETE
                          ADD YC-YACHT-COUNT TO WS-NT-YACHTS
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           MOVE MT-VICTIM-ID TO PT-PLAYER-ID
           READ PLAYER-TOTALS KEY IS PT-PLAYER-ID
           IF WS-PT-STATUS = '00'
              MOVE PLAYER-TOTALS-RECORD TO WS-MV-BEFORE
              DELETE PLAYER-TOTALS RECORD
                 INVALID KEY CONTINUE
              END-DELETE
              MOVE 'RECORD DELETED' TO WS-MV-AFTER
              MOVE 'PLAYTOT' TO WS-AUD-FILE
              MOVE 'N' TO WS-MV-JOURNAL
              PERFORM RECORD-ONE-MOVE
              ADD 1 TO WS-PTT-MOVED
           END-IF
           MOVE MT-SURVIVOR-ID TO PT-PLAYER-ID
           READ PLAYER-TOTALS KEY IS PT-PLAYER-ID
           IF WS-PT-STATUS = '00'
              MOVE PLAYER-TOTALS-RECORD TO WS-MV-BEFORE
           ELSE
              MOVE 'NOT ON FILE' TO WS-MV-BEFORE
           END-IF
           MOVE MT-SURVIVOR-ID TO PT-PLAYER-ID
           MOVE WS-NT-GAMES TO PT-GAMES
           MOVE WS-NT-GRAND TO PT-GRAND-TOTAL
           MOVE WS-NT-UPPER TO PT-UPPER-TOTAL
           MOVE WS-NT-YACHTS TO PT-YACHT-COUNT
           MOVE WS-NT-BEST TO PT-BEST-GAME
           IF WS-PT-STATUS = '00'
              REWRITE PLAYER-TOTALS-RECORD
           ELSE
              WRITE PLAYER-TOTALS-RECORD
           END-IF
           MOVE PLAYER-TOTALS-RECORD TO WS-MV-AFTER
           MOVE 'PLAYTOT' TO WS-AUD-FILE
           MOVE 'N' TO WS-MV-JOURNAL
           PERFORM RECORD-ONE-MOVE
           ADD 1 TO WS-PTT-MOVED.

       CLOSE-OUT-GAME SECTION.
           IF WS-GAME-CAT-COUNT = 12
              IF WS-GAME-UPPER >= 63
                 ADD 35 TO WS-GAME-TOTAL
              END-IF
              ADD 1 TO WS-NT-GAMES
              ADD WS-GAME-TOTAL TO WS-NT-GRAND
              ADD WS-GAME-UPPER TO WS-NT-UPPER
              IF WS-GAME-TOTAL > WS-NT-BEST
                 MOVE WS-GAME-TOTAL TO WS-NT-BEST
              END-IF
           END-IF
           MOVE 0 TO WS-GAME-CAT-COUNT
           MOVE 0 TO WS-GAME-TOTAL
           MOVE 0 TO WS-GAME-UPPER.

       INACTIVATE-VICTIM SECTION.
      *    Same image layout as PLAYMNT's master maintenance, so the
      *    player's history on the audit file reads as one story.
           MOVE MT-VICTIM-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER KEY IS PM-PLAYER-ID
           IF WS-PM-STATUS = '00'
              PERFORM BUILD-MASTER-IMAGE
              MOVE WS-AUD-IMAGE TO WS-MV-BEFORE
              MOVE 'I' TO PM-STATUS
              REWRITE PLAYER-MASTER-RECORD
              PERFORM BUILD-MASTER-IMAGE
              MOVE WS-AUD-IMAGE TO WS-MV-AFTER
              MOVE 'PLAYMST' TO WS-AUD-FILE
              MOVE 'N' TO WS-MV-JOURNAL
              PERFORM RECORD-ONE-MOVE
           END-IF.

       BUILD-MASTER-IMAGE SECTION.
           MOVE SPACES TO WS-AUD-IMAGE
           STRING PM-PLAYER-ID ' ' PM-STATUS ' ' PM-EXPIRY-DATE
              ' ' PM-DISPLAY-NAME(1:19)
              DELIMITED BY SIZE INTO WS-AUD-IMAGE
           END-STRING.

       RECORD-ONE-MOVE SECTION.
      *    One moved record: before and after images to the audit
      *    file, the delete/add pair to the journal for the
      *    journaled masters, and a line on the merge report.
           MOVE 'BEFORE' TO WS-AUD-PHASE
           MOVE WS-MV-BEFORE TO WS-AUD-IMAGE
           PERFORM WRITE-AUDIT-IMAGE
           MOVE 'AFTER' TO WS-AUD-PHASE
           MOVE WS-MV-AFTER TO WS-AUD-IMAGE
           PERFORM WRITE-AUDIT-IMAGE
           IF WS-MV-JOURNALED
              MOVE WS-AUD-FILE TO WS-JRN-FILE
              MOVE 'DEL' TO WS-JRN-ACTION
              MOVE WS-MV-BEFORE TO WS-JRN-BEFORE
              MOVE 'RECORD DELETED' TO WS-JRN-AFTER
              PERFORM WRITE-JOURNAL
              MOVE 'ADD' TO WS-JRN-ACTION
              MOVE 'NOT ON FILE' TO WS-JRN-BEFORE
              MOVE WS-MV-AFTER TO WS-JRN-AFTER
              PERFORM WRITE-JOURNAL
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' WS-AUD-FILE ' ' WS-MV-BEFORE
              ' -> ' WS-MV-AFTER(1:40)
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE MERGE-REPORT-RECORD FROM WS-REPORT-LINE.

       REPORT-NOT-MOVED SECTION.
           ADD 1 TO WS-NOT-MOVED
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' WS-AUD-FILE ' ' WS-MV-IMAGE(WS-MV-IX)
              ' NOT MOVED - SURVIVOR KEY EXISTS'
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE MERGE-REPORT-RECORD FROM WS-REPORT-LINE.

       PRINT-MERGE-COUNTS SECTION.
           MOVE 'YACHTSCR' TO WS-COUNT-NAME
           MOVE WS-SCR-MOVED TO WS-COUNT-VALUE
           PERFORM PRINT-ONE-COUNT
           MOVE 'YACHTCRD' TO WS-COUNT-NAME
           MOVE WS-CRD-MOVED TO WS-COUNT-VALUE
           PERFORM PRINT-ONE-COUNT
           MOVE 'GAMERSLT' TO WS-COUNT-NAME
           MOVE WS-RSL-MOVED TO WS-COUNT-VALUE
           PERFORM PRINT-ONE-COUNT
           MOVE 'YACHTXRF' TO WS-COUNT-NAME
           MOVE WS-XRF-MOVED TO WS-COUNT-VALUE
           PERFORM PRINT-ONE-COUNT
           MOVE 'YACHTHLD' TO WS-COUNT-NAME
           MOVE WS-HLD-MOVED TO WS-COUNT-VALUE
           PERFORM PRINT-ONE-COUNT
           MOVE 'ROLLHIST' TO WS-COUNT-NAME
           MOVE WS-RHS-MOVED TO WS-COUNT-VALUE
           PERFORM PRINT-ONE-COUNT
           MOVE 'HCAPFILE' TO WS-COUNT-NAME
           MOVE WS-HCP-MOVED TO WS-COUNT-VALUE
           PERFORM PRINT-ONE-COUNT
           MOVE 'TEAMMST' TO WS-COUNT-NAME
           MOVE WS-TEM-MOVED TO WS-COUNT-VALUE
           PERFORM PRINT-ONE-COUNT
           MOVE 'TURNHIST' TO WS-COUNT-NAME
           MOVE WS-THS-MOVED TO WS-COUNT-VALUE
           PERFORM PRINT-ONE-COUNT
           MOVE 'RATEHIST' TO WS-COUNT-NAME
           MOVE WS-RTH-MOVED TO WS-COUNT-VALUE
           PERFORM PRINT-ONE-COUNT
           MOVE 'RATEMST' TO WS-COUNT-NAME
           MOVE WS-RTM-MOVED TO WS-COUNT-VALUE
           PERFORM PRINT-ONE-COUNT
           MOVE 'PLAYTOT' TO WS-COUNT-NAME
           MOVE WS-PTT-MOVED TO WS-COUNT-VALUE
           PERFORM PRINT-ONE-COUNT
           IF WS-NOT-MOVED > 0
              MOVE WS-NOT-MOVED TO WS-ED-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  RECORDS LEFT ON VICTIM: ' WS-ED-COUNT
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE MERGE-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE 8 TO RETURN-CODE
           END-IF.

       PRINT-ONE-COUNT SECTION.
           MOVE WS-COUNT-VALUE TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' WS-COUNT-NAME ' RECORDS MOVED: ' WS-ED-COUNT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE MERGE-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-JOURNAL SECTION.
      *    Forward-recovery journal entries in the same form YACHT
      *    writes them, so YACHTRPL replays a merge like a posting.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO JRN-RECORD
           MOVE WS-CURRENT-DATE TO JRN-DATE
           MOVE WS-CURRENT-TIME TO JRN-TIME
           MOVE WS-JOB-NAME TO JRN-PROGRAM-ID
           MOVE WS-JRN-FILE TO JRN-FILE-NAME
           MOVE WS-JRN-ACTION TO JRN-ACTION
           MOVE WS-JRN-BEFORE TO JRN-BEFORE
           MOVE WS-JRN-AFTER TO JRN-AFTER
           WRITE YACHT-JOURNAL-RECORD FROM JRN-RECORD.

       WRITE-AUDIT-IMAGE SECTION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO CORRECTION-AUDIT-RECORD
           MOVE WS-CURRENT-DATE TO AUD-RUN-DATE
           MOVE WS-CURRENT-TIME TO AUD-RUN-TIME
           MOVE WS-AUD-FILE TO AUD-FILE-NAME
           MOVE WS-AUD-PHASE TO AUD-PHASE
           MOVE WS-AUD-IMAGE TO AUD-IMAGE
           OPEN EXTEND CORRECTION-AUDIT
           IF WS-AU-STATUS = '05' OR WS-AU-STATUS = '35'
              OPEN OUTPUT CORRECTION-AUDIT
           END-IF
           WRITE CORRECTION-AUDIT-RECORD
           CLOSE CORRECTION-AUDIT.

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
