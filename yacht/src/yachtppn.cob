       IDENTIFICATION DIVISION.
       PROGRAM-ID. YACHTPPN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESCHEDULE-FILE ASSIGN TO "RESCHED"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RS-STATUS.
           SELECT GAME-SCHEDULE ASSIGN TO "GAMESCHD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GS-STATUS.
           SELECT SEAT-FILE ASSIGN TO "SEATFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SF-KEY
              FILE STATUS IS WS-SF-STATUS.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PM-PLAYER-ID
              FILE STATUS IS WS-PM-STATUS.
           SELECT YACHT-CARD ASSIGN TO "YACHTCRD"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS YC-KEY
              FILE STATUS IS WS-YC-STATUS.
           SELECT YACHT-SCORES ASSIGN TO "YACHTSCR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS YS-KEY
              FILE STATUS IS WS-YS-STATUS.
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
           SELECT YACHT-JOURNAL ASSIGN TO "YACHTJRN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JN-STATUS.
           SELECT NOTICE-REPORT ASSIGN TO "PPNRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NR-STATUS.
           SELECT PPN-EXCEPT ASSIGN TO "PPNEXC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EX-STATUS.
           SELECT JOB-RUN-LOG ASSIGN TO "JOBRLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESCHEDULE-FILE.
       01  RESCHEDULE-RECORD.
           05 RS-LEAGUE-CODE   PIC X(4).
           05 RS-OLD-DATE      PIC 9(8).
           05 RS-NEW-DATE      PIC 9(8).
           05 RS-REASON        PIC X(30).
           05 RS-OPERATOR-ID   PIC X(8).
       FD  GAME-SCHEDULE.
       01  GAME-SCHEDULE-RECORD.
           05 GS-GAME-DATE     PIC 9(8).
           05 GS-LEAGUE-CODE   PIC X(4).
       FD  SEAT-FILE.
       01  SEAT-FILE-RECORD.
           05 SF-KEY.
              10 SF-GAME-DATE  PIC 9(8).
              10 SF-PLAYER-ID  PIC X(10).
           05 SF-TABLE-NO      PIC 99.
           05 SF-SEAT-NO       PIC 9.
           05 SF-LEAGUE-CODE   PIC X(4).
           05 SF-STRENGTH      PIC 9(4).
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
       FD  YACHT-CARD.
       01  YACHT-CARD-RECORD.
           05 YC-KEY.
              10 YC-PLAYER-ID  PIC X(10).
              10 YC-GAME-DATE  PIC 9(8).
           05 YC-USED-TABLE    PIC X OCCURS 12 TIMES.
           05 YC-YACHT-COUNT   PIC 99.
       FD  YACHT-SCORES.
       01  YACHT-SCORE-RECORD.
           05 YS-KEY.
              10 YS-PLAYER-ID  PIC X(10).
              10 YS-GAME-DATE  PIC 9(8).
              10 YS-CATEGORY   PIC X(15).
           05 YS-SCORE         PIC 999.
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
       FD  YACHT-JOURNAL.
       01  YACHT-JOURNAL-RECORD PIC X(115).
       FD  NOTICE-REPORT.
       01  NOTICE-REPORT-RECORD PIC X(100).
       FD  PPN-EXCEPT.
       01  PPN-EXCEPT-RECORD   PIC X(142).
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
       01 WS-RS-STATUS     PIC XX.
       01 WS-GS-STATUS     PIC XX.
       01 WS-SF-STATUS     PIC XX.
       01 WS-PM-STATUS     PIC XX.
       01 WS-YC-STATUS     PIC XX.
       01 WS-YS-STATUS     PIC XX.
       01 WS-XR-STATUS     PIC XX.
       01 WS-HD-STATUS     PIC XX.
       01 WS-JN-STATUS     PIC XX.
       01 WS-NR-STATUS     PIC XX.
       01 WS-EX-STATUS     PIC XX.
       01 WS-JRL-STATUS    PIC XX.
       01 WS-JOB-NAME      PIC X(8) VALUE 'YACHTPPN'.
       01 WS-RUN-STATUS    PIC X(8) VALUE 'COMPLETE'.
       COPY "DATEFLDS.cpy".
       COPY "EXCPTREC.cpy".
       COPY "JRNLREC.cpy".
       01 WS-EXCEPT-MSG    PIC X(80).
       01 WS-EXC-SEVERITY  PIC X     VALUE 'E'.
       01 WS-EXC-REASON    PIC X(4)  VALUE SPACES.
       01 WS-EXC-KEY       PIC X(33) VALUE SPACES.
       01 WS-RS-EOF        PIC X    VALUE 'N'.
          88 WS-RS-AT-EOF           VALUE 'Y'.
       01 WS-GS-EOF        PIC X    VALUE 'N'.
          88 WS-GS-AT-EOF           VALUE 'Y'.
       01 WS-BROWSE-EOF    PIC X    VALUE 'N'.
          88 WS-BROWSE-AT-EOF       VALUE 'Y'.

      *    The seating file, holds and player master are optional:
      *    without them a shared night cannot be split by league,
      *    a hold has nothing to follow and a name prints blank.
       01 WS-SF-AVAIL      PIC X    VALUE 'N'.
          88 WS-SF-AVAILABLE        VALUE 'Y'.
       01 WS-PM-AVAIL      PIC X    VALUE 'N'.
          88 WS-PM-AVAILABLE        VALUE 'Y'.
       01 WS-YS-AVAIL      PIC X    VALUE 'N'.
          88 WS-YS-AVAILABLE        VALUE 'Y'.
       01 WS-XR-AVAIL      PIC X    VALUE 'N'.
          88 WS-XR-AVAILABLE        VALUE 'Y'.
       01 WS-HD-AVAIL      PIC X    VALUE 'N'.
          88 WS-HD-AVAILABLE        VALUE 'Y'.

       01 WS-NIGHT-COUNT   PIC 9(5) VALUE 0.
       01 WS-CARD-MOVED    PIC 9(5) VALUE 0.
       01 WS-CARD-LEFT     PIC 9(5) VALUE 0.
       01 WS-CARD-FAILED   PIC 9(5) VALUE 0.
       01 WS-SCR-MOVED     PIC 9(5) VALUE 0.
       01 WS-XRF-MOVED     PIC 9(5) VALUE 0.
       01 WS-HLD-MOVED     PIC 9(5) VALUE 0.
       01 WS-NIGHT-LISTED  PIC 9(5) VALUE 0.

      *    Another league still playing the lost night means the
      *    cards on it have to be told apart by the seating file.
       01 WS-SHARED-FLAG   PIC X    VALUE 'N'.
          88 WS-NIGHT-SHARED        VALUE 'Y'.
       01 WS-LEAGUE-FLAG   PIC X.
          88 WS-CARD-IN-LEAGUE      VALUE 'Y'.
          88 WS-CARD-OTHER-LEAGUE   VALUE 'O'.
          88 WS-CARD-LEAGUE-UNKNOWN VALUE 'U'.

      *    The night's cards are gathered first and moved by key,
      *    so the card browse is never positioned on a record
      *    this program has just deleted or added.
       01 WS-PC-MAX        PIC 999  VALUE 200.
       01 WS-PC-COUNT      PIC 999  VALUE 0.
       01 WS-PC-IX         PIC 999.
       01 WS-PC-OVER       PIC X    VALUE 'N'.
          88 WS-PC-OVERFLOWED       VALUE 'Y'.
       01 WS-PC-TABLE.
          05 WS-PC-IMAGE    PIC X(32) OCCURS 200 TIMES.

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
       01 WS-CAT-USED      PIC 99.

       01 WS-PLAYER-ID     PIC X(10).
       01 WS-PLAYER-NAME   PIC X(30).
       01 WS-CARD-IMAGE    PIC X(32).
       01 WS-MV-BEFORE     PIC X(40).
       01 WS-MV-AFTER      PIC X(40).
       01 WS-JRN-FILE      PIC X(8).
       01 WS-JRN-ACTION    PIC X(3).
       01 WS-JRN-BEFORE    PIC X(40).
       01 WS-JRN-AFTER     PIC X(40).
       01 WS-NOTE          PIC X(30).
       01 WS-ED-USED       PIC Z9.
       01 WS-REPORT-LINE   PIC X(100).
       01 WS-RULE-LINE     PIC X(60) VALUE ALL '*'.

       PROCEDURE DIVISION.
       YACHTPPN SECTION.
      *    Second half of a postponement. LEAP has already moved
      *    the lost night on the schedule and written one RESCHED
      *    record per night moved (league, old date, new date,
      *    reason, operator); this step carries the league's
      *    in-flight scorecards across to the make-up night so
      *    the replayed scores are not rejected as unscheduled.
      *    A card still open on the lost night is re-keyed to the
      *    make-up date together with its scores, its date cross-
      *    reference rows and any dispute holds; the journaled
      *    masters get the delete/add pair on YACHTJRN so YACHTRPL
      *    replays the move. A card already complete was a game
      *    finished before the night was called, and stays where
      *    it is with its result. When another league still plays
      *    the lost night, only cards the seating file puts in
      *    this league are moved. The reschedule notice lists
      *    every affected player by name for the desk to call
      *    round. A rerun is safe: cards already moved are no
      *    longer on the lost night.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           OPEN OUTPUT NOTICE-REPORT
           OPEN INPUT RESCHEDULE-FILE
           IF WS-RS-STATUS NOT = '00'
              MOVE 'RESCHEDULE FILE NOT AVAILABLE - NOTHING MOVED'
                 TO WS-REPORT-LINE
              WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE 'RESCHEDULE FILE NOT AVAILABLE - NOTHING MOVED'
                 TO WS-EXCEPT-MSG
              MOVE 'FILE' TO WS-EXC-REASON
              PERFORM LOG-EXCEPTION
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN I-O YACHT-CARD
              IF WS-YC-STATUS NOT = '00'
                 MOVE 'SCORECARD FILE NOT AVAILABLE - NOTHING MOVED'
                    TO WS-REPORT-LINE
                 WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE
                 MOVE 'SCORECARD FILE NOT AVAILABLE - NOTHING MOVED'
                    TO WS-EXCEPT-MSG
                 MOVE 'FILE' TO WS-EXC-REASON
                 PERFORM LOG-EXCEPTION
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM OPEN-SCORING-FILES
                 PERFORM UNTIL WS-RS-AT-EOF
                    READ RESCHEDULE-FILE
                       AT END MOVE 'Y' TO WS-RS-EOF
                    END-READ
                    IF NOT WS-RS-AT-EOF
                       ADD 1 TO WS-NIGHT-COUNT
                       PERFORM MOVE-ONE-NIGHT
                    END-IF
                 END-PERFORM
                 PERFORM CLOSE-SCORING-FILES
                 CLOSE YACHT-CARD
              END-IF
              CLOSE RESCHEDULE-FILE
              MOVE SPACES TO WS-REPORT-LINE
              WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'NIGHTS: ' WS-NIGHT-COUNT
                 ' CARDS MOVED: ' WS-CARD-MOVED
                 ' SCORES: ' WS-SCR-MOVED
                 ' XREF: ' WS-XRF-MOVED
                 ' HOLDS: ' WS-HLD-MOVED
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'CARDS LEFT COMPLETE: ' WS-CARD-LEFT
                 ' NOT MOVED: ' WS-CARD-FAILED
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE
              IF WS-CARD-FAILED > 0 AND RETURN-CODE = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           CLOSE NOTICE-REPORT
           PERFORM WRITE-JOB-RUN-LOG
           STOP RUN.

       OPEN-SCORING-FILES SECTION.
           OPEN I-O YACHT-SCORES
           IF WS-YS-STATUS = '00'
              SET WS-YS-AVAILABLE TO TRUE
           END-IF
           OPEN I-O YACHT-XREF
           IF WS-XR-STATUS = '00'
              SET WS-XR-AVAILABLE TO TRUE
           END-IF
           OPEN I-O YACHT-HOLDS
           IF WS-HD-STATUS = '00'
              SET WS-HD-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT SEAT-FILE
           IF WS-SF-STATUS = '00'
              SET WS-SF-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT PLAYER-MASTER
           IF WS-PM-STATUS = '00'
              SET WS-PM-AVAILABLE TO TRUE
           END-IF
           OPEN EXTEND YACHT-JOURNAL
           IF WS-JN-STATUS = '05' OR WS-JN-STATUS = '35'
              OPEN OUTPUT YACHT-JOURNAL
           END-IF.

       CLOSE-SCORING-FILES SECTION.
           IF WS-YS-AVAILABLE
              CLOSE YACHT-SCORES
           END-IF
           IF WS-XR-AVAILABLE
              CLOSE YACHT-XREF
           END-IF
           IF WS-HD-AVAILABLE
              CLOSE YACHT-HOLDS
           END-IF
           IF WS-SF-AVAILABLE
              CLOSE SEAT-FILE
           END-IF
           IF WS-PM-AVAILABLE
              CLOSE PLAYER-MASTER
           END-IF
           CLOSE YACHT-JOURNAL.

       MOVE-ONE-NIGHT SECTION.
           PERFORM PRINT-NOTICE-HEADING
           PERFORM CHECK-SHARED-NIGHT
           PERFORM GATHER-NIGHT-CARDS
           MOVE 0 TO WS-NIGHT-LISTED
           PERFORM VARYING WS-PC-IX FROM 1 BY 1
              UNTIL WS-PC-IX > WS-PC-COUNT
              MOVE WS-PC-IMAGE(WS-PC-IX) TO WS-CARD-IMAGE
              MOVE WS-CARD-IMAGE TO YACHT-CARD-RECORD
              MOVE YC-PLAYER-ID TO WS-PLAYER-ID
              PERFORM CHECK-CARD-LEAGUE
              IF NOT WS-CARD-OTHER-LEAGUE
                 PERFORM DISPOSE-ONE-CARD
              END-IF
           END-PERFORM
           IF WS-NIGHT-LISTED = 0
              MOVE '  NO SCORECARDS IN PLAY FOR THIS LEAGUE'
                 TO WS-REPORT-LINE
              WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WS-PC-OVERFLOWED
              MOVE SPACES TO WS-EXCEPT-MSG
              STRING 'MORE THAN ' WS-PC-MAX
                 ' CARDS ON NIGHT - RERUN TO MOVE THE REST'
                 DELIMITED BY SIZE INTO WS-EXCEPT-MSG
              END-STRING
              MOVE 'W' TO WS-EXC-SEVERITY
              MOVE 'TBLF' TO WS-EXC-REASON
              PERFORM LOG-EXCEPTION
              MOVE WS-EXCEPT-MSG TO WS-REPORT-LINE
              WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE
              IF RETURN-CODE = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       PRINT-NOTICE-HEADING SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE
           WRITE NOTICE-REPORT-RECORD FROM WS-RULE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '*  RESCHEDULE NOTICE - LEAGUE ' RS-LEAGUE-CODE
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '*  GAME NIGHT ' RS-OLD-DATE
              ' POSTPONED TO ' RS-NEW-DATE
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '*  REASON: ' RS-REASON
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '*  AUTHORIZED BY: ' RS-OPERATOR-ID
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE
           WRITE NOTICE-REPORT-RECORD FROM WS-RULE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE '  PLAYER ID  NAME                           STATUS'
              TO WS-REPORT-LINE
           WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE.

       CHECK-SHARED-NIGHT SECTION.
      *    LEAP has already taken this league off the lost night,
      *    so any schedule row still on that date is another
      *    league's.
           MOVE 'N' TO WS-SHARED-FLAG
           MOVE 'N' TO WS-GS-EOF
           OPEN INPUT GAME-SCHEDULE
           IF WS-GS-STATUS = '00'
              PERFORM UNTIL WS-GS-AT-EOF
                 READ GAME-SCHEDULE
                    AT END MOVE 'Y' TO WS-GS-EOF
                 END-READ
                 IF NOT WS-GS-AT-EOF
                    AND GS-GAME-DATE = RS-OLD-DATE
                    AND GS-LEAGUE-CODE NOT = RS-LEAGUE-CODE
                    SET WS-NIGHT-SHARED TO TRUE
                 END-IF
              END-PERFORM
              CLOSE GAME-SCHEDULE
           END-IF.

       GATHER-NIGHT-CARDS SECTION.
      *    YC-KEY is player-major, so the night's cards are found
      *    by a full pass rather than a positioned browse.
           MOVE 0 TO WS-PC-COUNT
           MOVE 'N' TO WS-PC-OVER
           MOVE 'N' TO WS-BROWSE-EOF
           MOVE LOW-VALUES TO YC-KEY
           START YACHT-CARD KEY IS NOT LESS THAN YC-KEY
              INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
           END-START
           PERFORM UNTIL WS-BROWSE-AT-EOF
              READ YACHT-CARD NEXT RECORD
                 AT END MOVE 'Y' TO WS-BROWSE-EOF
              END-READ
              IF NOT WS-BROWSE-AT-EOF
                 AND YC-GAME-DATE = RS-OLD-DATE
                 IF WS-PC-COUNT < WS-PC-MAX
                    ADD 1 TO WS-PC-COUNT
                    MOVE YACHT-CARD-RECORD
                       TO WS-PC-IMAGE(WS-PC-COUNT)
                 ELSE
                    SET WS-PC-OVERFLOWED TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

       CHECK-CARD-LEAGUE SECTION.
      *    On a night only this league played every card is its
      *    own. On a shared night the seating file says whose
      *    table the player sat at; a player it cannot place is
      *    left where they are and raised for the desk.
           SET WS-CARD-IN-LEAGUE TO TRUE
           IF WS-NIGHT-SHARED
              SET WS-CARD-LEAGUE-UNKNOWN TO TRUE
              IF WS-SF-AVAILABLE
                 MOVE RS-OLD-DATE TO SF-GAME-DATE
                 MOVE WS-PLAYER-ID TO SF-PLAYER-ID
                 READ SEAT-FILE KEY IS SF-KEY
                 IF WS-SF-STATUS = '00'
                    IF SF-LEAGUE-CODE = RS-LEAGUE-CODE
                       SET WS-CARD-IN-LEAGUE TO TRUE
                    ELSE
                       SET WS-CARD-OTHER-LEAGUE TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

       DISPOSE-ONE-CARD SECTION.
           ADD 1 TO WS-NIGHT-LISTED
           PERFORM LOOK-UP-PLAYER-NAME
           MOVE 0 TO WS-CAT-USED
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
              UNTIL WS-CAT-IX > 12
              IF YC-USED-TABLE(WS-CAT-IX) = 'Y'
                 ADD 1 TO WS-CAT-USED
              END-IF
           END-PERFORM
           MOVE WS-CAT-USED TO WS-ED-USED
           EVALUATE TRUE
              WHEN WS-CARD-LEAGUE-UNKNOWN
                 ADD 1 TO WS-CARD-FAILED
                 MOVE 'NOT MOVED - LEAGUE NOT SEATED' TO WS-NOTE
                 MOVE SPACES TO WS-EXCEPT-MSG
                 STRING 'CARD ON SHARED NIGHT ' RS-OLD-DATE
                    ' NOT SEATED - LEAGUE UNKNOWN, NOT MOVED'
                    DELIMITED BY SIZE INTO WS-EXCEPT-MSG
                 END-STRING
                 MOVE 'W' TO WS-EXC-SEVERITY
                 MOVE 'PPLG' TO WS-EXC-REASON
                 PERFORM LOG-CARD-EXCEPTION
              WHEN WS-CAT-USED = 12
                 ADD 1 TO WS-CARD-LEFT
                 MOVE 'COMPLETE - STAYS ON NIGHT' TO WS-NOTE
              WHEN OTHER
                 PERFORM MOVE-PLAYER-CARD
           END-EVALUATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' WS-PLAYER-ID ' ' WS-PLAYER-NAME
              ' ' WS-ED-USED '/12 ' WS-NOTE
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-LINE.

       LOOK-UP-PLAYER-NAME SECTION.
           MOVE SPACES TO WS-PLAYER-NAME
           IF WS-PM-AVAILABLE
              MOVE WS-PLAYER-ID TO PM-PLAYER-ID
              READ PLAYER-MASTER KEY IS PM-PLAYER-ID
              IF WS-PM-STATUS = '00'
                 MOVE PM-DISPLAY-NAME TO WS-PLAYER-NAME
              ELSE
                 MOVE '(NOT ON PLAYER MASTER)' TO WS-PLAYER-NAME
              END-IF
           END-IF.

       MOVE-PLAYER-CARD SECTION.
      *    The make-up night is one nobody played, so a card
      *    already there means something was keyed against the
      *    wrong date - the player is left alone for the desk to
      *    sort out rather than have two games folded together.
           MOVE WS-PLAYER-ID TO YC-PLAYER-ID
           MOVE RS-NEW-DATE TO YC-GAME-DATE
           READ YACHT-CARD KEY IS YC-KEY
           IF WS-YC-STATUS = '00'
              ADD 1 TO WS-CARD-FAILED
              MOVE 'NOT MOVED - CARD ON NEW NIGHT' TO WS-NOTE
              MOVE SPACES TO WS-EXCEPT-MSG
              STRING 'CARD ALREADY ON MAKE-UP NIGHT ' RS-NEW-DATE
                 ' - NOT MOVED'
                 DELIMITED BY SIZE INTO WS-EXCEPT-MSG
              END-STRING
              MOVE 'E' TO WS-EXC-SEVERITY
              MOVE 'PPDP' TO WS-EXC-REASON
              PERFORM LOG-CARD-EXCEPTION
           ELSE
              PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                 UNTIL WS-CAT-IX > 12
                 PERFORM MOVE-CATEGORY-ROWS
              END-PERFORM
              MOVE WS-CARD-IMAGE TO YACHT-CARD-RECORD
              DELETE YACHT-CARD RECORD
                 INVALID KEY CONTINUE
              END-DELETE
              MOVE RS-NEW-DATE TO YC-GAME-DATE
              WRITE YACHT-CARD-RECORD
              MOVE 'YACHTCRD' TO WS-JRN-FILE
              MOVE WS-CARD-IMAGE TO WS-MV-BEFORE
              MOVE YACHT-CARD-RECORD TO WS-MV-AFTER
              PERFORM JOURNAL-ONE-MOVE
              ADD 1 TO WS-CARD-MOVED
              MOVE SPACES TO WS-NOTE
              STRING 'MOVED TO ' RS-NEW-DATE
                 DELIMITED BY SIZE INTO WS-NOTE
              END-STRING
           END-IF.

       MOVE-CATEGORY-ROWS SECTION.
      *    Score, date cross-reference and hold rows for one
      *    category, each read by its full key on the lost night.
           IF WS-YS-AVAILABLE
              MOVE WS-PLAYER-ID TO YS-PLAYER-ID
              MOVE RS-OLD-DATE TO YS-GAME-DATE
              MOVE WS-CATEGORY-ENTRY(WS-CAT-IX) TO YS-CATEGORY
              READ YACHT-SCORES KEY IS YS-KEY
              IF WS-YS-STATUS = '00'
                 MOVE YACHT-SCORE-RECORD TO WS-MV-BEFORE
                 DELETE YACHT-SCORES RECORD
                    INVALID KEY CONTINUE
                 END-DELETE
                 MOVE RS-NEW-DATE TO YS-GAME-DATE
                 WRITE YACHT-SCORE-RECORD
                 MOVE 'YACHTSCR' TO WS-JRN-FILE
                 MOVE YACHT-SCORE-RECORD TO WS-MV-AFTER
                 PERFORM JOURNAL-ONE-MOVE
                 ADD 1 TO WS-SCR-MOVED
              END-IF
           END-IF
           IF WS-XR-AVAILABLE
              MOVE RS-OLD-DATE TO XR-GAME-DATE
              MOVE WS-PLAYER-ID TO XR-PLAYER-ID
              MOVE WS-CATEGORY-ENTRY(WS-CAT-IX) TO XR-CATEGORY
              READ YACHT-XREF KEY IS XR-KEY
              IF WS-XR-STATUS = '00'
                 MOVE YACHT-XREF-RECORD TO WS-MV-BEFORE
                 DELETE YACHT-XREF RECORD
                    INVALID KEY CONTINUE
                 END-DELETE
                 MOVE RS-NEW-DATE TO XR-GAME-DATE
                 WRITE YACHT-XREF-RECORD
                 MOVE 'YACHTXRF' TO WS-JRN-FILE
                 MOVE YACHT-XREF-RECORD TO WS-MV-AFTER
                 PERFORM JOURNAL-ONE-MOVE
                 ADD 1 TO WS-XRF-MOVED
              END-IF
           END-IF
      *    Holds are not a journaled master; they follow the score
      *    so the release still finds it.
           IF WS-HD-AVAILABLE
              MOVE WS-PLAYER-ID TO HD-PLAYER-ID
              MOVE RS-OLD-DATE TO HD-GAME-DATE
              MOVE WS-CATEGORY-ENTRY(WS-CAT-IX) TO HD-CATEGORY
              READ YACHT-HOLDS KEY IS HD-KEY
              IF WS-HD-STATUS = '00'
                 DELETE YACHT-HOLDS RECORD
                    INVALID KEY CONTINUE
                 END-DELETE
                 MOVE RS-NEW-DATE TO HD-GAME-DATE
                 WRITE YACHT-HOLDS-RECORD
                 ADD 1 TO WS-HLD-MOVED
              END-IF
           END-IF.

       JOURNAL-ONE-MOVE SECTION.
      *    A re-key is a delete and an add as far as forward
      *    recovery is concerned - the same pair PLAYMRG writes.
           MOVE 'DEL' TO WS-JRN-ACTION
           MOVE WS-MV-BEFORE TO WS-JRN-BEFORE
           MOVE 'RECORD DELETED' TO WS-JRN-AFTER
           PERFORM WRITE-JOURNAL
           MOVE 'ADD' TO WS-JRN-ACTION
           MOVE 'NOT ON FILE' TO WS-JRN-BEFORE
           MOVE WS-MV-AFTER TO WS-JRN-AFTER
           PERFORM WRITE-JOURNAL.

       WRITE-JOURNAL SECTION.
      *    Forward-recovery journal entries in the same form YACHT
      *    writes them, so YACHTRPL replays a postponement like a
      *    posting.
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

       LOG-CARD-EXCEPTION SECTION.
           MOVE SPACES TO WS-EXC-KEY
           STRING WS-PLAYER-ID RS-OLD-DATE
              DELIMITED BY SIZE INTO WS-EXC-KEY
           END-STRING
           PERFORM LOG-EXCEPTION
           MOVE SPACES TO WS-EXC-KEY.

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
           OPEN EXTEND PPN-EXCEPT
           IF WS-EX-STATUS = '05' OR WS-EX-STATUS = '35'
              OPEN OUTPUT PPN-EXCEPT
           END-IF
           WRITE PPN-EXCEPT-RECORD FROM EXCEPTION-RECORD
           CLOSE PPN-EXCEPT
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
