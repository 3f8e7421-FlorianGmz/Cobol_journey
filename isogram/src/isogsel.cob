       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISOGSEL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PHRASE-MASTER ASSIGN TO "ISOGMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PM-NORM-PHRASE
              FILE STATUS IS WS-PM-STATUS.
           SELECT GAME-SCHEDULE ASSIGN TO "GAMESCHD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GS-STATUS.
           SELECT PUZZLE-SCHEDULE ASSIGN TO "PUZLSCHD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PZ-STATUS.
           SELECT CONTROL-CARD ASSIGN TO "PUZLCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CC-STATUS.
           SELECT BUSDATE-CARD ASSIGN TO "BUSDCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BDC-STATUS.
           SELECT SELECT-REPORT ASSIGN TO "PUZLRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SR-STATUS.
           SELECT PUZZLE-EXCEPT ASSIGN TO "PUZLEXC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EX-STATUS.
           SELECT JOB-RUN-LOG ASSIGN TO "JOBRLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  GAME-SCHEDULE.
       01  GAME-SCHEDULE-RECORD.
           05 GS-GAME-DATE     PIC 9(8).
           05 GS-LEAGUE-CODE   PIC X(4).
       FD  PUZZLE-SCHEDULE.
       01  PUZZLE-SCHEDULE-RECORD.
           05 PZ-GAME-DATE     PIC 9(8).
           05 PZ-LEAGUE-CODE   PIC X(4).
           05 PZ-PHRASE-ID     PIC X(8).
           05 PZ-SUBMITTER     PIC X(10).
           05 PZ-SELECT-DATE   PIC 9(8).
           05 PZ-NORM-PHRASE   PIC X(100).
           05 PZ-ORIG-PHRASE   PIC X(100).
       FD  CONTROL-CARD.
       01  CONTROL-CARD-RECORD.
           05 CC-REUSE-NIGHTS  PIC 9(3).
           05 CC-HORIZON       PIC 9(3).
       FD  BUSDATE-CARD.
       01  BUSDATE-CARD-RECORD.
           05 BD-BUSINESS-DATE  PIC X(8).
       FD  SELECT-REPORT.
       01  SELECT-REPORT-RECORD PIC X(132).
       FD  PUZZLE-EXCEPT.
       01  PUZZLE-EXCEPT-RECORD PIC X(142).
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
       01 WS-PM-STATUS     PIC XX.
       01 WS-GS-STATUS     PIC XX.
       01 WS-PZ-STATUS     PIC XX.
       01 WS-CC-STATUS     PIC XX.
       01 WS-BDC-STATUS    PIC XX.
       01 WS-SR-STATUS     PIC XX.
       01 WS-EX-STATUS     PIC XX.
       01 WS-JRL-STATUS    PIC XX.
       01 WS-JOB-NAME      PIC X(8) VALUE 'ISOGSEL'.
       01 WS-RUN-STATUS    PIC X(8) VALUE 'COMPLETE'.
       COPY "DATEFLDS.cpy".
       COPY "EXCPTREC.cpy".
       01 WS-EXC-SEVERITY  PIC X    VALUE 'E'.
       01 WS-EXC-REASON    PIC X(4) VALUE SPACES.
       01 WS-EXC-KEY       PIC X(33) VALUE SPACES.
       01 WS-EXC-MSG       PIC X(80) VALUE SPACES.
       01 WS-PM-EOF        PIC X    VALUE 'N'.
          88 WS-PM-AT-EOF           VALUE 'Y'.
       01 WS-GS-EOF        PIC X    VALUE 'N'.
          88 WS-GS-AT-EOF           VALUE 'Y'.
       01 WS-PZ-EOF        PIC X    VALUE 'N'.
          88 WS-PZ-AT-EOF           VALUE 'Y'.
       01 WS-LOAD-OK       PIC X    VALUE 'Y'.
          88 WS-LOAD-GOOD           VALUE 'Y'.
       01 WS-BUS-DATE      PIC 9(8).
       01 WS-REUSE-NIGHTS  PIC 9(3) VALUE 50.
       01 WS-HORIZON       PIC 9(3) VALUE 0.

      *    Every phrase on the master, with where it was last used
      *    and the next night it is already booked for, so the
      *    reuse window can be checked both ways.
       01 WS-PH-MAX        PIC 9(4) VALUE 3000.
       01 WS-PH-COUNT      PIC 9(4) VALUE 0.
       01 WS-PH-IX         PIC 9(4).
       01 WS-PH-FOUND-IX   PIC 9(4).
       01 WS-PH-BEST-IX    PIC 9(4).
       01 WS-PH-TABLE.
          05 WS-PH-ENTRY OCCURS 3000 TIMES.
             10 WS-PH-NORM       PIC X(100).
             10 WS-PH-ORIG       PIC X(100).
             10 WS-PH-ID         PIC X(8).
             10 WS-PH-SUBMITTER  PIC X(10).
             10 WS-PH-SUB-IX     PIC 9(4).
             10 WS-PH-LENGTH     PIC 999.
             10 WS-PH-LAST-NIGHT PIC 9(4).
             10 WS-PH-NEXT-NIGHT PIC 9(4).
             10 WS-PH-STATUS     PIC X.
                88 WS-PH-WITHDRAWN      VALUE 'W'.
       01 WS-PH-SPACES     PIC 999.

      *    Submitters, for the rotation: the last night one of
      *    theirs ran and how many have run.
       01 WS-SUB-MAX       PIC 999  VALUE 200.
       01 WS-SUB-COUNT     PIC 999  VALUE 0.
       01 WS-SUB-IX        PIC 999.
       01 WS-SUB-BEST-IX   PIC 999.
       01 WS-SUB-TABLE.
          05 WS-SUB-ENTRY OCCURS 200 TIMES.
             10 WS-SUB-NAME       PIC X(10).
             10 WS-SUB-LAST-NIGHT PIC 9(4).
             10 WS-SUB-USES       PIC 9(5).

      *    One slot per league game night: puzzles already run
      *    (H), bookings still standing (K), new picks (N), nights
      *    that could not be filled (U), nights beyond the horizon
      *    (B), past nights that never had a puzzle (P) and
      *    bookings dropped this run (X).
       01 WS-SL-MAX        PIC 9(4) VALUE 2000.
       01 WS-SL-COUNT      PIC 9(4) VALUE 0.
       01 WS-SL-IX         PIC 9(4).
       01 WS-SL-JX         PIC 9(4).
       01 WS-SL-FOUND-IX   PIC 9(4).
       01 WS-SLOT-TABLE.
          05 WS-SL-ENTRY OCCURS 2000 TIMES.
             10 WS-SL-KEY.
                15 WS-SL-DATE       PIC 9(8).
                15 WS-SL-LEAGUE     PIC X(4).
             10 WS-SL-STATE      PIC X.
                88 WS-SL-HISTORY        VALUE 'H'.
                88 WS-SL-KEPT           VALUE 'K'.
                88 WS-SL-NEW            VALUE 'N'.
                88 WS-SL-UNFILLED       VALUE 'U'.
                88 WS-SL-BEYOND         VALUE 'B'.
                88 WS-SL-PAST-EMPTY     VALUE 'P'.
                88 WS-SL-RELEASED       VALUE 'X'.
                88 WS-SL-OPEN           VALUE 'O'.
             10 WS-SL-SEEN       PIC X.
             10 WS-SL-NIGHT      PIC 9(4).
             10 WS-SL-PH-IX      PIC 9(4).
             10 WS-SL-PHRASE-ID  PIC X(8).
             10 WS-SL-SUBMITTER  PIC X(10).
             10 WS-SL-SELECT-DATE PIC 9(8).
             10 WS-SL-NORM       PIC X(100).
             10 WS-SL-ORIG       PIC X(100).
       01 WS-SL-SWAP       PIC X(248).
       01 WS-SL-SWAPPED    PIC X.
          88 WS-SL-SWAP-DONE        VALUE 'Y'.
       01 WS-NIGHT-NO      PIC 9(4) VALUE 0.
       01 WS-LAST-NIGHT-DATE PIC 9(8) VALUE 0.
       01 WS-UPCOMING      PIC 9(4) VALUE 0.
       01 WS-UP-LAST-DATE  PIC 9(8) VALUE 0.
       01 WS-GAP           PIC S9(5).
       01 WS-CLEAR         PIC X.
          88 WS-PHRASE-CLEAR        VALUE 'Y'.

      *    Bookings dropped this run, for the report.
       01 WS-RL-COUNT      PIC 999  VALUE 0.
       01 WS-RL-IX         PIC 999.
       01 WS-RL-TABLE.
          05 WS-RL-ENTRY OCCURS 200 TIMES.
             10 WS-RL-DATE       PIC 9(8).
             10 WS-RL-LEAGUE     PIC X(4).
             10 WS-RL-PHRASE-ID  PIC X(8).
             10 WS-RL-SUBMITTER  PIC X(10).
             10 WS-RL-REASON     PIC X(30).

       01 WS-KEPT-COUNT    PIC 9(4) VALUE 0.
       01 WS-NEW-COUNT     PIC 9(4) VALUE 0.
       01 WS-UNFILLED-COUNT PIC 9(4) VALUE 0.
       01 WS-BEYOND-COUNT  PIC 9(4) VALUE 0.
       01 WS-RELEASED-COUNT PIC 9(4) VALUE 0.
       01 WS-ED-COUNT      PIC Z(3)9.
       01 WS-ED-NIGHTS     PIC ZZ9.
       01 WS-ED-HORIZON    PIC ZZ9.
       01 WS-STATE-TEXT    PIC X(10).
       01 WS-REPORT-LINE   PIC X(132).
       01 WS-DETAIL-LINE.
          05 FILLER           PIC XX   VALUE SPACES.
          05 WS-DT-DATE       PIC 9(8).
          05 FILLER           PIC XX   VALUE SPACES.
          05 WS-DT-LEAGUE     PIC X(4).
          05 FILLER           PIC XX   VALUE SPACES.
          05 WS-DT-STATE      PIC X(10).
          05 FILLER           PIC XX   VALUE SPACES.
          05 WS-DT-PHRASE-ID  PIC X(8).
          05 FILLER           PIC XX   VALUE SPACES.
          05 WS-DT-SUBMITTER  PIC X(10).
          05 FILLER           PIC XX   VALUE SPACES.
          05 WS-DT-PHRASE     PIC X(80).

       PROCEDURE DIVISION.
       ISOGSEL SECTION.
      *    Puzzle of the night. The phrase printed on each game-
      *    night sheet used to be picked by hand off the master,
      *    and repeats got through. This assigns one published
      *    phrase (never a withdrawn one) to every upcoming league
      *    night on GAMESCHD and records it on the puzzle
      *    schedule, which the LEAP calendar print and the
      *    scorecard handout both read.
      *    A phrase is not used again within the card's reuse
      *    window (nights, either side of any other booking of it);
      *    the pick goes to the submitter whose phrase ran longest
      *    ago, then to the one with fewest runs, then to the
      *    longest phrase. Bookings already made stand as long as
      *    the night is still scheduled, so a sheet already printed
      *    does not change under the organizer; nights past keep
      *    their puzzle as history. A night that cannot be filled
      *    is listed and flagged, RC 4; RC 8 leaves the schedule
      *    untouched.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM READ-BUSINESS-DATE
           PERFORM READ-CONTROL-CARD
           OPEN OUTPUT SELECT-REPORT
           PERFORM LOAD-PHRASES
           IF WS-LOAD-GOOD
              PERFORM LOAD-PUZZLE-SCHEDULE
           END-IF
           IF WS-LOAD-GOOD
              PERFORM LOAD-GAME-NIGHTS
           END-IF
           IF WS-LOAD-GOOD
              PERFORM RELEASE-BOOKINGS
              PERFORM SORT-SLOTS
              PERFORM NUMBER-NIGHTS
              PERFORM ASSIGN-PUZZLES
              PERFORM REWRITE-PUZZLE-SCHEDULE
              PERFORM PRINT-SELECTION-REPORT
              IF WS-UNFILLED-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              MOVE 8 TO RETURN-CODE
              MOVE 'FAILED' TO WS-RUN-STATUS
           END-IF
           CLOSE SELECT-REPORT
           PERFORM WRITE-JOB-RUN-LOG
           STOP RUN.

       READ-BUSINESS-DATE SECTION.
      *    Nights from the business date on are the ones to fill;
      *    without the card that is today.
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

       READ-CONTROL-CARD SECTION.
      *    Reuse window in nights (default 50) and how many
      *    upcoming nights to fill (zero or absent: every night
      *    on the schedule).
           OPEN INPUT CONTROL-CARD
           IF WS-CC-STATUS = '00'
              READ CONTROL-CARD
                 AT END CONTINUE
                 NOT AT END
                    IF CC-REUSE-NIGHTS IS NUMERIC
                       AND CC-REUSE-NIGHTS NOT = ZERO
                       MOVE CC-REUSE-NIGHTS TO WS-REUSE-NIGHTS
                    END-IF
                    IF CC-HORIZON IS NUMERIC
                       MOVE CC-HORIZON TO WS-HORIZON
                    END-IF
              END-READ
              CLOSE CONTROL-CARD
           END-IF.

       LOAD-PHRASES SECTION.
           OPEN INPUT PHRASE-MASTER
           IF WS-PM-STATUS NOT = '00'
              MOVE 'PHRASE MASTER NOT AVAILABLE' TO WS-REPORT-LINE
              WRITE SELECT-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE 'PZMS' TO WS-EXC-REASON
              MOVE 'ISOGMST' TO WS-EXC-KEY
              MOVE 'PHRASE MASTER NOT AVAILABLE - NO SELECTION'
                 TO WS-EXC-MSG
              PERFORM LOG-EXCEPTION
              MOVE 'N' TO WS-LOAD-OK
           ELSE
              MOVE LOW-VALUES TO PM-NORM-PHRASE
              START PHRASE-MASTER KEY IS NOT LESS THAN PM-NORM-PHRASE
                 INVALID KEY MOVE 'Y' TO WS-PM-EOF
              END-START
              PERFORM UNTIL WS-PM-AT-EOF
                 READ PHRASE-MASTER NEXT RECORD
                    AT END MOVE 'Y' TO WS-PM-EOF
                 END-READ
                 IF NOT WS-PM-AT-EOF
                    PERFORM ADD-PHRASE
                 END-IF
              END-PERFORM
              CLOSE PHRASE-MASTER
           END-IF.

       ADD-PHRASE SECTION.
           IF WS-PH-COUNT >= WS-PH-MAX
              IF WS-PH-COUNT = WS-PH-MAX
                 MOVE 'W' TO WS-EXC-SEVERITY
                 MOVE 'PZTB' TO WS-EXC-REASON
                 MOVE PM-NORM-PHRASE TO WS-EXC-KEY
                 MOVE 'PHRASE TABLE FULL - REST OF MASTER NOT USED'
                    TO WS-EXC-MSG
                 PERFORM LOG-EXCEPTION
                 ADD 1 TO WS-PH-COUNT
              END-IF
           ELSE
              ADD 1 TO WS-PH-COUNT
              MOVE PM-NORM-PHRASE TO WS-PH-NORM(WS-PH-COUNT)
              MOVE PM-ORIG-PHRASE TO WS-PH-ORIG(WS-PH-COUNT)
              MOVE PM-PHRASE-ID TO WS-PH-ID(WS-PH-COUNT)
              MOVE PM-SUBMITTER TO WS-PH-SUBMITTER(WS-PH-COUNT)
              MOVE 0 TO WS-PH-SPACES
              INSPECT PM-NORM-PHRASE
                 TALLYING WS-PH-SPACES FOR ALL SPACE
              COMPUTE WS-PH-LENGTH(WS-PH-COUNT) = 100 - WS-PH-SPACES
              MOVE 0 TO WS-PH-LAST-NIGHT(WS-PH-COUNT)
              MOVE 0 TO WS-PH-NEXT-NIGHT(WS-PH-COUNT)
              MOVE PM-STATUS TO WS-PH-STATUS(WS-PH-COUNT)
              PERFORM FIND-SUBMITTER
              MOVE WS-SUB-IX TO WS-PH-SUB-IX(WS-PH-COUNT)
           END-IF.

       FIND-SUBMITTER SECTION.
      *    Submitters past the table share its last entry rather
      *    than dropping their phrases out of the draw.
           MOVE 0 TO WS-SUB-BEST-IX
           PERFORM VARYING WS-SUB-IX FROM 1 BY 1
              UNTIL WS-SUB-IX > WS-SUB-COUNT
              IF WS-SUB-NAME(WS-SUB-IX) = PM-SUBMITTER
                 MOVE WS-SUB-IX TO WS-SUB-BEST-IX
              END-IF
           END-PERFORM
           IF WS-SUB-BEST-IX = 0
              IF WS-SUB-COUNT < WS-SUB-MAX
                 ADD 1 TO WS-SUB-COUNT
                 MOVE PM-SUBMITTER TO WS-SUB-NAME(WS-SUB-COUNT)
                 MOVE 0 TO WS-SUB-LAST-NIGHT(WS-SUB-COUNT)
                 MOVE 0 TO WS-SUB-USES(WS-SUB-COUNT)
              END-IF
              MOVE WS-SUB-COUNT TO WS-SUB-BEST-IX
           END-IF
           MOVE WS-SUB-BEST-IX TO WS-SUB-IX.

       LOAD-PUZZLE-SCHEDULE SECTION.
      *    The schedule as it stands. Nights before the business
      *    date are history; later ones are bookings, kept for now
      *    and checked against the game schedule next.
           OPEN INPUT PUZZLE-SCHEDULE
           IF WS-PZ-STATUS = '00'
              PERFORM UNTIL WS-PZ-AT-EOF OR NOT WS-LOAD-GOOD
                 READ PUZZLE-SCHEDULE
                    AT END MOVE 'Y' TO WS-PZ-EOF
                 END-READ
                 IF NOT WS-PZ-AT-EOF
                    PERFORM ADD-BOOKED-SLOT
                 END-IF
              END-PERFORM
              CLOSE PUZZLE-SCHEDULE
           END-IF.

       ADD-BOOKED-SLOT SECTION.
           IF WS-SL-COUNT >= WS-SL-MAX
              PERFORM SLOT-TABLE-FULL
           ELSE
              ADD 1 TO WS-SL-COUNT
              MOVE PZ-GAME-DATE TO WS-SL-DATE(WS-SL-COUNT)
              MOVE PZ-LEAGUE-CODE TO WS-SL-LEAGUE(WS-SL-COUNT)
              IF PZ-GAME-DATE < WS-BUS-DATE
                 MOVE 'H' TO WS-SL-STATE(WS-SL-COUNT)
              ELSE
                 MOVE 'K' TO WS-SL-STATE(WS-SL-COUNT)
              END-IF
              MOVE 'N' TO WS-SL-SEEN(WS-SL-COUNT)
              MOVE 0 TO WS-SL-NIGHT(WS-SL-COUNT)
              MOVE PZ-PHRASE-ID TO WS-SL-PHRASE-ID(WS-SL-COUNT)
              MOVE PZ-SUBMITTER TO WS-SL-SUBMITTER(WS-SL-COUNT)
              MOVE PZ-SELECT-DATE TO WS-SL-SELECT-DATE(WS-SL-COUNT)
              MOVE PZ-NORM-PHRASE TO WS-SL-NORM(WS-SL-COUNT)
              MOVE PZ-ORIG-PHRASE TO WS-SL-ORIG(WS-SL-COUNT)
              MOVE 0 TO WS-PH-FOUND-IX
              PERFORM VARYING WS-PH-IX FROM 1 BY 1
                 UNTIL WS-PH-IX > WS-PH-COUNT
                    OR WS-PH-IX > WS-PH-MAX
                    OR WS-PH-FOUND-IX > 0
                 IF WS-PH-NORM(WS-PH-IX) = PZ-NORM-PHRASE
                    MOVE WS-PH-IX TO WS-PH-FOUND-IX
                 END-IF
              END-PERFORM
              IF WS-PH-FOUND-IX = 0 AND PZ-PHRASE-ID NOT = SPACES
                 PERFORM FIND-CORRECTED-PHRASE
              END-IF
              MOVE WS-PH-FOUND-IX TO WS-SL-PH-IX(WS-SL-COUNT)
           END-IF.

       FIND-CORRECTED-PHRASE SECTION.
      *    A phrase whose text was corrected on the master has a
      *    new key but keeps its ID. A booking still to run takes
      *    the corrected text; a puzzle already run keeps the text
      *    it ran with.
           PERFORM VARYING WS-PH-IX FROM 1 BY 1
              UNTIL WS-PH-IX > WS-PH-COUNT
                 OR WS-PH-IX > WS-PH-MAX
                 OR WS-PH-FOUND-IX > 0
              IF WS-PH-ID(WS-PH-IX) = PZ-PHRASE-ID
                 MOVE WS-PH-IX TO WS-PH-FOUND-IX
              END-IF
           END-PERFORM
           IF WS-PH-FOUND-IX > 0 AND WS-SL-KEPT(WS-SL-COUNT)
              MOVE WS-PH-NORM(WS-PH-FOUND-IX)
                 TO WS-SL-NORM(WS-SL-COUNT)
              MOVE WS-PH-ORIG(WS-PH-FOUND-IX)
                 TO WS-SL-ORIG(WS-SL-COUNT)
           END-IF.

       LOAD-GAME-NIGHTS SECTION.
      *    Every league night on the schedule gets a slot. A night
      *    already booked is marked seen; a past night without a
      *    puzzle still counts toward the reuse window.
           OPEN INPUT GAME-SCHEDULE
           IF WS-GS-STATUS NOT = '00'
              MOVE 'GAME SCHEDULE NOT AVAILABLE' TO WS-REPORT-LINE
              WRITE SELECT-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE 'PZGS' TO WS-EXC-REASON
              MOVE 'GAMESCHD' TO WS-EXC-KEY
              MOVE 'GAME SCHEDULE NOT AVAILABLE - NO SELECTION'
                 TO WS-EXC-MSG
              PERFORM LOG-EXCEPTION
              MOVE 'N' TO WS-LOAD-OK
           ELSE
              PERFORM UNTIL WS-GS-AT-EOF OR NOT WS-LOAD-GOOD
                 READ GAME-SCHEDULE
                    AT END MOVE 'Y' TO WS-GS-EOF
                 END-READ
                 IF NOT WS-GS-AT-EOF
                    PERFORM ADD-GAME-NIGHT
                 END-IF
              END-PERFORM
              CLOSE GAME-SCHEDULE
           END-IF.

       ADD-GAME-NIGHT SECTION.
           MOVE 0 TO WS-SL-FOUND-IX
           PERFORM VARYING WS-SL-IX FROM 1 BY 1
              UNTIL WS-SL-IX > WS-SL-COUNT OR WS-SL-FOUND-IX > 0
              IF WS-SL-DATE(WS-SL-IX) = GS-GAME-DATE
                 AND WS-SL-LEAGUE(WS-SL-IX) = GS-LEAGUE-CODE
                 MOVE WS-SL-IX TO WS-SL-FOUND-IX
              END-IF
           END-PERFORM
           IF WS-SL-FOUND-IX > 0
              MOVE 'Y' TO WS-SL-SEEN(WS-SL-FOUND-IX)
           ELSE
              IF WS-SL-COUNT >= WS-SL-MAX
                 PERFORM SLOT-TABLE-FULL
              ELSE
                 ADD 1 TO WS-SL-COUNT
                 MOVE SPACES TO WS-SL-ENTRY(WS-SL-COUNT)
                 MOVE GS-GAME-DATE TO WS-SL-DATE(WS-SL-COUNT)
                 MOVE GS-LEAGUE-CODE TO WS-SL-LEAGUE(WS-SL-COUNT)
                 IF GS-GAME-DATE < WS-BUS-DATE
                    MOVE 'P' TO WS-SL-STATE(WS-SL-COUNT)
                 ELSE
                    MOVE 'O' TO WS-SL-STATE(WS-SL-COUNT)
                 END-IF
                 MOVE 'Y' TO WS-SL-SEEN(WS-SL-COUNT)
                 MOVE 0 TO WS-SL-NIGHT(WS-SL-COUNT)
                 MOVE 0 TO WS-SL-PH-IX(WS-SL-COUNT)
                 MOVE 0 TO WS-SL-SELECT-DATE(WS-SL-COUNT)
              END-IF
           END-IF.

       SLOT-TABLE-FULL SECTION.
           MOVE 'PUZZLE SLOT TABLE FULL - SCHEDULE NOT CHANGED'
              TO WS-REPORT-LINE
           WRITE SELECT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'PZTB' TO WS-EXC-REASON
           MOVE 'PUZLSCHD' TO WS-EXC-KEY
           MOVE 'PUZZLE SLOT TABLE FULL - SCHEDULE NOT CHANGED'
              TO WS-EXC-MSG
           PERFORM LOG-EXCEPTION
           MOVE 'N' TO WS-LOAD-OK.

       RELEASE-BOOKINGS SECTION.
      *    A booking stands only while its night is still on the
      *    game schedule and its phrase is still on the master
      *    and not withdrawn; otherwise the night (if still
      *    scheduled) is refilled.
           PERFORM VARYING WS-SL-IX FROM 1 BY 1
              UNTIL WS-SL-IX > WS-SL-COUNT
              IF WS-SL-KEPT(WS-SL-IX)
                 IF WS-SL-SEEN(WS-SL-IX) NOT = 'Y'
                    MOVE 'NIGHT NO LONGER SCHEDULED'
                       TO WS-EXC-MSG
                    PERFORM RELEASE-ONE-BOOKING
                    MOVE 'X' TO WS-SL-STATE(WS-SL-IX)
                 ELSE
                    IF WS-SL-PH-IX(WS-SL-IX) = 0
                       MOVE 'PHRASE NO LONGER ON MASTER'
                          TO WS-EXC-MSG
                       PERFORM RELEASE-ONE-BOOKING
                       MOVE 'O' TO WS-SL-STATE(WS-SL-IX)
                    ELSE
                       MOVE WS-SL-PH-IX(WS-SL-IX) TO WS-PH-IX
                       IF WS-PH-WITHDRAWN(WS-PH-IX)
                          MOVE 'PHRASE WITHDRAWN'
                             TO WS-EXC-MSG
                          PERFORM RELEASE-ONE-BOOKING
                          MOVE 'O' TO WS-SL-STATE(WS-SL-IX)
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       RELEASE-ONE-BOOKING SECTION.
           ADD 1 TO WS-RELEASED-COUNT
           IF WS-RL-COUNT < 200
              ADD 1 TO WS-RL-COUNT
              MOVE WS-SL-DATE(WS-SL-IX) TO WS-RL-DATE(WS-RL-COUNT)
              MOVE WS-SL-LEAGUE(WS-SL-IX) TO WS-RL-LEAGUE(WS-RL-COUNT)
              MOVE WS-SL-PHRASE-ID(WS-SL-IX)
                 TO WS-RL-PHRASE-ID(WS-RL-COUNT)
              MOVE WS-SL-SUBMITTER(WS-SL-IX)
                 TO WS-RL-SUBMITTER(WS-RL-COUNT)
              MOVE WS-EXC-MSG TO WS-RL-REASON(WS-RL-COUNT)
           END-IF
           MOVE 'I' TO WS-EXC-SEVERITY
           MOVE 'PZRL' TO WS-EXC-REASON
           MOVE SPACES TO WS-EXC-KEY
           STRING WS-SL-DATE(WS-SL-IX) ' ' WS-SL-LEAGUE(WS-SL-IX)
              DELIMITED BY SIZE INTO WS-EXC-KEY
           END-STRING
           PERFORM LOG-EXCEPTION
           MOVE 0 TO WS-SL-PH-IX(WS-SL-IX)
           MOVE SPACES TO WS-SL-PHRASE-ID(WS-SL-IX)
           MOVE SPACES TO WS-SL-SUBMITTER(WS-SL-IX)
           MOVE SPACES TO WS-SL-NORM(WS-SL-IX)
           MOVE SPACES TO WS-SL-ORIG(WS-SL-IX).

       SORT-SLOTS SECTION.
           SET WS-SL-SWAP-DONE TO TRUE
           PERFORM UNTIL NOT WS-SL-SWAP-DONE
              MOVE 'N' TO WS-SL-SWAPPED
              PERFORM VARYING WS-SL-IX FROM 1 BY 1
                 UNTIL WS-SL-IX >= WS-SL-COUNT
                 ADD 1 WS-SL-IX GIVING WS-SL-JX
                 IF WS-SL-KEY(WS-SL-JX) < WS-SL-KEY(WS-SL-IX)
                    MOVE WS-SL-ENTRY(WS-SL-IX) TO WS-SL-SWAP
                    MOVE WS-SL-ENTRY(WS-SL-JX)
                       TO WS-SL-ENTRY(WS-SL-IX)
                    MOVE WS-SL-SWAP TO WS-SL-ENTRY(WS-SL-JX)
                    SET WS-SL-SWAP-DONE TO TRUE
                 END-IF
              END-PERFORM
           END-PERFORM.

       NUMBER-NIGHTS SECTION.
      *    Nights are counted as game dates, not league slots, so
      *    two leagues on one date are the same night for the
      *    reuse window. Dropped bookings are not nights. Open
      *    nights past the horizon are left for a later run.
           PERFORM VARYING WS-SL-IX FROM 1 BY 1
              UNTIL WS-SL-IX > WS-SL-COUNT
              IF NOT WS-SL-RELEASED(WS-SL-IX)
                 IF WS-SL-DATE(WS-SL-IX) NOT = WS-LAST-NIGHT-DATE
                    ADD 1 TO WS-NIGHT-NO
                    MOVE WS-SL-DATE(WS-SL-IX) TO WS-LAST-NIGHT-DATE
                 END-IF
                 MOVE WS-NIGHT-NO TO WS-SL-NIGHT(WS-SL-IX)
                 IF WS-SL-DATE(WS-SL-IX) NOT < WS-BUS-DATE
                    IF WS-SL-DATE(WS-SL-IX) NOT = WS-UP-LAST-DATE
                       ADD 1 TO WS-UPCOMING
                       MOVE WS-SL-DATE(WS-SL-IX) TO WS-UP-LAST-DATE
                    END-IF
                    IF WS-SL-OPEN(WS-SL-IX)
                       AND WS-HORIZON > 0
                       AND WS-UPCOMING > WS-HORIZON
                       MOVE 'B' TO WS-SL-STATE(WS-SL-IX)
                       ADD 1 TO WS-BEYOND-COUNT
                    END-IF
                 END-IF
                 IF WS-SL-KEPT(WS-SL-IX)
                    MOVE WS-SL-PH-IX(WS-SL-IX) TO WS-PH-IX
                    IF WS-PH-NEXT-NIGHT(WS-PH-IX) = 0
                       MOVE WS-NIGHT-NO TO WS-PH-NEXT-NIGHT(WS-PH-IX)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       ASSIGN-PUZZLES SECTION.
      *    One pass in date order. Puzzles already run or booked
      *    move their phrase's and submitter's last-used night
      *    along; each open night takes the best phrase clear of
      *    the reuse window on both sides.
           PERFORM VARYING WS-SL-IX FROM 1 BY 1
              UNTIL WS-SL-IX > WS-SL-COUNT
              EVALUATE TRUE
                 WHEN WS-SL-HISTORY(WS-SL-IX)
                    IF WS-SL-PH-IX(WS-SL-IX) > 0
                       PERFORM MARK-PHRASE-USED
                    END-IF
                 WHEN WS-SL-KEPT(WS-SL-IX)
                    PERFORM MARK-PHRASE-USED
                    PERFORM FIND-NEXT-BOOKING
                    ADD 1 TO WS-KEPT-COUNT
                 WHEN WS-SL-OPEN(WS-SL-IX)
                    PERFORM CHOOSE-PHRASE
              END-EVALUATE
           END-PERFORM.

       MARK-PHRASE-USED SECTION.
           MOVE WS-SL-PH-IX(WS-SL-IX) TO WS-PH-IX
           MOVE WS-SL-NIGHT(WS-SL-IX) TO WS-PH-LAST-NIGHT(WS-PH-IX)
           MOVE WS-PH-SUB-IX(WS-PH-IX) TO WS-SUB-IX
           MOVE WS-SL-NIGHT(WS-SL-IX) TO WS-SUB-LAST-NIGHT(WS-SUB-IX)
           ADD 1 TO WS-SUB-USES(WS-SUB-IX).

       FIND-NEXT-BOOKING SECTION.
      *    This booking is now behind us; the phrase's next one,
      *    if any, is the later kept slot carrying it.
           MOVE 0 TO WS-PH-NEXT-NIGHT(WS-PH-IX)
           ADD 1 WS-SL-IX GIVING WS-SL-JX
           PERFORM UNTIL WS-SL-JX > WS-SL-COUNT
              OR WS-PH-NEXT-NIGHT(WS-PH-IX) > 0
              IF WS-SL-KEPT(WS-SL-JX)
                 AND WS-SL-PH-IX(WS-SL-JX) = WS-PH-IX
                 MOVE WS-SL-NIGHT(WS-SL-JX)
                    TO WS-PH-NEXT-NIGHT(WS-PH-IX)
              END-IF
              ADD 1 TO WS-SL-JX
           END-PERFORM.

       CHOOSE-PHRASE SECTION.
           MOVE 0 TO WS-PH-BEST-IX
           PERFORM VARYING WS-PH-IX FROM 1 BY 1
              UNTIL WS-PH-IX > WS-PH-COUNT OR WS-PH-IX > WS-PH-MAX
              PERFORM CHECK-CANDIDATE
           END-PERFORM
           IF WS-PH-BEST-IX > 0
              MOVE WS-PH-BEST-IX TO WS-PH-IX
              MOVE 'N' TO WS-SL-STATE(WS-SL-IX)
              MOVE WS-PH-IX TO WS-SL-PH-IX(WS-SL-IX)
              MOVE WS-PH-ID(WS-PH-IX) TO WS-SL-PHRASE-ID(WS-SL-IX)
              MOVE WS-PH-SUBMITTER(WS-PH-IX)
                 TO WS-SL-SUBMITTER(WS-SL-IX)
              MOVE WS-BUS-DATE TO WS-SL-SELECT-DATE(WS-SL-IX)
              MOVE WS-PH-NORM(WS-PH-IX) TO WS-SL-NORM(WS-SL-IX)
              MOVE WS-PH-ORIG(WS-PH-IX) TO WS-SL-ORIG(WS-SL-IX)
              PERFORM MARK-PHRASE-USED
              ADD 1 TO WS-NEW-COUNT
           ELSE
              MOVE 'U' TO WS-SL-STATE(WS-SL-IX)
              ADD 1 TO WS-UNFILLED-COUNT
              MOVE 'W' TO WS-EXC-SEVERITY
              MOVE 'PZNF' TO WS-EXC-REASON
              MOVE SPACES TO WS-EXC-KEY
              STRING WS-SL-DATE(WS-SL-IX) ' ' WS-SL-LEAGUE(WS-SL-IX)
                 DELIMITED BY SIZE INTO WS-EXC-KEY
              END-STRING
              MOVE 'NO PHRASE CLEAR OF THE REUSE WINDOW - NOT FILLED'
                 TO WS-EXC-MSG
              PERFORM LOG-EXCEPTION
           END-IF.

       CHECK-CANDIDATE SECTION.
      *    Clear of the window both ways, then ranked against the
      *    best so far: oldest submitter first, then the submitter
      *    with fewest runs, then the longer phrase.
           MOVE 'Y' TO WS-CLEAR
           IF WS-PH-WITHDRAWN(WS-PH-IX)
              MOVE 'N' TO WS-CLEAR
           END-IF
           IF WS-PH-LAST-NIGHT(WS-PH-IX) > 0
              COMPUTE WS-GAP = WS-SL-NIGHT(WS-SL-IX)
                             - WS-PH-LAST-NIGHT(WS-PH-IX)
              IF WS-GAP < WS-REUSE-NIGHTS
                 MOVE 'N' TO WS-CLEAR
              END-IF
           END-IF
           IF WS-PH-NEXT-NIGHT(WS-PH-IX) > 0
              COMPUTE WS-GAP = WS-PH-NEXT-NIGHT(WS-PH-IX)
                             - WS-SL-NIGHT(WS-SL-IX)
              IF WS-GAP < WS-REUSE-NIGHTS
                 MOVE 'N' TO WS-CLEAR
              END-IF
           END-IF
           IF WS-PHRASE-CLEAR
              IF WS-PH-BEST-IX = 0
                 MOVE WS-PH-IX TO WS-PH-BEST-IX
              ELSE
                 PERFORM RANK-CANDIDATE
              END-IF
           END-IF.

       RANK-CANDIDATE SECTION.
           MOVE WS-PH-SUB-IX(WS-PH-IX) TO WS-SUB-IX
           MOVE WS-PH-SUB-IX(WS-PH-BEST-IX) TO WS-SUB-BEST-IX
           EVALUATE TRUE
              WHEN WS-SUB-LAST-NIGHT(WS-SUB-IX)
                 < WS-SUB-LAST-NIGHT(WS-SUB-BEST-IX)
                 MOVE WS-PH-IX TO WS-PH-BEST-IX
              WHEN WS-SUB-LAST-NIGHT(WS-SUB-IX)
                 > WS-SUB-LAST-NIGHT(WS-SUB-BEST-IX)
                 CONTINUE
              WHEN WS-SUB-USES(WS-SUB-IX)
                 < WS-SUB-USES(WS-SUB-BEST-IX)
                 MOVE WS-PH-IX TO WS-PH-BEST-IX
              WHEN WS-SUB-USES(WS-SUB-IX)
                 > WS-SUB-USES(WS-SUB-BEST-IX)
                 CONTINUE
              WHEN WS-PH-LENGTH(WS-PH-IX)
                 > WS-PH-LENGTH(WS-PH-BEST-IX)
                 MOVE WS-PH-IX TO WS-PH-BEST-IX
           END-EVALUATE.

       REWRITE-PUZZLE-SCHEDULE SECTION.
      *    History, standing bookings and tonight's picks, in date
      *    and league order.
           OPEN OUTPUT PUZZLE-SCHEDULE
           PERFORM VARYING WS-SL-IX FROM 1 BY 1
              UNTIL WS-SL-IX > WS-SL-COUNT
              IF WS-SL-HISTORY(WS-SL-IX) OR WS-SL-KEPT(WS-SL-IX)
                 OR WS-SL-NEW(WS-SL-IX)
                 MOVE SPACES TO PUZZLE-SCHEDULE-RECORD
                 MOVE WS-SL-DATE(WS-SL-IX) TO PZ-GAME-DATE
                 MOVE WS-SL-LEAGUE(WS-SL-IX) TO PZ-LEAGUE-CODE
                 MOVE WS-SL-PHRASE-ID(WS-SL-IX) TO PZ-PHRASE-ID
                 MOVE WS-SL-SUBMITTER(WS-SL-IX) TO PZ-SUBMITTER
                 MOVE WS-SL-SELECT-DATE(WS-SL-IX) TO PZ-SELECT-DATE
                 MOVE WS-SL-NORM(WS-SL-IX) TO PZ-NORM-PHRASE
                 MOVE WS-SL-ORIG(WS-SL-IX) TO PZ-ORIG-PHRASE
                 WRITE PUZZLE-SCHEDULE-RECORD
              END-IF
           END-PERFORM
           CLOSE PUZZLE-SCHEDULE.

       PRINT-SELECTION-REPORT SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PUZZLE OF THE NIGHT SELECTION - BUSINESS DATE '
              WS-BUS-DATE DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE SELECT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-REUSE-NIGHTS TO WS-ED-NIGHTS
           MOVE WS-HORIZON TO WS-ED-HORIZON
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-HORIZON = 0
              STRING 'REUSE WINDOW ' WS-ED-NIGHTS ' NIGHTS'
                 '   FILLING EVERY SCHEDULED NIGHT'
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING 'REUSE WINDOW ' WS-ED-NIGHTS ' NIGHTS'
                 '   FILLING THE NEXT ' WS-ED-HORIZON ' NIGHTS'
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           END-IF
           WRITE SELECT-REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-RL-COUNT > 0
              MOVE SPACES TO WS-REPORT-LINE
              WRITE SELECT-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE 'BOOKINGS RELEASED' TO WS-REPORT-LINE
              WRITE SELECT-REPORT-RECORD FROM WS-REPORT-LINE
              PERFORM VARYING WS-RL-IX FROM 1 BY 1
                 UNTIL WS-RL-IX > WS-RL-COUNT
                 MOVE WS-RL-DATE(WS-RL-IX) TO WS-DT-DATE
                 MOVE WS-RL-LEAGUE(WS-RL-IX) TO WS-DT-LEAGUE
                 MOVE 'RELEASED' TO WS-DT-STATE
                 MOVE WS-RL-PHRASE-ID(WS-RL-IX) TO WS-DT-PHRASE-ID
                 MOVE WS-RL-SUBMITTER(WS-RL-IX) TO WS-DT-SUBMITTER
                 MOVE WS-RL-REASON(WS-RL-IX) TO WS-DT-PHRASE
                 WRITE SELECT-REPORT-RECORD FROM WS-DETAIL-LINE
              END-PERFORM
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE SELECT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  DATE      LEAG  STATUS      PHRASE ID '
              ' SUBMITTR  PHRASE'
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE SELECT-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-SL-IX FROM 1 BY 1
              UNTIL WS-SL-IX > WS-SL-COUNT
              IF WS-SL-KEPT(WS-SL-IX) OR WS-SL-NEW(WS-SL-IX)
                 OR WS-SL-UNFILLED(WS-SL-IX)
                 PERFORM PRINT-SLOT-LINE
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           WRITE SELECT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-KEPT-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'BOOKINGS KEPT      ' WS-ED-COUNT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE SELECT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-NEW-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NEW SELECTIONS     ' WS-ED-COUNT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE SELECT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-RELEASED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'BOOKINGS RELEASED  ' WS-ED-COUNT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE SELECT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-BEYOND-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'BEYOND HORIZON     ' WS-ED-COUNT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE SELECT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-UNFILLED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-UNFILLED-COUNT > 0
              STRING 'NOT FILLED         ' WS-ED-COUNT
                 '   *** NIGHTS WITHOUT A PUZZLE ***'
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING 'NOT FILLED         ' WS-ED-COUNT
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           END-IF
           WRITE SELECT-REPORT-RECORD FROM WS-REPORT-LINE.

       PRINT-SLOT-LINE SECTION.
           MOVE WS-SL-DATE(WS-SL-IX) TO WS-DT-DATE
           MOVE WS-SL-LEAGUE(WS-SL-IX) TO WS-DT-LEAGUE
           EVALUATE TRUE
              WHEN WS-SL-KEPT(WS-SL-IX)
                 MOVE 'KEPT' TO WS-DT-STATE
              WHEN WS-SL-NEW(WS-SL-IX)
                 MOVE 'NEW' TO WS-DT-STATE
              WHEN OTHER
                 MOVE 'NOT FILLED' TO WS-DT-STATE
           END-EVALUATE
           MOVE WS-SL-PHRASE-ID(WS-SL-IX) TO WS-DT-PHRASE-ID
           MOVE WS-SL-SUBMITTER(WS-SL-IX) TO WS-DT-SUBMITTER
           IF WS-SL-UNFILLED(WS-SL-IX)
              MOVE '*** NO PHRASE AVAILABLE ***' TO WS-DT-PHRASE
           ELSE
              MOVE WS-SL-ORIG(WS-SL-IX) TO WS-DT-PHRASE
           END-IF
           WRITE SELECT-REPORT-RECORD FROM WS-DETAIL-LINE.

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
           OPEN EXTEND PUZZLE-EXCEPT
           IF WS-EX-STATUS = '05' OR WS-EX-STATUS = '35'
              OPEN OUTPUT PUZZLE-EXCEPT
           END-IF
           WRITE PUZZLE-EXCEPT-RECORD FROM EXCEPTION-RECORD
           CLOSE PUZZLE-EXCEPT
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
