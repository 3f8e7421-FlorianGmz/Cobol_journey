           SELECT ROLL-HISTORY ASSIGN TO "ROLLHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RH-STATUS.
           SELECT TURN-HISTORY ASSIGN TO "TURNHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TH-STATUS.
           SELECT FAIRNESS-REPORT ASSIGN TO "DICERPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FR-STATUS.
           05 RH-DICE          PIC X(5).
           05 RH-DICE-TABLE REDEFINES RH-DICE.
              10 RH-DIE        PIC X OCCURS 5 TIMES.
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
       FD  FAIRNESS-REPORT.
       01  FAIRNESS-REPORT-RECORD PIC X(100).
       FD  CONTROL-CARD.
       01  CONTROL-CARD-RECORD.
           05 CC-DRIFT-PCT     PIC 99.
           05 CC-BASIS         PIC X.
       FD  JOB-RUN-LOG.
       01  JOB-RUN-LOG-RECORD.
           05 JRL-PROGRAM-ID    PIC X(8).
       01  FAIR-EXCEPT-RECORD   PIC X(142).
       WORKING-STORAGE SECTION.
       01 WS-RH-STATUS     PIC XX.
       01 WS-TH-STATUS     PIC XX.
       01 WS-FR-STATUS     PIC XX.
       01 WS-CC-STATUS     PIC XX.
       01 WS-JRL-STATUS    PIC XX.
       01 WS-RH-EOF        PIC X    VALUE 'N'.
          88 WS-RH-AT-EOF           VALUE 'Y'.
       01 WS-DRIFT-PCT     PIC 99   VALUE 5.
       01 WS-BASIS         PIC X    VALUE 'K'.
          88 WS-BASIS-THROWN        VALUE 'T'.
       01 WS-TH-EOF        PIC X    VALUE 'N'.
          88 WS-TH-AT-EOF           VALUE 'Y'.
       01 WS-TALLY-DATE    PIC 9(8).
       01 WS-TALLY-DICE.
          05 WS-TALLY-DIE  PIC X OCCURS 5 TIMES.
       01 WS-TURN-COUNT    PIC 9(7) VALUE 0.
       01 WS-DIE-IX        PIC 9.
       01 WS-PIP           PIC 9.
       01 WS-FACE-IX       PIC 9.
      *    control-card threshold (percentage points, default 5)
      *    is flagged, and any flag leaves return code 4 so the
      *    league knows to look - or to retire a worn set.
      *    With T in card column 3 the tally is taken from the
      *    turn history instead: every die actually thrown in a
      *    captured turn - the first roll whole, then only the
      *    dice picked up for each reroll - so a die that gets
      *    rerolled away every time it shows a one is counted on
      *    every throw, not hidden behind the five that were kept.
      *    The control-total balance belongs to the roll history,
      *    so it is only checked on the kept-dice basis.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM READ-CONTROL-CARD
           IF NOT WS-BASIS-THROWN
              PERFORM VERIFY-CONTROL-TOTALS
           END-IF
           OPEN OUTPUT FAIRNESS-REPORT
           IF WS-BASIS-THROWN
              PERFORM TALLY-TURN-HISTORY
              CLOSE FAIRNESS-REPORT
              PERFORM WRITE-JOB-RUN-LOG
              STOP RUN
           END-IF
           IF WS-FILE-SHORT
              MOVE 'ROLL HISTORY OUT OF BALANCE - REPORT SUPPRESSED'
                 TO WS-REPORT-LINE
                    AT END MOVE 'Y' TO WS-RH-EOF
                 END-READ
                 IF NOT WS-RH-AT-EOF
                    MOVE RH-GAME-DATE TO WS-TALLY-DATE
                    MOVE RH-DICE TO WS-TALLY-DICE
                    PERFORM TALLY-ONE-ROLL
                 END-IF
              END-PERFORM
                       AND CC-DRIFT-PCT NOT = ZERO
                       MOVE CC-DRIFT-PCT TO WS-DRIFT-PCT
                    END-IF
                    IF CC-BASIS = 'T'
                       MOVE 'T' TO WS-BASIS
                    END-IF
              END-READ
              CLOSE CONTROL-CARD
           END-IF.

       TALLY-TURN-HISTORY SECTION.
           OPEN INPUT TURN-HISTORY
           IF WS-TH-STATUS NOT = '00'
              MOVE 'TURN HISTORY NOT AVAILABLE' TO WS-REPORT-LINE
              WRITE FAIRNESS-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM UNTIL WS-TH-AT-EOF
                 READ TURN-HISTORY
                    AT END MOVE 'Y' TO WS-TH-EOF
                 END-READ
                 IF NOT WS-TH-AT-EOF
                    ADD 1 TO WS-TURN-COUNT
                    PERFORM TALLY-ONE-TURN
                 END-IF
              END-PERFORM
              CLOSE TURN-HISTORY
              MOVE SPACES TO WS-REPORT-LINE
              MOVE WS-TURN-COUNT TO WS-ED-COUNT
              STRING 'THROWN-DICE BASIS - TURNS TALLIED: '
                 WS-ED-COUNT
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE FAIRNESS-REPORT-RECORD FROM WS-REPORT-LINE
              PERFORM WRITE-FAIRNESS-REPORT
              IF WS-FLAG-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       TALLY-ONE-TURN SECTION.
      *    A held die was not thrown again, so its position is
      *    blanked out of the next roll before that roll is
      *    tallied; the tally skips anything that is not 1-6.
           MOVE TH-GAME-DATE TO WS-TALLY-DATE
           MOVE TH-ROLL-1 TO WS-TALLY-DICE
           PERFORM TALLY-ONE-ROLL
           IF TH-ROLL-2 NOT = SPACES
              MOVE TH-ROLL-2 TO WS-TALLY-DICE
              PERFORM VARYING WS-DIE-IX FROM 1 BY 1
                 UNTIL WS-DIE-IX > 5
                 IF TH-HELD-1(WS-DIE-IX:1) = 'H'
                    MOVE SPACE TO WS-TALLY-DIE(WS-DIE-IX)
                 END-IF
              END-PERFORM
              PERFORM TALLY-ONE-ROLL
           END-IF
           IF TH-ROLL-3 NOT = SPACES
              MOVE TH-ROLL-3 TO WS-TALLY-DICE
              PERFORM VARYING WS-DIE-IX FROM 1 BY 1
                 UNTIL WS-DIE-IX > 5
                 IF TH-HELD-2(WS-DIE-IX:1) = 'H'
                    MOVE SPACE TO WS-TALLY-DIE(WS-DIE-IX)
                 END-IF
              END-PERFORM
              PERFORM TALLY-ONE-ROLL
           END-IF.

       TALLY-ONE-ROLL SECTION.
           MOVE 0 TO WS-NIGHT-FOUND-IX
           PERFORM VARYING WS-NIGHT-IX FROM 1 BY 1
              UNTIL WS-NIGHT-IX > WS-NIGHT-COUNT
              IF WS-NT-GAME-DATE(WS-NIGHT-IX) = WS-TALLY-DATE
                 MOVE WS-NIGHT-IX TO WS-NIGHT-FOUND-IX
              END-IF
           END-PERFORM
           IF WS-NIGHT-FOUND-IX = 0
              AND WS-NIGHT-COUNT < WS-NIGHT-MAX
              ADD 1 TO WS-NIGHT-COUNT
              MOVE WS-TALLY-DATE TO WS-NT-GAME-DATE(WS-NIGHT-COUNT)
              MOVE 0 TO WS-NT-TOTAL(WS-NIGHT-COUNT)
              PERFORM VARYING WS-FACE-IX FROM 1 BY 1
                 UNTIL WS-FACE-IX > 6
              MOVE WS-NIGHT-COUNT TO WS-NIGHT-FOUND-IX
           END-IF
           PERFORM VARYING WS-DIE-IX FROM 1 BY 1 UNTIL WS-DIE-IX > 5
              IF WS-TALLY-DIE(WS-DIE-IX) >= '1'
                 AND WS-TALLY-DIE(WS-DIE-IX) <= '6'
                 MOVE WS-TALLY-DIE(WS-DIE-IX) TO WS-PIP
                 ADD 1 TO WS-FACE-COUNT(WS-PIP)
                 ADD 1 TO WS-TOTAL-PIPS
                 IF WS-NIGHT-FOUND-IX > 0
