           SELECT BUSDATE-CARD ASSIGN TO "BUSDCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BDC-STATUS.
           SELECT TURN-HISTORY ASSIGN TO "TURNHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TH-STATUS.
           SELECT SEAT-FILE ASSIGN TO "SEATFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SF-KEY
              FILE STATUS IS WS-SF-STATUS.
           SELECT ADVICE-REPORT ASSIGN TO "YACHTADV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AV-STATUS.
           SELECT OPERATOR-AUTH ASSIGN TO "OPERAUTH"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  YACHT-SCORES.
              88 TR-CORRECTION VALUE 'CORR'.
              88 TR-HOLD       VALUE 'HOLD'.
              88 TR-RELEASE    VALUE 'RLSE'.
              88 TR-TURN       VALUE 'TURN'.
           05 TR-PLAYER-ID     PIC X(10).
           05 TR-GAME-DATE     PIC 9(8).
           05 TR-CATEGORY      PIC X(15).
           05 TR-ORIG-DICE     PIC X(5).
           05 TR-TEAM-ID       PIC X(8).
           05 TR-LEAGUE-CODE   PIC X(4).
           05 TR-ROLL-1        PIC X(5).
           05 TR-HELD-1        PIC X(5).
           05 TR-ROLL-2        PIC X(5).
           05 TR-HELD-2        PIC X(5).
           05 TR-ROLL-3        PIC X(5).
           05 TR-OPERATOR-ID   PIC X(8).
       FD  YACHT-XREF.
       01  YACHT-XREF-RECORD.
           05 XR-KEY.
           05 AUD-PHASE        PIC X(6).
           05 FILLER           PIC X.
           05 AUD-IMAGE        PIC X(40).
           05 FILLER           PIC X.
           05 AUD-OPERATOR-ID  PIC X(8).
           05 FILLER           PIC X.
           05 AUD-TRANS-TYPE   PIC X(4).
       FD  TRANS-REPORT.
       01  TRANS-REPORT-RECORD PIC X(100).
       FD  CONTROL-CARD.
           05 JRL-RUN-STATUS    PIC X(8).
       FD  YACHT-CSV.
       01  YACHT-CSV-RECORD     PIC X(170).
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
       FD  SEAT-FILE.
       01  SEAT-FILE-RECORD.
           05 SF-KEY.
              10 SF-GAME-DATE  PIC 9(8).
              10 SF-PLAYER-ID  PIC X(10).
           05 SF-TABLE-NO      PIC 99.
           05 SF-SEAT-NO       PIC 9.
           05 SF-LEAGUE-CODE   PIC X(4).
           05 SF-STRENGTH      PIC 9(4).
       FD  ADVICE-REPORT.
       01  ADVICE-REPORT-RECORD PIC X(100).
       FD  OPERATOR-AUTH.
       01  OPERATOR-AUTH-RECORD.
           05 OA-OPERATOR-ID   PIC X(8).
           05 OA-TRANS-TYPE    PIC X(4).
           05 OA-CORR-CAP      PIC X(3).
       WORKING-STORAGE SECTION.
       01 WS-YS-STATUS     PIC XX.
       01 WS-EX-STATUS     PIC XX.
       01 WS-JN-STATUS     PIC XX.
       01 WS-RCT-STATUS    PIC XX.
       01 WS-BDC-STATUS    PIC XX.
       01 WS-SF-STATUS     PIC XX.
       01 WS-TH-STATUS     PIC XX.
       01 WS-AV-STATUS     PIC XX.
       01 WS-OA-STATUS     PIC XX.
       01 WS-BUS-DATE      PIC 9(8) VALUE 0.
       01 WS-RCT-EOF       PIC X    VALUE 'N'.
          88 WS-RCT-AT-EOF          VALUE 'Y'.
          88 WS-MODE-SINGLE          VALUE 'SNGL'.
          88 WS-MODE-CARD            VALUE 'CARD'.
          88 WS-MODE-TRANS           VALUE 'BTCH'.
          88 WS-MODE-ADVISE          VALUE 'ADVS'.
       01 WS-TR-EOF        PIC X     VALUE 'N'.
          88 WS-TR-AT-EOF            VALUE 'Y'.
       01 WS-TR-COUNT       PIC 9(5) VALUE 0.
          88 WS-BT-TM-OPEN           VALUE 'Y'.
       01 WS-BT-BR-AVAIL    PIC X    VALUE 'N'.
          88 WS-BT-BR-OPEN           VALUE 'Y'.
       01 WS-BT-SF-AVAIL    PIC X    VALUE 'N'.
          88 WS-BT-SF-OPEN           VALUE 'Y'.
       01 WS-SEAT-STATUS    PIC X    VALUE 'Y'.
          88 WS-PLAYER-SEATED        VALUE 'Y'.
          88 WS-PLAYER-NOT-SEATED    VALUE 'N'.
       01 WS-SEAT-CHECK-DATE PIC 9(8) VALUE 0.
       01 WS-TURN-STATUS    PIC X    VALUE 'Y'.
          88 WS-TURN-OK              VALUE 'Y'.
          88 WS-TURN-INVALID         VALUE 'N'.
       01 WS-TURN-CAPTURE   PIC X    VALUE 'N'.
          88 WS-TURN-CAPTURED        VALUE 'Y'.
       01 WS-TURN-REASON    PIC X(40).
       01 WS-TURN-ROLLS     PIC 9    VALUE 0.
       01 WS-TURN-FINAL     PIC X(5).
       01 WS-TURN-DICE      PIC X(5).
       01 WS-TURN-PREV      PIC X(5).
       01 WS-TURN-HELD      PIC X(5).
       01 WS-TURN-IX        PIC 9.
       01 WS-AD-CARD        PIC X    VALUE 'N'.
          88 WS-AD-CARD-ON-FILE      VALUE 'Y'.
       01 WS-AD-COUNT       PIC 99   VALUE 0.
       01 WS-AD-IX          PIC 99.
       01 WS-AD-JX          PIC 99.
       01 WS-AD-UPPER-SO-FAR PIC 999 VALUE 0.
       01 WS-AD-UPPER-REACH PIC 999  VALUE 0.
       01 WS-AD-REACH-AFTER PIC 999.
       01 WS-AD-NEEDED      PIC 99.
       01 WS-AD-SWAPPED     PIC X.
          88 WS-AD-DID-SWAP          VALUE 'Y'.
       01 WS-AD-TABLE.
          05 WS-AD-ENTRY OCCURS 12 TIMES.
             10 WS-AD-CAT-IX   PIC 99.
             10 WS-AD-POINTS   PIC 999.
             10 WS-AD-VALUE    PIC S9(4).
             10 WS-AD-UPPER    PIC 999.
             10 WS-AD-EFFECT   PIC X(26).
       01 WS-AD-SWAP-ENTRY  PIC X(38).
       01 WS-AD-LINE        PIC X(100).
       01 WS-AD-ED-POINTS   PIC ZZ9.
       01 WS-AD-ED-UPPER    PIC ZZ9.
       01 WS-AD-ED-NEEDED   PIC Z9.
       01 WS-AD-ED-RANK     PIC Z9.
       01 WS-SEAT-NIGHT     PIC X    VALUE 'N'.
          88 WS-NIGHT-IS-SEATED      VALUE 'Y'.
       01 WS-SCHED-LOADED   PIC X    VALUE 'N'.
          88 WS-SCHED-TABLE-READY    VALUE 'Y'.
       01 WS-SCHED-ABSENT   PIC X    VALUE 'N'.
       01 WS-AUD-FILE       PIC X(8).
       01 WS-AUD-PHASE      PIC X(6).
       01 WS-AUD-IMAGE      PIC X(40).
       01 WS-OPERATOR-ID    PIC X(8) VALUE SPACES.
       01 WS-TRANS-TYPE     PIC X(4) VALUE SPACES.
       01 WS-OA-EOF         PIC X    VALUE 'N'.
          88 WS-OA-AT-EOF            VALUE 'Y'.
       01 WS-CAP-OVER       PIC X    VALUE 'N'.
          88 WS-CAP-OVERFLOWED       VALUE 'Y'.
       01 WS-CAP-MAX        PIC 999  VALUE 200.
       01 WS-CAP-COUNT      PIC 999  VALUE 0.
       01 WS-CAP-IX         PIC 999.
       01 WS-CAP-TABLE.
          05 WS-CAP-ENTRY OCCURS 200 TIMES.
             10 WS-CAP-OPERATOR PIC X(8).
             10 WS-CAP-TYPE     PIC X(4).
             10 WS-CAP-POINTS   PIC 999.
       01 WS-CAP-FOUND      PIC X.
          88 WS-CAP-APPLIES          VALUE 'Y'.
       01 WS-CAP-LIMIT      PIC 999.
       01 WS-CAP-DICE       PIC X(5).
       01 WS-CAP-OLD-SCORE  PIC 999.
       01 WS-CAP-CHANGE     PIC 999.
       01 WS-RESULT       PIC 999   VALUE 0.
       01 WS-CATEGORY     PIC X(15).
       01 WS-DICE         PIC X(5).
                 ELSE
                    MOVE ZERO TO WS-RESULT
                 END-IF
              WHEN WS-MODE-ADVISE
                 PERFORM ADVISE-CATEGORY
              WHEN OTHER
                 PERFORM POST-ONE-SCORE
           END-EVALUATE
      *    batch run balances, so its control totals are refreshed
      *    too - otherwise the next reader would fail its balance
      *    check against totals from before the posting. The card
      *    (preview) and advice modes write no master and store
      *    nothing - nor do they stamp the run-control file, since
      *    an enquiry at the table is not the night's posting step.
           IF NOT WS-MODE-TRANS AND NOT WS-MODE-CARD
              AND NOT WS-MODE-ADVISE
              AND RETURN-CODE = 0
              PERFORM WRITE-CONTROL-TOTALS
           END-IF
           IF RETURN-CODE = 0 AND NOT WS-MODE-ADVISE
              PERFORM WRITE-RUN-CONTROL
           END-IF
           PERFORM WRITE-JOB-RUN-LOG
      *    update, history write and game-completion handling -
      *    shared between the single-posting mode and the batch
      *    transaction mode, which drives it once per record.
           SET WS-PLAYER-SEATED TO TRUE
           PERFORM VALIDATE-DICE
           IF WS-DICE-IS-VALID
              PERFORM READ-RULESET
                 PERFORM LOOKUP-CATEGORY-INDEX
                 PERFORM CHECK-CATEGORY-USED
                 IF WS-CATEGORY-OK
                    PERFORM CHECK-PLAYER-SEATED
                    PERFORM WRITE-ROLL-HISTORY
                    IF WS-TURN-CAPTURED
                       PERFORM WRITE-TURN-HISTORY
                    END-IF
                    PERFORM SCORE-CATEGORY
                    IF WS-IS-YACHT-ROLL-YES
                       PERFORM APPLY-YACHT-BONUS
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT TRANS-REPORT
              PERFORM LOAD-CAP-TABLE
              PERFORM OPEN-BATCH-FILES
              PERFORM UNTIL WS-TR-AT-EOF
                 READ YACHT-TRANS
                 END-READ
                 IF NOT WS-TR-AT-EOF
                    ADD 1 TO WS-TR-COUNT
                    SET WS-TURN-OK TO TRUE
                    MOVE 'N' TO WS-TURN-CAPTURE
                    MOVE TR-PLAYER-ID TO WS-PLAYER-ID
                    MOVE TR-GAME-DATE TO WS-GAME-DATE
                    MOVE TR-CATEGORY TO WS-CATEGORY
                    MOVE TR-DICE TO WS-DICE
                    MOVE TR-OPERATOR-ID TO WS-OPERATOR-ID
                    MOVE TR-TRANS-TYPE TO WS-TRANS-TYPE
                    IF TR-LEAGUE-CODE NOT = SPACES
                       MOVE TR-LEAGUE-CODE TO WS-LEAGUE-CODE
                    ELSE
                          MOVE TR-TEAM-ID TO WS-TEAM-ID
                          PERFORM RELEASE-ONE-SCORE
                          PERFORM WRITE-RLSE-DISPOSITION
                       WHEN TR-TURN
                          MOVE TR-TEAM-ID TO WS-TEAM-ID
                          PERFORM CHECK-TURN-ROLLS
                          IF WS-TURN-OK
                             SET WS-TURN-CAPTURED TO TRUE
                             PERFORM POST-ONE-SCORE
                          END-IF
                          PERFORM WRITE-DISPOSITION
                       WHEN OTHER
                          MOVE TR-TEAM-ID TO WS-TEAM-ID
                          PERFORM POST-ONE-SCORE
           IF WS-JN-STATUS = '05' OR WS-JN-STATUS = '35'
              OPEN OUTPUT YACHT-JOURNAL
           END-IF
           OPEN EXTEND TURN-HISTORY
           IF WS-TH-STATUS = '05' OR WS-TH-STATUS = '35'
              OPEN OUTPUT TURN-HISTORY
           END-IF
           OPEN INPUT PLAYER-MASTER
           IF WS-PM-STATUS = '00'
              SET WS-BT-PM-OPEN TO TRUE
           OPEN INPUT BONUS-RULES
           IF WS-BR-STATUS = '00'
              SET WS-BT-BR-OPEN TO TRUE
           END-IF
           OPEN INPUT SEAT-FILE
           IF WS-SF-STATUS = '00'
              SET WS-BT-SF-OPEN TO TRUE
           END-IF.

       CLOSE-BATCH-FILES SECTION.
           CLOSE ROLL-HISTORY
           CLOSE CORRECTION-AUDIT
           CLOSE YACHT-JOURNAL
           CLOSE TURN-HISTORY
           IF WS-BT-PM-OPEN
              CLOSE PLAYER-MASTER
           END-IF
           IF WS-BT-BR-OPEN
              CLOSE BONUS-RULES
           END-IF
           IF WS-BT-SF-OPEN
              CLOSE SEAT-FILE
           END-IF
           MOVE 'N' TO WS-BATCH-OPEN.

       WRITE-DISPOSITION SECTION.
           MOVE SPACES TO WS-DISP-LINE
           EVALUATE TRUE
              WHEN WS-TURN-INVALID
                 ADD 1 TO WS-TR-REJECT-COUNT
                 STRING WS-PLAYER-ID ' ' WS-GAME-DATE ' '
                    WS-CATEGORY ' ' TR-DICE
                    ' REJECTED - ' WS-TURN-REASON
                    DELIMITED BY SIZE INTO WS-DISP-LINE
                 END-STRING
              WHEN WS-DICE-IS-INVALID
                 ADD 1 TO WS-TR-REJECT-COUNT
                 STRING WS-PLAYER-ID ' ' WS-GAME-DATE ' '
                    ' REJECTED - CATEGORY UNKNOWN OR ALREADY SCORED'
                    DELIMITED BY SIZE INTO WS-DISP-LINE
                 END-STRING
              WHEN WS-PLAYER-NOT-SEATED
                 ADD 1 TO WS-TR-POST-COUNT
                 MOVE WS-RESULT TO WS-DISP-SCORE
                 STRING WS-PLAYER-ID ' ' WS-GAME-DATE ' '
                    WS-CATEGORY ' ' TR-DICE
                    ' POSTED - SCORE ' WS-DISP-SCORE
                    ' - PLAYER NOT SEATED'
                    DELIMITED BY SIZE INTO WS-DISP-LINE
                 END-STRING
              WHEN OTHER
                 ADD 1 TO WS-TR-POST-COUNT
                 MOVE WS-RESULT TO WS-DISP-SCORE
              CLOSE ROLL-HISTORY
           END-IF.

       WRITE-TURN-HISTORY SECTION.
      *    The whole turn behind a posted TURN transaction - each
      *    roll and the dice held between them - so the fairness
      *    report can count every die thrown, not just the five
      *    that were kept. Written only for a turn that posted,
      *    for the same reason the roll history is.
           IF NOT WS-BATCH-FILES-OPEN
              OPEN EXTEND TURN-HISTORY
              IF WS-TH-STATUS = '05' OR WS-TH-STATUS = '35'
                 OPEN OUTPUT TURN-HISTORY
              END-IF
           END-IF
           MOVE SPACES TO TURN-HISTORY-RECORD
           MOVE WS-PLAYER-ID TO TH-PLAYER-ID
           MOVE WS-GAME-DATE TO TH-GAME-DATE
           MOVE WS-CATEGORY  TO TH-CATEGORY
           MOVE WS-TURN-ROLLS TO TH-ROLL-COUNT
           MOVE TR-ROLL-1 TO TH-ROLL-1
           MOVE TR-ROLL-2 TO TH-ROLL-2
           MOVE TR-ROLL-3 TO TH-ROLL-3
           IF TR-ROLL-2 NOT = SPACES
              MOVE TR-HELD-1 TO TH-HELD-1
           END-IF
           IF TR-ROLL-3 NOT = SPACES
              MOVE TR-HELD-2 TO TH-HELD-2
           END-IF
           WRITE TURN-HISTORY-RECORD
           IF NOT WS-BATCH-FILES-OPEN
              CLOSE TURN-HISTORY
           END-IF.

       CHECK-TURN-ROLLS SECTION.
      *    A TURN transaction carries the turn as it was played:
      *    the first roll, the dice held (H in the die's position)
      *    before the second roll, the second roll, the dice held
      *    before the third, and the third. A turn may stop after
      *    any roll, but never skip one, and never runs past three.
      *    A held die must show the same face on the next roll -
      *    it was never picked up - and the last roll thrown must
      *    be the dice being scored. Blank scored dice take the
      *    last roll. A turn that fails any of this is refused
      *    whole; nothing posts from it.
           SET WS-TURN-OK TO TRUE
           MOVE SPACES TO WS-TURN-REASON
           MOVE 0 TO WS-TURN-ROLLS
           MOVE SPACES TO WS-TURN-FINAL
           IF TR-ROLL-1 = SPACES
              SET WS-TURN-INVALID TO TRUE
              MOVE 'TURN HAS NO FIRST ROLL' TO WS-TURN-REASON
           ELSE
              MOVE TR-ROLL-1 TO WS-TURN-DICE
              PERFORM CHECK-TURN-DICE
              MOVE 1 TO WS-TURN-ROLLS
              MOVE TR-ROLL-1 TO WS-TURN-FINAL
           END-IF
           IF WS-TURN-OK AND TR-ROLL-2 NOT = SPACES
              MOVE TR-ROLL-2 TO WS-TURN-DICE
              PERFORM CHECK-TURN-DICE
              MOVE TR-ROLL-1 TO WS-TURN-PREV
              MOVE TR-HELD-1 TO WS-TURN-HELD
              PERFORM CHECK-HELD-DICE
              MOVE 2 TO WS-TURN-ROLLS
              MOVE TR-ROLL-2 TO WS-TURN-FINAL
           END-IF
           IF WS-TURN-OK AND TR-ROLL-3 NOT = SPACES
              IF TR-ROLL-2 = SPACES
                 SET WS-TURN-INVALID TO TRUE
                 MOVE 'THIRD ROLL WITHOUT A SECOND'
                    TO WS-TURN-REASON
              ELSE
                 MOVE TR-ROLL-3 TO WS-TURN-DICE
                 PERFORM CHECK-TURN-DICE
                 MOVE TR-ROLL-2 TO WS-TURN-PREV
                 MOVE TR-HELD-2 TO WS-TURN-HELD
                 PERFORM CHECK-HELD-DICE
                 MOVE 3 TO WS-TURN-ROLLS
                 MOVE TR-ROLL-3 TO WS-TURN-FINAL
              END-IF
           END-IF
           IF WS-TURN-OK
              IF WS-DICE = SPACES
                 MOVE WS-TURN-FINAL TO WS-DICE
              ELSE
                 IF WS-DICE NOT = WS-TURN-FINAL
                    SET WS-TURN-INVALID TO TRUE
                    MOVE 'FINAL ROLL DOES NOT MATCH SCORED DICE'
                       TO WS-TURN-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-TURN-INVALID
              MOVE SPACES TO WS-EXCEPT-MSG
              STRING 'TURN REFUSED - ' WS-TURN-REASON
                 DELIMITED BY SIZE INTO WS-EXCEPT-MSG
                 ON OVERFLOW
                    MOVE 'EXCEPTION MESSAGE TRUNCATED'
                       TO WS-EXCEPT-MSG
              END-STRING
              MOVE 'TURN' TO WS-EXC-REASON
              PERFORM LOG-EXCEPTION
           END-IF.

       CHECK-TURN-DICE SECTION.
           PERFORM VARYING WS-TURN-IX FROM 1 BY 1
              UNTIL WS-TURN-IX > 5
              IF WS-TURN-DICE(WS-TURN-IX:1) < '1'
                 OR WS-TURN-DICE(WS-TURN-IX:1) > '6'
                 SET WS-TURN-INVALID TO TRUE
                 MOVE 'INVALID DICE IN TURN ROLL' TO WS-TURN-REASON
              END-IF
           END-PERFORM.

       CHECK-HELD-DICE SECTION.
           IF WS-TURN-OK
              PERFORM VARYING WS-TURN-IX FROM 1 BY 1
                 UNTIL WS-TURN-IX > 5
                 IF WS-TURN-HELD(WS-TURN-IX:1) = 'H'
                    AND WS-TURN-DICE(WS-TURN-IX:1) NOT =
                        WS-TURN-PREV(WS-TURN-IX:1)
                    SET WS-TURN-INVALID TO TRUE
                    MOVE 'HELD DIE CHANGED BETWEEN ROLLS'
                       TO WS-TURN-REASON
                 END-IF
              END-PERFORM
           END-IF.

       CHECK-GAME-SCHEDULED SECTION.
      *    First integration between the calendar side of the
      *    suite and the scoring side: a posting's game date must
           END-PERFORM
           CLOSE GAME-SCHEDULE.

       CHECK-PLAYER-SEATED SECTION.
      *    The door's seating file (SEATASGN) lists who was given a
      *    table on a game night. A score posted for a player not
      *    on it is still posted - the seating is advice, not a
      *    registration - but it is raised as a warning so the
      *    desk can ask who let a walk-in play, or whose ID was
      *    keyed against someone else's dice. A night with no
      *    seating at all (seated by hand, or an absent file) is
      *    not checked. Whether the night was seated is worked
      *    out once per game date, not once per posting.
           SET WS-PLAYER-SEATED TO TRUE
           IF WS-BATCH-FILES-OPEN
              IF WS-BT-SF-OPEN
                 PERFORM VERIFY-PLAYER-SEATED
              END-IF
           ELSE
              OPEN INPUT SEAT-FILE
              IF WS-SF-STATUS = '00'
                 PERFORM VERIFY-PLAYER-SEATED
                 CLOSE SEAT-FILE
              END-IF
           END-IF.

       VERIFY-PLAYER-SEATED SECTION.
           IF WS-GAME-DATE NOT = WS-SEAT-CHECK-DATE
              MOVE WS-GAME-DATE TO WS-SEAT-CHECK-DATE
              MOVE 'N' TO WS-SEAT-NIGHT
              MOVE WS-GAME-DATE TO SF-GAME-DATE
              MOVE LOW-VALUES TO SF-PLAYER-ID
              START SEAT-FILE KEY IS NOT LESS THAN SF-KEY
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    READ SEAT-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                          IF SF-GAME-DATE = WS-GAME-DATE
                             SET WS-NIGHT-IS-SEATED TO TRUE
                          END-IF
                    END-READ
              END-START
           END-IF
           IF WS-NIGHT-IS-SEATED
              MOVE WS-GAME-DATE TO SF-GAME-DATE
              MOVE WS-PLAYER-ID TO SF-PLAYER-ID
              READ SEAT-FILE KEY IS SF-KEY
              IF WS-SF-STATUS NOT = '00'
                 SET WS-PLAYER-NOT-SEATED TO TRUE
                 MOVE SPACES TO WS-EXCEPT-MSG
                 STRING 'PLAYER ' WS-PLAYER-ID
                    ' NOT SEATED FOR GAME NIGHT ' WS-GAME-DATE
                    ' - SCORE POSTED'
                    DELIMITED BY SIZE INTO WS-EXCEPT-MSG
                    ON OVERFLOW
                       MOVE 'EXCEPTION MESSAGE TRUNCATED'
                          TO WS-EXCEPT-MSG
                 END-STRING
                 MOVE 'W' TO WS-EXC-SEVERITY
                 MOVE 'SEAT' TO WS-EXC-REASON
                 PERFORM LOG-EXCEPTION
              END-IF
           END-IF.

       CHECK-TEAM-ASSIGNMENT SECTION.
      *    Team nights are declared by a control-card switch; the
      *    individual history stays exactly as it is and the team
      *    dice, re-scored through the normal posting path. Every
      *    touched record gets a before and an after image on the
      *    corrections audit file so the league can see exactly
      *    what changed, when, and which operator asked for it.
           SET WS-CORR-OK TO TRUE
           MOVE SPACES TO WS-CORR-REASON
           MOVE WS-DICE TO WS-NEW-DICE
              SET WS-CORR-FAILED TO TRUE
              MOVE 'UNRECOGNIZED CATEGORY' TO WS-CORR-REASON
           ELSE
              PERFORM CHECK-CORRECTION-CAP
           END-IF
           IF WS-CORR-OK
              PERFORM REVERSE-CATEGORY
              IF WS-CORR-OK AND WS-NEW-DICE NOT = SPACES
                 MOVE WS-NEW-DICE TO WS-DICE
           MOVE WS-AUD-FILE TO AUD-FILE-NAME
           MOVE WS-AUD-PHASE TO AUD-PHASE
           MOVE WS-AUD-IMAGE TO AUD-IMAGE
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE WS-TRANS-TYPE TO AUD-TRANS-TYPE
           IF NOT WS-BATCH-FILES-OPEN
              OPEN EXTEND CORRECTION-AUDIT
              IF WS-AU-STATUS = '05' OR WS-AU-STATUS = '35'
                    DELIMITED BY SIZE INTO WS-DISP-LINE
                 END-STRING
           END-EVALUATE
           MOVE 'OPER' TO WS-DISP-LINE(88:4)
           MOVE WS-OPERATOR-ID TO WS-DISP-LINE(93:8)
           WRITE TRANS-REPORT-RECORD FROM WS-DISP-LINE.

       CHECK-CORRECTION-CAP SECTION.
      *    The operator's row on the authorization table may cap
      *    how far one correction can move a posted score. The
      *    posted score is compared with the replacement dice
      *    scored as a plain posting would score them - removing
      *    the score counts as the whole posted score - before
      *    anything is reversed, so a refused correction leaves
      *    the files untouched. Operators with no cap, and the
      *    single-posting mode (no operator), are not limited.
           MOVE 'N' TO WS-CAP-FOUND
           IF WS-OPERATOR-ID NOT = SPACES
              PERFORM VARYING WS-CAP-IX FROM 1 BY 1
                 UNTIL WS-CAP-IX > WS-CAP-COUNT
                 IF WS-CAP-OPERATOR(WS-CAP-IX) = WS-OPERATOR-ID
                    AND WS-CAP-TYPE(WS-CAP-IX) = WS-TRANS-TYPE
                    SET WS-CAP-APPLIES TO TRUE
                    MOVE WS-CAP-POINTS(WS-CAP-IX) TO WS-CAP-LIMIT
                 END-IF
              END-PERFORM
           END-IF
           IF WS-CAP-APPLIES AND WS-BATCH-FILES-OPEN
              MOVE WS-PLAYER-ID TO YS-PLAYER-ID
              MOVE WS-GAME-DATE TO YS-GAME-DATE
              MOVE WS-CATEGORY  TO YS-CATEGORY
              READ YACHT-SCORES KEY IS YS-KEY
              IF WS-YS-STATUS = '00'
                 MOVE YS-SCORE TO WS-CAP-OLD-SCORE
                 MOVE 0 TO WS-RESULT
                 IF WS-DICE NOT = SPACES
                    MOVE WS-DICE TO WS-CAP-DICE
                    PERFORM READ-RULESET
                    SET WS-JOKER-INACTIVE TO TRUE
                    PERFORM SCORE-CATEGORY
                    MOVE WS-CAP-DICE TO WS-DICE
                 END-IF
                 IF WS-RESULT > WS-CAP-OLD-SCORE
                    COMPUTE WS-CAP-CHANGE =
                       WS-RESULT - WS-CAP-OLD-SCORE
                 ELSE
                    COMPUTE WS-CAP-CHANGE =
                       WS-CAP-OLD-SCORE - WS-RESULT
                 END-IF
                 IF WS-CAP-CHANGE > WS-CAP-LIMIT
                    SET WS-CORR-FAILED TO TRUE
                    MOVE 'CHANGE EXCEEDS OPERATOR CAP'
                       TO WS-CORR-REASON
                 END-IF
              END-IF
           END-IF.

       LOAD-CAP-TABLE SECTION.
      *    Only the authorization rows carrying a numeric cap are
      *    kept; which operators may post which types has already
      *    been enforced by the pre-edit step. An absent table
      *    leaves every correction uncapped.
           MOVE 0 TO WS-CAP-COUNT
           MOVE 'N' TO WS-OA-EOF
           OPEN INPUT OPERATOR-AUTH
           IF WS-OA-STATUS = '00'
              PERFORM UNTIL WS-OA-AT-EOF
                 READ OPERATOR-AUTH
                    AT END MOVE 'Y' TO WS-OA-EOF
                 END-READ
                 IF NOT WS-OA-AT-EOF
                    AND OA-CORR-CAP IS NUMERIC
                    IF WS-CAP-COUNT < WS-CAP-MAX
                       ADD 1 TO WS-CAP-COUNT
                       MOVE OA-OPERATOR-ID
                          TO WS-CAP-OPERATOR(WS-CAP-COUNT)
                       MOVE OA-TRANS-TYPE TO WS-CAP-TYPE(WS-CAP-COUNT)
                       MOVE OA-CORR-CAP TO WS-CAP-POINTS(WS-CAP-COUNT)
                    ELSE
                       SET WS-CAP-OVERFLOWED TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE OPERATOR-AUTH
              IF WS-CAP-OVERFLOWED
                 MOVE 'OPERATOR CAP ROWS EXCEED TABLE - EXTRA IGNORED'
                    TO WS-EXCEPT-MSG
                 MOVE 'W' TO WS-EXC-SEVERITY
                 MOVE 'AUTH' TO WS-EXC-REASON
                 PERFORM LOG-EXCEPTION
              END-IF
           END-IF.

       HOLD-ONE-SCORE SECTION.
      *    League rule: a disputed score stands until the committee
      *    rules. A HOLD transaction flags the posted category on
      *    hold is simply lifted - the score is confirmed as it
      *    stands. With replacement dice the release converts to a
      *    correction and the score is reversed and re-posted
      *    through the normal correction path - subject to the
      *    same operator cap as a correction, checked before the
      *    hold is lifted.
           SET WS-HOLD-OK TO TRUE
           MOVE SPACES TO WS-HOLD-REASON
           IF WS-DICE NOT = SPACES
              SET WS-CORR-OK TO TRUE
              PERFORM CHECK-CORRECTION-CAP
              IF WS-CORR-FAILED
                 SET WS-HOLD-FAILED TO TRUE
                 MOVE WS-CORR-REASON TO WS-HOLD-REASON
              END-IF
           END-IF
           IF WS-HOLD-OK AND NOT WS-BATCH-FILES-OPEN
              OPEN I-O YACHT-HOLDS
              IF WS-HD-STATUS NOT = '00'
                 SET WS-HOLD-FAILED TO TRUE
                 DELIMITED BY SIZE INTO WS-DISP-LINE
              END-STRING
           END-IF
           MOVE 'OPER' TO WS-DISP-LINE(88:4)
           MOVE WS-OPERATOR-ID TO WS-DISP-LINE(93:8)
           WRITE TRANS-REPORT-RECORD FROM WS-DISP-LINE.

       WRITE-RLSE-DISPOSITION SECTION.
                    DELIMITED BY SIZE INTO WS-DISP-LINE
                 END-STRING
           END-EVALUATE
           MOVE 'OPER' TO WS-DISP-LINE(88:4)
           MOVE WS-OPERATOR-ID TO WS-DISP-LINE(93:8)
           WRITE TRANS-REPORT-RECORD FROM WS-DISP-LINE.

       CHECK-YACHT-ROLL SECTION.
              WS-SC-CHOICE + WS-SC-YACHT
           PERFORM WRITE-CSV-EXPORT.

       ADVISE-CATEGORY SECTION.
      *    Mid-game scoring advice for one roll: the player's
      *    scorecard says which categories are still open, each
      *    open category is scored off the dice exactly as a real
      *    posting would score it (ruleset, joker, repeat-yacht
      *    bonus), and the choices are printed best first with
      *    the effect each has on the 63-point upper bonus. The
      *    ranking is the points taken now, plus the 35 bonus
      *    when the choice clinches it, less the 35 when it puts
      *    a still-reachable bonus out of reach. Every file is
      *    opened for input only - nothing is posted, marked or
      *    created, so it can be run at the table any time.
           PERFORM VALIDATE-DICE
           MOVE SPACES TO WS-AD-LINE
           IF WS-DICE-IS-INVALID
              STRING 'INVALID DICE "' WS-DICE
                 '" - NO ADVICE GIVEN'
                 DELIMITED BY SIZE INTO WS-AD-LINE
              END-STRING
              PERFORM WRITE-ADVICE-LINE
           ELSE
              PERFORM READ-RULESET
              PERFORM CHECK-YACHT-ROLL
              PERFORM LOAD-ADVICE-CARD
              PERFORM SCORE-OPEN-CATEGORIES
              PERFORM RANK-ADVICE
              PERFORM PRINT-ADVICE
           END-IF.

       LOAD-ADVICE-CARD SECTION.
      *    No scorecard yet simply means the player has not posted
      *    tonight - every category is open and no yacht is on the
      *    card. The upper-section points already banked come off
      *    the score history for the upper categories used.
           MOVE 'N' TO WS-AD-CARD
           MOVE 0 TO WS-AD-UPPER-SO-FAR
           OPEN INPUT YACHT-CARD
           IF WS-YC-STATUS = '00'
              MOVE WS-PLAYER-ID TO YC-PLAYER-ID
              MOVE WS-GAME-DATE TO YC-GAME-DATE
              READ YACHT-CARD KEY IS YC-KEY
              IF WS-YC-STATUS = '00'
                 SET WS-AD-CARD-ON-FILE TO TRUE
              END-IF
              CLOSE YACHT-CARD
           END-IF
           IF NOT WS-AD-CARD-ON-FILE
              MOVE WS-PLAYER-ID TO YC-PLAYER-ID
              MOVE WS-GAME-DATE TO YC-GAME-DATE
              PERFORM VARYING WS-SC-IX FROM 1 BY 1
                 UNTIL WS-SC-IX > 12
                 MOVE 'N' TO YC-USED-TABLE(WS-SC-IX)
              END-PERFORM
              MOVE 0 TO YC-YACHT-COUNT
           END-IF
           MOVE 0 TO WS-BONUS-POINTS
           IF WS-IS-YACHT-ROLL-YES
              OPEN INPUT BONUS-RULES
              IF WS-BR-STATUS = '00'
                 PERFORM READ-BONUS-RULE
                 CLOSE BONUS-RULES
              END-IF
           END-IF
           IF WS-AD-CARD-ON-FILE
              OPEN INPUT YACHT-SCORES
              IF WS-YS-STATUS = '00'
                 PERFORM VARYING WS-SC-IX FROM 1 BY 1
                    UNTIL WS-SC-IX > 6
                    IF YC-USED-TABLE(WS-SC-IX) = 'Y'
                       MOVE WS-PLAYER-ID TO YS-PLAYER-ID
                       MOVE WS-GAME-DATE TO YS-GAME-DATE
                       MOVE WS-CATEGORY-ENTRY(WS-SC-IX) TO YS-CATEGORY
                       READ YACHT-SCORES KEY IS YS-KEY
                          INVALID KEY CONTINUE
                          NOT INVALID KEY
                             ADD YS-SCORE TO WS-AD-UPPER-SO-FAR
                       END-READ
                    END-IF
                 END-PERFORM
                 CLOSE YACHT-SCORES
              END-IF
           END-IF
      *    Best the upper section could still reach: what is banked
      *    plus five of a kind in every upper category still open.
           MOVE WS-AD-UPPER-SO-FAR TO WS-AD-UPPER-REACH
           PERFORM VARYING WS-SC-IX FROM 1 BY 1 UNTIL WS-SC-IX > 6
              IF YC-USED-TABLE(WS-SC-IX) NOT = 'Y'
                 COMPUTE WS-AD-UPPER-REACH =
                    WS-AD-UPPER-REACH + 5 * WS-SC-IX
              END-IF
           END-PERFORM.

       SCORE-OPEN-CATEGORIES SECTION.
           MOVE WS-DICE TO WS-DICE-SAVE
           MOVE 0 TO WS-AD-COUNT
           PERFORM VARYING WS-AD-IX FROM 1 BY 1 UNTIL WS-AD-IX > 12
              IF YC-USED-TABLE(WS-AD-IX) NOT = 'Y'
                 MOVE WS-AD-IX TO WS-CAT-IX
                 SET WS-JOKER-INACTIVE TO TRUE
                 PERFORM CHECK-JOKER-ELIGIBLE
                 MOVE WS-DICE-SAVE TO WS-DICE
                 MOVE WS-CATEGORY-ENTRY(WS-AD-IX) TO WS-CATEGORY
                 PERFORM SCORE-CATEGORY
                 IF WS-IS-YACHT-ROLL-YES
                    ADD WS-BONUS-POINTS TO WS-RESULT
                 END-IF
                 ADD 1 TO WS-AD-COUNT
                 MOVE WS-AD-IX TO WS-AD-CAT-IX(WS-AD-COUNT)
                 MOVE WS-RESULT TO WS-AD-POINTS(WS-AD-COUNT)
                 MOVE WS-RESULT TO WS-AD-VALUE(WS-AD-COUNT)
                 MOVE WS-AD-UPPER-SO-FAR TO WS-AD-UPPER(WS-AD-COUNT)
                 PERFORM JUDGE-UPPER-EFFECT
              END-IF
           END-PERFORM
           MOVE WS-DICE-SAVE TO WS-DICE
           SET WS-JOKER-INACTIVE TO TRUE.

       JUDGE-UPPER-EFFECT SECTION.
      *    Upper-section effect of scoring this roll in the open
      *    category just scored (entry WS-AD-COUNT). Lower-section
      *    choices leave the upper subtotal where it is.
           MOVE SPACES TO WS-AD-EFFECT(WS-AD-COUNT)
           EVALUATE TRUE
              WHEN WS-AD-UPPER-SO-FAR >= 63
                 MOVE 'BONUS ALREADY MADE'
                    TO WS-AD-EFFECT(WS-AD-COUNT)
              WHEN WS-AD-IX > 6
                 IF WS-AD-UPPER-REACH < 63
                    MOVE 'BONUS OUT OF REACH'
                       TO WS-AD-EFFECT(WS-AD-COUNT)
                 ELSE
                    COMPUTE WS-AD-NEEDED = 63 - WS-AD-UPPER-SO-FAR
                    MOVE WS-AD-NEEDED TO WS-AD-ED-NEEDED
                    STRING 'NO CHANGE - ' WS-AD-ED-NEEDED ' TO GO'
                       DELIMITED BY SIZE
                       INTO WS-AD-EFFECT(WS-AD-COUNT)
                    END-STRING
                 END-IF
              WHEN OTHER
                 ADD WS-RESULT TO WS-AD-UPPER(WS-AD-COUNT)
                 COMPUTE WS-AD-REACH-AFTER = WS-AD-UPPER-REACH
                    - 5 * WS-AD-IX + WS-RESULT
                 EVALUATE TRUE
                    WHEN WS-AD-UPPER(WS-AD-COUNT) >= 63
                       MOVE 'CLINCHES 35 BONUS'
                          TO WS-AD-EFFECT(WS-AD-COUNT)
                       ADD 35 TO WS-AD-VALUE(WS-AD-COUNT)
                    WHEN WS-AD-UPPER-REACH < 63
                       MOVE 'BONUS OUT OF REACH'
                          TO WS-AD-EFFECT(WS-AD-COUNT)
                    WHEN WS-AD-REACH-AFTER < 63
                       MOVE 'GIVES UP 35 BONUS'
                          TO WS-AD-EFFECT(WS-AD-COUNT)
                       SUBTRACT 35 FROM WS-AD-VALUE(WS-AD-COUNT)
                    WHEN OTHER
                       COMPUTE WS-AD-NEEDED =
                          63 - WS-AD-UPPER(WS-AD-COUNT)
                       MOVE WS-AD-NEEDED TO WS-AD-ED-NEEDED
                       STRING 'UPPER ' WS-AD-ED-NEEDED ' TO GO'
                          DELIMITED BY SIZE
                          INTO WS-AD-EFFECT(WS-AD-COUNT)
                       END-STRING
                 END-EVALUATE
           END-EVALUATE.

       RANK-ADVICE SECTION.
      *    Exchange sort, best value first; equal values keep the
      *    scorecard order.
           MOVE 'Y' TO WS-AD-SWAPPED
           PERFORM UNTIL NOT WS-AD-DID-SWAP
              MOVE 'N' TO WS-AD-SWAPPED
              PERFORM VARYING WS-AD-IX FROM 1 BY 1
                 UNTIL WS-AD-IX >= WS-AD-COUNT
                 COMPUTE WS-AD-JX = WS-AD-IX + 1
                 IF WS-AD-VALUE(WS-AD-JX) > WS-AD-VALUE(WS-AD-IX)
                    MOVE WS-AD-ENTRY(WS-AD-IX) TO WS-AD-SWAP-ENTRY
                    MOVE WS-AD-ENTRY(WS-AD-JX) TO WS-AD-ENTRY(WS-AD-IX)
                    MOVE WS-AD-SWAP-ENTRY TO WS-AD-ENTRY(WS-AD-JX)
                    MOVE 'Y' TO WS-AD-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM.

       PRINT-ADVICE SECTION.
           MOVE SPACES TO WS-AD-LINE
           STRING 'SCORING ADVICE - PLAYER ' WS-PLAYER-ID
              ' GAME ' WS-GAME-DATE ' DICE ' WS-DICE-SAVE
              ' RULES ' WS-RULESET
              DELIMITED BY SIZE INTO WS-AD-LINE
           END-STRING
           PERFORM WRITE-ADVICE-LINE
           MOVE WS-AD-UPPER-SO-FAR TO WS-AD-ED-UPPER
           MOVE SPACES TO WS-AD-LINE
           STRING 'UPPER SECTION SO FAR ' WS-AD-ED-UPPER ' OF 63'
              DELIMITED BY SIZE INTO WS-AD-LINE
           END-STRING
           IF NOT WS-AD-CARD-ON-FILE
              MOVE '- NO SCORECARD YET, ALL CATEGORIES OPEN'
                 TO WS-AD-LINE(32:40)
           END-IF
           PERFORM WRITE-ADVICE-LINE
           IF WS-AD-COUNT = 0
              MOVE 'CARD COMPLETE - NO OPEN CATEGORIES' TO WS-AD-LINE
              PERFORM WRITE-ADVICE-LINE
           ELSE
              MOVE SPACES TO WS-AD-LINE
              STRING 'RANK CATEGORY         POINTS  UPPER '
                 'UPPER BONUS EFFECT'
                 DELIMITED BY SIZE INTO WS-AD-LINE
              END-STRING
              PERFORM WRITE-ADVICE-LINE
              PERFORM VARYING WS-AD-IX FROM 1 BY 1
                 UNTIL WS-AD-IX > WS-AD-COUNT
                 MOVE WS-AD-IX TO WS-AD-ED-RANK
                 MOVE WS-AD-POINTS(WS-AD-IX) TO WS-AD-ED-POINTS
                 MOVE WS-AD-UPPER(WS-AD-IX) TO WS-AD-ED-UPPER
                 MOVE WS-AD-CAT-IX(WS-AD-IX) TO WS-SC-IX
                 MOVE SPACES TO WS-AD-LINE
                 STRING ' ' WS-AD-ED-RANK '  '
                    WS-CATEGORY-ENTRY(WS-SC-IX) '    '
                    WS-AD-ED-POINTS '    ' WS-AD-ED-UPPER '  '
                    WS-AD-EFFECT(WS-AD-IX)
                    DELIMITED BY SIZE INTO WS-AD-LINE
                 END-STRING
                 IF WS-AD-IX = 1
                    MOVE '<== RECOMMENDED' TO WS-AD-LINE(71:15)
                 END-IF
                 PERFORM WRITE-ADVICE-LINE
              END-PERFORM
           END-IF
           MOVE WS-DICE-SAVE TO WS-DICE.

       WRITE-ADVICE-LINE SECTION.
           OPEN EXTEND ADVICE-REPORT
           IF WS-AV-STATUS = '05' OR WS-AV-STATUS = '35'
              OPEN OUTPUT ADVICE-REPORT
           END-IF
           WRITE ADVICE-REPORT-RECORD FROM WS-AD-LINE
           CLOSE ADVICE-REPORT
           MOVE SPACES TO WS-AD-LINE.

       WRITE-CSV-EXPORT SECTION.
      *    Appends the just-built scorecard to YACHT-CSV as one
      *    comma-separated line, so the weekly gaming-night report can
