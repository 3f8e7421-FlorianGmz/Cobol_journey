           SELECT BUSDATE-CARD ASSIGN TO "BUSDCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BDC-STATUS.
           SELECT OPERATOR-AUTH ASSIGN TO "OPERAUTH"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OA-STATUS.
           SELECT JOB-RUN-LOG ASSIGN TO "JOBRLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRL-STATUS.
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
       FD  SUSPENSE-IN.
       01  SUSPENSE-IN-RECORD.
           05 SI-TRANS         PIC X(92).
           05 SI-REASON        PIC X(30).
       FD  CLEAN-TRANS.
       01  CLEAN-TRANS-RECORD  PIC X(92).
       FD  SUSPENSE-OUT.
       01  SUSPENSE-OUT-RECORD.
           05 SO-TRANS         PIC X(92).
           05 SO-REASON        PIC X(30).
       FD  PLAYER-MASTER.
       01  PLAYER-MASTER-RECORD.
       FD  BUSDATE-CARD.
       01  BUSDATE-CARD-RECORD.
           05 BD-BUSINESS-DATE  PIC X(8).
       FD  OPERATOR-AUTH.
       01  OPERATOR-AUTH-RECORD.
           05 OA-OPERATOR-ID   PIC X(8).
           05 OA-TRANS-TYPE    PIC X(4).
           05 OA-CORR-CAP      PIC X(3).
       FD  JOB-RUN-LOG.
       01  JOB-RUN-LOG-RECORD.
           05 JRL-PROGRAM-ID    PIC X(8).
       01 WS-RCT-STATUS    PIC XX.
       01 WS-BDC-STATUS    PIC XX.
       01 WS-JRL-STATUS    PIC XX.
       01 WS-OA-STATUS     PIC XX.
       01 WS-JOB-NAME      PIC X(8) VALUE 'YACHTPRE'.
       01 WS-RUN-STATUS    PIC X(8) VALUE 'COMPLETE'.
       COPY "DATEFLDS.cpy".
          05 WS-SCHED-ENTRY OCCURS 400 TIMES.
             10 WS-SCHED-DATE   PIC 9(8).
             10 WS-SCHED-LEAGUE PIC X(4).
       01 WS-OA-EOF        PIC X     VALUE 'N'.
          88 WS-OA-AT-EOF            VALUE 'Y'.
       01 WS-AUTH-ABSENT   PIC X     VALUE 'N'.
          88 WS-AUTH-FILE-ABSENT     VALUE 'Y'.
       01 WS-AUTH-OVER     PIC X     VALUE 'N'.
          88 WS-AUTH-OVERFLOWED      VALUE 'Y'.
       01 WS-AUTH-MAX      PIC 999   VALUE 200.
       01 WS-AUTH-COUNT    PIC 999   VALUE 0.
       01 WS-AUTH-IX       PIC 999.
       01 WS-AUTH-TABLE.
          05 WS-AUTH-ENTRY OCCURS 200 TIMES.
             10 WS-AUTH-OPERATOR PIC X(8).
             10 WS-AUTH-TYPE     PIC X(4).
       01 WS-AUTH-FOUND    PIC X.
          88 WS-AUTH-GRANTED         VALUE 'Y'.
       01 WS-VAL-IX        PIC 9.
       01 WS-TURN-FINAL    PIC X(5).
       01 WS-TURN-DICE     PIC X(5).
       01 WS-TURN-PREV     PIC X(5).
       01 WS-TURN-HELD     PIC X(5).
       01 WS-CAT-IX        PIC 99.
       01 WS-SC-IX         PIC 99.
       01 WS-EDIT-REASON   PIC X(30).
      *    Front-door edit over the night's transaction batch,
      *    run ahead of the posting step: every YACHT-TRANS record
      *    (plus everything recycled off the prior night's suspense
      *    file) is checked - corrections, holds and releases from
      *    an operator authorized for them, dice all digits 1-6,
      *    player on the player master and active, game date on the
      *    gaming-night schedule, category one of the twelve - and
      *    split into a clean file the posting step reads and a
      *    suspense file carrying each failure's reason. A suspended
      *    record that has been corrected re-enters automatically
      *    through the recycle pass, the way a posting shop works,
      *    instead of someone re-keying it off the disposition
      *    report. The step ends clean even with suspense activity -
      *    the clean file is good to post - and reports the suspense
      *    totals as a warning exception instead.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM CHECK-RUN-CONTROL
              OPEN OUTPUT CLEAN-TRANS
              OPEN OUTPUT SUSPENSE-OUT
              PERFORM LOAD-SCHEDULE-TABLE
              PERFORM LOAD-AUTH-TABLE
              OPEN INPUT PLAYER-MASTER
              IF WS-PM-STATUS = '00'
                 SET WS-PM-AVAILABLE TO TRUE

       EDIT-ONE-TRANS SECTION.
           MOVE SPACES TO WS-EDIT-REASON
           IF TR-CORRECTION OR TR-HOLD OR TR-RELEASE
              PERFORM CHECK-TRANS-OPERATOR
           END-IF
           IF WS-EDIT-REASON = SPACES
              IF TR-TURN
                 PERFORM CHECK-TRANS-TURN
              ELSE
                 PERFORM CHECK-TRANS-DICE
              END-IF
           END-IF
           IF WS-EDIT-REASON = SPACES
              PERFORM CHECK-TRANS-PLAYER
           END-IF
           END-IF
           PERFORM WRITE-EDIT-DISPOSITION.

       CHECK-TRANS-OPERATOR SECTION.
      *    Corrections, holds and releases change or freeze posted
      *    scores, so each must name the operator who asked for it
      *    and that operator must hold the transaction type on the
      *    authorization table. Unlike the schedule, a missing or
      *    overflowing table cannot be waved through - these are
      *    held in suspense until the table is put right. Any cap
      *    on the size of a correction is enforced at posting,
      *    where the replacement score is known.
           IF TR-OPERATOR-ID = SPACES
              MOVE 'OPERATOR ID MISSING' TO WS-EDIT-REASON
           ELSE
              IF WS-AUTH-FILE-ABSENT OR WS-AUTH-OVERFLOWED
                 MOVE 'OPERATOR AUTH TABLE UNUSABLE' TO WS-EDIT-REASON
              ELSE
                 MOVE 'N' TO WS-AUTH-FOUND
                 PERFORM VARYING WS-AUTH-IX FROM 1 BY 1
                    UNTIL WS-AUTH-IX > WS-AUTH-COUNT
                    IF WS-AUTH-OPERATOR(WS-AUTH-IX) = TR-OPERATOR-ID
                       AND WS-AUTH-TYPE(WS-AUTH-IX) = TR-TRANS-TYPE
                       SET WS-AUTH-GRANTED TO TRUE
                    END-IF
                 END-PERFORM
                 IF NOT WS-AUTH-GRANTED
                    MOVE 'OPERATOR NOT AUTHORIZED' TO WS-EDIT-REASON
                 END-IF
              END-IF
           END-IF.

       CHECK-TRANS-DICE SECTION.
      *    A correction carrying blank dice is a plain reversal, a
      *    hold carries no dice at all, and a release with blank
              END-PERFORM
           END-IF.

       CHECK-TRANS-TURN SECTION.
      *    A turn record is checked the way the posting step will
      *    check it: every roll thrown is five dice 1-6, no roll
      *    is skipped, a held die (H) shows the same face on the
      *    next roll, and the last roll is the scored dice (blank
      *    scored dice take the last roll).
           IF TR-ROLL-1 = SPACES
              OR (TR-ROLL-3 NOT = SPACES AND TR-ROLL-2 = SPACES)
              MOVE 'TURN ROLL SEQUENCE INCOMPLETE' TO WS-EDIT-REASON
           ELSE
              MOVE TR-ROLL-1 TO WS-TURN-DICE
              PERFORM CHECK-TURN-DICE
              MOVE TR-ROLL-1 TO WS-TURN-FINAL
              IF TR-ROLL-2 NOT = SPACES
                 MOVE TR-ROLL-1 TO WS-TURN-PREV
                 MOVE TR-HELD-1 TO WS-TURN-HELD
                 MOVE TR-ROLL-2 TO WS-TURN-DICE
                 PERFORM CHECK-TURN-DICE
                 PERFORM CHECK-TURN-HELD
                 MOVE TR-ROLL-2 TO WS-TURN-FINAL
              END-IF
              IF TR-ROLL-3 NOT = SPACES
                 MOVE TR-ROLL-2 TO WS-TURN-PREV
                 MOVE TR-HELD-2 TO WS-TURN-HELD
                 MOVE TR-ROLL-3 TO WS-TURN-DICE
                 PERFORM CHECK-TURN-DICE
                 PERFORM CHECK-TURN-HELD
                 MOVE TR-ROLL-3 TO WS-TURN-FINAL
              END-IF
              IF WS-EDIT-REASON = SPACES
                 AND TR-DICE NOT = SPACES
                 AND TR-DICE NOT = WS-TURN-FINAL
                 MOVE 'FINAL ROLL NOT THE SCORED DICE'
                    TO WS-EDIT-REASON
              END-IF
           END-IF.

       CHECK-TURN-DICE SECTION.
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
              UNTIL WS-VAL-IX > 5
              IF WS-TURN-DICE(WS-VAL-IX:1) < '1' OR
                 WS-TURN-DICE(WS-VAL-IX:1) > '6'
                 MOVE 'INVALID TURN DICE' TO WS-EDIT-REASON
              END-IF
           END-PERFORM.

       CHECK-TURN-HELD SECTION.
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
              UNTIL WS-VAL-IX > 5
              IF WS-TURN-HELD(WS-VAL-IX:1) = 'H'
                 AND WS-TURN-DICE(WS-VAL-IX:1) NOT =
                     WS-TURN-PREV(WS-VAL-IX:1)
                 AND WS-EDIT-REASON = SPACES
                 MOVE 'HELD DIE CHANGED BETWEEN ROLLS'
                    TO WS-EDIT-REASON
              END-IF
           END-PERFORM.

       CHECK-TRANS-PLAYER SECTION.
           IF WS-PM-AVAILABLE
              MOVE TR-PLAYER-ID TO PM-PLAYER-ID
              CLOSE GAME-SCHEDULE
           END-IF.

       LOAD-AUTH-TABLE SECTION.
      *    One record per operator and transaction type granted.
      *    The correction cap on the record is YACHT's concern and
      *    is not held here.
           MOVE 0 TO WS-AUTH-COUNT
           MOVE 'N' TO WS-OA-EOF
           OPEN INPUT OPERATOR-AUTH
           IF WS-OA-STATUS = '05' OR WS-OA-STATUS = '35'
              SET WS-AUTH-FILE-ABSENT TO TRUE
              MOVE 'AUTH TABLE MISSING - CORR/HOLD/RLSE SUSPENDED'
                 TO WS-EXCEPT-MSG
              MOVE 'AUTH' TO WS-EXC-REASON
              PERFORM LOG-EXCEPTION
           ELSE
              PERFORM UNTIL WS-OA-AT-EOF
                 READ OPERATOR-AUTH
                    AT END MOVE 'Y' TO WS-OA-EOF
                 END-READ
                 IF NOT WS-OA-AT-EOF
                    AND OA-OPERATOR-ID NOT = SPACES
                    IF WS-AUTH-COUNT < WS-AUTH-MAX
                       ADD 1 TO WS-AUTH-COUNT
                       MOVE OA-OPERATOR-ID
                          TO WS-AUTH-OPERATOR(WS-AUTH-COUNT)
                       MOVE OA-TRANS-TYPE
                          TO WS-AUTH-TYPE(WS-AUTH-COUNT)
                    ELSE
                       SET WS-AUTH-OVERFLOWED TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE OPERATOR-AUTH
              IF WS-AUTH-OVERFLOWED
                 MOVE 'AUTH TABLE OVER 200 - CORR/HOLD/RLSE SUSPENDED'
                    TO WS-EXCEPT-MSG
                 MOVE 'AUTH' TO WS-EXC-REASON
                 PERFORM LOG-EXCEPTION
              END-IF
           END-IF.

       LOG-EXCEPTION SECTION.
      *    Writes the suite-standard exception record (EXCPTREC
      *    copybook); the JCL points this file at the consolidated
