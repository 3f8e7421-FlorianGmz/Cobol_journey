       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEASOPEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD ASSIGN TO "OPENCARD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CC-STATUS.
           SELECT SEASON-MASTER ASSIGN TO "SEASMST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SM-STATUS.
           SELECT OPEN-LOG ASSIGN TO "SEASOLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OL-STATUS.
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
           SELECT GAME-SCHEDULE ASSIGN TO "GAMESCHD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GS-STATUS.
           SELECT PLAYER-TOTALS ASSIGN TO "PLAYTOT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PT-PLAYER-ID
              FILE STATUS IS WS-PT-STATUS.
           SELECT TOTALS-SNAPSHOT ASSIGN TO "PTSNAP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PS-STATUS.
           SELECT HCAP-FILE ASSIGN TO "HCAPFILE"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HC-PLAYER-ID
              FILE STATUS IS WS-HC-STATUS.
           SELECT OPENING-HCAP ASSIGN TO "HCAPOPEN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HO-STATUS.
           SELECT PLAYER-MASTER ASSIGN TO "PLAYMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PM-PLAYER-ID
              FILE STATUS IS WS-PM-STATUS.
           SELECT ATT-FEED ASSIGN TO "ATTFEED"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AF-STATUS.
           SELECT TEAM-MASTER ASSIGN TO "TEAMMST"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TM-TEAM-ID
              FILE STATUS IS WS-TM-STATUS.
           SELECT CORRECTION-AUDIT ASSIGN TO "YACHTAUD"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AU-STATUS.
           SELECT OPEN-REPORT ASSIGN TO "SOPNRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OR-STATUS.
           SELECT JOB-RUN-LOG ASSIGN TO "JOBRLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD.
       01  CONTROL-CARD-RECORD.
           05 CC-SEASON-ID     PIC X(8).
           05 CC-SEASON-NAME   PIC X(30).
           05 CC-START-DATE    PIC 9(8).
           05 CC-END-DATE      PIC 9(8).
       FD  SEASON-MASTER.
       01  SEASON-MASTER-RECORD.
           05 SEA-SEASON-ID    PIC X(8).
           05 SEA-NAME         PIC X(30).
           05 SEA-START-DATE   PIC 9(8).
           05 SEA-END-DATE     PIC 9(8).
       FD  OPEN-LOG.
       01  OPEN-LOG-RECORD.
           05 OL-SEASON-ID     PIC X(8).
           05 OL-PRIOR-SEASON  PIC X(8).
           05 OL-OPEN-DATE     PIC 9(8).
           05 OL-OPEN-TIME     PIC 9(8).
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
       FD  GAME-SCHEDULE.
       01  GAME-SCHEDULE-RECORD.
           05 GS-GAME-DATE     PIC 9(8).
           05 GS-LEAGUE-CODE   PIC X(4).
       FD  PLAYER-TOTALS.
       01  PLAYER-TOTALS-RECORD.
           05 PT-PLAYER-ID     PIC X(10).
           05 PT-GAMES         PIC 9(4).
           05 PT-GRAND-TOTAL   PIC 9(7).
           05 PT-UPPER-TOTAL   PIC 9(6).
           05 PT-YACHT-COUNT   PIC 9(4).
           05 PT-BEST-GAME     PIC 9(4).
       FD  TOTALS-SNAPSHOT.
       01  TOTALS-SNAPSHOT-RECORD.
           05 PS-SEASON-ID     PIC X(8).
           05 PS-TOTALS        PIC X(35).
       FD  HCAP-FILE.
       01  HCAP-RECORD.
           05 HC-PLAYER-ID     PIC X(10).
           05 HC-GAMES-USED    PIC 99.
           05 HC-TRAIL-AVG     PIC 9(4).
           05 HC-HANDICAP      PIC 999.
           05 HC-BUILD-DATE    PIC 9(8).
       FD  OPENING-HCAP.
       01  OPENING-HCAP-RECORD.
           05 HO-SEASON-ID     PIC X(8).
           05 HO-PLAYER-ID     PIC X(10).
           05 HO-HANDICAP      PIC 999.
           05 HO-TRAIL-AVG     PIC 9(4).
           05 HO-GAMES-USED    PIC 99.
           05 HO-CLOSE-DATE    PIC 9(8).
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
       FD  ATT-FEED.
       01  ATT-FEED-RECORD.
           05 AF-PLAYER-ID     PIC X(10).
           05 AF-MISSED-NIGHTS PIC 999.
           05 AF-FEED-DATE     PIC 9(8).
       FD  TEAM-MASTER.
       01  TEAM-MASTER-RECORD.
           05 TM-TEAM-ID       PIC X(8).
           05 TM-TEAM-NAME     PIC X(30).
           05 TM-MEMBER-ID     PIC X(10) OCCURS 10 TIMES.
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
       FD  OPEN-REPORT.
       01  OPEN-REPORT-RECORD  PIC X(132).
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
       01 WS-CC-STATUS     PIC XX.
       01 WS-SM-STATUS     PIC XX.
       01 WS-OL-STATUS     PIC XX.
       01 WS-YS-STATUS     PIC XX.
       01 WS-YC-STATUS     PIC XX.
       01 WS-GS-STATUS     PIC XX.
       01 WS-PT-STATUS     PIC XX.
       01 WS-PS-STATUS     PIC XX.
       01 WS-HC-STATUS     PIC XX.
       01 WS-HO-STATUS     PIC XX.
       01 WS-PM-STATUS     PIC XX.
       01 WS-AF-STATUS     PIC XX.
       01 WS-TM-STATUS     PIC XX.
       01 WS-AU-STATUS     PIC XX.
       01 WS-OR-STATUS     PIC XX.
       01 WS-JRL-STATUS    PIC XX.
       01 WS-JOB-NAME      PIC X(8) VALUE 'SEASOPEN'.
       01 WS-RUN-STATUS    PIC X(8) VALUE 'COMPLETE'.
       COPY "DATEFLDS.cpy".
       01 WS-SM-EOF        PIC X    VALUE 'N'.
          88 WS-SM-AT-EOF           VALUE 'Y'.
       01 WS-OL-EOF        PIC X    VALUE 'N'.
          88 WS-OL-AT-EOF           VALUE 'Y'.
       01 WS-BROWSE-EOF    PIC X    VALUE 'N'.
          88 WS-BROWSE-AT-EOF       VALUE 'Y'.

      *    The season being opened, from the season master or -
      *    when it is not on file yet - from the card, in which
      *    case the row is added once every check has passed.
       01 WS-SEASON-ID     PIC X(8) VALUE SPACES.
       01 WS-SEASON-NAME   PIC X(30) VALUE SPACES.
       01 WS-SEASON-START  PIC 9(8) VALUE 0.
       01 WS-SEASON-END    PIC 9(8) VALUE 0.
       01 WS-SEASON-FOUND  PIC X    VALUE 'N'.
          88 WS-SEASON-ON-FILE      VALUE 'Y'.
       01 WS-PRIOR-ID      PIC X(8) VALUE SPACES.
       01 WS-PRIOR-START   PIC 9(8) VALUE 0.
       01 WS-PRIOR-END     PIC 9(8) VALUE 0.
       01 WS-OVERLAP-ID    PIC X(8) VALUE SPACES.
       01 WS-OPENED-DATE   PIC 9(8) VALUE 0.

       01 WS-CHECK-FLAG    PIC X    VALUE 'Y'.
          88 WS-CHECKS-PASSED       VALUE 'Y'.
          88 WS-CHECKS-FAILED       VALUE 'N'.
       01 WS-BALANCE-FLAG  PIC X    VALUE 'Y'.
          88 WS-IN-BALANCE          VALUE 'Y'.
          88 WS-OUT-OF-BALANCE      VALUE 'N'.
       01 WS-PT-OPEN       PIC X    VALUE 'N'.
          88 WS-PT-AVAILABLE        VALUE 'Y'.
       01 WS-MEMBER-FLAG   PIC X.
          88 WS-TEAM-LISTED         VALUE 'Y'.

       01 WS-YS-LEFT       PIC 9(7) VALUE 0.
       01 WS-YC-LEFT       PIC 9(7) VALUE 0.
       01 WS-NIGHT-COUNT   PIC 9(5) VALUE 0.
       01 WS-PT-IN-COUNT   PIC 9(7) VALUE 0.
       01 WS-PT-SNAP-COUNT PIC 9(7) VALUE 0.
       01 WS-PT-DEL-COUNT  PIC 9(7) VALUE 0.
       01 WS-HC-CARRIED    PIC 9(7) VALUE 0.
       01 WS-HC-DROPPED    PIC 9(7) VALUE 0.
       01 WS-GUEST-COUNT   PIC 9(5) VALUE 0.
       01 WS-NOSHOW-COUNT  PIC 9(5) VALUE 0.
       01 WS-STALE-COUNT   PIC 9(5) VALUE 0.
       01 WS-TEAM-COUNT    PIC 9(5) VALUE 0.
       01 WS-TEAM-FLAGGED  PIC 9(5) VALUE 0.
       01 WS-MEMBER-IX     PIC 99.
       01 WS-MEMBER-NOTE   PIC X(20).
       01 WS-INACT-REASON  PIC X(20).

       01 WS-AUD-PHASE     PIC X(6).
       01 WS-AUD-IMAGE     PIC X(40).
       01 WS-ED-COUNT      PIC ZZZZZZ9.
       01 WS-ED-COUNT2     PIC ZZZZZZ9.
       01 WS-REPORT-LINE   PIC X(132).
       01 WS-CHECK-LINE.
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 WS-CL-LABEL   PIC X(40).
          05 WS-CL-RESULT  PIC X(90).

       PROCEDURE DIVISION.
       SEASOPEN SECTION.
      *    Opening a season used to be a page of manual steps that
      *    someone always got one of wrong. One season ID on the
      *    card now drives the whole thing. Three checks come
      *    first and nothing is touched unless all pass: the
      *    season has not been opened before (the open log), its
      *    dates overlap no other season on the season master,
      *    and the prior season has been archived - YACHTARC has
      *    taken every score and scorecard dated through the
      *    prior season's end off the live files. Then PLAYTOT is
      *    copied to a snapshot and, only when the copy balances,
      *    cleared for the new season; guests whose expiry falls
      *    before the season start and the no-shows on the
      *    attendance feed are set inactive on PLAYMST (before
      *    and after images to the corrections audit, as PLAYMNT
      *    writes them); each remaining player's closing handicap
      *    is written to the opening-handicap file; and every
      *    team with a member who is no longer active is listed
      *    for the captains to sort out. The checklist report
      *    shows each check and step with its result, and ends
      *    with whether the new season's schedule is on GAMESCHD
      *    yet. Refused: RC 8. Opened with anything left for
      *    someone to act on: RC 4.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           OPEN OUTPUT OPEN-REPORT
           PERFORM READ-CONTROL-CARD
           IF WS-SEASON-ID = SPACES
              MOVE 'NO SEASON ID ON THE CARD - NOTHING OPENED'
                 TO WS-REPORT-LINE
              WRITE OPEN-REPORT-RECORD FROM WS-REPORT-LINE
              MOVE 8 TO RETURN-CODE
              MOVE 'FAILED' TO WS-RUN-STATUS
           ELSE
              PERFORM CHECK-ALREADY-OPENED
              PERFORM LOAD-SEASONS
              PERFORM PRINT-CHECKLIST-HEADING
              PERFORM PRINT-SEASON-CHECKS
              IF WS-CHECKS-PASSED
                 PERFORM CHECK-PRIOR-ARCHIVED
              END-IF
              IF WS-CHECKS-PASSED
                 PERFORM SNAPSHOT-PLAYER-TOTALS
              END-IF
              IF WS-CHECKS-FAILED
                 MOVE SPACES TO WS-REPORT-LINE
                 WRITE OPEN-REPORT-RECORD FROM WS-REPORT-LINE
                 MOVE 'SEASON NOT OPENED - NO FILES CHANGED'
                    TO WS-REPORT-LINE
                 WRITE OPEN-REPORT-RECORD FROM WS-REPORT-LINE
                 MOVE 8 TO RETURN-CODE
                 MOVE 'FAILED' TO WS-RUN-STATUS
              ELSE
                 PERFORM OPEN-THE-SEASON
              END-IF
           END-IF
           CLOSE OPEN-REPORT
           PERFORM WRITE-JOB-RUN-LOG
           STOP RUN.

       OPEN-THE-SEASON SECTION.
      *    Every check passed and the totals snapshot balanced:
      *    the updates, in an order where each step sees the
      *    results of the one before - inactive players are not
      *    carried into the opening handicaps and show up on the
      *    team roster list.
           PERFORM RESET-PLAYER-TOTALS
           OPEN I-O PLAYER-MASTER
           IF WS-PM-STATUS NOT = '00'
              MOVE 'PLAYER MASTER NOT AVAILABLE'
                 TO WS-CL-LABEL
              MOVE 'NOT DONE - PLAYER STATUS AND HANDICAPS SKIPPED'
                 TO WS-CL-RESULT
              WRITE OPEN-REPORT-RECORD FROM WS-CHECK-LINE
              MOVE 4 TO RETURN-CODE
           ELSE
              PERFORM INACTIVATE-EXPIRED-GUESTS
              PERFORM INACTIVATE-NO-SHOWS
              PERFORM CARRY-HANDICAPS
              PERFORM LIST-TEAM-ROSTERS
              CLOSE PLAYER-MASTER
           END-IF
           IF NOT WS-SEASON-ON-FILE
              PERFORM ADD-SEASON-ROW
           END-IF
           PERFORM COUNT-SEASON-NIGHTS
           PERFORM WRITE-OPEN-LOG
           MOVE SPACES TO WS-REPORT-LINE
           WRITE OPEN-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SEASON ' WS-SEASON-ID ' OPENED'
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE OPEN-REPORT-RECORD FROM WS-REPORT-LINE.

       READ-CONTROL-CARD SECTION.
      *    Season ID, then optionally the name and dates in the
      *    season-master layout, for a season not yet on file.
           OPEN INPUT CONTROL-CARD
           IF WS-CC-STATUS = '00'
              READ CONTROL-CARD
                 AT END CONTINUE
                 NOT AT END
                    MOVE CC-SEASON-ID TO WS-SEASON-ID
                    MOVE CC-SEASON-NAME TO WS-SEASON-NAME
                    IF CC-START-DATE IS NUMERIC
                       MOVE CC-START-DATE TO WS-SEASON-START
                    END-IF
                    IF CC-END-DATE IS NUMERIC
                       MOVE CC-END-DATE TO WS-SEASON-END
                    END-IF
              END-READ
              CLOSE CONTROL-CARD
           END-IF.

       CHECK-ALREADY-OPENED SECTION.
           OPEN INPUT OPEN-LOG
           IF WS-OL-STATUS = '00'
              PERFORM UNTIL WS-OL-AT-EOF
                 READ OPEN-LOG
                    AT END MOVE 'Y' TO WS-OL-EOF
                 END-READ
                 IF NOT WS-OL-AT-EOF
                    AND OL-SEASON-ID = WS-SEASON-ID
                    MOVE OL-OPEN-DATE TO WS-OPENED-DATE
                 END-IF
              END-PERFORM
              CLOSE OPEN-LOG
           END-IF
           IF WS-OPENED-DATE > 0
              SET WS-CHECKS-FAILED TO TRUE
           END-IF.

       LOAD-SEASONS SECTION.
      *    One pass finds the new season's own row, the prior
      *    season (latest start before the new one) and any
      *    season whose dates overlap it. The card's dates are
      *    used only when the season is not on file; the overlap
      *    test is made once the new season's dates are settled.
           OPEN INPUT SEASON-MASTER
           IF WS-SM-STATUS = '00'
              PERFORM UNTIL WS-SM-AT-EOF
                 READ SEASON-MASTER
                    AT END MOVE 'Y' TO WS-SM-EOF
                 END-READ
                 IF NOT WS-SM-AT-EOF
                    AND SEA-SEASON-ID = WS-SEASON-ID
                    SET WS-SEASON-ON-FILE TO TRUE
                    MOVE SEA-NAME TO WS-SEASON-NAME
                    MOVE SEA-START-DATE TO WS-SEASON-START
                    MOVE SEA-END-DATE TO WS-SEASON-END
                 END-IF
              END-PERFORM
              CLOSE SEASON-MASTER
           END-IF
           IF WS-SEASON-START = 0 OR WS-SEASON-END = 0
              OR WS-SEASON-END < WS-SEASON-START
              SET WS-CHECKS-FAILED TO TRUE
           ELSE
              MOVE 'N' TO WS-SM-EOF
              OPEN INPUT SEASON-MASTER
              IF WS-SM-STATUS = '00'
                 PERFORM UNTIL WS-SM-AT-EOF
                    READ SEASON-MASTER
                       AT END MOVE 'Y' TO WS-SM-EOF
                    END-READ
                    IF NOT WS-SM-AT-EOF
                       AND SEA-SEASON-ID NOT = WS-SEASON-ID
                       PERFORM CHECK-ONE-SEASON
                    END-IF
                 END-PERFORM
                 CLOSE SEASON-MASTER
              END-IF
           END-IF.

       CHECK-ONE-SEASON SECTION.
           IF SEA-START-DATE < WS-SEASON-START
              AND SEA-START-DATE > WS-PRIOR-START
              MOVE SEA-SEASON-ID TO WS-PRIOR-ID
              MOVE SEA-START-DATE TO WS-PRIOR-START
              MOVE SEA-END-DATE TO WS-PRIOR-END
           END-IF
           IF SEA-START-DATE <= WS-SEASON-END
              AND SEA-END-DATE >= WS-SEASON-START
              AND WS-OVERLAP-ID = SPACES
              MOVE SEA-SEASON-ID TO WS-OVERLAP-ID
              SET WS-CHECKS-FAILED TO TRUE
           END-IF.

       PRINT-CHECKLIST-HEADING SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SEASON-OPEN CHECKLIST - SEASON ' WS-SEASON-ID
              ' ' WS-SEASON-NAME ' RUN ' WS-START-DATE
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE OPEN-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE OPEN-REPORT-RECORD FROM WS-REPORT-LINE.

       PRINT-SEASON-CHECKS SECTION.
           MOVE 'SEASON NOT ALREADY OPENED' TO WS-CL-LABEL
           IF WS-OPENED-DATE > 0
              MOVE SPACES TO WS-CL-RESULT
              STRING 'FAILED - OPENED ON ' WS-OPENED-DATE
                 DELIMITED BY SIZE INTO WS-CL-RESULT
              END-STRING
           ELSE
              MOVE 'OK' TO WS-CL-RESULT
           END-IF
           WRITE OPEN-REPORT-RECORD FROM WS-CHECK-LINE
           MOVE 'SEASON DATES' TO WS-CL-LABEL
           MOVE SPACES TO WS-CL-RESULT
           EVALUATE TRUE
              WHEN WS-SEASON-START = 0 OR WS-SEASON-END = 0
                 MOVE 'FAILED - NOT ON SEASMST AND NO DATES ON CARD'
                    TO WS-CL-RESULT
              WHEN WS-SEASON-END < WS-SEASON-START
                 STRING 'FAILED - ' WS-SEASON-START ' TO '
                    WS-SEASON-END ' ENDS BEFORE IT STARTS'
                    DELIMITED BY SIZE INTO WS-CL-RESULT
                 END-STRING
              WHEN WS-SEASON-ON-FILE
                 STRING 'OK - ' WS-SEASON-START ' TO '
                    WS-SEASON-END ' (ON SEASMST)'
                    DELIMITED BY SIZE INTO WS-CL-RESULT
                 END-STRING
              WHEN OTHER
                 STRING 'OK - ' WS-SEASON-START ' TO '
                    WS-SEASON-END ' (FROM CARD - ROW TO BE ADDED)'
                    DELIMITED BY SIZE INTO WS-CL-RESULT
                 END-STRING
           END-EVALUATE
           WRITE OPEN-REPORT-RECORD FROM WS-CHECK-LINE
           MOVE 'NO OVERLAP WITH ANOTHER SEASON' TO WS-CL-LABEL
           MOVE SPACES TO WS-CL-RESULT
           IF WS-OVERLAP-ID NOT = SPACES
              STRING 'FAILED - OVERLAPS SEASON ' WS-OVERLAP-ID
                 DELIMITED BY SIZE INTO WS-CL-RESULT
              END-STRING
           ELSE
              MOVE 'OK' TO WS-CL-RESULT
           END-IF
           WRITE OPEN-REPORT-RECORD FROM WS-CHECK-LINE
           MOVE 'PRIOR SEASON' TO WS-CL-LABEL
           MOVE SPACES TO WS-CL-RESULT
           IF WS-PRIOR-ID = SPACES
              MOVE 'NONE ON SEASMST - FIRST SEASON' TO WS-CL-RESULT
           ELSE
              STRING WS-PRIOR-ID ' ' WS-PRIOR-START ' TO '
                 WS-PRIOR-END
                 DELIMITED BY SIZE INTO WS-CL-RESULT
              END-STRING
           END-IF
           WRITE OPEN-REPORT-RECORD FROM WS-CHECK-LINE.

       CHECK-PRIOR-ARCHIVED SECTION.
      *    YACHTARC purges through the season's end date, so an
      *    archived prior season leaves no score or scorecard on
      *    the live files dated on or before that date. Anything
      *    found there means the season-end run has not been
      *    done (or did not balance) and the new season must not
      *    start on top of it.
           MOVE 'PRIOR SEASON ARCHIVED' TO WS-CL-LABEL
           IF WS-PRIOR-ID = SPACES
              MOVE 'NOT APPLICABLE' TO WS-CL-RESULT
           ELSE
              OPEN INPUT YACHT-SCORES
              IF WS-YS-STATUS = '00'
                 MOVE 'N' TO WS-BROWSE-EOF
                 MOVE LOW-VALUES TO YS-KEY
                 START YACHT-SCORES KEY IS NOT LESS THAN YS-KEY
                    INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
                 END-START
                 PERFORM UNTIL WS-BROWSE-AT-EOF
                    READ YACHT-SCORES NEXT RECORD
                       AT END MOVE 'Y' TO WS-BROWSE-EOF
                    END-READ
                    IF NOT WS-BROWSE-AT-EOF
                       AND YS-GAME-DATE <= WS-PRIOR-END
                       ADD 1 TO WS-YS-LEFT
                    END-IF
                 END-PERFORM
                 CLOSE YACHT-SCORES
              END-IF
              OPEN INPUT YACHT-CARD
              IF WS-YC-STATUS = '00'
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
                       AND YC-GAME-DATE <= WS-PRIOR-END
                       ADD 1 TO WS-YC-LEFT
                    END-IF
                 END-PERFORM
                 CLOSE YACHT-CARD
              END-IF
              MOVE SPACES TO WS-CL-RESULT
              IF WS-YS-LEFT > 0 OR WS-YC-LEFT > 0
                 SET WS-CHECKS-FAILED TO TRUE
                 MOVE WS-YS-LEFT TO WS-ED-COUNT
                 MOVE WS-YC-LEFT TO WS-ED-COUNT2
                 STRING 'FAILED - STILL ON FILE: SCORES '
                    WS-ED-COUNT ' SCORECARDS ' WS-ED-COUNT2
                    DELIMITED BY SIZE INTO WS-CL-RESULT
                 END-STRING
              ELSE
                 MOVE 'OK' TO WS-CL-RESULT
              END-IF
           END-IF
           WRITE OPEN-REPORT-RECORD FROM WS-CHECK-LINE.

       SNAPSHOT-PLAYER-TOTALS SECTION.
      *    The closing season's running totals are kept whole on
      *    the snapshot, stamped with that season's ID, before
      *    anything is cleared. Counts in must equal counts
      *    written or the season is not opened.
           MOVE 'PLAYTOT SNAPSHOT' TO WS-CL-LABEL
           MOVE SPACES TO WS-CL-RESULT
           OPEN INPUT PLAYER-TOTALS
           IF WS-PT-STATUS NOT = '00'
              MOVE 'NOTHING TO SNAPSHOT - PLAYTOT NOT ON FILE'
                 TO WS-CL-RESULT
           ELSE
              SET WS-PT-AVAILABLE TO TRUE
              OPEN OUTPUT TOTALS-SNAPSHOT
              IF WS-PS-STATUS NOT = '00'
                 SET WS-OUT-OF-BALANCE TO TRUE
              ELSE
                 MOVE 'N' TO WS-BROWSE-EOF
                 MOVE LOW-VALUES TO PT-PLAYER-ID
                 START PLAYER-TOTALS
                    KEY IS NOT LESS THAN PT-PLAYER-ID
                    INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
                 END-START
                 PERFORM UNTIL WS-BROWSE-AT-EOF
                    READ PLAYER-TOTALS NEXT RECORD
                       AT END MOVE 'Y' TO WS-BROWSE-EOF
                    END-READ
                    IF NOT WS-BROWSE-AT-EOF
                       ADD 1 TO WS-PT-IN-COUNT
                       MOVE SPACES TO TOTALS-SNAPSHOT-RECORD
                       MOVE WS-PRIOR-ID TO PS-SEASON-ID
                       MOVE PLAYER-TOTALS-RECORD TO PS-TOTALS
                       WRITE TOTALS-SNAPSHOT-RECORD
                       IF WS-PS-STATUS = '00'
                          ADD 1 TO WS-PT-SNAP-COUNT
                       END-IF
                    END-IF
                 END-PERFORM
                 CLOSE TOTALS-SNAPSHOT
              END-IF
              CLOSE PLAYER-TOTALS
              IF WS-PT-SNAP-COUNT NOT = WS-PT-IN-COUNT
                 SET WS-OUT-OF-BALANCE TO TRUE
              END-IF
              MOVE WS-PT-IN-COUNT TO WS-ED-COUNT
              MOVE WS-PT-SNAP-COUNT TO WS-ED-COUNT2
              IF WS-IN-BALANCE
                 STRING 'OK - RECORDS ' WS-ED-COUNT
                    ' SNAPSHOT ' WS-ED-COUNT2
                    DELIMITED BY SIZE INTO WS-CL-RESULT
                 END-STRING
              ELSE
                 SET WS-CHECKS-FAILED TO TRUE
                 STRING 'FAILED - RECORDS ' WS-ED-COUNT
                    ' SNAPSHOT ' WS-ED-COUNT2 ' OUT OF BALANCE'
                    DELIMITED BY SIZE INTO WS-CL-RESULT
                 END-STRING
              END-IF
           END-IF
           WRITE OPEN-REPORT-RECORD FROM WS-CHECK-LINE.

       RESET-PLAYER-TOTALS SECTION.
      *    New season, no totals: every row goes, and the first
      *    posting of the season writes each player's row afresh.
           MOVE 'PLAYTOT RESET' TO WS-CL-LABEL
           MOVE SPACES TO WS-CL-RESULT
           IF NOT WS-PT-AVAILABLE
              MOVE 'NOT APPLICABLE' TO WS-CL-RESULT
           ELSE
              MOVE 'N' TO WS-BROWSE-EOF
              OPEN I-O PLAYER-TOTALS
              MOVE LOW-VALUES TO PT-PLAYER-ID
              START PLAYER-TOTALS KEY IS NOT LESS THAN PT-PLAYER-ID
                 INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
              END-START
              PERFORM UNTIL WS-BROWSE-AT-EOF
                 READ PLAYER-TOTALS NEXT RECORD
                    AT END MOVE 'Y' TO WS-BROWSE-EOF
                 END-READ
                 IF NOT WS-BROWSE-AT-EOF
                    DELETE PLAYER-TOTALS RECORD
                    ADD 1 TO WS-PT-DEL-COUNT
                 END-IF
              END-PERFORM
              CLOSE PLAYER-TOTALS
              MOVE WS-PT-DEL-COUNT TO WS-ED-COUNT
              IF WS-PT-DEL-COUNT = WS-PT-SNAP-COUNT
                 STRING 'DONE - RECORDS CLEARED ' WS-ED-COUNT
                    DELIMITED BY SIZE INTO WS-CL-RESULT
                 END-STRING
              ELSE
                 STRING 'CHECK - RECORDS CLEARED ' WS-ED-COUNT
                    ' DOES NOT MATCH SNAPSHOT'
                    DELIMITED BY SIZE INTO WS-CL-RESULT
                 END-STRING
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           WRITE OPEN-REPORT-RECORD FROM WS-CHECK-LINE.

       INACTIVATE-EXPIRED-GUESTS SECTION.
      *    A guest whose expiry falls before the first day of the
      *    new season does not come back as a guest.
           MOVE 'N' TO WS-BROWSE-EOF
           MOVE LOW-VALUES TO PM-PLAYER-ID
           START PLAYER-MASTER KEY IS NOT LESS THAN PM-PLAYER-ID
              INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
           END-START
           PERFORM UNTIL WS-BROWSE-AT-EOF
              READ PLAYER-MASTER NEXT RECORD
                 AT END MOVE 'Y' TO WS-BROWSE-EOF
              END-READ
              IF NOT WS-BROWSE-AT-EOF
                 AND PM-GUEST
                 AND PM-EXPIRY-DATE < WS-SEASON-START
                 MOVE 'GUEST EXPIRED' TO WS-INACT-REASON
                 PERFORM INACTIVATE-PLAYER
                 ADD 1 TO WS-GUEST-COUNT
              END-IF
           END-PERFORM
           MOVE 'EXPIRED GUESTS SET INACTIVE' TO WS-CL-LABEL
           MOVE WS-GUEST-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-CL-RESULT
           STRING 'DONE - ' WS-ED-COUNT
              DELIMITED BY SIZE INTO WS-CL-RESULT
           END-STRING
           WRITE OPEN-REPORT-RECORD FROM WS-CHECK-LINE.

       INACTIVATE-NO-SHOWS SECTION.
      *    YACHTATT's feed of active players over the missed-
      *    nights limit. Only a feed produced during or after the
      *    prior season counts; an older record is left alone and
      *    noted, since it says nothing about the season just
      *    closed. A player already inactive is passed over.
           MOVE 'NO-SHOWS SET INACTIVE' TO WS-CL-LABEL
           MOVE SPACES TO WS-CL-RESULT
           OPEN INPUT ATT-FEED
           IF WS-AF-STATUS NOT = '00'
              MOVE 'NOT DONE - NO ATTENDANCE FEED' TO WS-CL-RESULT
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 'N' TO WS-BROWSE-EOF
              PERFORM UNTIL WS-BROWSE-AT-EOF
                 READ ATT-FEED
                    AT END MOVE 'Y' TO WS-BROWSE-EOF
                 END-READ
                 IF NOT WS-BROWSE-AT-EOF
                    IF AF-FEED-DATE < WS-PRIOR-START
                       ADD 1 TO WS-STALE-COUNT
                    ELSE
                       MOVE AF-PLAYER-ID TO PM-PLAYER-ID
                       READ PLAYER-MASTER KEY IS PM-PLAYER-ID
                       IF WS-PM-STATUS = '00' AND PM-ACTIVE
                          MOVE 'NO-SHOW' TO WS-INACT-REASON
                          PERFORM INACTIVATE-PLAYER
                          ADD 1 TO WS-NOSHOW-COUNT
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ATT-FEED
              MOVE WS-NOSHOW-COUNT TO WS-ED-COUNT
              IF WS-STALE-COUNT = 0
                 STRING 'DONE - ' WS-ED-COUNT
                    DELIMITED BY SIZE INTO WS-CL-RESULT
                 END-STRING
              ELSE
                 MOVE WS-STALE-COUNT TO WS-ED-COUNT2
                 STRING 'DONE - ' WS-ED-COUNT '  FEED RECORDS'
                    ' OLDER THAN PRIOR SEASON IGNORED ' WS-ED-COUNT2
                    DELIMITED BY SIZE INTO WS-CL-RESULT
                 END-STRING
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           WRITE OPEN-REPORT-RECORD FROM WS-CHECK-LINE.

       INACTIVATE-PLAYER SECTION.
           PERFORM BUILD-MASTER-IMAGE
           MOVE 'BEFORE' TO WS-AUD-PHASE
           PERFORM WRITE-AUDIT-IMAGE
           MOVE 'I' TO PM-STATUS
           REWRITE PLAYER-MASTER-RECORD
           PERFORM BUILD-MASTER-IMAGE
           MOVE 'AFTER' TO WS-AUD-PHASE
           PERFORM WRITE-AUDIT-IMAGE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '      ' PM-PLAYER-ID ' ' PM-DISPLAY-NAME
              ' SET INACTIVE - ' WS-INACT-REASON
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE OPEN-REPORT-RECORD FROM WS-REPORT-LINE.

       CARRY-HANDICAPS SECTION.
      *    The closing handicap becomes the opening handicap: one
      *    record per player still playing, stamped with the new
      *    season's ID and the date the closing figure was built.
      *    HCAPFILE itself is left as it is - the nightly build
      *    keeps working from the trailing games as before.
           MOVE 'OPENING HANDICAPS CARRIED' TO WS-CL-LABEL
           MOVE SPACES TO WS-CL-RESULT
           OPEN INPUT HCAP-FILE
           IF WS-HC-STATUS NOT = '00'
              MOVE 'NOT DONE - HCAPFILE NOT ON FILE' TO WS-CL-RESULT
              MOVE 4 TO RETURN-CODE
           ELSE
              OPEN OUTPUT OPENING-HCAP
              MOVE 'N' TO WS-BROWSE-EOF
              MOVE LOW-VALUES TO HC-PLAYER-ID
              START HCAP-FILE KEY IS NOT LESS THAN HC-PLAYER-ID
                 INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
              END-START
              PERFORM UNTIL WS-BROWSE-AT-EOF
                 READ HCAP-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-BROWSE-EOF
                 END-READ
                 IF NOT WS-BROWSE-AT-EOF
                    MOVE HC-PLAYER-ID TO PM-PLAYER-ID
                    READ PLAYER-MASTER KEY IS PM-PLAYER-ID
                    IF WS-PM-STATUS = '00' AND NOT PM-INACTIVE
                       MOVE SPACES TO OPENING-HCAP-RECORD
                       MOVE WS-SEASON-ID TO HO-SEASON-ID
                       MOVE HC-PLAYER-ID TO HO-PLAYER-ID
                       MOVE HC-HANDICAP TO HO-HANDICAP
                       MOVE HC-TRAIL-AVG TO HO-TRAIL-AVG
                       MOVE HC-GAMES-USED TO HO-GAMES-USED
                       MOVE HC-BUILD-DATE TO HO-CLOSE-DATE
                       WRITE OPENING-HCAP-RECORD
                       ADD 1 TO WS-HC-CARRIED
                    ELSE
                       ADD 1 TO WS-HC-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE OPENING-HCAP
              CLOSE HCAP-FILE
              MOVE WS-HC-CARRIED TO WS-ED-COUNT
              MOVE WS-HC-DROPPED TO WS-ED-COUNT2
              STRING 'DONE - ' WS-ED-COUNT '  NOT CARRIED (INACTIVE)'
                 WS-ED-COUNT2
                 DELIMITED BY SIZE INTO WS-CL-RESULT
              END-STRING
           END-IF
           WRITE OPEN-REPORT-RECORD FROM WS-CHECK-LINE.

       LIST-TEAM-ROSTERS SECTION.
      *    Rosters are the captains' business, so nothing is
      *    dropped from a team here - a team carrying an inactive
      *    or unknown member is listed, member by member.
           MOVE 'TEAMS WITH INACTIVE MEMBERS' TO WS-CL-LABEL
           MOVE SPACES TO WS-CL-RESULT
           OPEN INPUT TEAM-MASTER
           IF WS-TM-STATUS NOT = '00'
              MOVE 'NOT CHECKED - TEAMMST NOT ON FILE' TO WS-CL-RESULT
              WRITE OPEN-REPORT-RECORD FROM WS-CHECK-LINE
           ELSE
              MOVE 'SEE BELOW' TO WS-CL-RESULT
              WRITE OPEN-REPORT-RECORD FROM WS-CHECK-LINE
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
                    ADD 1 TO WS-TEAM-COUNT
                    PERFORM CHECK-TEAM-MEMBERS
                 END-IF
              END-PERFORM
              CLOSE TEAM-MASTER
              MOVE WS-TEAM-COUNT TO WS-ED-COUNT
              MOVE WS-TEAM-FLAGGED TO WS-ED-COUNT2
              MOVE SPACES TO WS-REPORT-LINE
              STRING '      TEAMS CHECKED ' WS-ED-COUNT
                 '  NEEDING ROSTER CHANGES ' WS-ED-COUNT2
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              WRITE OPEN-REPORT-RECORD FROM WS-REPORT-LINE
              IF WS-TEAM-FLAGGED > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       CHECK-TEAM-MEMBERS SECTION.
           MOVE 'N' TO WS-MEMBER-FLAG
           PERFORM VARYING WS-MEMBER-IX FROM 1 BY 1
              UNTIL WS-MEMBER-IX > 10
              IF TM-MEMBER-ID(WS-MEMBER-IX) NOT = SPACES
                 MOVE SPACES TO WS-MEMBER-NOTE
                 MOVE TM-MEMBER-ID(WS-MEMBER-IX) TO PM-PLAYER-ID
                 READ PLAYER-MASTER KEY IS PM-PLAYER-ID
                 IF WS-PM-STATUS NOT = '00'
                    MOVE 'NOT ON PLAYER MASTER' TO WS-MEMBER-NOTE
                 ELSE
                    IF PM-INACTIVE
                       MOVE 'INACTIVE' TO WS-MEMBER-NOTE
                    END-IF
                 END-IF
                 IF WS-MEMBER-NOTE NOT = SPACES
                    IF NOT WS-TEAM-LISTED
                       SET WS-TEAM-LISTED TO TRUE
                       ADD 1 TO WS-TEAM-FLAGGED
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING '      TEAM ' TM-TEAM-ID ' '
                          TM-TEAM-NAME
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                       END-STRING
                       WRITE OPEN-REPORT-RECORD FROM WS-REPORT-LINE
                    END-IF
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING '         MEMBER '
                       TM-MEMBER-ID(WS-MEMBER-IX) ' ' WS-MEMBER-NOTE
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                    END-STRING
                    WRITE OPEN-REPORT-RECORD FROM WS-REPORT-LINE
                 END-IF
              END-IF
           END-PERFORM.

       ADD-SEASON-ROW SECTION.
           MOVE SPACES TO SEASON-MASTER-RECORD
           MOVE WS-SEASON-ID TO SEA-SEASON-ID
           MOVE WS-SEASON-NAME TO SEA-NAME
           MOVE WS-SEASON-START TO SEA-START-DATE
           MOVE WS-SEASON-END TO SEA-END-DATE
           OPEN EXTEND SEASON-MASTER
           IF WS-SM-STATUS = '05' OR WS-SM-STATUS = '35'
              OPEN OUTPUT SEASON-MASTER
           END-IF
           WRITE SEASON-MASTER-RECORD
           CLOSE SEASON-MASTER
           MOVE 'SEASON MASTER ROW' TO WS-CL-LABEL
           MOVE 'ADDED FROM CARD' TO WS-CL-RESULT
           WRITE OPEN-REPORT-RECORD FROM WS-CHECK-LINE.

       COUNT-SEASON-NIGHTS SECTION.
      *    The schedule itself is LEAP's job off SEASMST and the
      *    scheduling rules; the checklist only says whether it
      *    has been done yet.
           MOVE 'GAME SCHEDULE FOR NEW SEASON' TO WS-CL-LABEL
           MOVE SPACES TO WS-CL-RESULT
           OPEN INPUT GAME-SCHEDULE
           IF WS-GS-STATUS = '00'
              MOVE 'N' TO WS-BROWSE-EOF
              PERFORM UNTIL WS-BROWSE-AT-EOF
                 READ GAME-SCHEDULE
                    AT END MOVE 'Y' TO WS-BROWSE-EOF
                 END-READ
                 IF NOT WS-BROWSE-AT-EOF
                    AND GS-GAME-DATE >= WS-SEASON-START
                    AND GS-GAME-DATE <= WS-SEASON-END
                    ADD 1 TO WS-NIGHT-COUNT
                 END-IF
              END-PERFORM
              CLOSE GAME-SCHEDULE
           END-IF
           IF WS-NIGHT-COUNT = 0
              MOVE 'TO DO - RUN LEAP SCHEDULE GENERATION'
                 TO WS-CL-RESULT
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE WS-NIGHT-COUNT TO WS-ED-COUNT
              STRING 'ON FILE - LEAGUE NIGHTS ' WS-ED-COUNT
                 DELIMITED BY SIZE INTO WS-CL-RESULT
              END-STRING
           END-IF
           WRITE OPEN-REPORT-RECORD FROM WS-CHECK-LINE.

       WRITE-OPEN-LOG SECTION.
      *    The record a second run for this season is refused on.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO OPEN-LOG-RECORD
           MOVE WS-SEASON-ID TO OL-SEASON-ID
           MOVE WS-PRIOR-ID TO OL-PRIOR-SEASON
           MOVE WS-CURRENT-DATE TO OL-OPEN-DATE
           MOVE WS-CURRENT-TIME TO OL-OPEN-TIME
           OPEN EXTEND OPEN-LOG
           IF WS-OL-STATUS = '05' OR WS-OL-STATUS = '35'
              OPEN OUTPUT OPEN-LOG
           END-IF
           WRITE OPEN-LOG-RECORD
           CLOSE OPEN-LOG.

       BUILD-MASTER-IMAGE SECTION.
           MOVE SPACES TO WS-AUD-IMAGE
           STRING PM-PLAYER-ID ' ' PM-STATUS ' ' PM-EXPIRY-DATE
              ' ' PM-DISPLAY-NAME(1:19)
              DELIMITED BY SIZE INTO WS-AUD-IMAGE
           END-STRING.

       WRITE-AUDIT-IMAGE SECTION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO CORRECTION-AUDIT-RECORD
           MOVE WS-CURRENT-DATE TO AUD-RUN-DATE
           MOVE WS-CURRENT-TIME TO AUD-RUN-TIME
           MOVE 'PLAYMST' TO AUD-FILE-NAME
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
