      * rating - see RHISTREC) and prints a rating-change report so
      * players can see their movement. JOKENRTH reports trajectories
      * across nights from the history file.
      * Director corrections (JOKENCOR "C" records) are honored two
      * ways. A correction to a match on the night being rated is
      * simply applied before the match is rated. A correction to a
      * match on a night already in RATEDNTS.DAT is posted on this
      * run as a rating adjustment for the two players: the rating
      * change the old result gave is taken back and the change the
      * corrected result gives is made instead, both at the players'
      * current ratings. Either way the correction is listed on
      * RATEDCOR.DAT (copybook RCORREC) so it is never applied
      * twice. Adjustments ride on a run that rates a night, so
      * RATEHIST.DAT and RATEDNTS.DAT keep lining up night for night.
      * A night is rated per event (blank = the default event): only
      * that event's matches are rated, RATEDNTS.DAT and RATEHIST.DAT
      * carry the event, and two events on one date are rated by two
      * runs.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENRTG.
           SELECT RATEHIST ASSIGN TO "RATEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEHIST-STATUS.
           SELECT RATEDCOR ASSIGN TO "RATEDCOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEDCOR-STATUS.
           SELECT EVENTS ASSIGN TO "EVENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EV-EVENT-ID
               FILE STATUS IS WS-EVENTS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MATCHHIST.
           COPY RATEDREC.
       FD  RATEHIST.
           COPY RHISTREC.
       FD  RATEDCOR.
           COPY RCORREC.
       FD  EVENTS.
           COPY EVENTREC.
       WORKING-STORAGE SECTION.
       01 WS-MATCHHIST-STATUS PIC X(2) VALUE "00".
       01 WS-PLAYERMST-STATUS PIC X(2) VALUE "00".
       01 WS-RATEDNTS-STATUS  PIC X(2) VALUE "00".
       01 WS-RATEHIST-STATUS  PIC X(2) VALUE "00".
       01 WS-RATEDCOR-STATUS  PIC X(2) VALUE "00".
       01 WS-EVENTS-STATUS    PIC X(2) VALUE "00".
       01 WS-EVENT-ID         PIC X(6) VALUE SPACES.
       01 WS-EVENT-FOUND-SW   PIC X(1) VALUE "N".
       01 WS-EVENT-DATE       PIC 9(8) VALUE 0.
       01 WS-EVENT-FORMAT     PIC X(1) VALUE SPACE.
       01 WS-EVENT-RULESET    PIC X(1) VALUE SPACE.
       01 WS-EVENT-FEE        PIC 9(3)V99 VALUE 0.
       01 WS-EOF              PIC X(1) VALUE "N".
       01 WS-RATED-EOF        PIC X(1) VALUE "N".
       01 WS-NIGHT-RATED-SW   PIC X(1) VALUE "N".
       01 WS-NEW-RATING       PIC S9(5) VALUE 0.
       01 WS-RTG-CHG-DISP     PIC +9(4).
       01 WS-RATING-LINE      PIC X(60).
       01 WS-RATED-COUNT      PIC 9(4) VALUE 0.
       01 WS-RATED-IDX        PIC 9(4) VALUE 0.
       01 WS-CORR-COUNT       PIC 9(4) VALUE 0.
       01 WS-CORR-IDX         PIC 9(4) VALUE 0.
       01 WS-PRIOR-IDX        PIC 9(4) VALUE 0.
       01 WS-CORR-FOUND-SW    PIC X(1) VALUE "N".
       01 WS-STANDING-IDX     PIC 9(4) VALUE 0.
       01 WS-ORIG-RATED-SW    PIC X(1) VALUE "N".
       01 WS-RESULT-CODE      PIC X(1) VALUE SPACES.
       01 WS-PRIOR-CODE       PIC X(1) VALUE SPACES.
       01 WS-ADJUSTMENTS      PIC 9(4) VALUE 0.
       01 WS-BASE-RATING1     PIC 9(4) VALUE 0.
       01 WS-BASE-RATING2     PIC 9(4) VALUE 0.
       01 WS-OLD-CHG1         PIC S9(5) VALUE 0.
       01 WS-OLD-CHG2         PIC S9(5) VALUE 0.
       01 WS-NEW-CHG1         PIC S9(5) VALUE 0.
       01 WS-NEW-CHG2         PIC S9(5) VALUE 0.
       01 WS-ADJ-DISP1        PIC +9(4).
       01 WS-ADJ-DISP2        PIC +9(4).
      *    Every night already absorbed into PM-RATING, so a
      *    correction can tell whether its match has been rated.
       01 RATED-NIGHT-TABLE.
           05 RNT-ENTRY OCCURS 2000 TIMES.
               10 RNT-DATE     PIC 9(8).
               10 RNT-EVENT-ID PIC X(6).
      *    Every "C" record on file, in file order (a match corrected
      *    twice needs both, the second starting from the first).
      *    CT-BASE-CODE is the match's result as recorded, filled in
      *    when the main pass meets the match; CT-RATED-SW is "Y"
      *    once the correction is in PM-RATING (RATEDCOR.DAT or this
      *    run) and CT-POST-SW marks the ones this run takes in.
       01 CORRECTION-TABLE.
           05 CORR-ENTRY OCCURS 500 TIMES.
               10 CT-DATE        PIC 9(8).
               10 CT-TIME        PIC 9(6).
               10 CT-SEQ-NO      PIC 9(4).
               10 CT-ORIG-DATE   PIC 9(8).
               10 CT-ORIG-TIME   PIC 9(6).
               10 CT-ORIG-SEQ-NO PIC 9(4).
               10 CT-PLAYER1     PIC X(10).
               10 CT-PLAYER2     PIC X(10).
               10 CT-NEW-RESULT  PIC X(1).
               10 CT-BASE-CODE   PIC X(1).
               10 CT-RATED-SW    PIC X(1).
               10 CT-POST-SW     PIC X(1).
               10 CT-EVENT-ID    PIC X(6).
      *    One entry per player seen in the night's match records,
      *    loaded on demand by keyed read from the indexed master -
      *    bounded by one night's field, not by the size of the
       PROCEDURE DIVISION.
       MAIN-LOGIC.
       PERFORM GET-NIGHT-DATE.
       PERFORM GET-EVENT-ID.
       PERFORM CHECK-NIGHT-NOT-RATED.
       PERFORM OPEN-PLAYER-MASTER.
       PERFORM LOAD-CORRECTIONS.
       PERFORM LOAD-RATED-CORRECTIONS.

       OPEN INPUT MATCHHIST.
       IF WS-MATCHHIST-STATUS = "35"
           STOP RUN
       END-IF.

       PERFORM POST-RATING-ADJUSTMENTS.
       PERFORM REWRITE-PLAYER-MASTER.
       PERFORM WRITE-RATING-HISTORY.
       PERFORM MARK-CORRECTIONS-RATED.
       PERFORM MARK-NIGHT-RATED.
       PERFORM PRINT-RATING-REPORT.

       END-IF.
       DISPLAY "Rating matches played on " WS-NIGHT-DATE ".".

       GET-EVENT-ID.
      *    Blank is the default event; anything else must be set up
      *    on EVENTS.IDX for the night being run.
       DISPLAY "Event ID (blank = default event): ".
       MOVE SPACES TO WS-EVENT-ID.
       ACCEPT WS-EVENT-ID.
       IF WS-EVENT-ID NOT = SPACES
           PERFORM READ-EVENT
           IF WS-EVENT-FOUND-SW = "N"
               DISPLAY "Unknown event ID '" WS-EVENT-ID
                   "' - not on EVENTS.IDX."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-EVENT-DATE NOT = WS-NIGHT-DATE
               DISPLAY "Event '" WS-EVENT-ID "' is set up for "
                   WS-EVENT-DATE ", not " WS-NIGHT-DATE "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.

       READ-EVENT.
       MOVE "N" TO WS-EVENT-FOUND-SW.
       MOVE 0     TO WS-EVENT-DATE.
       MOVE SPACE TO WS-EVENT-FORMAT.
       MOVE SPACE TO WS-EVENT-RULESET.
       MOVE 0     TO WS-EVENT-FEE.
       OPEN INPUT EVENTS.
       IF WS-EVENTS-STATUS = "00"
           MOVE WS-EVENT-ID TO EV-EVENT-ID
           READ EVENTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EVENT-FOUND-SW
                   MOVE EV-DATE      TO WS-EVENT-DATE
                   MOVE EV-FORMAT    TO WS-EVENT-FORMAT
                   MOVE EV-RULESET   TO WS-EVENT-RULESET
                   MOVE EV-ENTRY-FEE TO WS-EVENT-FEE
           END-READ
           CLOSE EVENTS
       END-IF.

       CHECK-NIGHT-NOT-RATED.
      *    RATEDNTS.DAT lists every night already absorbed into
      *    PM-RATING; refusing a repeat keeps a rerun from applying
                   AT END MOVE "Y" TO WS-RATED-EOF
                   NOT AT END
                       IF RN-DATE = WS-NIGHT-DATE
                               AND RN-EVENT-ID = WS-EVENT-ID
                           MOVE "Y" TO WS-NIGHT-RATED-SW
                       END-IF
                       PERFORM ADD-RATED-NIGHT
               END-READ
           END-PERFORM
           CLOSE RATEDNTS
       END-IF.
       IF WS-NIGHT-RATED-SW = "Y"
           DISPLAY "Night " WS-NIGHT-DATE " event '" WS-EVENT-ID
               "' is already rated - a "
               "rerun would apply every adjustment twice. Not run."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       ADD-RATED-NIGHT.
       IF WS-RATED-COUNT >= 2000
           DISPLAY "RATEDNTS.DAT has more than 2000 nights - "
               "RATED-NIGHT-TABLE is full."
           CLOSE RATEDNTS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-RATED-COUNT.
       MOVE RN-DATE     TO RNT-DATE(WS-RATED-COUNT).
       MOVE RN-EVENT-ID TO RNT-EVENT-ID(WS-RATED-COUNT).

       MARK-CORRECTIONS-RATED.
      *    Written with the night's marker, after the master and the
      *    history are updated, so an abend before this point leaves
      *    the corrections to be taken in by the rerun.
       OPEN EXTEND RATEDCOR.
       IF WS-RATEDCOR-STATUS = "35"
           OPEN OUTPUT RATEDCOR
           CLOSE RATEDCOR
           OPEN EXTEND RATEDCOR
       END-IF.
       PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
               UNTIL WS-CORR-IDX > WS-CORR-COUNT
           IF CT-POST-SW(WS-CORR-IDX) = "Y"
               MOVE CT-DATE(WS-CORR-IDX)    TO RC-DATE
               MOVE CT-TIME(WS-CORR-IDX)    TO RC-TIME
               MOVE CT-SEQ-NO(WS-CORR-IDX)  TO RC-SEQ-NO
               MOVE CT-PLAYER1(WS-CORR-IDX) TO RC-PLAYER1
               MOVE CT-PLAYER2(WS-CORR-IDX) TO RC-PLAYER2
               MOVE WS-NIGHT-DATE           TO RC-RATED-NIGHT
               WRITE RATED-CORRECTION-RECORD
           END-IF
       END-PERFORM.
       CLOSE RATEDCOR.

       MARK-NIGHT-RATED.
       OPEN EXTEND RATEDNTS.
       IF WS-RATEDNTS-STATUS = "35"
           OPEN EXTEND RATEDNTS
       END-IF.
       MOVE WS-NIGHT-DATE TO RN-DATE.
       MOVE WS-EVENT-ID   TO RN-EVENT-ID.
       WRITE RATED-NIGHT-RECORD.
       CLOSE RATEDNTS.

       MOVE WS-PLAYER-COUNT TO WS-LAST-FOUND-IDX.
       MOVE "Y" TO WS-FOUND-SW.

       LOAD-CORRECTIONS.
      *    First pass: every "C" record on file, whatever its date.
       OPEN INPUT MATCHHIST.
       IF WS-MATCHHIST-STATUS NOT = "35"
           PERFORM UNTIL WS-EOF = "Y"
               READ MATCHHIST
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF MH-RECORD-TYPE = "C"
                           PERFORM ADD-CORRECTION-TO-TABLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MATCHHIST
       END-IF.
       MOVE "N" TO WS-EOF.

       ADD-CORRECTION-TO-TABLE.
       IF WS-CORR-COUNT >= 500
           DISPLAY "MATCHHIST.DAT has more than 500 corrections - "
               "CORRECTION-TABLE is full."
           CLOSE MATCHHIST
           CLOSE PLAYERMST
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-CORR-COUNT.
       MOVE MH-DATE        TO CT-DATE(WS-CORR-COUNT).
       MOVE MH-TIME        TO CT-TIME(WS-CORR-COUNT).
       MOVE MH-SEQ-NO      TO CT-SEQ-NO(WS-CORR-COUNT).
       MOVE MC-ORIG-DATE   TO CT-ORIG-DATE(WS-CORR-COUNT).
       MOVE MC-ORIG-TIME   TO CT-ORIG-TIME(WS-CORR-COUNT).
       MOVE MC-ORIG-SEQ-NO TO CT-ORIG-SEQ-NO(WS-CORR-COUNT).
       MOVE MH-PLAYER1     TO CT-PLAYER1(WS-CORR-COUNT).
       MOVE MH-PLAYER2     TO CT-PLAYER2(WS-CORR-COUNT).
       MOVE MC-NEW-RESULT  TO CT-NEW-RESULT(WS-CORR-COUNT).
       MOVE SPACE          TO CT-BASE-CODE(WS-CORR-COUNT).
       MOVE "N"            TO CT-RATED-SW(WS-CORR-COUNT).
       MOVE "N"            TO CT-POST-SW(WS-CORR-COUNT).
       MOVE MH-EVENT-ID    TO CT-EVENT-ID(WS-CORR-COUNT).

       LOAD-RATED-CORRECTIONS.
       OPEN INPUT RATEDCOR.
       IF WS-RATEDCOR-STATUS NOT = "35"
           MOVE "N" TO WS-RATED-EOF
           PERFORM UNTIL WS-RATED-EOF = "Y"
               READ RATEDCOR
                   AT END MOVE "Y" TO WS-RATED-EOF
                   NOT AT END PERFORM MARK-LOADED-CORRECTION
               END-READ
           END-PERFORM
           CLOSE RATEDCOR
       END-IF.

       MARK-LOADED-CORRECTION.
       PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
               UNTIL WS-CORR-IDX > WS-CORR-COUNT
           IF CT-DATE(WS-CORR-IDX) = RC-DATE
                   AND CT-TIME(WS-CORR-IDX) = RC-TIME
                   AND CT-SEQ-NO(WS-CORR-IDX) = RC-SEQ-NO
                   AND CT-PLAYER1(WS-CORR-IDX) = RC-PLAYER1
                   AND CT-PLAYER2(WS-CORR-IDX) = RC-PLAYER2
               MOVE "Y" TO CT-RATED-SW(WS-CORR-IDX)
           END-IF
       END-PERFORM.

       NOTE-CORRECTED-MATCH.
      *    Called for every "M"/"F" record. For tonight's matches the
      *    last correction on file replaces the result before it is
      *    rated, and every correction of the match is taken in with
      *    it. For any other match the recorded result is kept as the
      *    base the adjustment pass starts from.
       MOVE 0 TO WS-STANDING-IDX.
       PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
               UNTIL WS-CORR-IDX > WS-CORR-COUNT
           IF CT-ORIG-DATE(WS-CORR-IDX) = MH-DATE
                   AND CT-ORIG-TIME(WS-CORR-IDX) = MH-TIME
                   AND CT-ORIG-SEQ-NO(WS-CORR-IDX) = MH-SEQ-NO
                   AND CT-PLAYER1(WS-CORR-IDX) = MH-PLAYER1
                   AND CT-PLAYER2(WS-CORR-IDX) = MH-PLAYER2
               PERFORM RESULT-TO-CODE
               MOVE WS-RESULT-CODE TO CT-BASE-CODE(WS-CORR-IDX)
               MOVE WS-CORR-IDX TO WS-STANDING-IDX
               MOVE MH-EVENT-ID TO CT-EVENT-ID(WS-CORR-IDX)
               IF MH-DATE = WS-NIGHT-DATE
                       AND MH-EVENT-ID = WS-EVENT-ID
                       AND CT-RATED-SW(WS-CORR-IDX) = "N"
                   MOVE "Y" TO CT-RATED-SW(WS-CORR-IDX)
                   MOVE "Y" TO CT-POST-SW(WS-CORR-IDX)
               END-IF
           END-IF
       END-PERFORM.
       IF WS-STANDING-IDX > 0 AND MH-DATE = WS-NIGHT-DATE
               AND MH-EVENT-ID = WS-EVENT-ID
           EVALUATE CT-NEW-RESULT(WS-STANDING-IDX)
               WHEN "1"
                   MOVE "Player1 Wins!" TO MH-RESULT
               WHEN "2"
                   MOVE "Player2 Wins!" TO MH-RESULT
               WHEN "D"
                   MOVE "Draw!" TO MH-RESULT
               WHEN "A"
                   MOVE "Player1 Forfeits!" TO MH-RESULT
               WHEN "B"
                   MOVE "Player2 Forfeits!" TO MH-RESULT
               WHEN "V"
                   MOVE "Match Voided!" TO MH-RESULT
           END-EVALUATE
           DISPLAY "Match " MH-DATE " " MH-TIME " seq " MH-SEQ-NO
               " rated as corrected: " MH-RESULT
       END-IF.

       RESULT-TO-CODE.
       EVALUATE MH-RESULT
           WHEN "Player1 Wins!"
               MOVE "1" TO WS-RESULT-CODE
           WHEN "Player2 Wins!"
               MOVE "2" TO WS-RESULT-CODE
           WHEN "Draw!"
               MOVE "D" TO WS-RESULT-CODE
           WHEN "Player1 Forfeits!"
               MOVE "A" TO WS-RESULT-CODE
           WHEN "Player2 Forfeits!"
               MOVE "B" TO WS-RESULT-CODE
           WHEN OTHER
               MOVE "V" TO WS-RESULT-CODE
       END-EVALUATE.

       PROCESS-HISTORY-RECORD.
      *    Only "M" match-final and "F" forfeit/DQ records move
      *    ratings - one adjustment per decided match, not one per
      *    not stop a rerun of the SAME night from applying
      *    everything twice; that protection is the RATEDNTS.DAT
      *    check at startup.
       IF (MH-RECORD-TYPE = "M" OR MH-RECORD-TYPE = "F")
               AND WS-CORR-COUNT > 0
           PERFORM NOTE-CORRECTED-MATCH
       END-IF.
       IF (MH-RECORD-TYPE = "M" OR MH-RECORD-TYPE = "F")
               AND MH-DATE = WS-NIGHT-DATE
               AND MH-EVENT-ID = WS-EVENT-ID
           MOVE MH-PLAYER1 TO WS-SEARCH-ID
           PERFORM FIND-PLAYER
           IF WS-FOUND-SW = "Y"
       MOVE "Y" TO RP-PLAYED-SW(WS-IDX1).
       MOVE "Y" TO RP-PLAYED-SW(WS-IDX2).

       POST-RATING-ADJUSTMENTS.
      *    Corrections not yet in PM-RATING whose match sits on a
      *    night already rated, in the order they were posted. A
      *    correction whose match is on a night still to be rated
      *    waits for that night's run; one whose match is no longer
      *    on MATCHHIST.DAT (archived) is reported and left.
       PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
               UNTIL WS-CORR-IDX > WS-CORR-COUNT
           IF CT-RATED-SW(WS-CORR-IDX) = "N"
               MOVE "N" TO WS-ORIG-RATED-SW
               PERFORM VARYING WS-RATED-IDX FROM 1 BY 1
                       UNTIL WS-RATED-IDX > WS-RATED-COUNT
                   IF RNT-DATE(WS-RATED-IDX)
                           = CT-ORIG-DATE(WS-CORR-IDX)
                           AND RNT-EVENT-ID(WS-RATED-IDX)
                           = CT-EVENT-ID(WS-CORR-IDX)
                       MOVE "Y" TO WS-ORIG-RATED-SW
                   END-IF
               END-PERFORM
               IF WS-ORIG-RATED-SW = "Y"
                   IF CT-BASE-CODE(WS-CORR-IDX) = SPACE
                       DISPLAY "Correction " CT-DATE(WS-CORR-IDX)
                           " " CT-TIME(WS-CORR-IDX)
                           " - corrected match not on MATCHHIST.DAT,"
                           " no adjustment posted."
                   ELSE
                       PERFORM POST-ONE-ADJUSTMENT
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

       POST-ONE-ADJUSTMENT.
      *    The result standing before this correction is the one the
      *    latest earlier correction of the same match left, or the
      *    match as recorded when there is none.
       MOVE CT-BASE-CODE(WS-CORR-IDX) TO WS-PRIOR-CODE.
       PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
               UNTIL WS-PRIOR-IDX >= WS-CORR-IDX
           IF CT-ORIG-DATE(WS-PRIOR-IDX) = CT-ORIG-DATE(WS-CORR-IDX)
                   AND CT-ORIG-TIME(WS-PRIOR-IDX)
                       = CT-ORIG-TIME(WS-CORR-IDX)
                   AND CT-ORIG-SEQ-NO(WS-PRIOR-IDX)
                       = CT-ORIG-SEQ-NO(WS-CORR-IDX)
                   AND CT-PLAYER1(WS-PRIOR-IDX)
                       = CT-PLAYER1(WS-CORR-IDX)
                   AND CT-PLAYER2(WS-PRIOR-IDX)
                       = CT-PLAYER2(WS-CORR-IDX)
               MOVE CT-NEW-RESULT(WS-PRIOR-IDX) TO WS-PRIOR-CODE
           END-IF
       END-PERFORM.
       MOVE CT-PLAYER1(WS-CORR-IDX) TO WS-SEARCH-ID.
       PERFORM FIND-PLAYER.
       IF WS-FOUND-SW = "Y"
           MOVE WS-LAST-FOUND-IDX TO WS-IDX1
           MOVE CT-PLAYER2(WS-CORR-IDX) TO WS-SEARCH-ID
           PERFORM FIND-PLAYER
       END-IF.
       IF WS-FOUND-SW = "N"
           DISPLAY "Correction " CT-DATE(WS-CORR-IDX) " "
               CT-TIME(WS-CORR-IDX) " - unregistered player, no "
               "adjustment posted."
           MOVE "Y" TO CT-RATED-SW(WS-CORR-IDX)
           MOVE "Y" TO CT-POST-SW(WS-CORR-IDX)
       ELSE
           MOVE WS-LAST-FOUND-IDX TO WS-IDX2
           MOVE RP-RATING(WS-IDX1) TO WS-BASE-RATING1
           MOVE RP-RATING(WS-IDX2) TO WS-BASE-RATING2
      *    Change the old result gives at today's ratings ...
           MOVE WS-PRIOR-CODE TO WS-RESULT-CODE
           PERFORM APPLY-RESULT-CODE
           COMPUTE WS-OLD-CHG1 = RP-RATING(WS-IDX1) - WS-BASE-RATING1
           COMPUTE WS-OLD-CHG2 = RP-RATING(WS-IDX2) - WS-BASE-RATING2
           MOVE WS-BASE-RATING1 TO RP-RATING(WS-IDX1)
           MOVE WS-BASE-RATING2 TO RP-RATING(WS-IDX2)
      *    ... and the change the corrected result gives instead.
           MOVE CT-NEW-RESULT(WS-CORR-IDX) TO WS-RESULT-CODE
           PERFORM APPLY-RESULT-CODE
           COMPUTE WS-NEW-CHG1 = RP-RATING(WS-IDX1) - WS-BASE-RATING1
           COMPUTE WS-NEW-CHG2 = RP-RATING(WS-IDX2) - WS-BASE-RATING2
           COMPUTE WS-NEW-RATING =
               WS-BASE-RATING1 + WS-NEW-CHG1 - WS-OLD-CHG1
           PERFORM CLAMP-NEW-RATING
           MOVE WS-NEW-RATING TO RP-RATING(WS-IDX1)
           COMPUTE WS-NEW-RATING =
               WS-BASE-RATING2 + WS-NEW-CHG2 - WS-OLD-CHG2
           PERFORM CLAMP-NEW-RATING
           MOVE WS-NEW-RATING TO RP-RATING(WS-IDX2)
           MOVE "Y" TO RP-PLAYED-SW(WS-IDX1)
           MOVE "Y" TO RP-PLAYED-SW(WS-IDX2)
           MOVE "Y" TO CT-RATED-SW(WS-CORR-IDX)
           MOVE "Y" TO CT-POST-SW(WS-CORR-IDX)
           ADD 1 TO WS-ADJUSTMENTS
           COMPUTE WS-RTG-CHG = RP-RATING(WS-IDX1) - WS-BASE-RATING1
           MOVE WS-RTG-CHG TO WS-ADJ-DISP1
           COMPUTE WS-RTG-CHG = RP-RATING(WS-IDX2) - WS-BASE-RATING2
           MOVE WS-RTG-CHG TO WS-ADJ-DISP2
           DISPLAY "Rating adjustment for correction of "
               CT-ORIG-DATE(WS-CORR-IDX) " seq "
               CT-ORIG-SEQ-NO(WS-CORR-IDX) ": "
               RP-ID(WS-IDX1) " " WS-ADJ-DISP1 ", "
               RP-ID(WS-IDX2) " " WS-ADJ-DISP2
       END-IF.

       APPLY-RESULT-CODE.
       EVALUATE WS-RESULT-CODE
           WHEN "1"
           WHEN "B"
               MOVE WS-IDX1 TO WS-WINNER-IDX
               MOVE WS-IDX2 TO WS-LOSER-IDX
               PERFORM APPLY-WIN-RESULT
           WHEN "2"
           WHEN "A"
               MOVE WS-IDX2 TO WS-WINNER-IDX
               MOVE WS-IDX1 TO WS-LOSER-IDX
               PERFORM APPLY-WIN-RESULT
           WHEN "D"
               PERFORM APPLY-DRAW-RESULT
       END-EVALUATE.

       CLAMP-NEW-RATING.
       IF WS-NEW-RATING < 0
           MOVE 0 TO WS-NEW-RATING
       END-IF.
       IF WS-NEW-RATING > 9999
           MOVE 9999 TO WS-NEW-RATING
       END-IF.

       REWRITE-PLAYER-MASTER.
      *    Keyed REWRITE of just the players who played - the old
      *    full-file rewrite through PLAYERMST.NEW is gone with the
               UNTIL WS-PLAYER-IDX > WS-PLAYER-COUNT
           IF RP-PLAYED-SW(WS-PLAYER-IDX) = "Y"
               MOVE WS-NIGHT-DATE TO RH-NIGHT-DATE
               MOVE WS-EVENT-ID   TO RH-EVENT-ID
               MOVE RP-ID(WS-PLAYER-IDX) TO RH-PLAYER-ID
               MOVE RP-OLD-RATING(WS-PLAYER-IDX) TO RH-OLD-RATING
               COMPUTE RH-ADJUSTMENT =
       PRINT-RATING-REPORT.
       DISPLAY "====================================================".
       DISPLAY "       JOKENPO RATING CHANGES FOR " WS-NIGHT-DATE.
       DISPLAY "       EVENT: " WS-EVENT-ID.
       DISPLAY "====================================================".
       DISPLAY "PLAYER                       OLD   NEW  CHANGE".
       PERFORM VARYING WS-PLAYER-IDX FROM 1 BY 1
       END-PERFORM.
       DISPLAY "Matches rated: " WS-MATCHES-RATED
           ", skipped: " WS-MATCHES-SKIPPED.
       DISPLAY "Rating adjustments from corrections: "
           WS-ADJUSTMENTS.
       END PROGRAM JOKENRTG.
