      * the archived match/round totals), lifetime totals across all
      * of it, and their current PM-RATING and status read by key
      * from the player master. Printed to the screen and to
      * STATEMENT.RPT for the desk to hand over. A match a director
      * has corrected (JOKENCOR "C" record) counts by the result that
      * now stands.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENSTM.
       01 WS-LIF-RLOSSES      PIC 9(6) VALUE 0.
       01 WS-LIF-RDRAWS       PIC 9(6) VALUE 0.
       01 WS-SEASON-LINES     PIC 9(3) VALUE 0.
       01 WS-CORR-COUNT       PIC 9(4) VALUE 0.
       01 WS-CORR-IDX         PIC 9(4) VALUE 0.
       01 WS-CORR-FOUND-SW    PIC X(1) VALUE "N".
      *    Director corrections ("C" records posted by JOKENCOR), the
      *    last one per corrected match standing.
       01 CORRECTION-TABLE.
           05 CORR-ENTRY OCCURS 500 TIMES.
               10 CT-ORIG-DATE   PIC 9(8).
               10 CT-ORIG-TIME   PIC 9(6).
               10 CT-ORIG-SEQ-NO PIC 9(4).
               10 CT-PLAYER1     PIC X(10).
               10 CT-PLAYER2     PIC X(10).
               10 CT-NEW-RESULT  PIC X(1).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
       DISPLAY "Player career statement.".
       END-IF.

       TALLY-CURRENT-SEASON.
       PERFORM LOAD-CORRECTIONS.
       OPEN INPUT MATCHHIST.
       IF WS-MATCHHIST-STATUS = "35"
           DISPLAY "No match history found - current season is "
           MOVE "2" TO WS-SIDE
       END-IF.
       IF WS-SIDE NOT = "X"
           PERFORM APPLY-CORRECTION
           PERFORM DESCRIBE-RESULT-FOR-PLAYER
           IF MH-RECORD-TYPE = "R"
               EVALUATE WS-LINE-RESULT
           END-IF
       END-IF.

       LOAD-CORRECTIONS.
      *    A first pass picks up every "C" record, whatever its date,
      *    so a match is scored by its corrected result even when the
      *    correction was posted on a later night.
       OPEN INPUT MATCHHIST.
       IF WS-MATCHHIST-STATUS NOT = "35"
           MOVE "N" TO WS-EOF
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
      *    A later correction of the same match overwrites the
      *    earlier entry - the last "C" record stands.
       MOVE "N" TO WS-CORR-FOUND-SW.
       PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
               UNTIL WS-CORR-IDX > WS-CORR-COUNT
                   OR WS-CORR-FOUND-SW = "Y"
           IF CT-ORIG-DATE(WS-CORR-IDX) = MC-ORIG-DATE
                   AND CT-ORIG-TIME(WS-CORR-IDX) = MC-ORIG-TIME
                   AND CT-ORIG-SEQ-NO(WS-CORR-IDX) = MC-ORIG-SEQ-NO
                   AND CT-PLAYER1(WS-CORR-IDX) = MH-PLAYER1
                   AND CT-PLAYER2(WS-CORR-IDX) = MH-PLAYER2
               MOVE MC-NEW-RESULT TO CT-NEW-RESULT(WS-CORR-IDX)
               MOVE "Y" TO WS-CORR-FOUND-SW
           END-IF
       END-PERFORM.
       IF WS-CORR-FOUND-SW = "N"
           IF WS-CORR-COUNT >= 500
               DISPLAY "More than 500 corrected matches on file - "
                   "CORRECTION-TABLE is full."
               CLOSE MATCHHIST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CORR-COUNT
           MOVE MC-ORIG-DATE   TO CT-ORIG-DATE(WS-CORR-COUNT)
           MOVE MC-ORIG-TIME   TO CT-ORIG-TIME(WS-CORR-COUNT)
           MOVE MC-ORIG-SEQ-NO TO CT-ORIG-SEQ-NO(WS-CORR-COUNT)
           MOVE MH-PLAYER1     TO CT-PLAYER1(WS-CORR-COUNT)
           MOVE MH-PLAYER2     TO CT-PLAYER2(WS-CORR-COUNT)
           MOVE MC-NEW-RESULT  TO CT-NEW-RESULT(WS-CORR-COUNT)
       END-IF.

       APPLY-CORRECTION.
      *    A corrected "M"/"F" record is scored by the result that
      *    now stands: the record type and MH-RESULT are replaced in
      *    the record area before the tally, so the tally itself
      *    never needs to know. A voided match becomes an "F" record
      *    with "Match Voided!", which moves nobody's totals - the
      *    same treatment a DQ gets.
       MOVE "N" TO WS-CORR-FOUND-SW.
       IF (MH-RECORD-TYPE = "M" OR MH-RECORD-TYPE = "F")
               AND WS-CORR-COUNT > 0
           PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
                   UNTIL WS-CORR-IDX > WS-CORR-COUNT
                       OR WS-CORR-FOUND-SW = "Y"
               IF CT-ORIG-DATE(WS-CORR-IDX) = MH-DATE
                       AND CT-ORIG-TIME(WS-CORR-IDX) = MH-TIME
                       AND CT-ORIG-SEQ-NO(WS-CORR-IDX) = MH-SEQ-NO
                       AND CT-PLAYER1(WS-CORR-IDX) = MH-PLAYER1
                       AND CT-PLAYER2(WS-CORR-IDX) = MH-PLAYER2
                   MOVE "Y" TO WS-CORR-FOUND-SW
                   PERFORM SET-CORRECTED-RESULT
               END-IF
           END-PERFORM
       END-IF.

       SET-CORRECTED-RESULT.
       EVALUATE CT-NEW-RESULT(WS-CORR-IDX)
           WHEN "1"
               MOVE "M" TO MH-RECORD-TYPE
               MOVE "Player1 Wins!" TO MH-RESULT
           WHEN "2"
               MOVE "M" TO MH-RECORD-TYPE
               MOVE "Player2 Wins!" TO MH-RESULT
           WHEN "D"
               MOVE "M" TO MH-RECORD-TYPE
               MOVE "Draw!" TO MH-RESULT
           WHEN "A"
               MOVE "F" TO MH-RECORD-TYPE
               MOVE "Player1 Forfeits!" TO MH-RESULT
           WHEN "B"
               MOVE "F" TO MH-RECORD-TYPE
               MOVE "Player2 Forfeits!" TO MH-RESULT
           WHEN "V"
               MOVE "F" TO MH-RECORD-TYPE
               MOVE "Match Voided!" TO MH-RESULT
       END-EVALUATE.

       DESCRIBE-RESULT-FOR-PLAYER.
      *    W/L/D from the statement player's side; a DQ-voided match
      *    maps to space and moves nothing.
