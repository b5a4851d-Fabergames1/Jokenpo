      * operator/terminal from the matching AUDITLOG.DAT entry.
      * Names resolve through PLAYERMST.DAT and fall back to the raw
      * ID, the same way JOKENREP's RESOLVE-PLAYER-NAME does.
      * A match a director has corrected (JOKENCOR "C" record) is
      * listed with its audit entry as keyed, but tallied - and
      * flagged - by the result that now stands; the correction
      * itself is listed too, with the director's ID.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENINQ.
       01 WS-AUDIT-IDX        PIC 9(5) VALUE 0.
       01 WS-FOUND-SW         PIC X(1) VALUE "N".
       01 WS-INQUIRY-LINE     PIC X(100) VALUE SPACES.
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
       01 AUDIT-TABLE.
           05 AT-ENTRY OCCURS 5000 TIMES.
               10 AT-DATE       PIC 9(8).
       DISPLAY "HEAD-TO-HEAD: " WS-NAME-A " VS " WS-NAME-B.
       DISPLAY "====================================================".

       PERFORM LOAD-CORRECTIONS.

       OPEN INPUT MATCHHIST.
       IF WS-MATCHHIST-STATUS = "35"
           DISPLAY "No match history found, nothing to show."
           MOVE "N" TO WS-A-IS-P1-SW
       END-IF.
       IF WS-A-IS-P1-SW NOT = "X"
           IF MH-RECORD-TYPE = "C"
               PERFORM PRINT-CORRECTION-RECORD
           ELSE
               PERFORM TALLY-AND-PRINT-RECORD
           END-IF
       END-IF.

       TALLY-AND-PRINT-RECORD.
      *    The audit entry is paired on the result as keyed, before
      *    any correction replaces it.
       PERFORM FIND-AUDIT-DETAILS.
       PERFORM APPLY-CORRECTION.
       PERFORM DESCRIBE-RESULT-FOR-A.
       IF MH-RECORD-TYPE = "M"
           EVALUATE WS-LINE-RESULT
               WHEN "LOSS (FORFEIT)" ADD 1 TO WS-MLOSSES-A
           END-EVALUATE
       END-IF.
       ADD 1 TO WS-RECORDS-SHOWN.
       MOVE SPACES TO WS-INQUIRY-LINE.
       STRING MH-DATE DELIMITED BY SIZE
              WS-OPERATOR-INFO DELIMITED BY SIZE
              INTO WS-INQUIRY-LINE
       END-STRING.
       IF WS-CORR-FOUND-SW = "Y"
           MOVE "CORRECTED" TO WS-INQUIRY-LINE(91:10)
       END-IF.
       DISPLAY WS-INQUIRY-LINE.

       PRINT-CORRECTION-RECORD.
      *    The correction is listed, not tallied - its effect shows
      *    on the line of the match it corrects.
       PERFORM FIND-AUDIT-DETAILS.
       ADD 1 TO WS-RECORDS-SHOWN.
       MOVE SPACES TO WS-INQUIRY-LINE.
       STRING MH-DATE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              MH-TIME DELIMITED BY SIZE
              " C CORRECTS " DELIMITED BY SIZE
              MC-ORIG-DATE DELIMITED BY SIZE
              " SEQ " DELIMITED BY SIZE
              MC-ORIG-SEQ-NO DELIMITED BY SIZE
              " ACTION " DELIMITED BY SIZE
              MH-CHOICE1 DELIMITED BY SIZE
              " REASON " DELIMITED BY SIZE
              MH-CHOICE2 DELIMITED BY SIZE
              " BY " DELIMITED BY SIZE
              MC-DIRECTOR-ID DELIMITED BY SIZE
              INTO WS-INQUIRY-LINE
       END-STRING.
       DISPLAY WS-INQUIRY-LINE.

       DESCRIBE-RESULT-FOR-A.
           WHEN "Player2 DQ!"
      *        A DQ voids the match - shown, but tallied nowhere.
               MOVE "DQ - VOID" TO WS-LINE-RESULT
           WHEN "Match Voided!"
               MOVE "VOID" TO WS-LINE-RESULT
           WHEN OTHER
               MOVE MH-RESULT TO WS-LINE-RESULT
       END-EVALUATE.

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

       FIND-AUDIT-DETAILS.
      *    Same pairing rule as the audit verifier: one audit entry
      *    per play, matched on date, players, choices and result,
