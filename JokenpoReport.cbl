      * Tectonics: cobc
      * Reads MATCHHIST.DAT (written by JOKENPO) and prints a ranked
      * end-of-night leaderboard: wins, losses, draws and win % per
      * player. Director corrections posted by JOKENCOR ("C"
      * records) are applied on top of the match they correct, so
      * the board always shows the result that now stands.
      * The period can be narrowed to one event (blank = the default
      * event, "*" = every event), and STANDINGS.DAT carries the
      * event chosen so JOKENPAY pays the event it was run for.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENREP.
           SELECT STANDRPT ASSIGN TO "STANDINGS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDRPT-STATUS.
           SELECT EVENTS ASSIGN TO "EVENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EV-EVENT-ID
               FILE STATUS IS WS-EVENTS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MATCHHIST.
           COPY STANDREC.
       FD  STANDRPT.
       01  STANDINGS-PRINT-LINE   PIC X(90).
       FD  EVENTS.
           COPY EVENTREC.
       WORKING-STORAGE SECTION.
       01 WS-PLAYERMST-STATUS PIC X(2) VALUE "00".
       01 WS-MASTER-AVAIL-SW  PIC X(1) VALUE "N".
       01 WS-TO-DATE          PIC 9(8) VALUE 99999999.
       01 WS-STANDINGS-STATUS PIC X(2) VALUE "00".
       01 WS-STANDRPT-STATUS  PIC X(2) VALUE "00".
       01 WS-EVENTS-STATUS    PIC X(2) VALUE "00".
       01 WS-EVENT-ID         PIC X(6) VALUE SPACES.
       01 WS-EVENT-FOUND-SW   PIC X(1) VALUE "N".
       01 WS-EVENT-DATE       PIC 9(8) VALUE 0.
       01 WS-EVENT-FORMAT     PIC X(1) VALUE SPACE.
       01 WS-EVENT-RULESET    PIC X(1) VALUE SPACE.
       01 WS-EVENT-FEE        PIC 9(3)V99 VALUE 0.
       01 WS-CURRENT-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-REPORT-DATE      PIC 9(8) VALUE 0.
       01 WS-PAGE-NO          PIC 9(3) VALUE 0.
       01 WS-TOT-RWINS        PIC 9(6) VALUE 0.
       01 WS-TOT-RLOSSES      PIC 9(6) VALUE 0.
       01 WS-TOT-RDRAWS       PIC 9(6) VALUE 0.
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
       PERFORM GET-REPORT-PERIOD.
       PERFORM GET-EVENT-ID.
       PERFORM OPEN-PLAYER-MASTER.
       PERFORM LOAD-CORRECTIONS.

       OPEN INPUT MATCHHIST.
       IF WS-MATCHHIST-STATUS = "35"
               NOT AT END
                   IF MH-DATE >= WS-FROM-DATE
                           AND MH-DATE <= WS-TO-DATE
                           AND (WS-EVENT-ID = "*"
                           OR MH-EVENT-ID = WS-EVENT-ID)
                       PERFORM APPLY-CORRECTION
                       PERFORM PROCESS-HISTORY-RECORD
                   END-IF
           END-READ
           MOVE WS-TO-DATE-IN TO WS-TO-DATE
       END-IF.

       GET-EVENT-ID.
      *    Blank is the default event and "*" takes every event in
      *    the range; anything else must be set up on EVENTS.IDX.
       DISPLAY "Event ID (blank = default event, * = all events): ".
       MOVE SPACES TO WS-EVENT-ID.
       ACCEPT WS-EVENT-ID.
       IF WS-EVENT-ID NOT = SPACES AND WS-EVENT-ID NOT = "*"
           PERFORM READ-EVENT
           IF WS-EVENT-FOUND-SW = "N"
               DISPLAY "Unknown event ID '" WS-EVENT-ID
                   "' - not on EVENTS.IDX."
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

       OPEN-PLAYER-MASTER.
      *    The indexed master stays open for the whole run and
      *    RESOLVE-PLAYER-NAME reads it by key - no preload table,
           END-EVALUATE
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

       FIND-OR-ADD-PLAYER.
       MOVE "N" TO WS-FOUND-SW.
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TABLE-COUNT
       MOVE PT-LOSSES(WS-I)    TO ST-RLOSSES.
       MOVE PT-DRAWS(WS-I)     TO ST-RDRAWS.
       MOVE WS-WIN-PCT         TO ST-WIN-PCT.
       MOVE WS-EVENT-ID        TO ST-EVENT-ID.
       WRITE STANDINGS-RECORD.

       WRITE-REPORT-DETAIL.
              WS-REPORT-DATE DELIMITED BY SIZE
              "   PAGE " DELIMITED BY SIZE
              WS-PAGE-NO DELIMITED BY SIZE
              "   EVENT " DELIMITED BY SIZE
              WS-EVENT-ID DELIMITED BY SIZE
              INTO STANDINGS-PRINT-LINE
       END-STRING.
       WRITE STANDINGS-PRINT-LINE.
