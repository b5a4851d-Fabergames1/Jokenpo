      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 15/10/2026
      * Purpose: Study
      * Tectonics: cobc
      * Result correction for upheld disputes. Once the director has
      * checked AUDITLOG.DAT and upheld a dispute, the wrong result
      * is already in MATCHHIST.DAT - and hand-editing the 77-byte
      * record breaks JOKENAUD's history-to-audit pairing. This
      * program finds the match by date, players and sequence number
      * (the "M" or "F" record that closed it) and lets the director
      * reverse the result, void the match, or re-score it. Nothing
      * already on file is touched: the correction is appended to
      * MATCHHIST.DAT as a "C" record (copybook MATCHREC) carrying
      * the corrected record's key, the director's ID, a reason code
      * and the result that now stands, with a matching AUDITLOG.DAT
      * entry (operator = director, terminal "JOKENCOR"). JOKENREP,
      * JOKENRTG, JOKENINQ, JOKENSTM and JOKENAUD read the "C"
      * records and apply them on top of the original. A match can
      * be corrected again later; the last correction stands.
      * The "C" record carries the corrected match's event ID, so
      * per-event reports and ratings pick it up with the night.
      * Reason codes: D = dispute upheld, K = keying error at the
      * station, P = rules protest upheld, O = other (see the
      * director's notes).
      * The director signs on against OPERMST.IDX (tournament
      * director role only) before anything is shown, and the
      * signed-on ID is the one stamped on the correction.
      * JOKENLGT builds the league table from FIXTURES.IDX, not from
      * the history, so when the corrected match closed a league
      * fixture (same players either way round, played that date)
      * the fixture's FX-RESULT is rewritten with the result that
      * now stands.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENCOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATCHHIST ASSIGN TO "MATCHHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCHHIST-STATUS.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT FIXTURES ASSIGN TO "FIXTURES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-FIXTURE-ID
               FILE STATUS IS WS-FIXTURES-STATUS.
           SELECT OPERMST ASSIGN TO "OPERMST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERMST-STATUS.
           SELECT SECLOG ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MATCHHIST.
           COPY MATCHREC.
       FD  AUDITLOG.
           COPY AUDITREC.
       FD  FIXTURES.
           COPY FIXTREC.
       FD  OPERMST.
           COPY OPERREC.
       FD  SECLOG.
           COPY SECREC.
       WORKING-STORAGE SECTION.
       01 WS-MATCHHIST-STATUS PIC X(2) VALUE "00".
       01 WS-AUDITLOG-STATUS  PIC X(2) VALUE "00".
       01 WS-FIXTURES-STATUS  PIC X(2) VALUE "00".
       01 WS-FIX-EOF          PIC X(1) VALUE "N".
       01 WS-FIX-SWAPPED-SW   PIC X(1) VALUE "N".
       01 WS-EOF              PIC X(1) VALUE "N".
       01 WS-DONE-SW          PIC X(1) VALUE "N".
       01 WS-FOUND-SW         PIC X(1) VALUE "N".
       01 WS-VALID-SW         PIC X(1) VALUE "N".
       01 WS-CURRENT-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-DIRECTOR-ID      PIC X(10) VALUE SPACES.
       01 WS-OPERMST-STATUS   PIC X(2) VALUE "00".
       01 WS-SECLOG-STATUS    PIC X(2) VALUE "00".
       01 WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01 WS-PIN-IN           PIC X(6) VALUE SPACES.
       01 WS-OPERATOR-ROLE    PIC X(1) VALUE SPACE.
       01 WS-SIGNED-ON-SW     PIC X(1) VALUE "N".
       01 WS-SIGNON-TRIES     PIC 9(1) VALUE 0.
       01 WS-ROLE-HITS        PIC 9(1) VALUE 0.
       01 WS-ALLOWED-ROLES    PIC X(1) VALUE "T".
       01 WS-SEC-EVENT        PIC X(6) VALUE SPACES.
       01 WS-SEC-DETAIL       PIC X(30) VALUE SPACES.
       01 WS-SEQ-NO           PIC 9(4) VALUE 0.
       01 WS-AUDIT-SEQ-NO     PIC 9(4) VALUE 0.
       01 WS-CORRECTIONS-POSTED PIC 9(4) VALUE 0.
       01 WS-MATCH-DATE-IN    PIC X(8) VALUE SPACES.
       01 WS-MATCH-DATE       PIC 9(8) VALUE 0.
       01 WS-MATCH-SEQ-IN     PIC X(4) VALUE SPACES.
       01 WS-MATCH-SEQ        PIC 9(4) VALUE 0.
       01 WS-MATCH-TIME-IN    PIC X(6) VALUE SPACES.
       01 WS-ENTRY-P1         PIC X(10) VALUE SPACES.
       01 WS-ENTRY-P2         PIC X(10) VALUE SPACES.
       01 WS-ACTION           PIC X(1) VALUE SPACES.
       01 WS-REASON           PIC X(1) VALUE SPACES.
       01 WS-CONFIRM          PIC X(1) VALUE SPACES.
       01 WS-RESCORE-IN       PIC X(1) VALUE SPACES.
       01 WS-RESULT-TEXT      PIC X(30) VALUE SPACES.
       01 WS-RESULT-CODE      PIC X(1) VALUE SPACES.
       01 WS-STANDING-CODE    PIC X(1) VALUE SPACES.
       01 WS-NEW-CODE         PIC X(1) VALUE SPACES.
       01 WS-DESCRIBE-CODE    PIC X(1) VALUE SPACES.
       01 WS-CODE-TEXT        PIC X(30) VALUE SPACES.
       01 WS-CAND-COUNT       PIC 9(2) VALUE 0.
       01 WS-CAND-IDX         PIC 9(2) VALUE 0.
       01 WS-PICK-IDX         PIC 9(2) VALUE 0.
       01 WS-CORR-COUNT       PIC 9(4) VALUE 0.
       01 WS-CORR-IDX         PIC 9(4) VALUE 0.
      *    Every "M"/"F" record that answers the date, players and
      *    sequence keyed - more than one only when two merges or a
      *    batch run reused the same sequence number on one date.
       01 CANDIDATE-TABLE.
           05 CAND-ENTRY OCCURS 20 TIMES.
               10 CA-DATE      PIC 9(8).
               10 CA-TIME      PIC 9(6).
               10 CA-SEQ-NO    PIC 9(4).
               10 CA-TYPE      PIC X(1).
               10 CA-PLAYER1   PIC X(10).
               10 CA-PLAYER2   PIC X(10).
               10 CA-RESULT    PIC X(30).
               10 CA-EVENT-ID  PIC X(6).
      *    Corrections already on file, last one per match standing,
      *    so a second correction starts from the corrected result.
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
       DISPLAY "Jokenpo result correction (upheld disputes).".
       PERFORM SIGN-ON.
       MOVE WS-OPERATOR-ID TO WS-DIRECTOR-ID.

       PERFORM LOAD-CORRECTIONS.

       OPEN EXTEND AUDITLOG.
       IF WS-AUDITLOG-STATUS = "35"
           OPEN OUTPUT AUDITLOG
           CLOSE AUDITLOG
           OPEN EXTEND AUDITLOG
       END-IF.

       PERFORM TAKE-CORRECTION UNTIL WS-DONE-SW = "Y".

       CLOSE AUDITLOG.

       IF WS-CORRECTIONS-POSTED > 0
           DISPLAY WS-CORRECTIONS-POSTED " correction(s) posted to "
               "MATCHHIST.DAT and AUDITLOG.DAT."
       ELSE
           DISPLAY "No corrections posted."
       END-IF.

       STOP RUN.

       SIGN-ON.
      *    Nothing runs until an operator on OPERMST.IDX (kept by
      *    JOKENOPR) signs on with the right PIN and a role allowed
      *    here - tournament director only. Three bad PINs in a row
      *    lock the operator out until an admin clears it, three
      *    failed tries end the session, and every attempt goes to
      *    SECLOG.DAT.
       OPEN I-O OPERMST.
       IF WS-OPERMST-STATUS NOT = "00"
           DISPLAY "OPERMST.IDX not found - an admin must set up "
               "operators with JOKENOPR."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE "N" TO WS-SIGNED-ON-SW.
       MOVE 0 TO WS-SIGNON-TRIES.
       PERFORM UNTIL WS-SIGNED-ON-SW = "Y"
           DISPLAY "Operator ID: "
           MOVE SPACES TO WS-OPERATOR-ID
           ACCEPT WS-OPERATOR-ID
           DISPLAY "PIN: "
           MOVE SPACES TO WS-PIN-IN
           ACCEPT WS-PIN-IN
           PERFORM CHECK-SIGN-ON
           IF WS-SIGNED-ON-SW = "N"
               ADD 1 TO WS-SIGNON-TRIES
               IF WS-SIGNON-TRIES >= 3
                   DISPLAY "Too many failed sign-ons - stopping."
                   CLOSE OPERMST
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
       END-PERFORM.
       CLOSE OPERMST.

       CHECK-SIGN-ON.
       MOVE SPACES TO WS-SEC-DETAIL.
       MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
       READ OPERMST
           INVALID KEY
               MOVE "NOUSER" TO WS-SEC-EVENT
               MOVE "Unknown operator ID" TO WS-SEC-DETAIL
           NOT INVALID KEY
               PERFORM CHECK-OPERATOR-PIN
       END-READ.
       IF WS-SIGNED-ON-SW = "N"
           DISPLAY "Sign-on refused - " WS-SEC-DETAIL
       END-IF.
       PERFORM WRITE-SECURITY-LOG.

       CHECK-OPERATOR-PIN.
       MOVE 0 TO WS-ROLE-HITS.
       IF OP-ROLE NOT = SPACE
           INSPECT WS-ALLOWED-ROLES TALLYING WS-ROLE-HITS
               FOR ALL OP-ROLE
       END-IF.
       EVALUATE TRUE
           WHEN OP-STATUS = "L"
               MOVE "REFUSE" TO WS-SEC-EVENT
               MOVE "Operator is locked out" TO WS-SEC-DETAIL
           WHEN OP-STATUS = "R"
               MOVE "REFUSE" TO WS-SEC-EVENT
               MOVE "Operator is retired" TO WS-SEC-DETAIL
           WHEN OP-PIN NOT = WS-PIN-IN
               ADD 1 TO OP-FAILED-PINS
               IF OP-FAILED-PINS >= 3
                   MOVE "L" TO OP-STATUS
                   MOVE "LOCKED" TO WS-SEC-EVENT
                   MOVE "Third bad PIN - locked out" TO WS-SEC-DETAIL
               ELSE
                   MOVE "BADPIN" TO WS-SEC-EVENT
                   MOVE "Wrong PIN" TO WS-SEC-DETAIL
               END-IF
               REWRITE OPERATOR-RECORD
           WHEN WS-ROLE-HITS = 0
               MOVE "DENIED" TO WS-SEC-EVENT
               MOVE "Role may not run JOKENCOR" TO WS-SEC-DETAIL
           WHEN OTHER
               MOVE 0 TO OP-FAILED-PINS
               REWRITE OPERATOR-RECORD
               MOVE OP-ROLE TO WS-OPERATOR-ROLE
               MOVE "Y" TO WS-SIGNED-ON-SW
               MOVE "SIGNON" TO WS-SEC-EVENT
               DISPLAY "Signed on: " OP-OPERATOR-NAME
       END-EVALUATE.

       WRITE-SECURITY-LOG.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       OPEN EXTEND SECLOG.
       IF WS-SECLOG-STATUS = "35"
           OPEN OUTPUT SECLOG
           CLOSE SECLOG
           OPEN EXTEND SECLOG
       END-IF.
       MOVE WS-CURRENT-DATE-TIME(1:8) TO SL-DATE.
       MOVE WS-CURRENT-DATE-TIME(9:6) TO SL-TIME.
       MOVE WS-OPERATOR-ID            TO SL-OPERATOR-ID.
       MOVE "JOKENCOR"                TO SL-PROGRAM.
       MOVE SPACES                    TO SL-TERMINAL-ID.
       MOVE WS-SEC-EVENT              TO SL-EVENT.
       MOVE WS-SEC-DETAIL             TO SL-DETAIL.
       WRITE SECURITY-LOG-RECORD.
       CLOSE SECLOG.

       LOAD-CORRECTIONS.
       OPEN INPUT MATCHHIST.
       IF WS-MATCHHIST-STATUS = "35"
           DISPLAY "MATCHHIST.DAT not found - nothing to correct."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE "N" TO WS-EOF.
       PERFORM UNTIL WS-EOF = "Y"
           READ MATCHHIST
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF MH-RECORD-TYPE = "C"
                       PERFORM ADD-CORRECTION-TO-TABLE
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE MATCHHIST.

       ADD-CORRECTION-TO-TABLE.
      *    A later correction of the same match overwrites the
      *    earlier entry - the last "C" record stands.
       MOVE "N" TO WS-FOUND-SW.
       PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
               UNTIL WS-CORR-IDX > WS-CORR-COUNT
                   OR WS-FOUND-SW = "Y"
           IF CT-ORIG-DATE(WS-CORR-IDX) = MC-ORIG-DATE
                   AND CT-ORIG-TIME(WS-CORR-IDX) = MC-ORIG-TIME
                   AND CT-ORIG-SEQ-NO(WS-CORR-IDX) = MC-ORIG-SEQ-NO
                   AND CT-PLAYER1(WS-CORR-IDX) = MH-PLAYER1
                   AND CT-PLAYER2(WS-CORR-IDX) = MH-PLAYER2
               MOVE MC-NEW-RESULT TO CT-NEW-RESULT(WS-CORR-IDX)
               MOVE "Y" TO WS-FOUND-SW
           END-IF
       END-PERFORM.
       IF WS-FOUND-SW = "N"
           IF WS-CORR-COUNT >= 500
               DISPLAY "More than 500 corrected matches on file - "
                   "CORRECTION-TABLE is full."
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

       TAKE-CORRECTION.
       DISPLAY " ".
       DISPLAY "Match date (YYYYMMDD, blank = done): ".
       ACCEPT WS-MATCH-DATE-IN.
       IF WS-MATCH-DATE-IN = SPACES
           MOVE "Y" TO WS-DONE-SW
       ELSE
           IF WS-MATCH-DATE-IN IS NOT NUMERIC
               DISPLAY "Match date must be 8 digits."
           ELSE
               MOVE WS-MATCH-DATE-IN TO WS-MATCH-DATE
               DISPLAY "Player1 ID: "
               ACCEPT WS-ENTRY-P1
               DISPLAY "Player2 ID: "
               ACCEPT WS-ENTRY-P2
               DISPLAY "Sequence number (4 digits): "
               ACCEPT WS-MATCH-SEQ-IN
               IF WS-MATCH-SEQ-IN IS NOT NUMERIC
                   DISPLAY "Sequence number must be 4 digits."
               ELSE
                   MOVE WS-MATCH-SEQ-IN TO WS-MATCH-SEQ
                   PERFORM FIND-MATCH-CANDIDATES
                   PERFORM PICK-CANDIDATE
                   IF WS-PICK-IDX > 0
                       PERFORM CORRECT-ONE-MATCH
                   END-IF
               END-IF
           END-IF
       END-IF.

       FIND-MATCH-CANDIDATES.
      *    Only the record that closed a match can be corrected; the
      *    players may be keyed in either order.
       MOVE 0 TO WS-CAND-COUNT.
       OPEN INPUT MATCHHIST.
       MOVE "N" TO WS-EOF.
       PERFORM UNTIL WS-EOF = "Y"
           READ MATCHHIST
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF (MH-RECORD-TYPE = "M" OR MH-RECORD-TYPE = "F")
                           AND MH-DATE = WS-MATCH-DATE
                           AND MH-SEQ-NO = WS-MATCH-SEQ
                           AND ((MH-PLAYER1 = WS-ENTRY-P1
                                 AND MH-PLAYER2 = WS-ENTRY-P2)
                             OR (MH-PLAYER1 = WS-ENTRY-P2
                                 AND MH-PLAYER2 = WS-ENTRY-P1))
                       PERFORM ADD-CANDIDATE
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE MATCHHIST.

       ADD-CANDIDATE.
       IF WS-CAND-COUNT < 20
           ADD 1 TO WS-CAND-COUNT
           MOVE MH-DATE        TO CA-DATE(WS-CAND-COUNT)
           MOVE MH-TIME        TO CA-TIME(WS-CAND-COUNT)
           MOVE MH-SEQ-NO      TO CA-SEQ-NO(WS-CAND-COUNT)
           MOVE MH-RECORD-TYPE TO CA-TYPE(WS-CAND-COUNT)
           MOVE MH-PLAYER1     TO CA-PLAYER1(WS-CAND-COUNT)
           MOVE MH-PLAYER2     TO CA-PLAYER2(WS-CAND-COUNT)
           MOVE MH-RESULT      TO CA-RESULT(WS-CAND-COUNT)
           MOVE MH-EVENT-ID    TO CA-EVENT-ID(WS-CAND-COUNT)
       END-IF.

       PICK-CANDIDATE.
       MOVE 0 TO WS-PICK-IDX.
       EVALUATE TRUE
           WHEN WS-CAND-COUNT = 0
               DISPLAY "No match record on " WS-MATCH-DATE " seq "
                   WS-MATCH-SEQ " between '" WS-ENTRY-P1 "' and '"
                   WS-ENTRY-P2 "'."
           WHEN WS-CAND-COUNT = 1
               MOVE 1 TO WS-PICK-IDX
           WHEN OTHER
               DISPLAY "More than one match answers that key:"
               PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                       UNTIL WS-CAND-IDX > WS-CAND-COUNT
                   DISPLAY "  time " CA-TIME(WS-CAND-IDX) "  "
                       CA-PLAYER1(WS-CAND-IDX) " vs "
                       CA-PLAYER2(WS-CAND-IDX) " "
                       CA-RESULT(WS-CAND-IDX)
               END-PERFORM
               DISPLAY "Time (HHMMSS) of the match to correct: "
               ACCEPT WS-MATCH-TIME-IN
               PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                       UNTIL WS-CAND-IDX > WS-CAND-COUNT
                   IF WS-MATCH-TIME-IN IS NUMERIC
                           AND CA-TIME(WS-CAND-IDX) = WS-MATCH-TIME-IN
                           AND WS-PICK-IDX = 0
                       MOVE WS-CAND-IDX TO WS-PICK-IDX
                   END-IF
               END-PERFORM
               IF WS-PICK-IDX = 0
                   DISPLAY "No match at that time - nothing corrected."
               END-IF
       END-EVALUATE.

       CORRECT-ONE-MATCH.
       MOVE CA-RESULT(WS-PICK-IDX) TO WS-RESULT-TEXT.
       PERFORM RESULT-TO-CODE.
       IF WS-RESULT-CODE = SPACE
           DISPLAY "Result '" WS-RESULT-TEXT "' cannot be corrected."
       ELSE
           PERFORM FIND-STANDING-CORRECTION
           DISPLAY "Match " CA-DATE(WS-PICK-IDX) " "
               CA-TIME(WS-PICK-IDX) " seq " CA-SEQ-NO(WS-PICK-IDX)
               ": " CA-PLAYER1(WS-PICK-IDX) " vs "
               CA-PLAYER2(WS-PICK-IDX)
           DISPLAY "  Recorded result: " WS-RESULT-TEXT
           MOVE WS-STANDING-CODE TO WS-DESCRIBE-CODE
           PERFORM CODE-TO-TEXT
           DISPLAY "  Standing result: " WS-CODE-TEXT
           PERFORM GET-CORRECTION-ACTION
           IF WS-VALID-SW = "Y"
               PERFORM GET-REASON-CODE
               MOVE WS-NEW-CODE TO WS-DESCRIBE-CODE
               PERFORM CODE-TO-TEXT
               DISPLAY "Result will stand as: " WS-CODE-TEXT
               DISPLAY "Post this correction? (Y/N)"
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM POST-CORRECTION
               ELSE
                   DISPLAY "Correction abandoned - nothing posted."
               END-IF
           END-IF
       END-IF.

       RESULT-TO-CODE.
       EVALUATE WS-RESULT-TEXT
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
           WHEN "Player1 DQ!"
           WHEN "Player2 DQ!"
               MOVE "V" TO WS-RESULT-CODE
           WHEN OTHER
               MOVE SPACE TO WS-RESULT-CODE
       END-EVALUATE.

       CODE-TO-TEXT.
       EVALUATE WS-DESCRIBE-CODE
           WHEN "1"
               MOVE "Player1 Wins!" TO WS-CODE-TEXT
           WHEN "2"
               MOVE "Player2 Wins!" TO WS-CODE-TEXT
           WHEN "D"
               MOVE "Draw!" TO WS-CODE-TEXT
           WHEN "A"
               MOVE "Player1 Forfeits!" TO WS-CODE-TEXT
           WHEN "B"
               MOVE "Player2 Forfeits!" TO WS-CODE-TEXT
           WHEN "V"
               MOVE "Match Voided!" TO WS-CODE-TEXT
           WHEN OTHER
               MOVE SPACES TO WS-CODE-TEXT
       END-EVALUATE.

       FIND-STANDING-CORRECTION.
       MOVE WS-RESULT-CODE TO WS-STANDING-CODE.
       PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
               UNTIL WS-CORR-IDX > WS-CORR-COUNT
           IF CT-ORIG-DATE(WS-CORR-IDX) = CA-DATE(WS-PICK-IDX)
                   AND CT-ORIG-TIME(WS-CORR-IDX) = CA-TIME(WS-PICK-IDX)
                   AND CT-ORIG-SEQ-NO(WS-CORR-IDX)
                       = CA-SEQ-NO(WS-PICK-IDX)
                   AND CT-PLAYER1(WS-CORR-IDX) = CA-PLAYER1(WS-PICK-IDX)
                   AND CT-PLAYER2(WS-CORR-IDX) = CA-PLAYER2(WS-PICK-IDX)
               MOVE CT-NEW-RESULT(WS-CORR-IDX) TO WS-STANDING-CODE
           END-IF
       END-PERFORM.

       GET-CORRECTION-ACTION.
      *    Reverse hands the match to the other side (a forfeit stays
      *    a forfeit, by the other player); a draw or a void has no
      *    other side, so re-score is the way to change those.
       MOVE "N" TO WS-VALID-SW.
       DISPLAY "(R)everse result, (V)oid match, re-(S)core, "
           "or blank to cancel: ".
       ACCEPT WS-ACTION.
       EVALUATE WS-ACTION
           WHEN "R"
           WHEN "r"
               MOVE "R" TO WS-ACTION
               EVALUATE WS-STANDING-CODE
                   WHEN "1"
                       MOVE "2" TO WS-NEW-CODE
                       MOVE "Y" TO WS-VALID-SW
                   WHEN "2"
                       MOVE "1" TO WS-NEW-CODE
                       MOVE "Y" TO WS-VALID-SW
                   WHEN "A"
                       MOVE "B" TO WS-NEW-CODE
                       MOVE "Y" TO WS-VALID-SW
                   WHEN "B"
                       MOVE "A" TO WS-NEW-CODE
                       MOVE "Y" TO WS-VALID-SW
                   WHEN OTHER
                       DISPLAY "A draw or a voided match has no "
                           "winner to reverse - use re-score."
               END-EVALUATE
           WHEN "V"
           WHEN "v"
               MOVE "V" TO WS-ACTION
               IF WS-STANDING-CODE = "V"
                   DISPLAY "The match already stands void."
               ELSE
                   MOVE "V" TO WS-NEW-CODE
                   MOVE "Y" TO WS-VALID-SW
               END-IF
           WHEN "S"
           WHEN "s"
               MOVE "S" TO WS-ACTION
               DISPLAY "New result - (1) Player1 wins, (2) Player2 "
                   "wins, (D)raw: "
               ACCEPT WS-RESCORE-IN
               IF WS-RESCORE-IN = "d"
                   MOVE "D" TO WS-RESCORE-IN
               END-IF
               IF WS-RESCORE-IN = "1" OR WS-RESCORE-IN = "2"
                       OR WS-RESCORE-IN = "D"
                   IF WS-RESCORE-IN = WS-STANDING-CODE
                       DISPLAY "That is already the standing result."
                   ELSE
                       MOVE WS-RESCORE-IN TO WS-NEW-CODE
                       MOVE "Y" TO WS-VALID-SW
                   END-IF
               ELSE
                   DISPLAY "Invalid entry - nothing corrected."
               END-IF
           WHEN SPACE
               DISPLAY "Cancelled - nothing corrected."
           WHEN OTHER
               DISPLAY "Invalid entry - nothing corrected."
       END-EVALUATE.

       GET-REASON-CODE.
       MOVE SPACE TO WS-REASON.
       PERFORM UNTIL WS-REASON = "D" OR WS-REASON = "K"
               OR WS-REASON = "P" OR WS-REASON = "O"
           DISPLAY "Reason - (D)ispute upheld, (K)eying error, "
               "(P)rotest upheld, (O)ther: "
           ACCEPT WS-REASON
           EVALUATE WS-REASON
               WHEN "d"
                   MOVE "D" TO WS-REASON
               WHEN "k"
                   MOVE "K" TO WS-REASON
               WHEN "p"
                   MOVE "P" TO WS-REASON
               WHEN "o"
                   MOVE "O" TO WS-REASON
           END-EVALUATE
       END-PERFORM.

       POST-CORRECTION.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       OPEN EXTEND MATCHHIST.
       ADD 1 TO WS-SEQ-NO.
       MOVE WS-CURRENT-DATE-TIME(1:8) TO MH-DATE.
       MOVE WS-CURRENT-DATE-TIME(9:6) TO MH-TIME.
       MOVE WS-SEQ-NO                 TO MH-SEQ-NO.
       MOVE "C"                       TO MH-RECORD-TYPE.
       MOVE CA-PLAYER1(WS-PICK-IDX)   TO MH-PLAYER1.
       MOVE CA-PLAYER2(WS-PICK-IDX)   TO MH-PLAYER2.
       MOVE WS-ACTION                 TO MH-CHOICE1.
       MOVE WS-REASON                 TO MH-CHOICE2.
       MOVE SPACES                    TO MH-RESULT.
       MOVE CA-EVENT-ID(WS-PICK-IDX)  TO MH-EVENT-ID.
       MOVE CA-DATE(WS-PICK-IDX)      TO MC-ORIG-DATE.
       MOVE CA-TIME(WS-PICK-IDX)      TO MC-ORIG-TIME.
       MOVE CA-SEQ-NO(WS-PICK-IDX)    TO MC-ORIG-SEQ-NO.
       MOVE WS-DIRECTOR-ID            TO MC-DIRECTOR-ID.
       MOVE WS-NEW-CODE               TO MC-NEW-RESULT.
       PERFORM ADD-CORRECTION-TO-TABLE.

      *    The audit entry repeats the history record field for
      *    field, so JOKENAUD pairs the two like any other play.
       ADD 1 TO WS-AUDIT-SEQ-NO.
       MOVE MH-DATE         TO AL-DATE.
       MOVE MH-TIME         TO AL-TIME.
       MOVE WS-AUDIT-SEQ-NO TO AL-SEQ-NO.
       MOVE WS-DIRECTOR-ID  TO AL-OPERATOR-ID.
       MOVE "JOKENCOR"      TO AL-TERMINAL-ID.
       MOVE MH-PLAYER1      TO AL-PLAYER1.
       MOVE MH-PLAYER2      TO AL-PLAYER2.
       MOVE MH-CHOICE1      TO AL-CHOICE1.
       MOVE MH-CHOICE2      TO AL-CHOICE2.
       MOVE MH-RESULT       TO AL-RESULT.

       WRITE MATCH-HISTORY-RECORD.
       CLOSE MATCHHIST.
       WRITE AUDIT-LOG-RECORD.

       ADD 1 TO WS-CORRECTIONS-POSTED.
       DISPLAY "Correction posted.".
       PERFORM UPDATE-LEAGUE-FIXTURE.

       UPDATE-LEAGUE-FIXTURE.
      *    No FIXTURES.IDX means no league is running - nothing to
      *    update. Otherwise the closed fixture between the two
      *    players (either way round) played on the match date takes
      *    the corrected result, read against the fixture's own
      *    Player1/Player2 the way JOKENPO closes it.
       OPEN I-O FIXTURES.
       IF WS-FIXTURES-STATUS = "00"
           MOVE "N" TO WS-FIX-EOF
           PERFORM UNTIL WS-FIX-EOF = "Y"
               READ FIXTURES NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FIX-EOF
                   NOT AT END
                       IF FX-STATUS NOT = "O"
                               AND FX-PLAYED-DATE = CA-DATE(WS-PICK-IDX)
                           IF FX-PLAYER1 = CA-PLAYER1(WS-PICK-IDX)
                                   AND FX-PLAYER2
                                       = CA-PLAYER2(WS-PICK-IDX)
                               MOVE "N" TO WS-FIX-SWAPPED-SW
                               PERFORM REWRITE-LEAGUE-FIXTURE
                           ELSE
                               IF FX-PLAYER1 = CA-PLAYER2(WS-PICK-IDX)
                                       AND FX-PLAYER2
                                           = CA-PLAYER1(WS-PICK-IDX)
                                   MOVE "Y" TO WS-FIX-SWAPPED-SW
                                   PERFORM REWRITE-LEAGUE-FIXTURE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIXTURES
       ELSE
           IF WS-FIXTURES-STATUS NOT = "35"
               DISPLAY "FIXTURES.IDX open failed - status "
                   WS-FIXTURES-STATUS "; league table not updated."
           END-IF
       END-IF.

       REWRITE-LEAGUE-FIXTURE.
       MOVE WS-NEW-CODE TO FX-RESULT.
       IF WS-FIX-SWAPPED-SW = "Y"
           EVALUATE FX-RESULT
               WHEN "A"
                   MOVE "B" TO FX-RESULT
               WHEN "B"
                   MOVE "A" TO FX-RESULT
               WHEN "1"
                   MOVE "2" TO FX-RESULT
               WHEN "2"
                   MOVE "1" TO FX-RESULT
           END-EVALUATE
       END-IF.
       REWRITE FIXTURE-RECORD
           INVALID KEY
               DISPLAY "League fixture " FX-FIXTURE-ID
                   " could not be corrected - status "
                   WS-FIXTURES-STATUS "."
           NOT INVALID KEY
               DISPLAY "League fixture " FX-FIXTURE-ID
                   " corrected."
       END-REWRITE.
       MOVE "Y" TO WS-FIX-EOF.
       END PROGRAM JOKENCOR.
