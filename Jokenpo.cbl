      * Date: 16/02/2023
      * Purpose: Study
      * Tectonics: cobc
      * A station session starts with a sign-on against the operator
      * master OPERMST.IDX (scorekeeper, director or admin), logged on
      * SECLOG.DAT; only a director may key a DQ.
      * At start-up the station reads its own spool for a match whose
      * rounds were written but never closed by an "M" or "F" record
      * (a crash or power loss mid-match). The operator can resume it
      * - same players, event, ruleset and best-of, score rebuilt
      * from the spooled rounds, round numbers carrying on - or
      * abandon it with a reason, written as an "X" record to both
      * spools, before a new match starts.
      * A new match is played under an event set up on EVENTS.IDX
      * for today's date, or under the default (blank) event; an
      * event dated any other day is refused at the prompt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENPO.
           SELECT RULESET ASSIGN TO "RULESET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULESET-STATUS.
           SELECT EVENTS ASSIGN TO "EVENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EV-EVENT-ID
               FILE STATUS IS WS-EVENTS-STATUS.
      *    League fixtures (JOKENFIX); a closed match between two
      *    players with an open fixture marks the fixture played.
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
       FD  MHSPOOL.
           COPY AUDITREC.
       FD  RULESET.
           COPY RULEREC.
       FD  EVENTS.
           COPY EVENTREC.
       FD  FIXTURES.
           COPY FIXTREC.
       FD  OPERMST.
           COPY OPERREC.
       FD  SECLOG.
           COPY SECREC.
       WORKING-STORAGE SECTION.
      *    The match-history record is built here and carried to the
      *    station spool inside MS-HISTORY; JOKENMRG unwraps it into
       01 WS-PLAYER-STATUS    PIC X(1) VALUE SPACES.
       01 WS-AUDITLOG-STATUS  PIC X(2) VALUE "00".
       01 WS-AUDIT-SEQ-NO     PIC 9(4) VALUE 0.
       01 WS-TERMINAL-ID      PIC X(10) VALUE SPACES.
       01 WS-GAME-MODE        PIC X(1) VALUE "3".
       01 WS-RULE-COUNT       PIC 9(2) VALUE 0.
       01 WS-MATCH-END-TYPE   PIC X(1) VALUE SPACE.
       01 WS-MATCH-END-PLAYER PIC 9(1) VALUE 0.
       01 WS-MATCH-END-RESULT PIC X(30) VALUE SPACES.
       01 WS-EVENTS-STATUS    PIC X(2) VALUE "00".
       01 WS-EVENT-ID         PIC X(6) VALUE SPACES.
       01 WS-EVENT-FOUND-SW   PIC X(1) VALUE "N".
       01 WS-EVENT-RULESET    PIC X(1) VALUE SPACES.
       01 WS-EVENT-DATE       PIC 9(8) VALUE 0.
       01 WS-TODAY            PIC 9(8) VALUE 0.
       01 WS-FIXTURES-STATUS  PIC X(2) VALUE "00".
       01 WS-FIX-EOF          PIC X(1) VALUE "N".
       01 WS-FIX-SWAPPED-SW   PIC X(1) VALUE "N".
       01 WS-OPERMST-STATUS   PIC X(2) VALUE "00".
       01 WS-SECLOG-STATUS    PIC X(2) VALUE "00".
       01 WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01 WS-PIN-IN           PIC X(6) VALUE SPACES.
       01 WS-OPERATOR-ROLE    PIC X(1) VALUE SPACE.
       01 WS-SIGNED-ON-SW     PIC X(1) VALUE "N".
       01 WS-SIGNON-TRIES     PIC 9(1) VALUE 0.
       01 WS-ROLE-HITS        PIC 9(1) VALUE 0.
       01 WS-ALLOWED-ROLES    PIC X(3) VALUE "STA".
       01 WS-SEC-EVENT        PIC X(6) VALUE SPACES.
       01 WS-SEC-DETAIL       PIC X(30) VALUE SPACES.
       01 WS-SPOOL-EOF        PIC X(1) VALUE "N".
       01 WS-UNCLOSED-SW      PIC X(1) VALUE "N".
       01 WS-RESUMABLE-SW     PIC X(1) VALUE "N".
       01 WS-RESUME-SW        PIC X(1) VALUE "N".
       01 WS-RESUME-CHOICE    PIC X(1) VALUE SPACE.
       01 WS-UNC-PLAYER1      PIC X(10) VALUE SPACES.
       01 WS-UNC-PLAYER2      PIC X(10) VALUE SPACES.
       01 WS-UNC-EVENT-ID     PIC X(6) VALUE SPACES.
       01 WS-UNC-RULESET      PIC X(1) VALUE SPACE.
       01 WS-UNC-BEST-OF      PIC 9(2) VALUE 0.
       01 WS-UNC-DATE         PIC 9(8) VALUE 0.
       01 WS-UNC-TIME         PIC 9(6) VALUE 0.
       01 WS-UNC-ROUNDS       PIC 9(2) VALUE 0.
       01 WS-UNC-SCORE1       PIC 9(2) VALUE 0.
       01 WS-UNC-SCORE2       PIC 9(2) VALUE 0.
       01 WS-ABANDON-REASON   PIC X(30) VALUE SPACES.
       01 RULE-TABLE.
           05 RULE-ENTRY OCCURS 20 TIMES.
               10 RT-WINNER   PIC X(1).
               10 RT-LOSER    PIC X(1).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
       DISPLAY "Welcome to the game of Jokenpo!"
       PERFORM GET-OPERATOR-INFO.
       PERFORM CHECK-UNCLOSED-MATCH.

       OPEN EXTEND MHSPOOL.
       IF WS-MATCHHIST-STATUS = "35"
           OPEN OUTPUT MHSPOOL

       PERFORM OPEN-PLAYER-MASTER.

       IF WS-UNCLOSED-SW = "Y"
           PERFORM OFFER-RESUME
       END-IF.

       IF WS-RESUME-SW = "Y"
           PERFORM RESUME-MATCH
       ELSE
           PERFORM GET-EVENT-ID
           IF WS-EVENT-RULESET NOT = SPACE
               MOVE WS-EVENT-RULESET TO WS-GAME-MODE
               PERFORM LOAD-RULE-TABLE
               IF WS-RULE-COUNT = 0
                   DISPLAY "No ruleset '" WS-GAME-MODE "' on "
                       "RULESET.DAT for event '" WS-EVENT-ID "'."
                   PERFORM GET-GAME-MODE
               END-IF
           ELSE
               PERFORM GET-GAME-MODE
           END-IF
           PERFORM GET-PLAYER1
           PERFORM GET-PLAYER2
           PERFORM GET-BEST-OF
       END-IF

       PERFORM PLAY-ROUND UNTIL WS-MATCH-OVER-SW = "Y"

       ELSE
           PERFORM WRITE-MATCH-ENDING
       END-IF
       PERFORM MARK-LEAGUE-FIXTURE

       CLOSE MHSPOOL
       CLOSE ALSPOOL
       STOP RUN.

       GET-OPERATOR-INFO.
       DISPLAY "Terminal ID: "
       ACCEPT WS-TERMINAL-ID
       PERFORM SIGN-ON.

       SIGN-ON.
      *    Nothing runs until an operator on OPERMST.IDX (kept by
      *    JOKENOPR) signs on with the right PIN and a role allowed
      *    here - scorekeeper, director or admin. Three bad PINs in
      *    a row lock the operator out until an admin clears it,
      *    three failed tries end the session, and every attempt
      *    goes to SECLOG.DAT.
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
               MOVE "Role may not run JOKENPO" TO WS-SEC-DETAIL
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
       MOVE "JOKENPO"                 TO SL-PROGRAM.
       MOVE WS-TERMINAL-ID            TO SL-TERMINAL-ID.
       MOVE WS-SEC-EVENT              TO SL-EVENT.
       MOVE WS-SEC-DETAIL             TO SL-DETAIL.
       WRITE SECURITY-LOG-RECORD.
       CLOSE SECLOG.

       CHECK-UNCLOSED-MATCH.
      *    Read back this station's own spool before anything is
      *    appended to it. Rounds ("R") open a match; the "M", "F"
      *    or "X" record that ends it closes it again. A match still
      *    open at the end of the spool was cut off mid-play. A
      *    round between two other players means the match before
      *    it was never closed either - that one was left behind
      *    for good and the merge lists it; only the last one can
      *    be picked up again.
       MOVE "N" TO WS-UNCLOSED-SW.
       OPEN INPUT MHSPOOL.
       IF WS-MATCHHIST-STATUS = "00"
           MOVE "N" TO WS-SPOOL-EOF
           PERFORM UNTIL WS-SPOOL-EOF = "Y"
               READ MHSPOOL
                   AT END MOVE "Y" TO WS-SPOOL-EOF
                   NOT AT END PERFORM NOTE-SPOOLED-RECORD
               END-READ
           END-PERFORM
           CLOSE MHSPOOL
       END-IF.

       NOTE-SPOOLED-RECORD.
       MOVE MS-HISTORY TO MATCH-HISTORY-RECORD.
       IF MH-RECORD-TYPE = "R"
           IF WS-UNCLOSED-SW = "N"
                   OR MH-PLAYER1 NOT = WS-UNC-PLAYER1
                   OR MH-PLAYER2 NOT = WS-UNC-PLAYER2
               MOVE "Y"         TO WS-UNCLOSED-SW
               MOVE MH-PLAYER1  TO WS-UNC-PLAYER1
               MOVE MH-PLAYER2  TO WS-UNC-PLAYER2
               MOVE MH-EVENT-ID TO WS-UNC-EVENT-ID
               MOVE MH-DATE     TO WS-UNC-DATE
               MOVE MH-TIME     TO WS-UNC-TIME
               MOVE MS-RULESET  TO WS-UNC-RULESET
               IF MS-BEST-OF IS NUMERIC
                   MOVE MS-BEST-OF TO WS-UNC-BEST-OF
               ELSE
                   MOVE 0 TO WS-UNC-BEST-OF
               END-IF
               MOVE 0 TO WS-UNC-ROUNDS
               MOVE 0 TO WS-UNC-SCORE1
               MOVE 0 TO WS-UNC-SCORE2
           END-IF
           ADD 1 TO WS-UNC-ROUNDS
           EVALUATE MH-RESULT
               WHEN "Player1 Wins!"
                   ADD 1 TO WS-UNC-SCORE1
               WHEN "Player2 Wins!"
                   ADD 1 TO WS-UNC-SCORE2
           END-EVALUATE
       ELSE
           IF MH-RECORD-TYPE = "M" OR MH-RECORD-TYPE = "F"
                   OR MH-RECORD-TYPE = "X"
               MOVE "N" TO WS-UNCLOSED-SW
           END-IF
       END-IF.

       OFFER-RESUME.
      *    Spool records written before the ruleset and best-of were
      *    carried on the spool cannot be rebuilt - those matches
      *    can only be abandoned.
       DISPLAY "Unclosed match found on this station's spool:".
       DISPLAY "  " WS-UNC-PLAYER1 " vs " WS-UNC-PLAYER2
           " started " WS-UNC-DATE " " WS-UNC-TIME.
       DISPLAY "  Event '" WS-UNC-EVENT-ID "', ruleset '"
           WS-UNC-RULESET "', best of " WS-UNC-BEST-OF ", "
           WS-UNC-ROUNDS " round(s) played, score "
           WS-UNC-SCORE1 "-" WS-UNC-SCORE2.
       MOVE "N" TO WS-RESUMABLE-SW.
       IF WS-UNC-RULESET NOT = SPACE
               AND (WS-UNC-BEST-OF = 3 OR WS-UNC-BEST-OF = 5)
           MOVE WS-UNC-RULESET TO WS-GAME-MODE
           PERFORM LOAD-RULE-TABLE
           IF WS-RULE-COUNT > 0
               MOVE "Y" TO WS-RESUMABLE-SW
           ELSE
               DISPLAY "No ruleset '" WS-GAME-MODE "' on RULESET.DAT "
                   "- the match cannot be resumed."
           END-IF
       ELSE
           DISPLAY "The spool does not say which ruleset and best-of "
               "were played - the match cannot be resumed."
       END-IF.
       MOVE "N" TO WS-VALID-CHOICE-SW.
       PERFORM UNTIL WS-VALID-CHOICE-SW = "Y"
           IF WS-RESUMABLE-SW = "Y"
               DISPLAY "(R)esume the match or (A)bandon it: "
           ELSE
               DISPLAY "(A)bandon the match: "
           END-IF
           MOVE SPACE TO WS-RESUME-CHOICE
           ACCEPT WS-RESUME-CHOICE
           EVALUATE TRUE
               WHEN (WS-RESUME-CHOICE = "R" OR WS-RESUME-CHOICE = "r")
                       AND WS-RESUMABLE-SW = "Y"
                   MOVE "Y" TO WS-RESUME-SW
                   MOVE "Y" TO WS-VALID-CHOICE-SW
               WHEN WS-RESUME-CHOICE = "A" OR WS-RESUME-CHOICE = "a"
                   PERFORM ABANDON-MATCH
                   MOVE "Y" TO WS-VALID-CHOICE-SW
               WHEN OTHER
                   DISPLAY "Invalid entry."
           END-EVALUATE
       END-PERFORM.

       RESUME-MATCH.
      *    Same players, event, ruleset (already loaded by
      *    OFFER-RESUME) and best-of; the score and round number
      *    carry on from the spooled rounds. A match that had
      *    already been won when the station died goes straight to
      *    its summary.
       MOVE WS-UNC-PLAYER1  TO PLAYER1.
       PERFORM LOOKUP-PLAYER1.
       MOVE WS-UNC-PLAYER2  TO PLAYER2.
       PERFORM LOOKUP-PLAYER2.
       MOVE WS-UNC-EVENT-ID TO WS-EVENT-ID.
       MOVE WS-UNC-BEST-OF  TO WS-BEST-OF.
       COMPUTE WS-MAJORITY = (WS-BEST-OF / 2) + 1.
       MOVE WS-UNC-SCORE1   TO SCORE1.
       MOVE WS-UNC-SCORE2   TO SCORE2.
       MOVE WS-UNC-ROUNDS   TO WS-ROUND-NO.
       DISPLAY "Resuming: " PLAYER1-NAME " vs " PLAYER2-NAME
           ", score " SCORE1 "-" SCORE2.
       IF SCORE1 >= WS-MAJORITY OR SCORE2 >= WS-MAJORITY
           MOVE "Y" TO WS-MATCH-OVER-SW
       END-IF.

       ABANDON-MATCH.
      *    The "X" record closes the match on both spools so the
      *    merge, the audit check and a later restart all see it as
      *    finished; the rounds already played stay on file.
       MOVE SPACES TO WS-ABANDON-REASON.
       PERFORM UNTIL WS-ABANDON-REASON NOT = SPACES
           DISPLAY "Reason for abandoning (up to 30 characters): "
           ACCEPT WS-ABANDON-REASON
       END-PERFORM.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       ADD 1 TO WS-SEQ-NO.
       MOVE WS-CURRENT-DATE-TIME(1:8) TO MH-DATE.
       MOVE WS-CURRENT-DATE-TIME(9:6) TO MH-TIME.
       MOVE WS-SEQ-NO                 TO MH-SEQ-NO.
       MOVE "X"                 TO MH-RECORD-TYPE.
       MOVE WS-UNC-EVENT-ID     TO MH-EVENT-ID.
       MOVE WS-UNC-PLAYER1      TO MH-PLAYER1.
       MOVE WS-UNC-PLAYER2      TO MH-PLAYER2.
       MOVE SPACES              TO MH-CHOICE1.
       MOVE SPACES              TO MH-CHOICE2.
       MOVE WS-ABANDON-REASON   TO MH-RESULT.
       MOVE WS-TERMINAL-ID        TO MS-TERMINAL.
       MOVE MATCH-HISTORY-RECORD  TO MS-HISTORY.
       MOVE WS-UNC-RULESET        TO MS-RULESET.
       MOVE WS-UNC-BEST-OF        TO MS-BEST-OF.
       WRITE MATCH-SPOOL-RECORD.
       ADD 1 TO WS-AUDIT-SEQ-NO.
       MOVE WS-CURRENT-DATE-TIME(1:8) TO AL-DATE.
       MOVE WS-CURRENT-DATE-TIME(9:6) TO AL-TIME.
       MOVE WS-AUDIT-SEQ-NO           TO AL-SEQ-NO.
       MOVE WS-OPERATOR-ID      TO AL-OPERATOR-ID.
       MOVE WS-TERMINAL-ID      TO AL-TERMINAL-ID.
       MOVE WS-UNC-PLAYER1      TO AL-PLAYER1.
       MOVE WS-UNC-PLAYER2      TO AL-PLAYER2.
       MOVE SPACES              TO AL-CHOICE1.
       MOVE SPACES              TO AL-CHOICE2.
       MOVE WS-ABANDON-REASON   TO AL-RESULT.
       WRITE AUDIT-LOG-RECORD.
       DISPLAY "Match abandoned - starting a new match.".

       GET-EVENT-ID.
      *    The event the match is played under (EVENTS.IDX, kept by
      *    JOKENEVT). Blank is the default event; an event set up
      *    with a ruleset plays that ruleset without asking. Any
      *    other event must be set up for today's date.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
       MOVE "N" TO WS-EVENT-FOUND-SW.
       PERFORM UNTIL WS-EVENT-FOUND-SW = "Y"
           DISPLAY "Event ID (blank = default event): "
           MOVE SPACES TO WS-EVENT-ID
           ACCEPT WS-EVENT-ID
           IF WS-EVENT-ID = SPACES
               MOVE "Y" TO WS-EVENT-FOUND-SW
               MOVE SPACE TO WS-EVENT-RULESET
           ELSE
               PERFORM READ-EVENT
               IF WS-EVENT-FOUND-SW = "N"
                   DISPLAY "Unknown event ID '" WS-EVENT-ID "'."
               ELSE
                   IF WS-EVENT-DATE NOT = WS-TODAY
                       DISPLAY "Event '" WS-EVENT-ID "' is set up "
                           "for " WS-EVENT-DATE ", not "
                           WS-TODAY "."
                       MOVE "N" TO WS-EVENT-FOUND-SW
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

       READ-EVENT.
       MOVE "N" TO WS-EVENT-FOUND-SW.
       MOVE SPACE TO WS-EVENT-RULESET.
       MOVE 0 TO WS-EVENT-DATE.
       OPEN INPUT EVENTS.
       IF WS-EVENTS-STATUS = "00"
           MOVE WS-EVENT-ID TO EV-EVENT-ID
           READ EVENTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EVENT-FOUND-SW
                   MOVE EV-RULESET TO WS-EVENT-RULESET
                   MOVE EV-DATE TO WS-EVENT-DATE
                   DISPLAY "Event " EV-EVENT-ID " - " EV-VENUE
                       " - " EV-DATE
           END-READ
           CLOSE EVENTS
       END-IF.

       GET-GAME-MODE.
       MOVE "N" TO WS-VALID-CHOICE-SW.
           IF WS-PAIR-FOUND-SW = "Y"
               MOVE "Y" TO WS-VALID-CHOICE-SW
           ELSE
               IF CHOICE1 = "D" AND WS-OPERATOR-ROLE NOT = "T"
                   PERFORM REFUSE-DQ
               ELSE
                   IF CHOICE1 = "F" OR CHOICE1 = "D"
                       MOVE CHOICE1 TO WS-MATCH-END-TYPE
                       MOVE 1 TO WS-MATCH-END-PLAYER
                       MOVE "Y" TO WS-VALID-CHOICE-SW
                   ELSE
                       DISPLAY "Invalid choice '" CHOICE1 "'."
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
           IF WS-PAIR-FOUND-SW = "Y"
               MOVE "Y" TO WS-VALID-CHOICE-SW
           ELSE
               IF CHOICE2 = "D" AND WS-OPERATOR-ROLE NOT = "T"
                   PERFORM REFUSE-DQ
               ELSE
                   IF CHOICE2 = "F" OR CHOICE2 = "D"
                       MOVE CHOICE2 TO WS-MATCH-END-TYPE
                       MOVE 2 TO WS-MATCH-END-PLAYER
                       MOVE "Y" TO WS-VALID-CHOICE-SW
                   ELSE
                       DISPLAY "Invalid choice '" CHOICE2 "'."
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

       REFUSE-DQ.
      *    A disqualification voids the match, so it is the
      *    director's call; anyone else keying D is refused and the
      *    attempt is logged.
       DISPLAY "Only a tournament director may key a DQ.".
       MOVE "DENIED" TO WS-SEC-EVENT.
       MOVE "DQ keyed - not a director" TO WS-SEC-DETAIL.
       PERFORM WRITE-SECURITY-LOG.

       IS-VALID-CHOICE-FOR-MODE.
      *    A choice is valid for the active ruleset if it appears as
      *    a winner or loser somewhere in RULE-TABLE.
       MOVE WS-CURRENT-DATE-TIME(9:6)  TO MH-TIME.
       MOVE WS-SEQ-NO                 TO MH-SEQ-NO.
       MOVE "R"             TO MH-RECORD-TYPE.
       MOVE WS-EVENT-ID     TO MH-EVENT-ID.
       MOVE PLAYER1         TO MH-PLAYER1.
       MOVE PLAYER2         TO MH-PLAYER2.
       MOVE CHOICE1         TO MH-CHOICE1.
       MOVE RESULT          TO MH-RESULT.
       MOVE WS-TERMINAL-ID        TO MS-TERMINAL.
       MOVE MATCH-HISTORY-RECORD  TO MS-HISTORY.
       MOVE WS-GAME-MODE          TO MS-RULESET.
       MOVE WS-BEST-OF            TO MS-BEST-OF.
       WRITE MATCH-SPOOL-RECORD.

       WRITE-AUDIT-LOG.
       MOVE WS-CURRENT-DATE-TIME(9:6)  TO MH-TIME.
       MOVE WS-SEQ-NO                 TO MH-SEQ-NO.
       MOVE "M"             TO MH-RECORD-TYPE.
       MOVE WS-EVENT-ID     TO MH-EVENT-ID.
       MOVE PLAYER1         TO MH-PLAYER1.
       MOVE PLAYER2         TO MH-PLAYER2.
       MOVE SPACES          TO MH-CHOICE1.
       MOVE WS-MATCH-WINNER TO MH-RESULT.
       MOVE WS-TERMINAL-ID        TO MS-TERMINAL.
       MOVE MATCH-HISTORY-RECORD  TO MS-HISTORY.
       MOVE WS-GAME-MODE          TO MS-RULESET.
       MOVE WS-BEST-OF            TO MS-BEST-OF.
       WRITE MATCH-SPOOL-RECORD.

       WRITE-MATCH-ENDING.
       MOVE WS-CURRENT-DATE-TIME(9:6) TO MH-TIME.
       MOVE WS-SEQ-NO                 TO MH-SEQ-NO.
       MOVE "F"                 TO MH-RECORD-TYPE.
       MOVE WS-EVENT-ID     TO MH-EVENT-ID.
       MOVE PLAYER1             TO MH-PLAYER1.
       MOVE PLAYER2             TO MH-PLAYER2.
       MOVE SPACES              TO MH-CHOICE1.
       MOVE WS-MATCH-END-RESULT TO MH-RESULT.
       MOVE WS-TERMINAL-ID        TO MS-TERMINAL.
       MOVE MATCH-HISTORY-RECORD  TO MS-HISTORY.
       MOVE WS-GAME-MODE          TO MS-RULESET.
       MOVE WS-BEST-OF            TO MS-BEST-OF.
       WRITE MATCH-SPOOL-RECORD.
       ADD 1 TO WS-AUDIT-SEQ-NO.
       MOVE WS-CURRENT-DATE-TIME(1:8) TO AL-DATE.
       MOVE SPACES              TO AL-CHOICE2.
       MOVE WS-MATCH-END-RESULT TO AL-RESULT.
       WRITE AUDIT-LOG-RECORD.

       MARK-LEAGUE-FIXTURE.
      *    No FIXTURES.IDX means no league is running - nothing to
      *    mark. Otherwise the first open fixture between the two
      *    players (either way round) is closed with the match
      *    result, read against the fixture's own Player1/Player2.
       OPEN I-O FIXTURES.
       IF WS-FIXTURES-STATUS = "00"
           MOVE "N" TO WS-FIX-EOF
           PERFORM UNTIL WS-FIX-EOF = "Y"
               READ FIXTURES NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FIX-EOF
                   NOT AT END
                       IF FX-STATUS = "O"
                           IF FX-PLAYER1 = PLAYER1
                                   AND FX-PLAYER2 = PLAYER2
                               MOVE "N" TO WS-FIX-SWAPPED-SW
                               PERFORM CLOSE-LEAGUE-FIXTURE
                           ELSE
                               IF FX-PLAYER1 = PLAYER2
                                       AND FX-PLAYER2 = PLAYER1
                                   MOVE "Y" TO WS-FIX-SWAPPED-SW
                                   PERFORM CLOSE-LEAGUE-FIXTURE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIXTURES
       END-IF.

       CLOSE-LEAGUE-FIXTURE.
       EVALUATE TRUE
           WHEN WS-MATCH-END-TYPE = "D"
               MOVE "V" TO FX-RESULT
           WHEN WS-MATCH-END-TYPE = "F" AND WS-MATCH-END-PLAYER = 1
               MOVE "A" TO FX-RESULT
           WHEN WS-MATCH-END-TYPE = "F"
               MOVE "B" TO FX-RESULT
           WHEN WS-MATCH-WINNER = "Player1 Wins!"
               MOVE "1" TO FX-RESULT
           WHEN OTHER
               MOVE "2" TO FX-RESULT
       END-EVALUATE.
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
       MOVE "P"     TO FX-STATUS.
       MOVE MH-DATE TO FX-PLAYED-DATE.
       REWRITE FIXTURE-RECORD
           INVALID KEY
               DISPLAY "League fixture " FX-FIXTURE-ID
                   " could not be marked played."
           NOT INVALID KEY
               DISPLAY "League fixture " FX-FIXTURE-ID
                   " marked played."
       END-REWRITE.
       MOVE "Y" TO WS-FIX-EOF.
       END PROGRAM JOKENPO.
