      * night's check-ins against who actually played. Unknown and
      * retired IDs are recorded too - a walk-in who is not on the
      * player master is exactly what the no-show report needs to
      * surface - but the desk is warned as they are keyed. The desk
      * keys the event after the night's date (EVENTS.IDX, blank =
      * the default event) and every check-in carries it, so two
      * events on one date are counted apart. The desk signs on
      * against OPERMST.IDX before the first check-in (any role),
      * logged on SECLOG.DAT. Players who booked on the website
      * (PREREG.DAT, loaded by JOKENWEB) are shown as they check in:
      * pre-paid means nothing to collect, otherwise the desk is told
      * to take the gate fee - the event's entry fee from EVENTS.IDX,
      * else the "G" rule on PAYRULES.DAT, the same fee JOKENPAY
      * counts into the gate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENCKI.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PLAYERMST-STATUS.
           SELECT EVENTS ASSIGN TO "EVENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EV-EVENT-ID
               FILE STATUS IS WS-EVENTS-STATUS.
           SELECT OPERMST ASSIGN TO "OPERMST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERMST-STATUS.
           SELECT SECLOG ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
           SELECT PREREG ASSIGN TO "PREREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREREG-STATUS.
           SELECT PAYRULES ASSIGN TO "PAYRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYRULES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECKINS.
           COPY CHKINREC.
       FD  PLAYERMST.
           COPY PLAYERREC.
       FD  EVENTS.
           COPY EVENTREC.
       FD  OPERMST.
           COPY OPERREC.
       FD  SECLOG.
           COPY SECREC.
       FD  PREREG.
           COPY PRERREC.
       FD  PAYRULES.
           COPY PAYRREC.
       WORKING-STORAGE SECTION.
       01 WS-CHECKINS-STATUS  PIC X(2) VALUE "00".
       01 WS-PLAYERMST-STATUS PIC X(2) VALUE "00".
       01 WS-SEEN-COUNT       PIC 9(4) VALUE 0.
       01 WS-SEEN-IDX         PIC 9(4) VALUE 0.
       01 WS-SEEN-SW          PIC X(1) VALUE "N".
       01 WS-EVENTS-STATUS    PIC X(2) VALUE "00".
       01 WS-EVENT-ID         PIC X(6) VALUE SPACES.
       01 WS-EVENT-FOUND-SW   PIC X(1) VALUE "N".
       01 WS-EVENT-DATE       PIC 9(8) VALUE 0.
       01 WS-OPERMST-STATUS   PIC X(2) VALUE "00".
       01 WS-SECLOG-STATUS    PIC X(2) VALUE "00".
       01 WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01 WS-PIN-IN           PIC X(6) VALUE SPACES.
       01 WS-OPERATOR-ROLE    PIC X(1) VALUE SPACE.
       01 WS-SIGNED-ON-SW     PIC X(1) VALUE "N".
       01 WS-SIGNON-TRIES     PIC 9(1) VALUE 0.
       01 WS-ROLE-HITS        PIC 9(1) VALUE 0.
       01 WS-ALLOWED-ROLES    PIC X(4) VALUE "DSTA".
       01 WS-SEC-EVENT        PIC X(6) VALUE SPACES.
       01 WS-SEC-DETAIL       PIC X(30) VALUE SPACES.
       01 WS-PREREG-STATUS    PIC X(2) VALUE "00".
       01 WS-PAYRULES-STATUS  PIC X(2) VALUE "00".
       01 WS-EVENT-FEE        PIC 9(3)V99 VALUE 0.
       01 WS-GATE-FEE         PIC 9(3)V99 VALUE 0.
       01 WS-FEE-DISP         PIC ZZ9.99.
       01 WS-PRE-COUNT        PIC 9(4) VALUE 0.
       01 WS-PRE-IDX          PIC 9(4) VALUE 0.
       01 WS-PRE-STATUS       PIC X(1) VALUE SPACE.
       01 WS-LIST-EOF         PIC X(1) VALUE "N".
       01 SEEN-CHECKIN-TABLE.
           05 SC-ENTRY OCCURS 500 TIMES PIC X(10).
      *    Tonight's website bookings for this event, from PREREG.DAT.
       01 PRE-REGISTRATION-TABLE.
           05 PR-ENTRY OCCURS 500 TIMES.
               10 PR-PLAYER-ID    PIC X(10).
               10 PR-FEE-STATUS   PIC X(1).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
       DISPLAY "Front-desk check-in.".
       PERFORM SIGN-ON.
       PERFORM OPEN-PLAYER-MASTER.

       DISPLAY "Night date (YYYYMMDD, blank = today): ".
       ACCEPT WS-NIGHT-DATE-IN.
       IF WS-NIGHT-DATE-IN IS NUMERIC
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-NIGHT-DATE
       END-IF.
       PERFORM GET-EVENT-ID.
       DISPLAY "Checking players in for " WS-NIGHT-DATE
           " event '" WS-EVENT-ID "'.".

       PERFORM LOAD-PRIOR-CHECKINS.
       PERFORM LOAD-GATE-FEE.
       PERFORM LOAD-PRE-REGISTRATIONS.

       OPEN EXTEND CHECKINS.
       IF WS-CHECKINS-STATUS = "35"
           WS-NIGHT-DATE ".".
       STOP RUN.

       SIGN-ON.
      *    Nothing runs until an operator on OPERMST.IDX (kept by
      *    JOKENOPR) signs on with the right PIN and a role allowed
      *    here - any role. Three bad PINs in a row lock the
      *    operator out until an admin clears it, three failed tries
      *    end the session, and every attempt goes to SECLOG.DAT.
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
               MOVE "Role may not run JOKENCKI" TO WS-SEC-DETAIL
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
       MOVE "JOKENCKI"                TO SL-PROGRAM.
       MOVE SPACES                    TO SL-TERMINAL-ID.
       MOVE WS-SEC-EVENT              TO SL-EVENT.
       MOVE WS-SEC-DETAIL             TO SL-DETAIL.
       WRITE SECURITY-LOG-RECORD.
       CLOSE SECLOG.

       TAKE-CHECKIN.
       DISPLAY "Player ID (blank = done): ".
       MOVE SPACES TO WS-ENTRY-ID.
                   AT END MOVE "Y" TO WS-DONE-SW
                   NOT AT END
                       IF CI-DATE = WS-NIGHT-DATE
                               AND CI-EVENT-ID = WS-EVENT-ID
                               AND WS-SEEN-COUNT < 500
                           ADD 1 TO WS-SEEN-COUNT
                           MOVE CI-PLAYER-ID
               DISPLAY "Checked in: " WS-FOUND-NAME
           END-IF
       END-IF.
       PERFORM SHOW-PRE-REGISTRATION.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE WS-NIGHT-DATE TO CI-DATE.
       MOVE WS-ENTRY-ID   TO CI-PLAYER-ID.
       MOVE WS-CURRENT-DATE-TIME(9:6) TO CI-TIME.
       MOVE WS-EVENT-ID   TO CI-EVENT-ID.
       WRITE CHECKIN-RECORD.
       ADD 1 TO WS-CHECKINS-WRITTEN.
       IF WS-SEEN-COUNT < 500
           MOVE WS-ENTRY-ID TO SC-ENTRY(WS-SEEN-COUNT)
       END-IF.

       SHOW-PRE-REGISTRATION.
       MOVE SPACE TO WS-PRE-STATUS.
       PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
               UNTIL WS-PRE-IDX > WS-PRE-COUNT
           IF PR-PLAYER-ID(WS-PRE-IDX) = WS-ENTRY-ID
               MOVE PR-FEE-STATUS(WS-PRE-IDX) TO WS-PRE-STATUS
           END-IF
       END-PERFORM.
       MOVE WS-GATE-FEE TO WS-FEE-DISP.
       EVALUATE WS-PRE-STATUS
           WHEN "P"
               DISPLAY "Pre-registered on the website, pre-paid - "
                   "nothing to collect."
           WHEN "D"
               DISPLAY "Pre-registered on the website, pay at door - "
                   "collect gate fee " WS-FEE-DISP "."
           WHEN OTHER
               DISPLAY "Not pre-registered - collect gate fee "
                   WS-FEE-DISP "."
       END-EVALUATE.

       LOAD-PRE-REGISTRATIONS.
       OPEN INPUT PREREG.
       IF WS-PREREG-STATUS NOT = "35"
           MOVE "N" TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ PREREG
                   AT END MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       IF PE-NIGHT-DATE = WS-NIGHT-DATE
                               AND PE-EVENT-ID = WS-EVENT-ID
                               AND WS-PRE-COUNT < 500
                           ADD 1 TO WS-PRE-COUNT
                           MOVE PE-PLAYER-ID
                               TO PR-PLAYER-ID(WS-PRE-COUNT)
                           MOVE PE-FEE-STATUS
                               TO PR-FEE-STATUS(WS-PRE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREREG
       END-IF.
       DISPLAY WS-PRE-COUNT " player(s) pre-registered on the website "
           "for tonight.".

       LOAD-GATE-FEE.
      *    Same fee JOKENPAY counts into the gate: the event's own
      *    entry fee when it has one, else the "G" rule.
       MOVE 0 TO WS-GATE-FEE.
       OPEN INPUT PAYRULES.
       IF WS-PAYRULES-STATUS NOT = "35"
           MOVE "N" TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ PAYRULES
                   AT END MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       IF PY-RULE-TYPE = "G"
                           MOVE PY-AMOUNT TO WS-GATE-FEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYRULES
       END-IF.
       IF WS-EVENT-FEE > 0
           MOVE WS-EVENT-FEE TO WS-GATE-FEE
       END-IF.

       GET-EVENT-ID.
      *    Blank is the default event; anything else must be set up
      *    on EVENTS.IDX for this night's date.
       MOVE "N" TO WS-EVENT-FOUND-SW.
       PERFORM UNTIL WS-EVENT-FOUND-SW = "Y"
           DISPLAY "Event ID (blank = default event): "
           MOVE SPACES TO WS-EVENT-ID
           MOVE 0 TO WS-EVENT-FEE
           ACCEPT WS-EVENT-ID
           IF WS-EVENT-ID = SPACES
               MOVE "Y" TO WS-EVENT-FOUND-SW
           ELSE
               PERFORM READ-EVENT
               IF WS-EVENT-FOUND-SW = "N"
                   DISPLAY "Unknown event ID '" WS-EVENT-ID "'."
               ELSE
                   IF WS-EVENT-DATE NOT = WS-NIGHT-DATE
                       DISPLAY "Event '" WS-EVENT-ID "' is set up "
                           "for " WS-EVENT-DATE ", not "
                           WS-NIGHT-DATE "."
                       MOVE "N" TO WS-EVENT-FOUND-SW
                       MOVE 0 TO WS-EVENT-FEE
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

       READ-EVENT.
       MOVE "N" TO WS-EVENT-FOUND-SW.
       MOVE 0 TO WS-EVENT-FEE.
       OPEN INPUT EVENTS.
       IF WS-EVENTS-STATUS = "00"
           MOVE WS-EVENT-ID TO EV-EVENT-ID
           READ EVENTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EVENT-FOUND-SW
                   MOVE EV-DATE TO WS-EVENT-DATE
                   MOVE EV-ENTRY-FEE TO WS-EVENT-FEE
           END-READ
           CLOSE EVENTS
       END-IF.

       OPEN-PLAYER-MASTER.
      *    The indexed master stays open for the whole session and
      *    FIND-PLAYER reads it by PM-PLAYER-ID - no preload table,
