      * the pool equally; odd cents left by the split go to the
      * earlier rank. A "Champion!" record on BATCHRES.DAT dated the
      * night earns the bonus percentage as its own cash-sheet line.
      * A night is paid per event (blank = the default event): only
      * that event's check-ins make the gate and only its champion
      * earns the bonus, standings selected for another event are
      * refused, and an entry fee set on the event replaces the
      * PAYRULES.DAT gate fee.
      * A player JOKENINT has flagged for the night (an "H" hold on
      * INTFLAGS.DAT whose period covers it) still gets a payout line,
      * noted "HELD - INTEGRITY"; the desk does not pay it and the
      * cash sheet totals it apart until the director clears the
      * hold in JOKENINT and this job is rerun.
      * The run starts with a sign-on (desk, director or admin) and
      * files every payout line of the night on the permanent
      * payment register PAYREG.DAT (copybook PREGREC), as unclaimed
      * (or held) under the signed-on operator. A rerun replaces the
      * night's lines instead of adding them twice; a line already
      * marked paid stays paid when the player and amount are
      * unchanged, and a paid line that drops out is displayed for
      * the desk to settle. The register is rebuilt through
      * PAYREG.NEW so it stays in night order.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENPAY.
           SELECT CASHSHT ASSIGN TO "CASHSHT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHSHT-STATUS.
           SELECT PAYREG ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYREG-STATUS.
           SELECT PAYREGN ASSIGN TO "PAYREG.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYREGN-STATUS.
           SELECT INTFLAGS ASSIGN TO "INTFLAGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTFLAGS-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  STANDINGS.
           COPY PAYOREC.
       FD  CASHSHT.
       01  CASH-SHEET-LINE        PIC X(90).
       FD  PAYREG.
           COPY PREGREC.
       FD  PAYREGN.
       01  PAYREG-NEW-RECORD      PIC X(107).
       FD  INTFLAGS.
           COPY INTFLREC.
       FD  EVENTS.
           COPY EVENTREC.
       FD  OPERMST.
           COPY OPERREC.
       FD  SECLOG.
           COPY SECREC.
       WORKING-STORAGE SECTION.
       01 WS-STANDINGS-STATUS PIC X(2) VALUE "00".
       01 WS-PAYRULES-STATUS  PIC X(2) VALUE "00".
       01 WS-BATCHRES-STATUS  PIC X(2) VALUE "00".
       01 WS-PAYOUTS-STATUS   PIC X(2) VALUE "00".
       01 WS-CASHSHT-STATUS   PIC X(2) VALUE "00".
       01 WS-INTFLAGS-STATUS  PIC X(2) VALUE "00".
       01 WS-PAYREG-STATUS    PIC X(2) VALUE "00".
       01 WS-PAYREGN-STATUS   PIC X(2) VALUE "00".
       01 WS-OPERMST-STATUS   PIC X(2) VALUE "00".
       01 WS-SECLOG-STATUS    PIC X(2) VALUE "00".
       01 WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01 WS-PIN-IN           PIC X(6) VALUE SPACES.
       01 WS-OPERATOR-ROLE    PIC X(1) VALUE SPACE.
       01 WS-SIGNED-ON-SW     PIC X(1) VALUE "N".
       01 WS-SIGNON-TRIES     PIC 9(1) VALUE 0.
       01 WS-ROLE-HITS        PIC 9(1) VALUE 0.
       01 WS-ALLOWED-ROLES    PIC X(3) VALUE "DTA".
       01 WS-SEC-EVENT        PIC X(6) VALUE SPACES.
       01 WS-SEC-DETAIL       PIC X(30) VALUE SPACES.
       01 WS-EVENTS-STATUS    PIC X(2) VALUE "00".
       01 WS-EVENT-ID         PIC X(6) VALUE SPACES.
       01 WS-EVENT-FOUND-SW   PIC X(1) VALUE "N".
       01 WS-EVENT-DATE       PIC 9(8) VALUE 0.
       01 WS-EVENT-FORMAT     PIC X(1) VALUE SPACE.
       01 WS-EVENT-RULESET    PIC X(1) VALUE SPACE.
       01 WS-EVENT-FEE        PIC 9(3)V99 VALUE 0.
       01 WS-EOF              PIC X(1) VALUE "N".
       01 WS-RULES-EOF        PIC X(1) VALUE "N".
       01 WS-CKI-EOF          PIC X(1) VALUE "N".
       01 WS-PAY-AMT          PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-PAID       PIC 9(7)V99 VALUE 0.
       01 WS-PAYOUTS-WRITTEN  PIC 9(3) VALUE 0.
       01 WS-TOTAL-HELD       PIC 9(7)V99 VALUE 0.
       01 WS-PAYOUTS-HELD     PIC 9(3) VALUE 0.
       01 WS-HOLD-EOF         PIC X(1) VALUE "N".
       01 WS-HOLD-COUNT       PIC 9(3) VALUE 0.
       01 WS-HOLD-IDX         PIC 9(3) VALUE 0.
       01 WS-HELD-SW          PIC X(1) VALUE "N".
       01 WS-CHECK-ID         PIC X(10) VALUE SPACES.
       01 WS-REG-EOF          PIC X(1) VALUE "N".
       01 WS-PO-EOF           PIC X(1) VALUE "N".
       01 WS-INSERTED-SW      PIC X(1) VALUE "N".
       01 WS-CARRIED-SW       PIC X(1) VALUE "N".
       01 WS-REG-HOLD         PIC X(107) VALUE SPACES.
       01 WS-TODAY            PIC 9(8) VALUE 0.
       01 WS-LINE-NO          PIC 9(3) VALUE 0.
       01 WS-REG-CARRIED      PIC 9(3) VALUE 0.
       01 WS-OLD-COUNT        PIC 9(3) VALUE 0.
       01 WS-OLD-IDX          PIC 9(3) VALUE 0.
       01 WS-COMMAND          PIC X(120) VALUE SPACES.
       01 WS-CHAMPION-ID      PIC X(10) VALUE SPACES.
       01 WS-CHAMPION-NAME    PIC X(20) VALUE SPACES.
       01 WS-NOTE             PIC X(20) VALUE SPACES.
               10 STB-PLAYER-ID   PIC X(10).
               10 STB-PLAYER-NAME PIC X(20).
               10 STB-MWINS       PIC 9(4).
      *    Players on an uncleared integrity hold covering the night.
       01 HOLD-TABLE.
           05 HLD-PLAYER-ID OCCURS 200 TIMES PIC X(10).
      *    The night's lines already on the register before a rerun,
      *    kept to carry a paid status over to the new lines.
       01 OLD-LINE-TABLE.
           05 OL-ENTRY OCCURS 200 TIMES.
               10 OL-PLAYER-ID    PIC X(10).
               10 OL-AMOUNT       PIC 9(6)V99.
               10 OL-STATUS       PIC X(1).
               10 OL-STATUS-DATE  PIC 9(8).
               10 OL-STATUS-BY    PIC X(10).
               10 OL-USED-SW      PIC X(1).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
       DISPLAY "Prize payout calculation.".
       PERFORM SIGN-ON.
       DISPLAY "Night date (YYYYMMDD, blank = today): ".
       ACCEPT WS-NIGHT-DATE-IN.
       IF WS-NIGHT-DATE-IN IS NUMERIC
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-NIGHT-DATE
       END-IF.
       PERFORM GET-EVENT-ID.
       DISPLAY "Paying out night " WS-NIGHT-DATE
           " event '" WS-EVENT-ID "'.".

       PERFORM LOAD-PAYOUT-RULES.
       PERFORM COUNT-NIGHT-GATE.
       PERFORM LOAD-STANDINGS.
       PERFORM FIND-NIGHT-CHAMPION.
       PERFORM LOAD-INTEGRITY-HOLDS.

       COMPUTE WS-GATE-TOTAL = WS-GATE-COUNT * WS-GATE-FEE.


       CLOSE PAYOUTS.
       CLOSE CASHSHT.
       PERFORM UPDATE-PAYMENT-REGISTER.

       DISPLAY "Payouts written: " WS-PAYOUTS-WRITTEN
           ", total paid: " WS-TOTAL-PAID
           " - cash sheet on CASHSHT.RPT.".
       IF WS-PAYOUTS-HELD > 0
           DISPLAY WS-PAYOUTS-HELD " payout(s) held for integrity "
               "review, total " WS-TOTAL-HELD "."
       END-IF.
       STOP RUN.

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

       LOAD-PAYOUT-RULES.
       OPEN INPUT PAYRULES.
       IF WS-PAYRULES-STATUS = "35"
           END-READ
       END-PERFORM.
       CLOSE PAYRULES.
       IF WS-EVENT-FEE > 0
           MOVE WS-EVENT-FEE TO WS-GATE-FEE
       END-IF.
       IF WS-GATE-FEE = 0
           DISPLAY "PAYRULES.DAT has no 'G' gate-fee rule - the "
               "gate (and every payout) would be zero."
           WHEN "B"
               MOVE PY-AMOUNT TO WS-BONUS-PCT
               MOVE "Y" TO WS-HAVE-BONUS-SW
           WHEN "T"
               CONTINUE
           WHEN OTHER
               DISPLAY "PAYRULES.DAT rule type '" PY-RULE-TYPE
                   "' unknown - rule ignored."
                   AT END MOVE "Y" TO WS-CKI-EOF
                   NOT AT END
                       IF CI-DATE = WS-NIGHT-DATE
                               AND CI-EVENT-ID = WS-EVENT-ID
                           ADD 1 TO WS-GATE-COUNT
                       END-IF
               END-READ
       END-IF.

       ADD-STANDING-TO-TABLE.
       IF ST-EVENT-ID NOT = WS-EVENT-ID
           DISPLAY "STANDINGS.DAT was selected for event '"
               ST-EVENT-ID "', not '" WS-EVENT-ID "' - rerun "
               "JOKENREP for this event first."
           CLOSE STANDINGS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF WS-STAND-COUNT >= 100
           DISPLAY "STANDINGS.DAT has more than 100 records - "
               "STANDINGS-TABLE is full."
                   NOT AT END
                       IF BR-RESULT = "Champion!"
                               AND BR-DATE = WS-NIGHT-DATE
                               AND BR-EVENT-ID = WS-EVENT-ID
                           MOVE BR-PLAYER1 TO WS-CHAMPION-ID
                       END-IF
               END-READ
           END-PERFORM
       END-IF.

       LOAD-INTEGRITY-HOLDS.
       OPEN INPUT INTFLAGS.
       IF WS-INTFLAGS-STATUS NOT = "35"
           PERFORM UNTIL WS-HOLD-EOF = "Y"
               READ INTFLAGS
                   AT END MOVE "Y" TO WS-HOLD-EOF
                   NOT AT END
                       IF FG-STATUS = "H"
                               AND FG-FROM-DATE <= WS-NIGHT-DATE
                               AND FG-TO-DATE >= WS-NIGHT-DATE
                               AND WS-HOLD-COUNT < 200
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE FG-PLAYER-ID
                               TO HLD-PLAYER-ID(WS-HOLD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTFLAGS
       END-IF.

       CHECK-INTEGRITY-HOLD.
       MOVE "N" TO WS-HELD-SW.
       PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
           IF HLD-PLAYER-ID(WS-HOLD-IDX) = WS-CHECK-ID
               MOVE "Y" TO WS-HELD-SW
           END-IF
       END-PERFORM.
       IF WS-HELD-SW = "Y"
           MOVE "HELD - INTEGRITY" TO WS-NOTE
       END-IF.

       WRITE-SHEET-HEADING.
       MOVE "JOKENPO PRIZE DESK CASH SHEET" TO CASH-SHEET-LINE.
       WRITE CASH-SHEET-LINE.
       MOVE SPACES TO CASH-SHEET-LINE.
       STRING "NIGHT " DELIMITED BY SIZE
              WS-NIGHT-DATE DELIMITED BY SIZE
              "  EVENT " DELIMITED BY SIZE
              WS-EVENT-ID DELIMITED BY SIZE
              "  CHECK-INS " DELIMITED BY SIZE
              WS-GATE-COUNT DELIMITED BY SIZE
              "  AT " DELIMITED BY SIZE
              WS-FEE-DISP DELIMITED BY SIZE
       END-IF.

       WRITE-ONE-PAYOUT.
       MOVE STB-PLAYER-ID(WS-I)  TO WS-CHECK-ID.
       PERFORM CHECK-INTEGRITY-HOLD.
       MOVE WS-NIGHT-DATE        TO PO-NIGHT-DATE.
       MOVE STB-RANK(WS-I)       TO PO-RANK.
       MOVE STB-PLAYER-ID(WS-I)  TO PO-PLAYER-ID.
       MOVE STB-PLAYER-NAME(WS-I) TO PO-PLAYER-NAME.
       MOVE WS-PAY-AMT           TO PO-AMOUNT.
       MOVE WS-NOTE              TO PO-NOTE.
       MOVE WS-EVENT-ID          TO PO-EVENT-ID.
       WRITE PAYOUT-RECORD.
       ADD 1 TO WS-PAYOUTS-WRITTEN.
       IF WS-HELD-SW = "Y"
           ADD 1 TO WS-PAYOUTS-HELD
           ADD WS-PAY-AMT TO WS-TOTAL-HELD
       ELSE
           ADD WS-PAY-AMT TO WS-TOTAL-PAID
       END-IF.
       MOVE WS-PAY-AMT TO WS-AMT-DISP.
       MOVE SPACES TO CASH-SHEET-LINE.
       STRING PO-RANK DELIMITED BY SIZE
       WRITE CASH-SHEET-LINE.

       WRITE-CHAMPION-PAYOUT.
       MOVE WS-CHAMPION-ID   TO WS-CHECK-ID.
       PERFORM CHECK-INTEGRITY-HOLD.
       MOVE WS-NIGHT-DATE    TO PO-NIGHT-DATE.
       MOVE 0                TO PO-RANK.
       MOVE WS-CHAMPION-ID   TO PO-PLAYER-ID.
       MOVE WS-CHAMPION-NAME TO PO-PLAYER-NAME.
       MOVE WS-PAY-AMT       TO PO-AMOUNT.
       MOVE WS-NOTE          TO PO-NOTE.
       MOVE WS-EVENT-ID      TO PO-EVENT-ID.
       WRITE PAYOUT-RECORD.
       ADD 1 TO WS-PAYOUTS-WRITTEN.
       IF WS-HELD-SW = "Y"
           ADD 1 TO WS-PAYOUTS-HELD
           ADD WS-PAY-AMT TO WS-TOTAL-HELD
       ELSE
           ADD WS-PAY-AMT TO WS-TOTAL-PAID
       END-IF.
       MOVE WS-PAY-AMT TO WS-AMT-DISP.
       MOVE SPACES TO CASH-SHEET-LINE.
       STRING "---  " DELIMITED BY SIZE
              INTO CASH-SHEET-LINE
       END-STRING.
       WRITE CASH-SHEET-LINE.
       IF WS-PAYOUTS-HELD > 0
           MOVE WS-TOTAL-HELD TO WS-AMT-DISP
           MOVE SPACES TO CASH-SHEET-LINE
           STRING "TOTAL HELD " DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
                  "  ACROSS " DELIMITED BY SIZE
                  WS-PAYOUTS-HELD DELIMITED BY SIZE
                  " PAYOUT(S) - DO NOT PAY UNTIL CLEARED"
                      DELIMITED BY SIZE
                  INTO CASH-SHEET-LINE
           END-STRING
           WRITE CASH-SHEET-LINE
       END-IF.

       UPDATE-PAYMENT-REGISTER.
      *    Copy the register to PAYREG.NEW without this night's old
      *    lines, slipping the new ones in at the night's place, then
      *    swap the new file in.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY.
       OPEN OUTPUT PAYREGN.
       OPEN INPUT PAYREG.
       IF WS-PAYREG-STATUS NOT = "35"
           PERFORM UNTIL WS-REG-EOF = "Y"
               READ PAYREG
                   AT END MOVE "Y" TO WS-REG-EOF
                   NOT AT END PERFORM COPY-REGISTER-LINE
               END-READ
           END-PERFORM
           CLOSE PAYREG
       END-IF.
       IF WS-INSERTED-SW = "N"
           PERFORM INSERT-NIGHT-LINES
       END-IF.
       CLOSE PAYREGN.
       MOVE "mv PAYREG.NEW PAYREG.DAT" TO WS-COMMAND.
       CALL "SYSTEM" USING WS-COMMAND.
       IF RETURN-CODE NOT = 0
           DISPLAY "PAYREG.NEW could not replace PAYREG.DAT - the "
               "register was not updated; rerun JOKENPAY."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       DISPLAY "Payment register: " WS-LINE-NO " line(s) filed for "
           "the night, " WS-REG-CARRIED " already marked paid.".
       PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
               UNTIL WS-OLD-IDX > WS-OLD-COUNT
           IF OL-STATUS(WS-OLD-IDX) = "P"
                   AND OL-USED-SW(WS-OLD-IDX) = "N"
               MOVE OL-AMOUNT(WS-OLD-IDX) TO WS-AMT-DISP
               DISPLAY "** " OL-PLAYER-ID(WS-OLD-IDX) " was paid "
                   WS-AMT-DISP " on "
                   OL-STATUS-DATE(WS-OLD-IDX)
                   " but is no longer owed that - settle at the desk."
           END-IF
       END-PERFORM.

       COPY-REGISTER-LINE.
       IF PG-NIGHT-DATE = WS-NIGHT-DATE AND PG-EVENT-ID = WS-EVENT-ID
           IF WS-OLD-COUNT < 200
               ADD 1 TO WS-OLD-COUNT
               MOVE PG-PLAYER-ID   TO OL-PLAYER-ID(WS-OLD-COUNT)
               MOVE PG-AMOUNT      TO OL-AMOUNT(WS-OLD-COUNT)
               MOVE PG-STATUS      TO OL-STATUS(WS-OLD-COUNT)
               MOVE PG-STATUS-DATE TO OL-STATUS-DATE(WS-OLD-COUNT)
               MOVE PG-STATUS-BY   TO OL-STATUS-BY(WS-OLD-COUNT)
               MOVE "N"            TO OL-USED-SW(WS-OLD-COUNT)
           END-IF
       ELSE
           IF WS-INSERTED-SW = "N"
                   AND (PG-NIGHT-DATE > WS-NIGHT-DATE
                       OR (PG-NIGHT-DATE = WS-NIGHT-DATE
                           AND PG-EVENT-ID > WS-EVENT-ID))
               MOVE PAYMENT-REGISTER-RECORD TO WS-REG-HOLD
               PERFORM INSERT-NIGHT-LINES
               MOVE WS-REG-HOLD TO PAYREG-NEW-RECORD
           ELSE
               MOVE PAYMENT-REGISTER-RECORD TO PAYREG-NEW-RECORD
           END-IF
           WRITE PAYREG-NEW-RECORD
       END-IF.

       INSERT-NIGHT-LINES.
       MOVE "Y" TO WS-INSERTED-SW.
       MOVE 0 TO WS-LINE-NO.
       OPEN INPUT PAYOUTS.
       PERFORM UNTIL WS-PO-EOF = "Y"
           READ PAYOUTS
               AT END MOVE "Y" TO WS-PO-EOF
               NOT AT END PERFORM FILE-PAYOUT-LINE
           END-READ
       END-PERFORM.
       CLOSE PAYOUTS.

       FILE-PAYOUT-LINE.
       ADD 1 TO WS-LINE-NO.
       MOVE WS-NIGHT-DATE  TO PG-NIGHT-DATE.
       MOVE WS-EVENT-ID    TO PG-EVENT-ID.
       MOVE WS-LINE-NO     TO PG-LINE-NO.
       MOVE PO-RANK        TO PG-RANK.
       MOVE PO-PLAYER-ID   TO PG-PLAYER-ID.
       MOVE PO-PLAYER-NAME TO PG-PLAYER-NAME.
       MOVE PO-AMOUNT      TO PG-AMOUNT.
       MOVE PO-NOTE        TO PG-NOTE.
       MOVE WS-OPERATOR-ID TO PG-OPERATOR-ID.
       MOVE WS-TODAY       TO PG-STATUS-DATE.
       MOVE WS-OPERATOR-ID TO PG-STATUS-BY.
       IF PO-NOTE = "HELD - INTEGRITY"
           MOVE "H" TO PG-STATUS
       ELSE
           MOVE "U" TO PG-STATUS
           PERFORM CARRY-PAID-STATUS
       END-IF.
       WRITE PAYREG-NEW-RECORD FROM PAYMENT-REGISTER-RECORD.

       CARRY-PAID-STATUS.
       MOVE "N" TO WS-CARRIED-SW.
       PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
               UNTIL WS-OLD-IDX > WS-OLD-COUNT OR WS-CARRIED-SW = "Y"
           IF OL-PLAYER-ID(WS-OLD-IDX) = PO-PLAYER-ID
                   AND OL-AMOUNT(WS-OLD-IDX) = PO-AMOUNT
                   AND OL-STATUS(WS-OLD-IDX) = "P"
                   AND OL-USED-SW(WS-OLD-IDX) = "N"
               MOVE "Y" TO WS-CARRIED-SW
               MOVE "Y" TO OL-USED-SW(WS-OLD-IDX)
               MOVE "P" TO PG-STATUS
               MOVE OL-STATUS-DATE(WS-OLD-IDX) TO PG-STATUS-DATE
               MOVE OL-STATUS-BY(WS-OLD-IDX)   TO PG-STATUS-BY
               ADD 1 TO WS-REG-CARRIED
           END-IF
       END-PERFORM.

       SIGN-ON.
      *    Nothing runs until an operator on OPERMST.IDX (kept by
      *    JOKENOPR) signs on with the right PIN and a role allowed
      *    here - desk, director or admin. Three bad PINs in a row
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
               MOVE "Role may not run JOKENPAY" TO WS-SEC-DETAIL
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
       MOVE "JOKENPAY"                TO SL-PROGRAM.
       MOVE SPACES                    TO SL-TERMINAL-ID.
       MOVE WS-SEC-EVENT              TO SL-EVENT.
       MOVE WS-SEC-DETAIL             TO SL-DETAIL.
       WRITE SECURITY-LOG-RECORD.
       CLOSE SECLOG.
       END PROGRAM JOKENPAY.
