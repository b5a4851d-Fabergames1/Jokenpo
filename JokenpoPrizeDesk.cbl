      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 15/10/2026
      * Purpose: Study
      * Tectonics: cobc
      * Prize desk. JOKENPAY files every payout line of a night on
      * the permanent payment register PAYREG.DAT (copybook PREGREC)
      * as unclaimed; this program is where the desk marks them paid
      * as the players collect. After a sign-on (desk, director or
      * admin) it takes a night date and event, lists that night's
      * lines with paid, unclaimed and held totals, and lets the
      * operator mark one line paid, put a line marked in error back
      * to unclaimed, or pay every unclaimed line at once. Lines
      * held for integrity review (JOKENINT) are refused until the
      * director clears the hold and JOKENPAY is rerun. Each mark
      * stamps the line with the date and the signed-on operator.
      * Nothing is written until the operator saves: the register is
      * then rebuilt through PAYREG.NEW with the night's lines
      * replaced, the same way JOKENPAY files them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENPDK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYREG ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYREG-STATUS.
           SELECT PAYREGN ASSIGN TO "PAYREG.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYREGN-STATUS.
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
       FD  PAYREG.
           COPY PREGREC.
       FD  PAYREGN.
       01  PAYREG-NEW-RECORD      PIC X(107).
       FD  EVENTS.
           COPY EVENTREC.
       FD  OPERMST.
           COPY OPERREC.
       FD  SECLOG.
           COPY SECREC.
       WORKING-STORAGE SECTION.
       01 WS-PAYREG-STATUS    PIC X(2) VALUE "00".
       01 WS-PAYREGN-STATUS   PIC X(2) VALUE "00".
       01 WS-EVENTS-STATUS    PIC X(2) VALUE "00".
       01 WS-EVENT-ID         PIC X(6) VALUE SPACES.
       01 WS-EVENT-FOUND-SW   PIC X(1) VALUE "N".
       01 WS-EVENT-DATE       PIC 9(8) VALUE 0.
       01 WS-EVENT-FORMAT     PIC X(1) VALUE SPACE.
       01 WS-EVENT-RULESET    PIC X(1) VALUE SPACE.
       01 WS-EVENT-FEE        PIC 9(3)V99 VALUE 0.
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
       01 WS-CURRENT-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-NIGHT-DATE-IN    PIC X(8) VALUE SPACES.
       01 WS-NIGHT-DATE       PIC 9(8) VALUE 0.
       01 WS-TODAY            PIC 9(8) VALUE 0.
       01 WS-MENU-CHOICE      PIC X(1) VALUE SPACE.
       01 WS-DONE-SW          PIC X(1) VALUE "N".
       01 WS-CHANGED-SW       PIC X(1) VALUE "N".
       01 WS-REG-EOF          PIC X(1) VALUE "N".
       01 WS-LINE-PICK        PIC 9(3) VALUE 0.
       01 WS-FOUND-IDX        PIC 9(3) VALUE 0.
       01 WS-IDX              PIC 9(3) VALUE 0.
       01 WS-LINE-COUNT       PIC 9(3) VALUE 0.
       01 WS-WRITE-IDX        PIC 9(3) VALUE 0.
       01 WS-MARKED           PIC 9(3) VALUE 0.
       01 WS-COMMAND          PIC X(120) VALUE SPACES.
       01 WS-STATUS-TEXT      PIC X(10) VALUE SPACES.
       01 WS-AMOUNT-OUT       PIC ZZZ,ZZ9.99.
       01 WS-TOTAL-PAID       PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-UNCLAIMED  PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-HELD       PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-OUT        PIC Z,ZZZ,ZZ9.99.
      *    The night's register lines, as read from PAYREG.DAT.
       01 NIGHT-LINE-TABLE.
           05 NL-RECORD OCCURS 200 TIMES PIC X(107).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
       DISPLAY "Prize desk.".
       PERFORM SIGN-ON.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY.
       DISPLAY "Night date (YYYYMMDD, blank = today): ".
       ACCEPT WS-NIGHT-DATE-IN.
       IF WS-NIGHT-DATE-IN IS NUMERIC
               AND WS-NIGHT-DATE-IN NOT = "00000000"
           MOVE WS-NIGHT-DATE-IN TO WS-NIGHT-DATE
       ELSE
           MOVE WS-TODAY TO WS-NIGHT-DATE
       END-IF.
       PERFORM GET-EVENT-ID.
       PERFORM LOAD-NIGHT-LINES.
       IF WS-LINE-COUNT = 0
           DISPLAY "No register lines for night " WS-NIGHT-DATE
               " event '" WS-EVENT-ID "' - run JOKENPAY first."
           STOP RUN
       END-IF.
       PERFORM DESK-MENU UNTIL WS-DONE-SW = "Y".
       STOP RUN.

       LOAD-NIGHT-LINES.
       MOVE 0 TO WS-LINE-COUNT.
       OPEN INPUT PAYREG.
       IF WS-PAYREG-STATUS = "35"
           DISPLAY "PAYREG.DAT not found - JOKENPAY files the register."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL WS-REG-EOF = "Y"
           READ PAYREG
               AT END MOVE "Y" TO WS-REG-EOF
               NOT AT END
                   IF PG-NIGHT-DATE = WS-NIGHT-DATE
                           AND PG-EVENT-ID = WS-EVENT-ID
                           AND WS-LINE-COUNT < 200
                       ADD 1 TO WS-LINE-COUNT
                       MOVE PAYMENT-REGISTER-RECORD
                           TO NL-RECORD(WS-LINE-COUNT)
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE PAYREG.

       DESK-MENU.
       PERFORM LIST-NIGHT-LINES.
       DISPLAY " ".
       DISPLAY "(P)aid line, (U)nclaimed line, pay (A)ll unclaimed, "
           "(S)ave and exit, (Q)uit without saving".
       ACCEPT WS-MENU-CHOICE.
       EVALUATE WS-MENU-CHOICE
           WHEN "P"
           WHEN "p"
               PERFORM MARK-LINE-PAID
           WHEN "U"
           WHEN "u"
               PERFORM MARK-LINE-UNCLAIMED
           WHEN "A"
           WHEN "a"
               PERFORM MARK-ALL-PAID
           WHEN "S"
           WHEN "s"
               IF WS-CHANGED-SW = "Y"
                   PERFORM SAVE-NIGHT-LINES
               ELSE
                   DISPLAY "Nothing changed - register left as it was."
               END-IF
               MOVE "Y" TO WS-DONE-SW
           WHEN "Q"
           WHEN "q"
               IF WS-CHANGED-SW = "Y"
                   DISPLAY "Changes discarded - register left as it "
                       "was."
               END-IF
               MOVE "Y" TO WS-DONE-SW
           WHEN OTHER
               DISPLAY "Invalid entry. Enter P, U, A, S or Q."
       END-EVALUATE.

       LIST-NIGHT-LINES.
       MOVE 0 TO WS-TOTAL-PAID.
       MOVE 0 TO WS-TOTAL-UNCLAIMED.
       MOVE 0 TO WS-TOTAL-HELD.
       DISPLAY " ".
       DISPLAY "Night " WS-NIGHT-DATE " event '" WS-EVENT-ID "'".
       DISPLAY "LN  PLAYER     NAME                     AMOUNT "
           "STATUS     ON       BY".
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-LINE-COUNT
           MOVE NL-RECORD(WS-IDX) TO PAYMENT-REGISTER-RECORD
           MOVE PG-AMOUNT TO WS-AMOUNT-OUT
           EVALUATE PG-STATUS
               WHEN "P"
                   MOVE "PAID"      TO WS-STATUS-TEXT
                   ADD PG-AMOUNT    TO WS-TOTAL-PAID
               WHEN "H"
                   MOVE "HELD"      TO WS-STATUS-TEXT
                   ADD PG-AMOUNT    TO WS-TOTAL-HELD
               WHEN OTHER
                   MOVE "UNCLAIMED" TO WS-STATUS-TEXT
                   ADD PG-AMOUNT    TO WS-TOTAL-UNCLAIMED
           END-EVALUATE
           DISPLAY PG-LINE-NO " " PG-PLAYER-ID " " PG-PLAYER-NAME
               " " WS-AMOUNT-OUT " " WS-STATUS-TEXT " "
               PG-STATUS-DATE " " PG-STATUS-BY
       END-PERFORM.
       MOVE WS-TOTAL-PAID TO WS-TOTAL-OUT.
       DISPLAY "Paid: " WS-TOTAL-OUT WITH NO ADVANCING.
       MOVE WS-TOTAL-UNCLAIMED TO WS-TOTAL-OUT.
       DISPLAY "  Unclaimed: " WS-TOTAL-OUT WITH NO ADVANCING.
       MOVE WS-TOTAL-HELD TO WS-TOTAL-OUT.
       DISPLAY "  Held: " WS-TOTAL-OUT.

       GET-LINE-NUMBER.
       DISPLAY "Line number: ".
       MOVE 0 TO WS-LINE-PICK.
       ACCEPT WS-LINE-PICK.
       MOVE 0 TO WS-FOUND-IDX.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-LINE-COUNT OR WS-FOUND-IDX > 0
           MOVE NL-RECORD(WS-IDX) TO PAYMENT-REGISTER-RECORD
           IF PG-LINE-NO = WS-LINE-PICK
               MOVE WS-IDX TO WS-FOUND-IDX
           END-IF
       END-PERFORM.
       IF WS-FOUND-IDX = 0
           DISPLAY "No line " WS-LINE-PICK " on this night."
       END-IF.

       MARK-LINE-PAID.
       PERFORM GET-LINE-NUMBER.
       IF WS-FOUND-IDX > 0
           EVALUATE PG-STATUS
               WHEN "H"
                   DISPLAY "Line " PG-LINE-NO " is held for integrity "
                       "review - not payable until the director "
                       "clears it and JOKENPAY is rerun."
               WHEN "P"
                   DISPLAY "Line " PG-LINE-NO " was already paid on "
                       PG-STATUS-DATE " by " PG-STATUS-BY "."
               WHEN OTHER
                   MOVE "P" TO PG-STATUS
                   PERFORM STAMP-LINE
           END-EVALUATE
       END-IF.

       MARK-LINE-UNCLAIMED.
      *    Puts back a line marked paid in error.
       PERFORM GET-LINE-NUMBER.
       IF WS-FOUND-IDX > 0
           IF PG-STATUS = "P"
               MOVE "U" TO PG-STATUS
               PERFORM STAMP-LINE
           ELSE
               DISPLAY "Line " PG-LINE-NO " is not marked paid."
           END-IF
       END-IF.

       MARK-ALL-PAID.
       MOVE 0 TO WS-MARKED.
       PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
               UNTIL WS-FOUND-IDX > WS-LINE-COUNT
           MOVE NL-RECORD(WS-FOUND-IDX) TO PAYMENT-REGISTER-RECORD
           IF PG-STATUS = "U"
               MOVE "P" TO PG-STATUS
               PERFORM STAMP-LINE
               ADD 1 TO WS-MARKED
           END-IF
       END-PERFORM.
       DISPLAY WS-MARKED " line(s) marked paid; held lines left as "
           "they are.".

       STAMP-LINE.
       MOVE WS-TODAY       TO PG-STATUS-DATE.
       MOVE WS-OPERATOR-ID TO PG-STATUS-BY.
       MOVE PAYMENT-REGISTER-RECORD TO NL-RECORD(WS-FOUND-IDX).
       MOVE "Y" TO WS-CHANGED-SW.

       SAVE-NIGHT-LINES.
      *    Copy the register to PAYREG.NEW with this night's lines
      *    taken from the table, then swap the new file in.
       MOVE "N" TO WS-REG-EOF.
       MOVE 0 TO WS-WRITE-IDX.
       OPEN INPUT PAYREG.
       OPEN OUTPUT PAYREGN.
       PERFORM UNTIL WS-REG-EOF = "Y"
           READ PAYREG
               AT END MOVE "Y" TO WS-REG-EOF
               NOT AT END PERFORM COPY-REGISTER-LINE
           END-READ
       END-PERFORM.
       CLOSE PAYREG.
       CLOSE PAYREGN.
       MOVE "mv PAYREG.NEW PAYREG.DAT" TO WS-COMMAND.
       CALL "SYSTEM" USING WS-COMMAND.
       IF RETURN-CODE NOT = 0
           DISPLAY "PAYREG.NEW could not replace PAYREG.DAT - the "
               "marks were not saved."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       DISPLAY "Register saved for night " WS-NIGHT-DATE " event '"
           WS-EVENT-ID "'.".

       COPY-REGISTER-LINE.
       IF PG-NIGHT-DATE = WS-NIGHT-DATE AND PG-EVENT-ID = WS-EVENT-ID
               AND WS-WRITE-IDX < WS-LINE-COUNT
           ADD 1 TO WS-WRITE-IDX
           MOVE NL-RECORD(WS-WRITE-IDX) TO PAYREG-NEW-RECORD
       ELSE
           MOVE PAYMENT-REGISTER-RECORD TO PAYREG-NEW-RECORD
       END-IF.
       WRITE PAYREG-NEW-RECORD.

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
               MOVE "Role may not run JOKENPDK" TO WS-SEC-DETAIL
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
       MOVE "JOKENPDK"                TO SL-PROGRAM.
       MOVE SPACES                    TO SL-TERMINAL-ID.
       MOVE WS-SEC-EVENT              TO SL-EVENT.
       MOVE WS-SEC-DETAIL             TO SL-DETAIL.
       WRITE SECURITY-LOG-RECORD.
       CLOSE SECLOG.
       END PROGRAM JOKENPDK.
