      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 15/10/2026
      * Purpose: Study
      * Tectonics: cobc
      * Maintenance for the operator master OPERMST.IDX (copybook
      * OPERREC). GET-OPERATOR-INFO in JOKENPO used to take whatever
      * operator ID was typed, and JOKENMNT stamped MAINTLOG.DAT the
      * same way, so the audit files only recorded who somebody
      * claimed to be. Operators now live here - ID, name, PIN and
      * role (desk, scorekeeper, tournament director, admin) - and
      * JOKENPO, JOKENMNT, JOKENCKI and JOKENCOR refuse to start
      * until one signs on with the right PIN. Supports adding an
      * operator, changing the name or role, resetting a PIN,
      * unlocking an operator locked out by three bad PINs, retiring
      * an operator, and listing the master (PINs are never shown).
      * Only an admin may sign on here. On a brand-new, empty master
      * there is nobody to sign on, so the first operator added is
      * made an admin without a sign-on. Every change is logged to
      * SECLOG.DAT (copybook SECREC) with the admin's ID; PINs are
      * never written to the log. An admin cannot retire or demote
      * themselves, so the master is never left without one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENOPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERMST ASSIGN TO "OPERMST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERMST-STATUS.
           SELECT SECLOG ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERMST.
           COPY OPERREC.
       FD  SECLOG.
           COPY SECREC.
       WORKING-STORAGE SECTION.
       01 WS-OPERMST-STATUS   PIC X(2) VALUE "00".
       01 WS-SECLOG-STATUS    PIC X(2) VALUE "00".
       01 WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01 WS-PIN-IN           PIC X(6) VALUE SPACES.
       01 WS-OPERATOR-ROLE    PIC X(1) VALUE SPACE.
       01 WS-SIGNED-ON-SW     PIC X(1) VALUE "N".
       01 WS-SIGNON-TRIES     PIC 9(1) VALUE 0.
       01 WS-ROLE-HITS        PIC 9(1) VALUE 0.
       01 WS-ALLOWED-ROLES    PIC X(1) VALUE "A".
       01 WS-SEC-EVENT        PIC X(6) VALUE SPACES.
       01 WS-SEC-DETAIL       PIC X(30) VALUE SPACES.
       01 WS-LIST-EOF         PIC X(1) VALUE "N".
       01 WS-CURRENT-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-MENU-CHOICE      PIC X(1) VALUE SPACES.
       01 WS-DONE-SW          PIC X(1) VALUE "N".
       01 WS-CHANGES-MADE     PIC 9(4) VALUE 0.
       01 WS-EMPTY-MASTER-SW  PIC X(1) VALUE "N".
       01 WS-FOUND-SW         PIC X(1) VALUE "N".
       01 WS-VALID-SW         PIC X(1) VALUE "N".
       01 WS-ENTRY-ID         PIC X(10) VALUE SPACES.
       01 WS-ENTRY-NAME       PIC X(20) VALUE SPACES.
       01 WS-ENTRY-PIN        PIC X(6) VALUE SPACES.
       01 WS-ENTRY-ROLE       PIC X(1) VALUE SPACES.
       01 WS-NEW-NAME         PIC X(20) VALUE SPACES.
       01 WS-NEW-ROLE         PIC X(1) VALUE SPACES.
       01 WS-ROLE-NAME        PIC X(11) VALUE SPACES.
       01 WS-STATUS-NAME      PIC X(7) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
       DISPLAY "Jokenpo operator master maintenance.".
       PERFORM CHECK-EMPTY-MASTER.
       IF WS-EMPTY-MASTER-SW = "Y"
           DISPLAY "No operators on file - the first operator added "
               "is the admin."
       ELSE
           PERFORM SIGN-ON
       END-IF.

       OPEN I-O OPERMST.
       IF WS-OPERMST-STATUS NOT = "00"
           DISPLAY "Cannot open OPERMST.IDX - status "
               WS-OPERMST-STATUS "."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       IF WS-EMPTY-MASTER-SW = "Y"
           PERFORM ADD-FIRST-ADMIN
       END-IF.

       PERFORM OPERATOR-MENU UNTIL WS-DONE-SW = "Y".

       CLOSE OPERMST.

       IF WS-CHANGES-MADE > 0
           DISPLAY "OPERMST.IDX updated - " WS-CHANGES-MADE
               " change(s) applied and logged."
       ELSE
           DISPLAY "No changes made - OPERMST.IDX left untouched."
       END-IF.

       STOP RUN.

       CHECK-EMPTY-MASTER.
       OPEN I-O OPERMST.
       IF WS-OPERMST-STATUS = "35"
           DISPLAY "OPERMST.IDX not found - starting a new operator "
               "master."
           OPEN OUTPUT OPERMST
           CLOSE OPERMST
           OPEN I-O OPERMST
       END-IF.
       IF WS-OPERMST-STATUS NOT = "00"
           DISPLAY "Cannot open OPERMST.IDX - status "
               WS-OPERMST-STATUS "."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE "N" TO WS-EMPTY-MASTER-SW.
       MOVE LOW-VALUES TO OP-OPERATOR-ID.
       START OPERMST KEY NOT < OP-OPERATOR-ID
           INVALID KEY
               MOVE "Y" TO WS-EMPTY-MASTER-SW
       END-START.
       CLOSE OPERMST.

       SIGN-ON.
      *    Nothing runs until an operator on OPERMST.IDX (kept by
      *    JOKENOPR) signs on with the right PIN and a role allowed
      *    here - admin only. Three bad PINs in a row lock the
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
               MOVE "Role may not run JOKENOPR" TO WS-SEC-DETAIL
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
       MOVE "JOKENOPR"                TO SL-PROGRAM.
       MOVE SPACES                    TO SL-TERMINAL-ID.
       MOVE WS-SEC-EVENT              TO SL-EVENT.
       MOVE WS-SEC-DETAIL             TO SL-DETAIL.
       WRITE SECURITY-LOG-RECORD.
       CLOSE SECLOG.

       ADD-FIRST-ADMIN.
       PERFORM UNTIL WS-CHANGES-MADE > 0
           MOVE "A" TO WS-NEW-ROLE
           PERFORM ADD-OPERATOR
       END-PERFORM.

       OPERATOR-MENU.
       DISPLAY " ".
       DISPLAY "(A)dd operator, (C)hange name/role, (P)IN reset, "
           "(U)nlock, (R)etire, (L)ist, e(X)it".
       ACCEPT WS-MENU-CHOICE.
       EVALUATE WS-MENU-CHOICE
           WHEN "A"
           WHEN "a"
               MOVE SPACE TO WS-NEW-ROLE
               PERFORM ADD-OPERATOR
           WHEN "C"
           WHEN "c"
               PERFORM CHANGE-OPERATOR
           WHEN "P"
           WHEN "p"
               PERFORM RESET-OPERATOR-PIN
           WHEN "U"
           WHEN "u"
               PERFORM UNLOCK-OPERATOR
           WHEN "R"
           WHEN "r"
               PERFORM RETIRE-OPERATOR
           WHEN "L"
           WHEN "l"
               PERFORM LIST-OPERATORS
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO WS-DONE-SW
           WHEN OTHER
               DISPLAY "Invalid entry. Enter A, C, P, U, R, L or X."
       END-EVALUATE.

       FIND-OPERATOR.
      *    Keyed read against the indexed master; the record area
      *    holds the operator when WS-FOUND-SW comes back "Y".
       MOVE "N" TO WS-FOUND-SW.
       MOVE WS-ENTRY-ID TO OP-OPERATOR-ID.
       READ OPERMST
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "Y" TO WS-FOUND-SW
       END-READ.

       ADD-OPERATOR.
      *    WS-NEW-ROLE comes in as "A" for the first admin on an
      *    empty master, otherwise blank and keyed below.
       DISPLAY "New operator ID (up to 10 characters): ".
       MOVE SPACES TO WS-ENTRY-ID.
       ACCEPT WS-ENTRY-ID.
       IF WS-ENTRY-ID = SPACES
           DISPLAY "Operator ID may not be blank."
       ELSE
           PERFORM FIND-OPERATOR
           IF WS-FOUND-SW = "Y"
               DISPLAY "Operator ID '" WS-ENTRY-ID "' already exists ("
                   OP-OPERATOR-NAME ")."
           ELSE
               PERFORM ADD-OPERATOR-DETAILS
           END-IF
       END-IF.

       ADD-OPERATOR-DETAILS.
       DISPLAY "Operator name: ".
       MOVE SPACES TO WS-ENTRY-NAME.
       ACCEPT WS-ENTRY-NAME.
       PERFORM GET-OPERATOR-PIN.
       IF WS-NEW-ROLE = SPACE
           PERFORM GET-OPERATOR-ROLE
       END-IF.
       IF WS-ENTRY-NAME = SPACES OR WS-NEW-ROLE = SPACE
           DISPLAY "Name and role are required - operator not added."
       ELSE
           MOVE WS-ENTRY-ID   TO OP-OPERATOR-ID
           MOVE WS-ENTRY-NAME TO OP-OPERATOR-NAME
           MOVE WS-ENTRY-PIN  TO OP-PIN
           MOVE WS-NEW-ROLE   TO OP-ROLE
           MOVE "A"           TO OP-STATUS
           MOVE 0             TO OP-FAILED-PINS
           WRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "Operator ID '" WS-ENTRY-ID "' already "
                       "exists - not added."
               NOT INVALID KEY
      *    On an empty master nobody has signed on yet, so the new
      *    admin is the one on the log.
                   IF WS-OPERATOR-ID = SPACES
                       MOVE WS-ENTRY-ID TO WS-OPERATOR-ID
                   END-IF
                   MOVE "OPADD" TO WS-SEC-EVENT
                   MOVE SPACES  TO WS-SEC-DETAIL
                   STRING WS-ENTRY-ID DELIMITED BY SPACE
                          " ROLE " DELIMITED BY SIZE
                          WS-NEW-ROLE DELIMITED BY SIZE
                          INTO WS-SEC-DETAIL
                   END-STRING
                   PERFORM WRITE-SECURITY-LOG
                   ADD 1 TO WS-CHANGES-MADE
                   DISPLAY "Added operator '" WS-ENTRY-ID "' "
                       WS-ENTRY-NAME
           END-WRITE
       END-IF.

       GET-OPERATOR-PIN.
      *    Four to six digits.
       MOVE "N" TO WS-VALID-SW.
       PERFORM UNTIL WS-VALID-SW = "Y"
           DISPLAY "PIN (4 to 6 digits): "
           MOVE SPACES TO WS-ENTRY-PIN
           ACCEPT WS-ENTRY-PIN
           IF WS-ENTRY-PIN(1:4) IS NUMERIC
                   AND (WS-ENTRY-PIN(5:2) = SPACES
                       OR WS-ENTRY-PIN(5:2) IS NUMERIC
                       OR (WS-ENTRY-PIN(5:1) IS NUMERIC
                           AND WS-ENTRY-PIN(6:1) = SPACE))
               MOVE "Y" TO WS-VALID-SW
           ELSE
               DISPLAY "A PIN is 4 to 6 digits."
           END-IF
       END-PERFORM.

       GET-OPERATOR-ROLE.
       MOVE "N" TO WS-VALID-SW.
       PERFORM UNTIL WS-VALID-SW = "Y"
           DISPLAY "Role - (D)esk, (S)corekeeper, (T)ournament "
               "director, (A)dmin: "
           MOVE SPACES TO WS-ENTRY-ROLE
           ACCEPT WS-ENTRY-ROLE
           EVALUATE WS-ENTRY-ROLE
               WHEN "D"
               WHEN "d"
                   MOVE "D" TO WS-NEW-ROLE
                   MOVE "Y" TO WS-VALID-SW
               WHEN "S"
               WHEN "s"
                   MOVE "S" TO WS-NEW-ROLE
                   MOVE "Y" TO WS-VALID-SW
               WHEN "T"
               WHEN "t"
                   MOVE "T" TO WS-NEW-ROLE
                   MOVE "Y" TO WS-VALID-SW
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO WS-NEW-ROLE
                   MOVE "Y" TO WS-VALID-SW
               WHEN OTHER
                   DISPLAY "Invalid entry. Enter D, S, T or A."
           END-EVALUATE
       END-PERFORM.

       CHANGE-OPERATOR.
       DISPLAY "Operator ID to change: ".
       MOVE SPACES TO WS-ENTRY-ID.
       ACCEPT WS-ENTRY-ID.
       PERFORM FIND-OPERATOR.
       IF WS-FOUND-SW = "N"
           DISPLAY "Unknown operator ID '" WS-ENTRY-ID "'."
       ELSE
           PERFORM SHOW-OPERATOR
           DISPLAY "New name (blank = keep): "
           MOVE SPACES TO WS-NEW-NAME
           ACCEPT WS-NEW-NAME
           IF WS-NEW-NAME = SPACES
               MOVE OP-OPERATOR-NAME TO WS-NEW-NAME
           END-IF
           DISPLAY "Change role? (Y/N): "
           MOVE SPACES TO WS-MENU-CHOICE
           ACCEPT WS-MENU-CHOICE
           MOVE OP-ROLE TO WS-NEW-ROLE
           IF WS-MENU-CHOICE = "Y" OR WS-MENU-CHOICE = "y"
               PERFORM GET-OPERATOR-ROLE
           END-IF
           PERFORM APPLY-OPERATOR-CHANGES
       END-IF.

       APPLY-OPERATOR-CHANGES.
      *    A name change and a role change are logged as separate
      *    OPCHG lines so each fits the detail column.
       IF WS-ENTRY-ID = WS-OPERATOR-ID AND WS-NEW-ROLE NOT = "A"
           DISPLAY "You cannot take the admin role from yourself - "
               "not changed."
       ELSE
           IF WS-NEW-NAME = OP-OPERATOR-NAME AND WS-NEW-ROLE = OP-ROLE
               DISPLAY "Nothing changed."
           ELSE
               MOVE "OPCHG" TO WS-SEC-EVENT
               IF WS-NEW-NAME NOT = OP-OPERATOR-NAME
                   MOVE SPACES TO WS-SEC-DETAIL
                   STRING WS-ENTRY-ID DELIMITED BY SPACE
                          " NAME " DELIMITED BY SIZE
                          WS-NEW-NAME DELIMITED BY SIZE
                          INTO WS-SEC-DETAIL
                   END-STRING
                   PERFORM WRITE-SECURITY-LOG
               END-IF
               IF WS-NEW-ROLE NOT = OP-ROLE
                   MOVE SPACES TO WS-SEC-DETAIL
                   STRING WS-ENTRY-ID DELIMITED BY SPACE
                          " ROLE " DELIMITED BY SIZE
                          OP-ROLE DELIMITED BY SIZE
                          "->" DELIMITED BY SIZE
                          WS-NEW-ROLE DELIMITED BY SIZE
                          INTO WS-SEC-DETAIL
                   END-STRING
                   PERFORM WRITE-SECURITY-LOG
               END-IF
               MOVE WS-NEW-NAME TO OP-OPERATOR-NAME
               MOVE WS-NEW-ROLE TO OP-ROLE
               REWRITE OPERATOR-RECORD
               ADD 1 TO WS-CHANGES-MADE
               DISPLAY "Operator '" WS-ENTRY-ID "' changed."
           END-IF
       END-IF.

       RESET-OPERATOR-PIN.
      *    A new PIN also clears the bad-PIN count; it does not
      *    unlock a locked-out operator - that is a separate step.
       DISPLAY "Operator ID for a new PIN: ".
       MOVE SPACES TO WS-ENTRY-ID.
       ACCEPT WS-ENTRY-ID.
       PERFORM FIND-OPERATOR.
       IF WS-FOUND-SW = "N"
           DISPLAY "Unknown operator ID '" WS-ENTRY-ID "'."
       ELSE
           PERFORM GET-OPERATOR-PIN
           MOVE WS-ENTRY-PIN TO OP-PIN
           MOVE 0 TO OP-FAILED-PINS
           REWRITE OPERATOR-RECORD
           MOVE "OPPIN" TO WS-SEC-EVENT
           MOVE SPACES  TO WS-SEC-DETAIL
           STRING WS-ENTRY-ID DELIMITED BY SPACE
                  " PIN RESET" DELIMITED BY SIZE
                  INTO WS-SEC-DETAIL
           END-STRING
           PERFORM WRITE-SECURITY-LOG
           ADD 1 TO WS-CHANGES-MADE
           DISPLAY "PIN reset for operator '" WS-ENTRY-ID "'."
       END-IF.

       UNLOCK-OPERATOR.
       DISPLAY "Operator ID to unlock: ".
       MOVE SPACES TO WS-ENTRY-ID.
       ACCEPT WS-ENTRY-ID.
       PERFORM FIND-OPERATOR.
       IF WS-FOUND-SW = "N"
           DISPLAY "Unknown operator ID '" WS-ENTRY-ID "'."
       ELSE
           IF OP-STATUS NOT = "L"
               DISPLAY "Operator '" WS-ENTRY-ID "' is not locked out."
           ELSE
               MOVE "A" TO OP-STATUS
               MOVE 0 TO OP-FAILED-PINS
               REWRITE OPERATOR-RECORD
               MOVE "OPUNLK" TO WS-SEC-EVENT
               MOVE SPACES   TO WS-SEC-DETAIL
               STRING WS-ENTRY-ID DELIMITED BY SPACE
                      " UNLOCKED" DELIMITED BY SIZE
                      INTO WS-SEC-DETAIL
               END-STRING
               PERFORM WRITE-SECURITY-LOG
               ADD 1 TO WS-CHANGES-MADE
               DISPLAY "Operator '" WS-ENTRY-ID "' unlocked."
           END-IF
       END-IF.

       RETIRE-OPERATOR.
       DISPLAY "Operator ID to retire: ".
       MOVE SPACES TO WS-ENTRY-ID.
       ACCEPT WS-ENTRY-ID.
       PERFORM FIND-OPERATOR.
       IF WS-FOUND-SW = "N"
           DISPLAY "Unknown operator ID '" WS-ENTRY-ID "'."
       ELSE
           IF WS-ENTRY-ID = WS-OPERATOR-ID
               DISPLAY "You cannot retire yourself."
           ELSE
               IF OP-STATUS = "R"
                   DISPLAY "Operator '" WS-ENTRY-ID "' is already "
                       "retired."
               ELSE
                   MOVE "R" TO OP-STATUS
                   REWRITE OPERATOR-RECORD
                   MOVE "OPRET" TO WS-SEC-EVENT
                   MOVE SPACES  TO WS-SEC-DETAIL
                   STRING WS-ENTRY-ID DELIMITED BY SPACE
                          " RETIRED" DELIMITED BY SIZE
                          INTO WS-SEC-DETAIL
                   END-STRING
                   PERFORM WRITE-SECURITY-LOG
                   ADD 1 TO WS-CHANGES-MADE
                   DISPLAY "Operator '" WS-ENTRY-ID "' retired."
               END-IF
           END-IF
       END-IF.

       SHOW-OPERATOR.
       EVALUATE OP-ROLE
           WHEN "D"
               MOVE "DESK"        TO WS-ROLE-NAME
           WHEN "S"
               MOVE "SCOREKEEPER" TO WS-ROLE-NAME
           WHEN "T"
               MOVE "DIRECTOR"    TO WS-ROLE-NAME
           WHEN "A"
               MOVE "ADMIN"       TO WS-ROLE-NAME
           WHEN OTHER
               MOVE "?"           TO WS-ROLE-NAME
       END-EVALUATE.
       EVALUATE OP-STATUS
           WHEN "L"
               MOVE "LOCKED"  TO WS-STATUS-NAME
           WHEN "R"
               MOVE "RETIRED" TO WS-STATUS-NAME
           WHEN OTHER
               MOVE "ACTIVE"  TO WS-STATUS-NAME
       END-EVALUATE.
       DISPLAY OP-OPERATOR-ID " " OP-OPERATOR-NAME " "
           WS-ROLE-NAME " " WS-STATUS-NAME
           " BAD PINS " OP-FAILED-PINS.

       LIST-OPERATORS.
      *    Sequential walk of the indexed master in key order.
       DISPLAY "ID         NAME                 ROLE        STATUS".
       MOVE LOW-VALUES TO OP-OPERATOR-ID.
       START OPERMST KEY NOT < OP-OPERATOR-ID
           INVALID KEY
               DISPLAY "  (no operators on file)"
       END-START.
       IF WS-OPERMST-STATUS = "00"
           MOVE "N" TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ OPERMST NEXT RECORD
                   AT END MOVE "Y" TO WS-LIST-EOF
                   NOT AT END PERFORM SHOW-OPERATOR
               END-READ
           END-PERFORM
       END-IF.
       END PROGRAM JOKENOPR.
