      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 15/10/2026
      * Purpose: Study
      * Tectonics: cobc
      * Front-desk maintenance for the event master EVENTS.IDX
      * (copybook EVENTREC). Every night file used to key a game
      * night on the date alone, so a juniors afternoon and an open
      * evening on the same Saturday were lumped together by the gate
      * count, the rating run and the night-end chain. The desk now
      * sets each event up here first - event ID, date, venue, format
      * (interactive, elimination or Swiss), ruleset and entry fee -
      * and the programs that write or close a night take the event
      * ID beside the date. A night with no event set up runs on the
      * default event (blank ID), which is where all history written
      * before events existed lives. Supports adding an event
      * (duplicate IDs rejected), changing its details, and listing
      * the master. Every change is logged to MAINTLOG.DAT the same
      * way JOKENMNT logs player changes, with the event ID in
      * ML-PLAYER-ID and an "EVADD" or "EVCHG" action. The operator
      * signs on against OPERMST.IDX (desk, tournament director or
      * admin) before anything is shown, and the signed-on ID is the
      * one stamped on every MAINTLOG.DAT row.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENEVT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTS ASSIGN TO "EVENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-EVENT-ID
               FILE STATUS IS WS-EVENTS-STATUS.
           SELECT MAINTLOG ASSIGN TO "MAINTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTLOG-STATUS.
           SELECT RULESET ASSIGN TO "RULESET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULESET-STATUS.
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
       FD  EVENTS.
           COPY EVENTREC.
       FD  MAINTLOG.
           COPY MNTREC.
       FD  RULESET.
           COPY RULEREC.
       FD  OPERMST.
           COPY OPERREC.
       FD  SECLOG.
           COPY SECREC.
       WORKING-STORAGE SECTION.
       01 WS-EVENTS-STATUS    PIC X(2) VALUE "00".
       01 WS-MAINTLOG-STATUS  PIC X(2) VALUE "00".
       01 WS-RULESET-STATUS   PIC X(2) VALUE "00".
       01 WS-LIST-EOF         PIC X(1) VALUE "N".
       01 WS-RULES-EOF        PIC X(1) VALUE "N".
       01 WS-CURRENT-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01 WS-OPERMST-STATUS   PIC X(2) VALUE "00".
       01 WS-SECLOG-STATUS    PIC X(2) VALUE "00".
       01 WS-PIN-IN           PIC X(6) VALUE SPACES.
       01 WS-OPERATOR-ROLE    PIC X(1) VALUE SPACE.
       01 WS-SIGNED-ON-SW     PIC X(1) VALUE "N".
       01 WS-SIGNON-TRIES     PIC 9(1) VALUE 0.
       01 WS-ROLE-HITS        PIC 9(1) VALUE 0.
       01 WS-ALLOWED-ROLES    PIC X(3) VALUE "DTA".
       01 WS-SEC-EVENT        PIC X(6) VALUE SPACES.
       01 WS-SEC-DETAIL       PIC X(30) VALUE SPACES.
       01 WS-MAINT-SEQ-NO     PIC 9(4) VALUE 0.
       01 WS-MENU-CHOICE      PIC X(1) VALUE SPACES.
       01 WS-DONE-SW          PIC X(1) VALUE "N".
       01 WS-CHANGES-MADE     PIC 9(4) VALUE 0.
       01 WS-SEARCH-ID        PIC X(6) VALUE SPACES.
       01 WS-FOUND-SW         PIC X(1) VALUE "N".
       01 WS-VALID-SW         PIC X(1) VALUE "N".
       01 WS-RULESET-FOUND-SW PIC X(1) VALUE "N".
       01 WS-ENTRY-ID         PIC X(6) VALUE SPACES.
       01 WS-ENTRY-DATE-IN    PIC X(8) VALUE SPACES.
       01 WS-ENTRY-VENUE      PIC X(20) VALUE SPACES.
       01 WS-ENTRY-FORMAT     PIC X(1) VALUE SPACES.
       01 WS-ENTRY-RULESET    PIC X(1) VALUE SPACES.
       01 WS-ENTRY-FEE-IN     PIC X(5) VALUE SPACES.
       01 WS-ENTRY-FEE        PIC 9(3)V99 VALUE 0.
       01 WS-ENTRY-FEE-X REDEFINES WS-ENTRY-FEE PIC X(5).
       01 WS-NEW-EVENT.
           05 WS-NEW-DATE     PIC 9(8).
           05 WS-NEW-VENUE    PIC X(20).
           05 WS-NEW-FORMAT   PIC X(1).
           05 WS-NEW-RULESET  PIC X(1).
           05 WS-NEW-FEE      PIC 9(3)V99.
       01 WS-FEE-DISP         PIC ZZ9.99.
       01 WS-OLD-VALUE        PIC X(25) VALUE SPACES.
       01 WS-NEW-VALUE        PIC X(25) VALUE SPACES.
       01 WS-ACTION           PIC X(6) VALUE SPACES.
       01 WS-FORMAT-NAME      PIC X(11) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
       DISPLAY "Jokenpo event master maintenance.".
       PERFORM SIGN-ON.

       OPEN I-O EVENTS.
       IF WS-EVENTS-STATUS = "35"
           DISPLAY "EVENTS.IDX not found - starting a new event "
               "master."
           OPEN OUTPUT EVENTS
           CLOSE EVENTS
           OPEN I-O EVENTS
       END-IF.
       IF WS-EVENTS-STATUS NOT = "00"
           DISPLAY "Cannot open EVENTS.IDX - status "
               WS-EVENTS-STATUS "."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN EXTEND MAINTLOG.
       IF WS-MAINTLOG-STATUS = "35"
           OPEN OUTPUT MAINTLOG
           CLOSE MAINTLOG
           OPEN EXTEND MAINTLOG
       END-IF.

       PERFORM EVENT-MENU UNTIL WS-DONE-SW = "Y".

       CLOSE MAINTLOG.
       CLOSE EVENTS.

       IF WS-CHANGES-MADE > 0
           DISPLAY "EVENTS.IDX updated - " WS-CHANGES-MADE
               " change(s) applied and logged."
       ELSE
           DISPLAY "No changes made - EVENTS.IDX left untouched."
       END-IF.

       STOP RUN.

       SIGN-ON.
      *    Nothing runs until an operator on OPERMST.IDX (kept by
      *    JOKENOPR) signs on with the right PIN and a role allowed
      *    here - desk, tournament director or admin. Three bad PINs
      *    in a row lock the operator out until an admin clears it,
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
               MOVE "Role may not run JOKENEVT" TO WS-SEC-DETAIL
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
       MOVE "JOKENEVT"                TO SL-PROGRAM.
       MOVE SPACES                    TO SL-TERMINAL-ID.
       MOVE WS-SEC-EVENT              TO SL-EVENT.
       MOVE WS-SEC-DETAIL             TO SL-DETAIL.
       WRITE SECURITY-LOG-RECORD.
       CLOSE SECLOG.

       EVENT-MENU.
       DISPLAY " ".
       DISPLAY "(A)dd event, (C)hange event, (L)ist, e(X)it".
       ACCEPT WS-MENU-CHOICE.
       EVALUATE WS-MENU-CHOICE
           WHEN "A"
           WHEN "a"
               PERFORM ADD-EVENT
           WHEN "C"
           WHEN "c"
               PERFORM CHANGE-EVENT
           WHEN "L"
           WHEN "l"
               PERFORM LIST-EVENTS
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO WS-DONE-SW
           WHEN OTHER
               DISPLAY "Invalid entry. Enter A, C, L or X."
       END-EVALUATE.

       FIND-EVENT.
      *    Keyed read against the indexed master; the record area
      *    holds the event when WS-FOUND-SW comes back "Y".
       MOVE "N" TO WS-FOUND-SW.
       MOVE WS-SEARCH-ID TO EV-EVENT-ID.
       READ EVENTS
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "Y" TO WS-FOUND-SW
       END-READ.

       ADD-EVENT.
       DISPLAY "New event ID (6 characters): ".
       MOVE SPACES TO WS-ENTRY-ID.
       ACCEPT WS-ENTRY-ID.
       IF WS-ENTRY-ID = SPACES
      *    Blank is the default event every program already falls
      *    back on - it is never a record on the master.
           DISPLAY "Event ID may not be blank."
       ELSE
           MOVE WS-ENTRY-ID TO WS-SEARCH-ID
           PERFORM FIND-EVENT
           IF WS-FOUND-SW = "Y"
               DISPLAY "Event ID '" WS-ENTRY-ID "' already exists ("
                   EV-VENUE " on " EV-DATE ")."
           ELSE
               PERFORM ADD-EVENT-DETAILS
           END-IF
       END-IF.

       ADD-EVENT-DETAILS.
       MOVE 0      TO WS-NEW-DATE.
       MOVE SPACES TO WS-NEW-VENUE.
       MOVE SPACES TO WS-NEW-FORMAT.
       MOVE SPACES TO WS-NEW-RULESET.
       MOVE 0      TO WS-NEW-FEE.
       PERFORM GET-EVENT-DATE.
       PERFORM GET-EVENT-VENUE.
       PERFORM GET-EVENT-FORMAT.
       PERFORM GET-EVENT-RULESET.
       PERFORM GET-EVENT-FEE.
       IF WS-NEW-DATE = 0 OR WS-NEW-VENUE = SPACES
               OR WS-NEW-FORMAT = SPACES OR WS-NEW-RULESET = SPACES
           DISPLAY "Date, venue, format and ruleset are required - "
               "event not added."
       ELSE
           MOVE WS-ENTRY-ID    TO EV-EVENT-ID
           MOVE WS-NEW-DATE    TO EV-DATE
           MOVE WS-NEW-VENUE   TO EV-VENUE
           MOVE WS-NEW-FORMAT  TO EV-FORMAT
           MOVE WS-NEW-RULESET TO EV-RULESET
           MOVE WS-NEW-FEE     TO EV-ENTRY-FEE
           WRITE EVENT-RECORD
               INVALID KEY
                   DISPLAY "Event ID '" WS-ENTRY-ID "' already "
                       "exists - not added."
               NOT INVALID KEY
                   MOVE "EVADD"      TO WS-ACTION
                   MOVE SPACES       TO WS-OLD-VALUE
                   MOVE SPACES       TO WS-NEW-VALUE
                   STRING WS-NEW-DATE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-NEW-VENUE DELIMITED BY SIZE
                          INTO WS-NEW-VALUE
                   END-STRING
                   PERFORM WRITE-MAINT-LOG
                   ADD 1 TO WS-CHANGES-MADE
                   DISPLAY "Added event '" WS-ENTRY-ID "' "
                       WS-NEW-VENUE " on " WS-NEW-DATE
           END-WRITE
       END-IF.

       GET-EVENT-DATE.
      *    On a change a blank entry keeps the current value; on an
      *    add the current value is zero and the add is refused.
       MOVE "N" TO WS-VALID-SW.
       PERFORM UNTIL WS-VALID-SW = "Y"
           DISPLAY "Event date (YYYYMMDD, blank = keep): "
           MOVE SPACES TO WS-ENTRY-DATE-IN
           ACCEPT WS-ENTRY-DATE-IN
           IF WS-ENTRY-DATE-IN = SPACES
               MOVE "Y" TO WS-VALID-SW
           ELSE
               IF WS-ENTRY-DATE-IN IS NUMERIC
                       AND WS-ENTRY-DATE-IN NOT = "00000000"
                   MOVE WS-ENTRY-DATE-IN TO WS-NEW-DATE
                   MOVE "Y" TO WS-VALID-SW
               ELSE
                   DISPLAY "Invalid date '" WS-ENTRY-DATE-IN "'."
               END-IF
           END-IF
       END-PERFORM.

       GET-EVENT-VENUE.
       DISPLAY "Venue (blank = keep): ".
       MOVE SPACES TO WS-ENTRY-VENUE.
       ACCEPT WS-ENTRY-VENUE.
       IF WS-ENTRY-VENUE NOT = SPACES
           MOVE WS-ENTRY-VENUE TO WS-NEW-VENUE
       END-IF.

       GET-EVENT-FORMAT.
       MOVE "N" TO WS-VALID-SW.
       PERFORM UNTIL WS-VALID-SW = "Y"
           DISPLAY "Format - (I)nteractive, (E)limination, (S)wiss "
               "(blank = keep): "
           MOVE SPACES TO WS-ENTRY-FORMAT
           ACCEPT WS-ENTRY-FORMAT
           EVALUATE WS-ENTRY-FORMAT
               WHEN SPACE
                   MOVE "Y" TO WS-VALID-SW
               WHEN "I"
               WHEN "i"
                   MOVE "I" TO WS-NEW-FORMAT
                   MOVE "Y" TO WS-VALID-SW
               WHEN "E"
               WHEN "e"
                   MOVE "E" TO WS-NEW-FORMAT
                   MOVE "Y" TO WS-VALID-SW
               WHEN "S"
               WHEN "s"
                   MOVE "S" TO WS-NEW-FORMAT
                   MOVE "Y" TO WS-VALID-SW
               WHEN OTHER
                   DISPLAY "Invalid entry. Enter I, E or S."
           END-EVALUATE
       END-PERFORM.

       GET-EVENT-RULESET.
       MOVE "N" TO WS-VALID-SW.
       PERFORM UNTIL WS-VALID-SW = "Y"
           DISPLAY "Ruleset code on RULESET.DAT (blank = keep): "
           MOVE SPACES TO WS-ENTRY-RULESET
           ACCEPT WS-ENTRY-RULESET
           IF WS-ENTRY-RULESET = SPACE
               MOVE "Y" TO WS-VALID-SW
           ELSE
               PERFORM CHECK-RULESET-EXISTS
               IF WS-RULESET-FOUND-SW = "Y"
                   MOVE WS-ENTRY-RULESET TO WS-NEW-RULESET
                   MOVE "Y" TO WS-VALID-SW
               ELSE
                   DISPLAY "No ruleset '" WS-ENTRY-RULESET
                       "' on RULESET.DAT."
               END-IF
           END-IF
       END-PERFORM.

       CHECK-RULESET-EXISTS.
      *    The ruleset must have pairs on RULESET.DAT, or every
      *    program that plays the event would refuse to start.
       MOVE "N" TO WS-RULESET-FOUND-SW.
       MOVE "N" TO WS-RULES-EOF.
       OPEN INPUT RULESET.
       IF WS-RULESET-STATUS NOT = "35"
           PERFORM UNTIL WS-RULES-EOF = "Y"
               READ RULESET
                   AT END MOVE "Y" TO WS-RULES-EOF
                   NOT AT END
                       IF RU-RULESET = WS-ENTRY-RULESET
                           MOVE "Y" TO WS-RULESET-FOUND-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RULESET
       END-IF.

       GET-EVENT-FEE.
       MOVE "N" TO WS-VALID-SW.
       PERFORM UNTIL WS-VALID-SW = "Y"
           DISPLAY "Entry fee, 5 digits with 2 implied decimals - "
               "e.g. 00500 = 5.00, 00000 = use PAYRULES.DAT "
               "(blank = keep): "
           MOVE SPACES TO WS-ENTRY-FEE-IN
           ACCEPT WS-ENTRY-FEE-IN
           IF WS-ENTRY-FEE-IN = SPACES
               MOVE "Y" TO WS-VALID-SW
           ELSE
               IF WS-ENTRY-FEE-IN IS NUMERIC
                   MOVE WS-ENTRY-FEE-IN TO WS-ENTRY-FEE-X
                   MOVE WS-ENTRY-FEE TO WS-NEW-FEE
                   MOVE "Y" TO WS-VALID-SW
               ELSE
                   DISPLAY "Invalid fee '" WS-ENTRY-FEE-IN "'."
               END-IF
           END-IF
       END-PERFORM.

       CHANGE-EVENT.
       DISPLAY "Event ID to change: ".
       MOVE SPACES TO WS-ENTRY-ID.
       ACCEPT WS-ENTRY-ID.
       MOVE WS-ENTRY-ID TO WS-SEARCH-ID.
       PERFORM FIND-EVENT.
       IF WS-FOUND-SW = "N"
           DISPLAY "Unknown event ID '" WS-ENTRY-ID "'."
       ELSE
           PERFORM SHOW-EVENT
           MOVE EV-DATE      TO WS-NEW-DATE
           MOVE EV-VENUE     TO WS-NEW-VENUE
           MOVE EV-FORMAT    TO WS-NEW-FORMAT
           MOVE EV-RULESET   TO WS-NEW-RULESET
           MOVE EV-ENTRY-FEE TO WS-NEW-FEE
           PERFORM GET-EVENT-DATE
           PERFORM GET-EVENT-VENUE
           PERFORM GET-EVENT-FORMAT
           PERFORM GET-EVENT-RULESET
           PERFORM GET-EVENT-FEE
           PERFORM APPLY-EVENT-CHANGES
       END-IF.

       APPLY-EVENT-CHANGES.
      *    One MAINTLOG.DAT record per field that actually changed,
      *    each value tagged with the field it belongs to.
       MOVE "EVCHG" TO WS-ACTION.
       IF WS-NEW-DATE NOT = EV-DATE
           MOVE SPACES TO WS-OLD-VALUE
           MOVE SPACES TO WS-NEW-VALUE
           STRING "DATE " EV-DATE DELIMITED BY SIZE
               INTO WS-OLD-VALUE
           END-STRING
           STRING "DATE " WS-NEW-DATE DELIMITED BY SIZE
               INTO WS-NEW-VALUE
           END-STRING
           PERFORM WRITE-MAINT-LOG
       END-IF.
       IF WS-NEW-VENUE NOT = EV-VENUE
           MOVE EV-VENUE     TO WS-OLD-VALUE
           MOVE WS-NEW-VENUE TO WS-NEW-VALUE
           PERFORM WRITE-MAINT-LOG
       END-IF.
       IF WS-NEW-FORMAT NOT = EV-FORMAT
           MOVE SPACES TO WS-OLD-VALUE
           MOVE SPACES TO WS-NEW-VALUE
           STRING "FORMAT " EV-FORMAT DELIMITED BY SIZE
               INTO WS-OLD-VALUE
           END-STRING
           STRING "FORMAT " WS-NEW-FORMAT DELIMITED BY SIZE
               INTO WS-NEW-VALUE
           END-STRING
           PERFORM WRITE-MAINT-LOG
       END-IF.
       IF WS-NEW-RULESET NOT = EV-RULESET
           MOVE SPACES TO WS-OLD-VALUE
           MOVE SPACES TO WS-NEW-VALUE
           STRING "RULESET " EV-RULESET DELIMITED BY SIZE
               INTO WS-OLD-VALUE
           END-STRING
           STRING "RULESET " WS-NEW-RULESET DELIMITED BY SIZE
               INTO WS-NEW-VALUE
           END-STRING
           PERFORM WRITE-MAINT-LOG
       END-IF.
       IF WS-NEW-FEE NOT = EV-ENTRY-FEE
           MOVE SPACES TO WS-OLD-VALUE
           MOVE SPACES TO WS-NEW-VALUE
           MOVE EV-ENTRY-FEE TO WS-FEE-DISP
           STRING "FEE " WS-FEE-DISP DELIMITED BY SIZE
               INTO WS-OLD-VALUE
           END-STRING
           MOVE WS-NEW-FEE TO WS-FEE-DISP
           STRING "FEE " WS-FEE-DISP DELIMITED BY SIZE
               INTO WS-NEW-VALUE
           END-STRING
           PERFORM WRITE-MAINT-LOG
       END-IF.
       IF WS-NEW-DATE = EV-DATE AND WS-NEW-VENUE = EV-VENUE
               AND WS-NEW-FORMAT = EV-FORMAT
               AND WS-NEW-RULESET = EV-RULESET
               AND WS-NEW-FEE = EV-ENTRY-FEE
           DISPLAY "Nothing changed."
       ELSE
           MOVE WS-NEW-DATE    TO EV-DATE
           MOVE WS-NEW-VENUE   TO EV-VENUE
           MOVE WS-NEW-FORMAT  TO EV-FORMAT
           MOVE WS-NEW-RULESET TO EV-RULESET
           MOVE WS-NEW-FEE     TO EV-ENTRY-FEE
           REWRITE EVENT-RECORD
           ADD 1 TO WS-CHANGES-MADE
           DISPLAY "Event '" WS-ENTRY-ID "' changed."
       END-IF.

       SHOW-EVENT.
       EVALUATE EV-FORMAT
           WHEN "I"
               MOVE "INTERACTIVE" TO WS-FORMAT-NAME
           WHEN "E"
               MOVE "ELIMINATION" TO WS-FORMAT-NAME
           WHEN "S"
               MOVE "SWISS"       TO WS-FORMAT-NAME
           WHEN OTHER
               MOVE "?"           TO WS-FORMAT-NAME
       END-EVALUATE.
       MOVE EV-ENTRY-FEE TO WS-FEE-DISP.
       DISPLAY EV-EVENT-ID " " EV-DATE " " EV-VENUE " "
           WS-FORMAT-NAME " RULESET " EV-RULESET " FEE " WS-FEE-DISP.

       LIST-EVENTS.
      *    Sequential walk of the indexed master in key order.
       DISPLAY "ID     DATE     VENUE                FORMAT"
           "      RULESET    FEE".
       MOVE LOW-VALUES TO EV-EVENT-ID.
       START EVENTS KEY NOT < EV-EVENT-ID
           INVALID KEY
               DISPLAY "  (no events on file)"
       END-START.
       IF WS-EVENTS-STATUS = "00"
           MOVE "N" TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ EVENTS NEXT RECORD
                   AT END MOVE "Y" TO WS-LIST-EOF
                   NOT AT END PERFORM SHOW-EVENT
               END-READ
           END-PERFORM
       END-IF.

       WRITE-MAINT-LOG.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       ADD 1 TO WS-MAINT-SEQ-NO.
       MOVE WS-CURRENT-DATE-TIME(1:8) TO ML-DATE.
       MOVE WS-CURRENT-DATE-TIME(9:6) TO ML-TIME.
       MOVE WS-MAINT-SEQ-NO           TO ML-SEQ-NO.
       MOVE WS-OPERATOR-ID TO ML-OPERATOR-ID.
       MOVE WS-ACTION      TO ML-ACTION.
       MOVE WS-ENTRY-ID    TO ML-PLAYER-ID.
       MOVE WS-OLD-VALUE   TO ML-OLD-VALUE.
       MOVE WS-NEW-VALUE   TO ML-NEW-VALUE.
       WRITE MAINT-LOG-RECORD.
       END PROGRAM JOKENEVT.
