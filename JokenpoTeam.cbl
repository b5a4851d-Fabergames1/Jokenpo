      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 15/10/2026
      * Purpose: Study
      * Tectonics: cobc
      * Front-desk maintenance for the team master TEAMMST.IDX
      * (copybook TEAMREC). Several regulars play for clubs and the
      * clubs want an inter-club table, but the player master has no
      * idea who belongs to which club. The desk sets each club up
      * here - team ID, name, captain and status - and rosters its
      * players with JOKENROS; JOKENTMS prints the table. Supports
      * adding a team (duplicate IDs rejected), changing its name or
      * captain, retiring it (it stays on the file so old results
      * still report under its name) or bringing it back, and
      * listing the master. The captain must be on PLAYERMST.IDX.
      * The session starts with a sign-on against OPERMST.IDX (desk,
      * director or admin), and every change is logged to
      * MAINTLOG.DAT the same way JOKENMNT logs player changes, with
      * the team ID in ML-PLAYER-ID and a "TMADD", "TMCHG" or
      * "TMSTAT" action.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENTEM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEAMMST ASSIGN TO "TEAMMST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TEAM-ID
               FILE STATUS IS WS-TEAMMST-STATUS.
           SELECT PLAYERMST ASSIGN TO "PLAYERMST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PLAYERMST-STATUS.
           SELECT MAINTLOG ASSIGN TO "MAINTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTLOG-STATUS.
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
       FD  TEAMMST.
           COPY TEAMREC.
       FD  PLAYERMST.
           COPY PLAYERREC.
       FD  MAINTLOG.
           COPY MNTREC.
       FD  OPERMST.
           COPY OPERREC.
       FD  SECLOG.
           COPY SECREC.
       WORKING-STORAGE SECTION.
       01 WS-TEAMMST-STATUS   PIC X(2) VALUE "00".
       01 WS-PLAYERMST-STATUS PIC X(2) VALUE "00".
       01 WS-MAINTLOG-STATUS  PIC X(2) VALUE "00".
       01 WS-LIST-EOF         PIC X(1) VALUE "N".
       01 WS-CURRENT-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-MAINT-SEQ-NO     PIC 9(4) VALUE 0.
       01 WS-MENU-CHOICE      PIC X(1) VALUE SPACES.
       01 WS-DONE-SW          PIC X(1) VALUE "N".
       01 WS-CHANGES-MADE     PIC 9(4) VALUE 0.
       01 WS-SEARCH-ID        PIC X(6) VALUE SPACES.
       01 WS-FOUND-SW         PIC X(1) VALUE "N".
       01 WS-VALID-SW         PIC X(1) VALUE "N".
       01 WS-ENTRY-ID         PIC X(6) VALUE SPACES.
       01 WS-ENTRY-NAME       PIC X(20) VALUE SPACES.
       01 WS-ENTRY-CAPTAIN    PIC X(6) VALUE SPACES.
       01 WS-ENTRY-STATUS     PIC X(1) VALUE SPACES.
       01 WS-CAPTAIN-NAME     PIC X(20) VALUE SPACES.
       01 WS-NEW-TEAM.
           05 WS-NEW-NAME     PIC X(20).
           05 WS-NEW-CAPTAIN  PIC X(6).
           05 WS-NEW-STATUS   PIC X(1).
       01 WS-OLD-VALUE        PIC X(25) VALUE SPACES.
       01 WS-NEW-VALUE        PIC X(25) VALUE SPACES.
       01 WS-ACTION           PIC X(6) VALUE SPACES.
       01 WS-STATUS-NAME      PIC X(7) VALUE SPACES.
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
       PROCEDURE DIVISION.
       MAIN-LOGIC.
       DISPLAY "Jokenpo team master maintenance.".
       PERFORM SIGN-ON.

       OPEN I-O TEAMMST.
       IF WS-TEAMMST-STATUS = "35"
           DISPLAY "TEAMMST.IDX not found - starting a new team "
               "master."
           OPEN OUTPUT TEAMMST
           CLOSE TEAMMST
           OPEN I-O TEAMMST
       END-IF.
       IF WS-TEAMMST-STATUS NOT = "00"
           DISPLAY "Cannot open TEAMMST.IDX - status "
               WS-TEAMMST-STATUS "."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN INPUT PLAYERMST.
       IF WS-PLAYERMST-STATUS NOT = "00"
           DISPLAY "Cannot open PLAYERMST.IDX - status "
               WS-PLAYERMST-STATUS ". Captains are checked against "
               "the player master."
           CLOSE TEAMMST
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN EXTEND MAINTLOG.
       IF WS-MAINTLOG-STATUS = "35"
           OPEN OUTPUT MAINTLOG
           CLOSE MAINTLOG
           OPEN EXTEND MAINTLOG
       END-IF.

       PERFORM TEAM-MENU UNTIL WS-DONE-SW = "Y".

       CLOSE MAINTLOG.
       CLOSE PLAYERMST.
       CLOSE TEAMMST.

       IF WS-CHANGES-MADE > 0
           DISPLAY "TEAMMST.IDX updated - " WS-CHANGES-MADE
               " change(s) applied and logged."
       ELSE
           DISPLAY "No changes made - TEAMMST.IDX left untouched."
       END-IF.

       STOP RUN.

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
               MOVE "Role may not run JOKENTEM" TO WS-SEC-DETAIL
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
       MOVE "JOKENTEM"                TO SL-PROGRAM.
       MOVE SPACES                    TO SL-TERMINAL-ID.
       MOVE WS-SEC-EVENT              TO SL-EVENT.
       MOVE WS-SEC-DETAIL             TO SL-DETAIL.
       WRITE SECURITY-LOG-RECORD.
       CLOSE SECLOG.

       TEAM-MENU.
       DISPLAY " ".
       DISPLAY "(A)dd team, (C)hange team, (L)ist, e(X)it".
       ACCEPT WS-MENU-CHOICE.
       EVALUATE WS-MENU-CHOICE
           WHEN "A"
           WHEN "a"
               PERFORM ADD-TEAM
           WHEN "C"
           WHEN "c"
               PERFORM CHANGE-TEAM
           WHEN "L"
           WHEN "l"
               PERFORM LIST-TEAMS
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO WS-DONE-SW
           WHEN OTHER
               DISPLAY "Invalid entry. Enter A, C, L or X."
       END-EVALUATE.

       FIND-TEAM.
      *    Keyed read against the indexed master; the record area
      *    holds the team when WS-FOUND-SW comes back "Y".
       MOVE "N" TO WS-FOUND-SW.
       MOVE WS-SEARCH-ID TO TM-TEAM-ID.
       READ TEAMMST
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "Y" TO WS-FOUND-SW
       END-READ.

       ADD-TEAM.
       DISPLAY "New team ID (6 characters): ".
       MOVE SPACES TO WS-ENTRY-ID.
       ACCEPT WS-ENTRY-ID.
       IF WS-ENTRY-ID = SPACES
           DISPLAY "Team ID may not be blank."
       ELSE
           MOVE WS-ENTRY-ID TO WS-SEARCH-ID
           PERFORM FIND-TEAM
           IF WS-FOUND-SW = "Y"
               DISPLAY "Team ID '" WS-ENTRY-ID "' already exists ("
                   TM-TEAM-NAME ")."
           ELSE
               PERFORM ADD-TEAM-DETAILS
           END-IF
       END-IF.

       ADD-TEAM-DETAILS.
       MOVE SPACES TO WS-NEW-NAME.
       MOVE SPACES TO WS-NEW-CAPTAIN.
       MOVE "A"    TO WS-NEW-STATUS.
       PERFORM GET-TEAM-NAME.
       PERFORM GET-TEAM-CAPTAIN.
       IF WS-NEW-NAME = SPACES OR WS-NEW-CAPTAIN = SPACES
           DISPLAY "Name and captain are required - team not added."
       ELSE
           MOVE WS-ENTRY-ID    TO TM-TEAM-ID
           MOVE WS-NEW-NAME    TO TM-TEAM-NAME
           MOVE WS-NEW-CAPTAIN TO TM-CAPTAIN-ID
           MOVE WS-NEW-STATUS  TO TM-STATUS
           WRITE TEAM-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Team ID '" WS-ENTRY-ID "' already "
                       "exists - not added."
               NOT INVALID KEY
                   MOVE "TMADD"     TO WS-ACTION
                   MOVE SPACES      TO WS-OLD-VALUE
                   MOVE WS-NEW-NAME TO WS-NEW-VALUE
                   PERFORM WRITE-MAINT-LOG
                   ADD 1 TO WS-CHANGES-MADE
                   DISPLAY "Added team '" WS-ENTRY-ID "' "
                       WS-NEW-NAME " captained by " WS-NEW-CAPTAIN
           END-WRITE
       END-IF.

       GET-TEAM-NAME.
      *    On a change a blank entry keeps the current value; on an
      *    add the current value is blank and the add is refused.
       DISPLAY "Team name (blank = keep): ".
       MOVE SPACES TO WS-ENTRY-NAME.
       ACCEPT WS-ENTRY-NAME.
       IF WS-ENTRY-NAME NOT = SPACES
           MOVE WS-ENTRY-NAME TO WS-NEW-NAME
       END-IF.

       GET-TEAM-CAPTAIN.
       MOVE "N" TO WS-VALID-SW.
       PERFORM UNTIL WS-VALID-SW = "Y"
           DISPLAY "Captain's player ID (blank = keep): "
           MOVE SPACES TO WS-ENTRY-CAPTAIN
           ACCEPT WS-ENTRY-CAPTAIN
           IF WS-ENTRY-CAPTAIN = SPACES
               MOVE "Y" TO WS-VALID-SW
           ELSE
               PERFORM FIND-CAPTAIN
               IF WS-FOUND-SW = "N"
                   DISPLAY "Player ID '" WS-ENTRY-CAPTAIN
                       "' is not on the player master."
               ELSE
                   IF PM-STATUS = "R"
                       DISPLAY PM-PLAYER-NAME " is retired and "
                           "cannot captain a team."
                   ELSE
                       DISPLAY "Captain: " PM-PLAYER-NAME
                       MOVE WS-ENTRY-CAPTAIN TO WS-NEW-CAPTAIN
                       MOVE "Y" TO WS-VALID-SW
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

       FIND-CAPTAIN.
       MOVE "N" TO WS-FOUND-SW.
       MOVE WS-ENTRY-CAPTAIN TO PM-PLAYER-ID.
       READ PLAYERMST
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "Y" TO WS-FOUND-SW
       END-READ.

       GET-TEAM-STATUS.
       MOVE "N" TO WS-VALID-SW.
       PERFORM UNTIL WS-VALID-SW = "Y"
           DISPLAY "Status - (A)ctive, (R)etired (blank = keep): "
           MOVE SPACES TO WS-ENTRY-STATUS
           ACCEPT WS-ENTRY-STATUS
           EVALUATE WS-ENTRY-STATUS
               WHEN SPACE
                   MOVE "Y" TO WS-VALID-SW
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO WS-NEW-STATUS
                   MOVE "Y" TO WS-VALID-SW
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO WS-NEW-STATUS
                   MOVE "Y" TO WS-VALID-SW
               WHEN OTHER
                   DISPLAY "Invalid entry. Enter A or R."
           END-EVALUATE
       END-PERFORM.

       CHANGE-TEAM.
       DISPLAY "Team ID to change: ".
       MOVE SPACES TO WS-ENTRY-ID.
       ACCEPT WS-ENTRY-ID.
       MOVE WS-ENTRY-ID TO WS-SEARCH-ID.
       PERFORM FIND-TEAM.
       IF WS-FOUND-SW = "N"
           DISPLAY "Unknown team ID '" WS-ENTRY-ID "'."
       ELSE
           PERFORM SHOW-TEAM
           MOVE TM-TEAM-NAME  TO WS-NEW-NAME
           MOVE TM-CAPTAIN-ID TO WS-NEW-CAPTAIN
           MOVE TM-STATUS     TO WS-NEW-STATUS
           PERFORM GET-TEAM-NAME
           PERFORM GET-TEAM-CAPTAIN
           PERFORM GET-TEAM-STATUS
      *    The captain lookup used the player record area only - the
      *    team record is still the one read above.
           PERFORM APPLY-TEAM-CHANGES
       END-IF.

       APPLY-TEAM-CHANGES.
      *    One MAINTLOG.DAT record per field that actually changed,
      *    each value tagged with the field it belongs to.
       MOVE "TMCHG" TO WS-ACTION.
       IF WS-NEW-NAME NOT = TM-TEAM-NAME
           MOVE TM-TEAM-NAME TO WS-OLD-VALUE
           MOVE WS-NEW-NAME  TO WS-NEW-VALUE
           PERFORM WRITE-MAINT-LOG
       END-IF.
       IF WS-NEW-CAPTAIN NOT = TM-CAPTAIN-ID
           MOVE SPACES TO WS-OLD-VALUE
           MOVE SPACES TO WS-NEW-VALUE
           STRING "CAPTAIN " TM-CAPTAIN-ID DELIMITED BY SIZE
               INTO WS-OLD-VALUE
           END-STRING
           STRING "CAPTAIN " WS-NEW-CAPTAIN DELIMITED BY SIZE
               INTO WS-NEW-VALUE
           END-STRING
           PERFORM WRITE-MAINT-LOG
       END-IF.
       IF WS-NEW-STATUS NOT = TM-STATUS
           MOVE "TMSTAT" TO WS-ACTION
           MOVE SPACES TO WS-OLD-VALUE
           MOVE SPACES TO WS-NEW-VALUE
           STRING "STATUS " TM-STATUS DELIMITED BY SIZE
               INTO WS-OLD-VALUE
           END-STRING
           STRING "STATUS " WS-NEW-STATUS DELIMITED BY SIZE
               INTO WS-NEW-VALUE
           END-STRING
           PERFORM WRITE-MAINT-LOG
       END-IF.
       IF WS-NEW-NAME = TM-TEAM-NAME
               AND WS-NEW-CAPTAIN = TM-CAPTAIN-ID
               AND WS-NEW-STATUS = TM-STATUS
           DISPLAY "Nothing changed."
       ELSE
           MOVE WS-NEW-NAME    TO TM-TEAM-NAME
           MOVE WS-NEW-CAPTAIN TO TM-CAPTAIN-ID
           MOVE WS-NEW-STATUS  TO TM-STATUS
           REWRITE TEAM-MASTER-RECORD
           ADD 1 TO WS-CHANGES-MADE
           DISPLAY "Team '" WS-ENTRY-ID "' changed."
           IF WS-NEW-STATUS = "R"
               DISPLAY "Players still rostered to a retired team "
                   "keep their stint - end it with JOKENROS."
           END-IF
       END-IF.

       SHOW-TEAM.
       IF TM-STATUS = "R"
           MOVE "RETIRED" TO WS-STATUS-NAME
       ELSE
           MOVE "ACTIVE"  TO WS-STATUS-NAME
       END-IF.
       MOVE TM-CAPTAIN-ID TO WS-ENTRY-CAPTAIN.
       PERFORM FIND-CAPTAIN.
       IF WS-FOUND-SW = "Y"
           MOVE PM-PLAYER-NAME TO WS-CAPTAIN-NAME
       ELSE
           MOVE TM-CAPTAIN-ID  TO WS-CAPTAIN-NAME
       END-IF.
       DISPLAY TM-TEAM-ID " " TM-TEAM-NAME " " TM-CAPTAIN-ID " "
           WS-CAPTAIN-NAME " " WS-STATUS-NAME.

       LIST-TEAMS.
      *    Sequential walk of the indexed master in key order.
       DISPLAY "ID     TEAM NAME            CAPTAIN"
           "                     STATUS".
       MOVE LOW-VALUES TO TM-TEAM-ID.
       START TEAMMST KEY NOT < TM-TEAM-ID
           INVALID KEY
               DISPLAY "  (no teams on file)"
       END-START.
       IF WS-TEAMMST-STATUS = "00"
           MOVE "N" TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ TEAMMST NEXT RECORD
                   AT END MOVE "Y" TO WS-LIST-EOF
                   NOT AT END PERFORM SHOW-TEAM
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
       END PROGRAM JOKENTEM.
