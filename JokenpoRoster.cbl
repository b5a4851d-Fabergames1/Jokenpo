      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 15/10/2026
      * Purpose: Study
      * Tectonics: cobc
      * Front-desk maintenance for the dated team roster ROSTER.IDX
      * (copybook ROSTREC), which links players on PLAYERMST.IDX to
      * the clubs on TEAMMST.IDX (kept with JOKENTEM). A player joins
      * a team from a date; a transfer to another team ends the old
      * stint the day before the new one starts, and a player who
      * leaves a club without joining another has the stint ended.
      * Stints are never rewritten or removed, and a new one can
      * only start after the player's latest one, so a mid-season
      * transfer leaves the team every earlier result was played for
      * untouched - JOKENTMS credits each match to the team the
      * player was on that day. The desk can also list a player's
      * stints and a team's roster on any date. The session starts
      * with a sign-on against OPERMST.IDX (desk, director or admin),
      * and every change is logged to MAINTLOG.DAT the same way
      * JOKENMNT logs player changes, under the player's ID with an
      * "RSJOIN" (stint started) or "RSEND" (stint ended) action.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENROS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER ASSIGN TO "ROSTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RO-KEY
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT TEAMMST ASSIGN TO "TEAMMST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
       FD  ROSTER.
           COPY ROSTREC.
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
       01 WS-ROSTER-STATUS    PIC X(2) VALUE "00".
       01 WS-TEAMMST-STATUS   PIC X(2) VALUE "00".
       01 WS-PLAYERMST-STATUS PIC X(2) VALUE "00".
       01 WS-MAINTLOG-STATUS  PIC X(2) VALUE "00".
       01 WS-LIST-EOF         PIC X(1) VALUE "N".
       01 WS-CURRENT-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-TODAY            PIC 9(8) VALUE 0.
       01 WS-MAINT-SEQ-NO     PIC 9(4) VALUE 0.
       01 WS-MENU-CHOICE      PIC X(1) VALUE SPACES.
       01 WS-DONE-SW          PIC X(1) VALUE "N".
       01 WS-CHANGES-MADE     PIC 9(4) VALUE 0.
       01 WS-FOUND-SW         PIC X(1) VALUE "N".
       01 WS-VALID-SW         PIC X(1) VALUE "N".
       01 WS-CONFIRM          PIC X(1) VALUE SPACES.
       01 WS-ENTRY-PLAYER     PIC X(6) VALUE SPACES.
       01 WS-ENTRY-TEAM       PIC X(6) VALUE SPACES.
       01 WS-ENTRY-DATE-IN    PIC X(8) VALUE SPACES.
       01 WS-ENTRY-DATE-N REDEFINES WS-ENTRY-DATE-IN PIC 9(8).
       01 WS-ENTRY-DATE       PIC 9(8) VALUE 0.
       01 WS-END-DATE         PIC 9(8) VALUE 0.
       01 WS-OPEN-TO-DATE     PIC 9(8) VALUE 99999999.
       01 WS-PLAYER-NAME      PIC X(20) VALUE SPACES.
       01 WS-TEAM-NAME        PIC X(20) VALUE SPACES.
       01 WS-TO-DISP          PIC X(8) VALUE SPACES.
      *    The player's latest stint, from LOAD-LATEST-STINT.
       01 WS-STINT-COUNT      PIC 9(4) VALUE 0.
       01 WS-LAST-FROM        PIC 9(8) VALUE 0.
       01 WS-LAST-TO          PIC 9(8) VALUE 0.
       01 WS-LAST-TEAM        PIC X(6) VALUE SPACES.
       01 WS-ON-ROSTER        PIC 9(4) VALUE 0.
       01 WS-OLD-VALUE        PIC X(25) VALUE SPACES.
       01 WS-NEW-VALUE        PIC X(25) VALUE SPACES.
       01 WS-ACTION           PIC X(6) VALUE SPACES.
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
       DISPLAY "Jokenpo team roster maintenance.".
       PERFORM SIGN-ON.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY.

       OPEN INPUT TEAMMST.
       IF WS-TEAMMST-STATUS NOT = "00"
           DISPLAY "Cannot open TEAMMST.IDX - status "
               WS-TEAMMST-STATUS ". Set the teams up with JOKENTEM "
               "first."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT PLAYERMST.
       IF WS-PLAYERMST-STATUS NOT = "00"
           DISPLAY "Cannot open PLAYERMST.IDX - status "
               WS-PLAYERMST-STATUS "."
           CLOSE TEAMMST
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN I-O ROSTER.
       IF WS-ROSTER-STATUS = "35"
           DISPLAY "ROSTER.IDX not found - starting a new roster."
           OPEN OUTPUT ROSTER
           CLOSE ROSTER
           OPEN I-O ROSTER
       END-IF.
       IF WS-ROSTER-STATUS NOT = "00"
           DISPLAY "Cannot open ROSTER.IDX - status "
               WS-ROSTER-STATUS "."
           CLOSE TEAMMST
           CLOSE PLAYERMST
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN EXTEND MAINTLOG.
       IF WS-MAINTLOG-STATUS = "35"
           OPEN OUTPUT MAINTLOG
           CLOSE MAINTLOG
           OPEN EXTEND MAINTLOG
       END-IF.

       PERFORM ROSTER-MENU UNTIL WS-DONE-SW = "Y".

       CLOSE MAINTLOG.
       CLOSE ROSTER.
       CLOSE PLAYERMST.
       CLOSE TEAMMST.

       IF WS-CHANGES-MADE > 0
           DISPLAY "ROSTER.IDX updated - " WS-CHANGES-MADE
               " change(s) applied and logged."
       ELSE
           DISPLAY "No changes made - ROSTER.IDX left untouched."
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
               MOVE "Role may not run JOKENROS" TO WS-SEC-DETAIL
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
       MOVE "JOKENROS"                TO SL-PROGRAM.
       MOVE SPACES                    TO SL-TERMINAL-ID.
       MOVE WS-SEC-EVENT              TO SL-EVENT.
       MOVE WS-SEC-DETAIL             TO SL-DETAIL.
       WRITE SECURITY-LOG-RECORD.
       CLOSE SECLOG.

       ROSTER-MENU.
       DISPLAY " ".
       DISPLAY "(J)oin or transfer, (E)nd stint, player (H)istory, "
           "(T)eam roster, e(X)it".
       ACCEPT WS-MENU-CHOICE.
       EVALUATE WS-MENU-CHOICE
           WHEN "J"
           WHEN "j"
               PERFORM JOIN-TEAM
           WHEN "E"
           WHEN "e"
               PERFORM END-STINT
           WHEN "H"
           WHEN "h"
               PERFORM PLAYER-HISTORY
           WHEN "T"
           WHEN "t"
               PERFORM TEAM-ROSTER
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO WS-DONE-SW
           WHEN OTHER
               DISPLAY "Invalid entry. Enter J, E, H, T or X."
       END-EVALUATE.

       GET-PLAYER.
      *    WS-FOUND-SW comes back "Y" with WS-PLAYER-NAME set when
      *    the ID keyed is on the player master.
       DISPLAY "Player ID: ".
       MOVE SPACES TO WS-ENTRY-PLAYER.
       ACCEPT WS-ENTRY-PLAYER.
       MOVE "N" TO WS-FOUND-SW.
       MOVE SPACES TO WS-PLAYER-NAME.
       MOVE WS-ENTRY-PLAYER TO PM-PLAYER-ID.
       READ PLAYERMST
           INVALID KEY
               DISPLAY "Player ID '" WS-ENTRY-PLAYER
                   "' is not on the player master."
           NOT INVALID KEY
               MOVE "Y" TO WS-FOUND-SW
               MOVE PM-PLAYER-NAME TO WS-PLAYER-NAME
       END-READ.

       FIND-TEAM.
       MOVE "N" TO WS-FOUND-SW.
       MOVE WS-ENTRY-TEAM TO TM-TEAM-ID.
       READ TEAMMST
           INVALID KEY
               MOVE WS-ENTRY-TEAM TO WS-TEAM-NAME
           NOT INVALID KEY
               MOVE "Y" TO WS-FOUND-SW
               MOVE TM-TEAM-NAME TO WS-TEAM-NAME
       END-READ.

       GET-ENTRY-DATE.
      *    The caller has shown what the date is for; blank is today.
       MOVE "N" TO WS-VALID-SW.
       PERFORM UNTIL WS-VALID-SW = "Y"
           DISPLAY "Date (YYYYMMDD, blank = today): "
           MOVE SPACES TO WS-ENTRY-DATE-IN
           ACCEPT WS-ENTRY-DATE-IN
           IF WS-ENTRY-DATE-IN = SPACES
               MOVE WS-TODAY TO WS-ENTRY-DATE
               MOVE "Y" TO WS-VALID-SW
           ELSE
               IF WS-ENTRY-DATE-IN IS NUMERIC
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-ENTRY-DATE-N)
                           = 0
                       MOVE WS-ENTRY-DATE-N TO WS-ENTRY-DATE
                       MOVE "Y" TO WS-VALID-SW
                   END-IF
               END-IF
               IF WS-VALID-SW = "N"
                   DISPLAY "Invalid date '" WS-ENTRY-DATE-IN "'."
               END-IF
           END-IF
       END-PERFORM.

       LOAD-LATEST-STINT.
      *    The key is player + start date, so the player's stints
      *    read back in date order and the last one read is the
      *    latest.
       MOVE 0      TO WS-STINT-COUNT.
       MOVE 0      TO WS-LAST-FROM.
       MOVE 0      TO WS-LAST-TO.
       MOVE SPACES TO WS-LAST-TEAM.
       MOVE WS-ENTRY-PLAYER TO RO-PLAYER-ID.
       MOVE 0               TO RO-FROM-DATE.
       MOVE "N" TO WS-LIST-EOF.
       START ROSTER KEY NOT < RO-KEY
           INVALID KEY
               MOVE "Y" TO WS-LIST-EOF
       END-START.
       PERFORM UNTIL WS-LIST-EOF = "Y"
           READ ROSTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LIST-EOF
               NOT AT END
                   IF RO-PLAYER-ID NOT = WS-ENTRY-PLAYER
                       MOVE "Y" TO WS-LIST-EOF
                   ELSE
                       ADD 1 TO WS-STINT-COUNT
                       MOVE RO-FROM-DATE TO WS-LAST-FROM
                       MOVE RO-TO-DATE   TO WS-LAST-TO
                       MOVE RO-TEAM-ID   TO WS-LAST-TEAM
                   END-IF
           END-READ
       END-PERFORM.

       JOIN-TEAM.
       PERFORM GET-PLAYER.
       IF WS-FOUND-SW = "Y" AND PM-STATUS = "R"
           DISPLAY WS-PLAYER-NAME " is retired and cannot be "
               "rostered."
           MOVE "N" TO WS-FOUND-SW
       END-IF.
       IF WS-FOUND-SW = "Y"
           DISPLAY "Team ID: "
           MOVE SPACES TO WS-ENTRY-TEAM
           ACCEPT WS-ENTRY-TEAM
           PERFORM FIND-TEAM
           IF WS-FOUND-SW = "N"
               DISPLAY "Unknown team ID '" WS-ENTRY-TEAM "'."
           ELSE
               IF TM-STATUS = "R"
                   DISPLAY WS-TEAM-NAME " is retired - nobody can "
                       "join it."
                   MOVE "N" TO WS-FOUND-SW
               END-IF
           END-IF
       END-IF.
       IF WS-FOUND-SW = "Y"
           DISPLAY "First day with " WS-TEAM-NAME
           PERFORM GET-ENTRY-DATE
           PERFORM LOAD-LATEST-STINT
           PERFORM CHECK-AND-JOIN
       END-IF.

       CHECK-AND-JOIN.
      *    Stints only move forward: a start on or before the latest
      *    stint's start would rewrite a team past results were
      *    played for.
       IF WS-STINT-COUNT > 0 AND WS-ENTRY-DATE <= WS-LAST-FROM
           DISPLAY WS-PLAYER-NAME " already has a stint with "
               WS-LAST-TEAM " starting " WS-LAST-FROM
               " - a new one must start after it."
       ELSE
           IF WS-STINT-COUNT > 0 AND WS-LAST-TO >= WS-ENTRY-DATE
               IF WS-LAST-TEAM = WS-ENTRY-TEAM
                   DISPLAY WS-PLAYER-NAME " is already on "
                       WS-TEAM-NAME " since " WS-LAST-FROM "."
               ELSE
                   PERFORM CONFIRM-TRANSFER
               END-IF
           ELSE
               PERFORM WRITE-NEW-STINT
           END-IF
       END-IF.

       CONFIRM-TRANSFER.
       COMPUTE WS-END-DATE = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE) - 1).
       DISPLAY "Transfer " WS-PLAYER-NAME " from " WS-LAST-TEAM
           " (ends " WS-END-DATE ") to " WS-ENTRY-TEAM
           " (starts " WS-ENTRY-DATE ")? (Y/N)".
       MOVE SPACES TO WS-CONFIRM.
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
           PERFORM CLOSE-LATEST-STINT
           PERFORM WRITE-NEW-STINT
       ELSE
           DISPLAY "Transfer not made."
       END-IF.

       CLOSE-LATEST-STINT.
      *    WS-END-DATE in: the latest stint's last day.
       MOVE WS-ENTRY-PLAYER TO RO-PLAYER-ID.
       MOVE WS-LAST-FROM    TO RO-FROM-DATE.
       READ ROSTER
           INVALID KEY
               DISPLAY "Stint " WS-ENTRY-PLAYER " " WS-LAST-FROM
                   " has gone from ROSTER.IDX - not ended."
           NOT INVALID KEY
               MOVE WS-END-DATE TO RO-TO-DATE
               REWRITE ROSTER-RECORD
               MOVE "RSEND" TO WS-ACTION
               MOVE SPACES TO WS-OLD-VALUE
               MOVE SPACES TO WS-NEW-VALUE
               STRING "TEAM " RO-TEAM-ID " TO " WS-LAST-TO
                   DELIMITED BY SIZE INTO WS-OLD-VALUE
               END-STRING
               STRING "TEAM " RO-TEAM-ID " TO " WS-END-DATE
                   DELIMITED BY SIZE INTO WS-NEW-VALUE
               END-STRING
               PERFORM WRITE-MAINT-LOG
               ADD 1 TO WS-CHANGES-MADE
               DISPLAY "Stint with " RO-TEAM-ID " ended "
                   WS-END-DATE "."
       END-READ.

       WRITE-NEW-STINT.
       MOVE WS-ENTRY-PLAYER TO RO-PLAYER-ID.
       MOVE WS-ENTRY-DATE   TO RO-FROM-DATE.
       MOVE WS-ENTRY-TEAM   TO RO-TEAM-ID.
       MOVE WS-OPEN-TO-DATE TO RO-TO-DATE.
       WRITE ROSTER-RECORD
           INVALID KEY
               DISPLAY "A stint for " WS-ENTRY-PLAYER " starting "
                   WS-ENTRY-DATE " already exists - not added."
           NOT INVALID KEY
               MOVE "RSJOIN" TO WS-ACTION
               MOVE SPACES TO WS-OLD-VALUE
               MOVE SPACES TO WS-NEW-VALUE
               STRING "TEAM " WS-ENTRY-TEAM " FROM " WS-ENTRY-DATE
                   DELIMITED BY SIZE INTO WS-NEW-VALUE
               END-STRING
               PERFORM WRITE-MAINT-LOG
               ADD 1 TO WS-CHANGES-MADE
               DISPLAY WS-PLAYER-NAME " joins " WS-TEAM-NAME
                   " from " WS-ENTRY-DATE "."
       END-WRITE.

       END-STINT.
      *    A player leaving a club without joining another - the
      *    current stint gets its last day.
       PERFORM GET-PLAYER.
       IF WS-FOUND-SW = "Y"
           PERFORM LOAD-LATEST-STINT
           IF WS-STINT-COUNT = 0 OR WS-LAST-TO NOT = WS-OPEN-TO-DATE
               DISPLAY WS-PLAYER-NAME " is not on a team."
           ELSE
               DISPLAY WS-PLAYER-NAME " is on " WS-LAST-TEAM
                   " since " WS-LAST-FROM ". Last day with the team"
               PERFORM GET-ENTRY-DATE
               IF WS-ENTRY-DATE < WS-LAST-FROM
                   DISPLAY "The stint cannot end before it started ("
                       WS-LAST-FROM ")."
               ELSE
                   MOVE WS-ENTRY-DATE TO WS-END-DATE
                   PERFORM CLOSE-LATEST-STINT
               END-IF
           END-IF
       END-IF.

       PLAYER-HISTORY.
       PERFORM GET-PLAYER.
       IF WS-FOUND-SW = "Y"
           DISPLAY "Stints for " WS-ENTRY-PLAYER " " WS-PLAYER-NAME
           DISPLAY "FROM     TO       TEAM   TEAM NAME"
           MOVE 0 TO WS-STINT-COUNT
           MOVE WS-ENTRY-PLAYER TO RO-PLAYER-ID
           MOVE 0               TO RO-FROM-DATE
           MOVE "N" TO WS-LIST-EOF
           START ROSTER KEY NOT < RO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF
           END-START
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ ROSTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       IF RO-PLAYER-ID NOT = WS-ENTRY-PLAYER
                           MOVE "Y" TO WS-LIST-EOF
                       ELSE
                           ADD 1 TO WS-STINT-COUNT
                           PERFORM SHOW-STINT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STINT-COUNT = 0
               DISPLAY "  (never rostered)"
           END-IF
       END-IF.

       SHOW-STINT.
       MOVE RO-TEAM-ID TO WS-ENTRY-TEAM.
       PERFORM FIND-TEAM.
       IF RO-TO-DATE = WS-OPEN-TO-DATE
           MOVE "CURRENT" TO WS-TO-DISP
       ELSE
           MOVE RO-TO-DATE TO WS-TO-DISP
       END-IF.
       DISPLAY RO-FROM-DATE " " WS-TO-DISP " " RO-TEAM-ID " "
           WS-TEAM-NAME.

       TEAM-ROSTER.
      *    Everyone whose stint with the team covers the date - a
      *    walk of the whole roster, which is keyed by player.
       DISPLAY "Team ID: ".
       MOVE SPACES TO WS-ENTRY-TEAM.
       ACCEPT WS-ENTRY-TEAM.
       PERFORM FIND-TEAM.
       IF WS-FOUND-SW = "N"
           DISPLAY "Unknown team ID '" WS-ENTRY-TEAM "'."
       ELSE
           DISPLAY "Roster of " WS-TEAM-NAME " on"
           PERFORM GET-ENTRY-DATE
           DISPLAY "PLAYER NAME                 SINCE    UNTIL"
           MOVE 0 TO WS-ON-ROSTER
           MOVE LOW-VALUES TO RO-KEY
           MOVE "N" TO WS-LIST-EOF
           START ROSTER KEY NOT < RO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF
           END-START
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ ROSTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       IF RO-TEAM-ID = WS-ENTRY-TEAM
                               AND RO-FROM-DATE <= WS-ENTRY-DATE
                               AND RO-TO-DATE >= WS-ENTRY-DATE
                           PERFORM SHOW-ROSTER-LINE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-ON-ROSTER " player(s) on " WS-ENTRY-TEAM
               " on " WS-ENTRY-DATE "."
       END-IF.

       SHOW-ROSTER-LINE.
       ADD 1 TO WS-ON-ROSTER.
       MOVE RO-PLAYER-ID TO PM-PLAYER-ID.
       READ PLAYERMST
           INVALID KEY
               MOVE RO-PLAYER-ID TO WS-PLAYER-NAME
           NOT INVALID KEY
               MOVE PM-PLAYER-NAME TO WS-PLAYER-NAME
       END-READ.
       IF RO-TO-DATE = WS-OPEN-TO-DATE
           MOVE "CURRENT" TO WS-TO-DISP
       ELSE
           MOVE RO-TO-DATE TO WS-TO-DISP
       END-IF.
       DISPLAY RO-PLAYER-ID " " WS-PLAYER-NAME " " RO-FROM-DATE " "
           WS-TO-DISP.

       WRITE-MAINT-LOG.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       ADD 1 TO WS-MAINT-SEQ-NO.
       MOVE WS-CURRENT-DATE-TIME(1:8) TO ML-DATE.
       MOVE WS-CURRENT-DATE-TIME(9:6) TO ML-TIME.
       MOVE WS-MAINT-SEQ-NO           TO ML-SEQ-NO.
       MOVE WS-OPERATOR-ID  TO ML-OPERATOR-ID.
       MOVE WS-ACTION       TO ML-ACTION.
       MOVE WS-ENTRY-PLAYER TO ML-PLAYER-ID.
       MOVE WS-OLD-VALUE    TO ML-OLD-VALUE.
       MOVE WS-NEW-VALUE    TO ML-NEW-VALUE.
       WRITE MAINT-LOG-RECORD.
       END PROGRAM JOKENROS.
