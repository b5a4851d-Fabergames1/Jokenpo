      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 15/10/2026
      * Purpose: Study
      * Tectonics: cobc
      * Round-robin league scheduler. Besides bracket and Swiss
      * nights the club runs a weekly league: every player in a
      * division meets every other player once over the season,
      * spread across the league nights. A division is the active
      * players on PLAYERMST.IDX whose rating falls in the band the
      * desk keys when the schedule is built (so the master needs no
      * new field), and the schedule is fixed once built - a player
      * whose rating drifts out of the band keeps their fixtures.
      * Build lays the division out by the circle method, one round
      * per league night, and writes FIXTURES.IDX (copybook FIXTREC)
      * with a fixture ID, the two players and the scheduled night;
      * an odd division gives one player a bye each night. Card
      * prints the night's open fixtures for the desk, with any
      * overdue ones from earlier nights listed as catch-ups, to the
      * screen and FIXCARD.RPT. JOKENPO marks a fixture played when
      * it writes the "M" or "F" record between its two players.
      * Walkover closes an overdue fixture the desk has given up on:
      * the absent player forfeits through an "F" record on
      * MATCHHIST.DAT with a matching AUDITLOG.DAT entry (operator
      * signed on here, terminal "JOKENFIX"), in the same "PlayerN
      * Forfeits!" vocabulary a forfeit keyed at the station uses,
      * so standings and ratings treat it like any other forfeit.
      * JOKENLGT prints the league table and the overdue list.
      * The operator signs on against OPERMST.IDX (tournament
      * director or admin) before anything is shown, and the
      * signed-on ID is the one stamped on a walkover's audit entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENFIX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIXTURES ASSIGN TO "FIXTURES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-FIXTURE-ID
               FILE STATUS IS WS-FIXTURES-STATUS.
           SELECT PLAYERMST ASSIGN TO "PLAYERMST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PLAYERMST-STATUS.
           SELECT MATCHHIST ASSIGN TO "MATCHHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCHHIST-STATUS.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT EVENTS ASSIGN TO "EVENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EV-EVENT-ID
               FILE STATUS IS WS-EVENTS-STATUS.
           SELECT FIXCARD ASSIGN TO "FIXCARD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIXCARD-STATUS.
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
       FD  FIXTURES.
           COPY FIXTREC.
       FD  PLAYERMST.
           COPY PLAYERREC.
       FD  MATCHHIST.
           COPY MATCHREC.
       FD  AUDITLOG.
           COPY AUDITREC.
       FD  EVENTS.
           COPY EVENTREC.
       FD  FIXCARD.
       01  FIXCARD-LINE             PIC X(90).
       FD  OPERMST.
           COPY OPERREC.
       FD  SECLOG.
           COPY SECREC.
       WORKING-STORAGE SECTION.
       01 WS-FIXTURES-STATUS  PIC X(2) VALUE "00".
       01 WS-PLAYERMST-STATUS PIC X(2) VALUE "00".
       01 WS-MATCHHIST-STATUS PIC X(2) VALUE "00".
       01 WS-AUDITLOG-STATUS  PIC X(2) VALUE "00".
       01 WS-EVENTS-STATUS    PIC X(2) VALUE "00".
       01 WS-FIXCARD-STATUS   PIC X(2) VALUE "00".
       01 WS-EOF              PIC X(1) VALUE "N".
       01 WS-CURRENT-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-TODAY            PIC 9(8) VALUE 0.
       01 WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01 WS-OPERMST-STATUS   PIC X(2) VALUE "00".
       01 WS-SECLOG-STATUS    PIC X(2) VALUE "00".
       01 WS-PIN-IN           PIC X(6) VALUE SPACES.
       01 WS-OPERATOR-ROLE    PIC X(1) VALUE SPACE.
       01 WS-SIGNED-ON-SW     PIC X(1) VALUE "N".
       01 WS-SIGNON-TRIES     PIC 9(1) VALUE 0.
       01 WS-ROLE-HITS        PIC 9(1) VALUE 0.
       01 WS-ALLOWED-ROLES    PIC X(2) VALUE "TA".
       01 WS-SEC-EVENT        PIC X(6) VALUE SPACES.
       01 WS-SEC-DETAIL       PIC X(30) VALUE SPACES.
       01 WS-MENU-CHOICE      PIC X(1) VALUE SPACES.
       01 WS-DONE-SW          PIC X(1) VALUE "N".
       01 WS-FOUND-SW         PIC X(1) VALUE "N".
       01 WS-TOO-MANY-SW      PIC X(1) VALUE "N".
       01 WS-DIVISION         PIC X(2) VALUE SPACES.
       01 WS-RATING-FROM-IN   PIC X(4) VALUE SPACES.
       01 WS-RATING-TO-IN     PIC X(4) VALUE SPACES.
       01 WS-RATING-FROM      PIC 9(4) VALUE 0.
       01 WS-RATING-TO        PIC 9(4) VALUE 9999.
       01 WS-FIRST-NIGHT-IN   PIC X(8) VALUE SPACES.
       01 WS-FIRST-NIGHT      PIC 9(8) VALUE 0.
       01 WS-NIGHT-GAP-IN     PIC X(2) VALUE SPACES.
       01 WS-NIGHT-GAP        PIC 9(2) VALUE 7.
       01 WS-FIRST-DAY        PIC 9(7) VALUE 0.
       01 WS-NIGHT-DAY        PIC 9(7) VALUE 0.
       01 WS-SCHED-DATE       PIC 9(8) VALUE 0.
       01 WS-PLAYER-COUNT     PIC 9(2) VALUE 0.
       01 WS-SLOT-COUNT       PIC 9(2) VALUE 0.
       01 WS-ROUND-COUNT      PIC 9(2) VALUE 0.
       01 WS-HALF             PIC 9(2) VALUE 0.
       01 WS-ROUND            PIC 9(2) VALUE 0.
       01 WS-I                PIC 9(2) VALUE 0.
       01 WS-J                PIC 9(2) VALUE 0.
       01 WS-K                PIC 9(2) VALUE 0.
       01 WS-HOME-SLOT        PIC 9(2) VALUE 0.
       01 WS-AWAY-SLOT        PIC 9(2) VALUE 0.
       01 WS-SAVE-SLOT        PIC 9(2) VALUE 0.
       01 WS-FIXTURE-NO       PIC 9(4) VALUE 0.
       01 WS-NIGHT-DATE-IN    PIC X(8) VALUE SPACES.
       01 WS-NIGHT-DATE       PIC 9(8) VALUE 0.
       01 WS-TONIGHT-COUNT    PIC 9(4) VALUE 0.
       01 WS-CATCHUP-COUNT    PIC 9(4) VALUE 0.
       01 WS-SEARCH-ID        PIC X(6) VALUE SPACES.
       01 WS-RESOLVED-NAME    PIC X(20) VALUE SPACES.
       01 WS-NAME1            PIC X(20) VALUE SPACES.
       01 WS-NAME2            PIC X(20) VALUE SPACES.
       01 WS-CARD-TAG         PIC X(8) VALUE SPACES.
       01 WS-ENTRY-FIXTURE-ID PIC X(6) VALUE SPACES.
       01 WS-ABSENT-IN        PIC X(1) VALUE SPACES.
       01 WS-SEQ-NO           PIC 9(4) VALUE 0.
       01 WS-AUDIT-SEQ-NO     PIC 9(4) VALUE 0.
       01 WS-FORFEIT-RESULT   PIC X(30) VALUE SPACES.
       01 WS-WALKOVERS-POSTED PIC 9(4) VALUE 0.
       01 WS-EVENT-ID         PIC X(6) VALUE SPACES.
       01 WS-EVENT-FOUND-SW   PIC X(1) VALUE "N".
       01 WS-EVENT-DATE       PIC 9(8) VALUE 0.
      *    The division's players in master-key order, and the
      *    circle-method slots: slot 1 stays put, the rest turn one
      *    place each night. A blank ID in the last slot is the bye.
       01 DIVISION-TABLE.
           05 DP-ID OCCURS 40 TIMES PIC X(6).
       01 SLOT-TABLE.
           05 RS-SLOT OCCURS 40 TIMES PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
       DISPLAY "Jokenpo league fixtures.".
       PERFORM SIGN-ON.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY.

       OPEN I-O FIXTURES.
       IF WS-FIXTURES-STATUS = "35"
           DISPLAY "FIXTURES.IDX not found - starting a new league "
               "schedule."
           OPEN OUTPUT FIXTURES
           CLOSE FIXTURES
           OPEN I-O FIXTURES
       END-IF.
       IF WS-FIXTURES-STATUS NOT = "00"
           DISPLAY "Cannot open FIXTURES.IDX - status "
               WS-FIXTURES-STATUS "."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN INPUT PLAYERMST.
       IF WS-PLAYERMST-STATUS NOT = "00"
           DISPLAY "PLAYERMST.IDX not found - run JOKENCNV to convert "
               "the player master."
           CLOSE FIXTURES
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM FIXTURE-MENU UNTIL WS-DONE-SW = "Y".

       CLOSE PLAYERMST.
       CLOSE FIXTURES.
       IF WS-WALKOVERS-POSTED > 0
           DISPLAY WS-WALKOVERS-POSTED " walkover(s) posted to "
               "MATCHHIST.DAT and AUDITLOG.DAT."
       END-IF.
       STOP RUN.

       SIGN-ON.
      *    Nothing runs until an operator on OPERMST.IDX (kept by
      *    JOKENOPR) signs on with the right PIN and a role allowed
      *    here - tournament director or admin. Three bad PINs in a
      *    row lock the operator out until an admin clears it, three
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
               MOVE "Role may not run JOKENFIX" TO WS-SEC-DETAIL
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
       MOVE "JOKENFIX"                TO SL-PROGRAM.
       MOVE SPACES                    TO SL-TERMINAL-ID.
       MOVE WS-SEC-EVENT              TO SL-EVENT.
       MOVE WS-SEC-DETAIL             TO SL-DETAIL.
       WRITE SECURITY-LOG-RECORD.
       CLOSE SECLOG.

       FIXTURE-MENU.
       DISPLAY " ".
       DISPLAY "(B)uild division schedule, fixture (C)ard, "
           "(W)alkover, e(X)it".
       ACCEPT WS-MENU-CHOICE.
       EVALUATE WS-MENU-CHOICE
           WHEN "B"
           WHEN "b"
               PERFORM BUILD-SCHEDULE
           WHEN "C"
           WHEN "c"
               PERFORM PRINT-FIXTURE-CARD
           WHEN "W"
           WHEN "w"
               PERFORM AWARD-WALKOVER
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO WS-DONE-SW
           WHEN OTHER
               DISPLAY "Invalid entry. Enter B, C, W or X."
       END-EVALUATE.

       BUILD-SCHEDULE.
       DISPLAY "Division code (2 characters): ".
       MOVE SPACES TO WS-DIVISION.
       ACCEPT WS-DIVISION.
       IF WS-DIVISION = SPACES
           DISPLAY "Division code may not be blank."
       ELSE
           PERFORM CHECK-DIVISION-ON-FILE
           IF WS-FOUND-SW = "Y"
      *    Rebuilding would throw away the played fixtures, so a
      *    division is scheduled once per season.
               DISPLAY "Division '" WS-DIVISION "' already has a "
                   "schedule on FIXTURES.IDX - not rebuilt."
           ELSE
               PERFORM GET-BUILD-PARAMETERS
               PERFORM LOAD-DIVISION-PLAYERS
               IF WS-TOO-MANY-SW = "Y"
                   DISPLAY "More than 40 players in the rating band - "
                       "split the division. No schedule built."
               ELSE
                   IF WS-PLAYER-COUNT < 2
                       DISPLAY "Fewer than two active players rated "
                           WS-RATING-FROM "-" WS-RATING-TO
                           " - no schedule built."
                   ELSE
                       PERFORM GENERATE-FIXTURES
                   END-IF
               END-IF
           END-IF
       END-IF.

       CHECK-DIVISION-ON-FILE.
       MOVE "N" TO WS-FOUND-SW.
       MOVE WS-DIVISION TO FX-DIVISION.
       MOVE 0 TO FX-FIXTURE-NO.
       START FIXTURES KEY IS >= FX-FIXTURE-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               READ FIXTURES NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FX-DIVISION = WS-DIVISION
                           MOVE "Y" TO WS-FOUND-SW
                       END-IF
               END-READ
       END-START.

       GET-BUILD-PARAMETERS.
       DISPLAY "Lowest rating in the division (blank = 0): ".
       MOVE SPACES TO WS-RATING-FROM-IN.
       ACCEPT WS-RATING-FROM-IN.
       IF WS-RATING-FROM-IN IS NUMERIC
           MOVE WS-RATING-FROM-IN TO WS-RATING-FROM
       ELSE
           MOVE 0 TO WS-RATING-FROM
       END-IF.
       DISPLAY "Highest rating in the division (blank = 9999): ".
       MOVE SPACES TO WS-RATING-TO-IN.
       ACCEPT WS-RATING-TO-IN.
       IF WS-RATING-TO-IN IS NUMERIC
           MOVE WS-RATING-TO-IN TO WS-RATING-TO
       ELSE
           MOVE 9999 TO WS-RATING-TO
       END-IF.
       DISPLAY "First league night (YYYYMMDD, blank = today): ".
       MOVE SPACES TO WS-FIRST-NIGHT-IN.
       ACCEPT WS-FIRST-NIGHT-IN.
       IF WS-FIRST-NIGHT-IN IS NUMERIC
               AND WS-FIRST-NIGHT-IN NOT = "00000000"
           MOVE WS-FIRST-NIGHT-IN TO WS-FIRST-NIGHT
       ELSE
           MOVE WS-TODAY TO WS-FIRST-NIGHT
       END-IF.
       DISPLAY "Days between league nights (blank = 7): ".
       MOVE SPACES TO WS-NIGHT-GAP-IN.
       ACCEPT WS-NIGHT-GAP-IN.
       IF WS-NIGHT-GAP-IN IS NUMERIC AND WS-NIGHT-GAP-IN NOT = "00"
           MOVE WS-NIGHT-GAP-IN TO WS-NIGHT-GAP
       ELSE
           MOVE 7 TO WS-NIGHT-GAP
       END-IF.

       LOAD-DIVISION-PLAYERS.
      *    Active players only - a retired ID can no longer be
      *    entered at a station, so it could never play its fixtures.
       MOVE 0 TO WS-PLAYER-COUNT.
       MOVE "N" TO WS-TOO-MANY-SW.
       MOVE "N" TO WS-EOF.
       MOVE LOW-VALUES TO PM-PLAYER-ID.
       START PLAYERMST KEY IS >= PM-PLAYER-ID
           INVALID KEY
               MOVE "Y" TO WS-EOF
       END-START.
       PERFORM UNTIL WS-EOF = "Y"
           READ PLAYERMST NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF PM-STATUS NOT = "R"
                           AND PM-RATING >= WS-RATING-FROM
                           AND PM-RATING <= WS-RATING-TO
                       PERFORM ADD-DIVISION-PLAYER
                   END-IF
           END-READ
       END-PERFORM.

       ADD-DIVISION-PLAYER.
       IF WS-PLAYER-COUNT >= 40
           MOVE "Y" TO WS-TOO-MANY-SW
       ELSE
           ADD 1 TO WS-PLAYER-COUNT
           MOVE PM-PLAYER-ID TO DP-ID(WS-PLAYER-COUNT)
       END-IF.

       GENERATE-FIXTURES.
      *    Circle method: with the slots laid round a table, slot I
      *    meets slot N+1-I each night, then every slot but the first
      *    moves on one place. N-1 nights cover every pairing once.
       MOVE WS-PLAYER-COUNT TO WS-SLOT-COUNT.
       IF WS-SLOT-COUNT / 2 * 2 NOT = WS-SLOT-COUNT
           ADD 1 TO WS-SLOT-COUNT
           MOVE SPACES TO DP-ID(WS-SLOT-COUNT)
       END-IF.
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SLOT-COUNT
           MOVE WS-I TO RS-SLOT(WS-I)
       END-PERFORM.
       COMPUTE WS-ROUND-COUNT = WS-SLOT-COUNT - 1.
       COMPUTE WS-HALF = WS-SLOT-COUNT / 2.
       COMPUTE WS-FIRST-DAY = FUNCTION INTEGER-OF-DATE(WS-FIRST-NIGHT).
       MOVE 0 TO WS-FIXTURE-NO.
       PERFORM VARYING WS-ROUND FROM 1 BY 1
               UNTIL WS-ROUND > WS-ROUND-COUNT
           COMPUTE WS-NIGHT-DAY =
               WS-FIRST-DAY + (WS-ROUND - 1) * WS-NIGHT-GAP
           COMPUTE WS-SCHED-DATE =
               FUNCTION DATE-OF-INTEGER(WS-NIGHT-DAY)
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-HALF
               COMPUTE WS-J = WS-SLOT-COUNT + 1 - WS-I
               MOVE RS-SLOT(WS-I) TO WS-HOME-SLOT
               MOVE RS-SLOT(WS-J) TO WS-AWAY-SLOT
      *    The fixed slot would otherwise be Player1 every night;
      *    alternate it so the card reads fairly.
               IF WS-I = 1 AND WS-ROUND / 2 * 2 = WS-ROUND
                   MOVE RS-SLOT(WS-J) TO WS-HOME-SLOT
                   MOVE RS-SLOT(WS-I) TO WS-AWAY-SLOT
               END-IF
               IF DP-ID(WS-HOME-SLOT) NOT = SPACES
                       AND DP-ID(WS-AWAY-SLOT) NOT = SPACES
                   PERFORM WRITE-FIXTURE
               END-IF
           END-PERFORM
           PERFORM ROTATE-SLOTS
       END-PERFORM.
       DISPLAY "Division " WS-DIVISION ": " WS-PLAYER-COUNT
           " player(s), " WS-ROUND-COUNT " league night(s), "
           WS-FIXTURE-NO " fixture(s) written.".
       DISPLAY "First night " WS-FIRST-NIGHT ", last night "
           WS-SCHED-DATE ".".

       ROTATE-SLOTS.
       MOVE RS-SLOT(WS-SLOT-COUNT) TO WS-SAVE-SLOT.
       PERFORM VARYING WS-K FROM WS-SLOT-COUNT BY -1 UNTIL WS-K < 3
           MOVE RS-SLOT(WS-K - 1) TO RS-SLOT(WS-K)
       END-PERFORM.
       MOVE WS-SAVE-SLOT TO RS-SLOT(2).

       WRITE-FIXTURE.
       ADD 1 TO WS-FIXTURE-NO.
       MOVE WS-DIVISION          TO FX-DIVISION.
       MOVE WS-FIXTURE-NO        TO FX-FIXTURE-NO.
       MOVE DP-ID(WS-HOME-SLOT)  TO FX-PLAYER1.
       MOVE DP-ID(WS-AWAY-SLOT)  TO FX-PLAYER2.
       MOVE WS-ROUND             TO FX-ROUND-NO.
       MOVE WS-SCHED-DATE        TO FX-SCHED-DATE.
       MOVE "O"                  TO FX-STATUS.
       MOVE SPACE                TO FX-RESULT.
       MOVE 0                    TO FX-PLAYED-DATE.
       WRITE FIXTURE-RECORD
           INVALID KEY
               DISPLAY "Fixture " FX-FIXTURE-ID " already on "
                   "FIXTURES.IDX - not written."
       END-WRITE.

       PRINT-FIXTURE-CARD.
      *    Tonight's open fixtures across every division, then the
      *    ones still open from earlier nights so the desk can fit
      *    them in or chase them.
       DISPLAY "League night (YYYYMMDD, blank = today): ".
       MOVE SPACES TO WS-NIGHT-DATE-IN.
       ACCEPT WS-NIGHT-DATE-IN.
       IF WS-NIGHT-DATE-IN IS NUMERIC
               AND WS-NIGHT-DATE-IN NOT = "00000000"
           MOVE WS-NIGHT-DATE-IN TO WS-NIGHT-DATE
       ELSE
           MOVE WS-TODAY TO WS-NIGHT-DATE
       END-IF.
       MOVE 0 TO WS-TONIGHT-COUNT.
       MOVE 0 TO WS-CATCHUP-COUNT.
       OPEN OUTPUT FIXCARD.
       MOVE "====================================================="
           TO FIXCARD-LINE.
       PERFORM WRITE-CARD-LINE.
       MOVE SPACES TO FIXCARD-LINE.
       STRING "      JOKENPO LEAGUE FIXTURE CARD FOR " DELIMITED BY SIZE
              WS-NIGHT-DATE DELIMITED BY SIZE
              INTO FIXCARD-LINE
       END-STRING.
       PERFORM WRITE-CARD-LINE.
       MOVE "====================================================="
           TO FIXCARD-LINE.
       PERFORM WRITE-CARD-LINE.
       MOVE "FIXTURE NIGHT     PLAYER1                PLAYER2"
           TO FIXCARD-LINE.
       PERFORM WRITE-CARD-LINE.
       MOVE "Y" TO WS-CARD-TAG.
       PERFORM SCAN-CARD-FIXTURES.
       MOVE "CATCH-UP" TO WS-CARD-TAG.
       PERFORM SCAN-CARD-FIXTURES.
       MOVE "-----------------------------------------------------"
           TO FIXCARD-LINE.
       PERFORM WRITE-CARD-LINE.
       MOVE SPACES TO FIXCARD-LINE.
       STRING "TONIGHT " DELIMITED BY SIZE
              WS-TONIGHT-COUNT DELIMITED BY SIZE
              "   CATCH-UP (OVERDUE) " DELIMITED BY SIZE
              WS-CATCHUP-COUNT DELIMITED BY SIZE
              INTO FIXCARD-LINE
       END-STRING.
       PERFORM WRITE-CARD-LINE.
       CLOSE FIXCARD.
       DISPLAY "Fixture card written to FIXCARD.RPT.".

       SCAN-CARD-FIXTURES.
      *    WS-CARD-TAG "Y" picks tonight's fixtures; "CATCH-UP" picks
      *    the open ones scheduled before tonight.
       MOVE "N" TO WS-EOF.
       MOVE LOW-VALUES TO FX-FIXTURE-ID.
       START FIXTURES KEY IS >= FX-FIXTURE-ID
           INVALID KEY
               MOVE "Y" TO WS-EOF
       END-START.
       PERFORM UNTIL WS-EOF = "Y"
           READ FIXTURES NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF FX-STATUS = "O"
                       IF WS-CARD-TAG = "Y"
                           IF FX-SCHED-DATE = WS-NIGHT-DATE
                               ADD 1 TO WS-TONIGHT-COUNT
                               PERFORM PRINT-CARD-FIXTURE
                           END-IF
                       ELSE
                           IF FX-SCHED-DATE < WS-NIGHT-DATE
                               ADD 1 TO WS-CATCHUP-COUNT
                               PERFORM PRINT-CARD-FIXTURE
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

       PRINT-CARD-FIXTURE.
       MOVE FX-PLAYER1 TO WS-SEARCH-ID.
       PERFORM RESOLVE-PLAYER-NAME.
       MOVE WS-RESOLVED-NAME TO WS-NAME1.
       MOVE FX-PLAYER2 TO WS-SEARCH-ID.
       PERFORM RESOLVE-PLAYER-NAME.
       MOVE WS-RESOLVED-NAME TO WS-NAME2.
       MOVE SPACES TO FIXCARD-LINE.
       STRING FX-FIXTURE-ID DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              FX-SCHED-DATE DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-NAME1 DELIMITED BY SIZE
              "vs " DELIMITED BY SIZE
              WS-NAME2 DELIMITED BY SIZE
              INTO FIXCARD-LINE
       END-STRING.
       IF WS-CARD-TAG NOT = "Y"
           MOVE WS-CARD-TAG TO FIXCARD-LINE(72:8)
       END-IF.
       PERFORM WRITE-CARD-LINE.

       RESOLVE-PLAYER-NAME.
       MOVE WS-SEARCH-ID TO WS-RESOLVED-NAME.
       MOVE WS-SEARCH-ID TO PM-PLAYER-ID.
       READ PLAYERMST
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PM-PLAYER-NAME TO WS-RESOLVED-NAME
       END-READ.

       WRITE-CARD-LINE.
       DISPLAY FIXCARD-LINE.
       WRITE FIXCARD-LINE.

       AWARD-WALKOVER.
       DISPLAY "Fixture ID (division + 4-digit number): ".
       MOVE SPACES TO WS-ENTRY-FIXTURE-ID.
       ACCEPT WS-ENTRY-FIXTURE-ID.
       MOVE WS-ENTRY-FIXTURE-ID TO FX-FIXTURE-ID.
       MOVE "N" TO WS-FOUND-SW.
       READ FIXTURES
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "Y" TO WS-FOUND-SW
       END-READ.
       IF WS-FOUND-SW = "N"
           DISPLAY "Fixture '" WS-ENTRY-FIXTURE-ID "' is not on "
               "FIXTURES.IDX."
       ELSE
           IF FX-STATUS NOT = "O"
               DISPLAY "Fixture " FX-FIXTURE-ID " is already closed "
                   "(status " FX-STATUS ", " FX-PLAYED-DATE ")."
           ELSE
               IF FX-SCHED-DATE >= WS-TODAY
                   DISPLAY "Fixture " FX-FIXTURE-ID " is scheduled for "
                       FX-SCHED-DATE " - not overdue yet."
               ELSE
                   PERFORM TAKE-WALKOVER
               END-IF
           END-IF
       END-IF.

       TAKE-WALKOVER.
       MOVE FX-PLAYER1 TO WS-SEARCH-ID.
       PERFORM RESOLVE-PLAYER-NAME.
       MOVE WS-RESOLVED-NAME TO WS-NAME1.
       MOVE FX-PLAYER2 TO WS-SEARCH-ID.
       PERFORM RESOLVE-PLAYER-NAME.
       MOVE WS-RESOLVED-NAME TO WS-NAME2.
       DISPLAY "Fixture " FX-FIXTURE-ID " night " FX-SCHED-DATE ": "
           FX-PLAYER1 " " WS-NAME1 " vs " FX-PLAYER2 " " WS-NAME2.
       DISPLAY "Which player failed to play? (1 / 2, blank = cancel)".
       MOVE SPACES TO WS-ABSENT-IN.
       ACCEPT WS-ABSENT-IN.
       EVALUATE WS-ABSENT-IN
           WHEN "1"
               MOVE "Player1 Forfeits!" TO WS-FORFEIT-RESULT
               MOVE "A" TO FX-RESULT
               PERFORM GET-EVENT-ID
               PERFORM POST-WALKOVER
           WHEN "2"
               MOVE "Player2 Forfeits!" TO WS-FORFEIT-RESULT
               MOVE "B" TO FX-RESULT
               PERFORM GET-EVENT-ID
               PERFORM POST-WALKOVER
           WHEN OTHER
               DISPLAY "Walkover cancelled."
       END-EVALUATE.

       GET-EVENT-ID.
      *    The forfeit is posted tonight, so it belongs to one of
      *    tonight's events; blank is the default event.
       MOVE "N" TO WS-EVENT-FOUND-SW.
       PERFORM UNTIL WS-EVENT-FOUND-SW = "Y"
           DISPLAY "Event ID (blank = default event): "
           MOVE SPACES TO WS-EVENT-ID
           ACCEPT WS-EVENT-ID
           IF WS-EVENT-ID = SPACES
               MOVE "Y" TO WS-EVENT-FOUND-SW
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
       MOVE 0 TO WS-EVENT-DATE.
       OPEN INPUT EVENTS.
       IF WS-EVENTS-STATUS = "00"
           MOVE WS-EVENT-ID TO EV-EVENT-ID
           READ EVENTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EVENT-FOUND-SW
                   MOVE EV-DATE TO WS-EVENT-DATE
           END-READ
           CLOSE EVENTS
       END-IF.

       POST-WALKOVER.
      *    The "F" record and its audit entry go straight to the
      *    night files the way JOKENCOR posts a correction; the
      *    fixture itself is closed as a walkover, not as played.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       OPEN EXTEND MATCHHIST.
       IF WS-MATCHHIST-STATUS = "35"
           OPEN OUTPUT MATCHHIST
           CLOSE MATCHHIST
           OPEN EXTEND MATCHHIST
       END-IF.
       ADD 1 TO WS-SEQ-NO.
       MOVE WS-CURRENT-DATE-TIME(1:8) TO MH-DATE.
       MOVE WS-CURRENT-DATE-TIME(9:6) TO MH-TIME.
       MOVE WS-SEQ-NO                 TO MH-SEQ-NO.
       MOVE "F"                       TO MH-RECORD-TYPE.
       MOVE FX-PLAYER1                TO MH-PLAYER1.
       MOVE FX-PLAYER2                TO MH-PLAYER2.
       MOVE SPACES                    TO MH-CHOICE1.
       MOVE SPACES                    TO MH-CHOICE2.
       MOVE WS-FORFEIT-RESULT         TO MH-RESULT.
       MOVE WS-EVENT-ID               TO MH-EVENT-ID.
       WRITE MATCH-HISTORY-RECORD.
       CLOSE MATCHHIST.

       OPEN EXTEND AUDITLOG.
       IF WS-AUDITLOG-STATUS = "35"
           OPEN OUTPUT AUDITLOG
           CLOSE AUDITLOG
           OPEN EXTEND AUDITLOG
       END-IF.
       ADD 1 TO WS-AUDIT-SEQ-NO.
       MOVE WS-CURRENT-DATE-TIME(1:8) TO AL-DATE.
       MOVE WS-CURRENT-DATE-TIME(9:6) TO AL-TIME.
       MOVE WS-AUDIT-SEQ-NO           TO AL-SEQ-NO.
       MOVE WS-OPERATOR-ID            TO AL-OPERATOR-ID.
       MOVE "JOKENFIX"                TO AL-TERMINAL-ID.
       MOVE FX-PLAYER1                TO AL-PLAYER1.
       MOVE FX-PLAYER2                TO AL-PLAYER2.
       MOVE SPACES                    TO AL-CHOICE1.
       MOVE SPACES                    TO AL-CHOICE2.
       MOVE WS-FORFEIT-RESULT         TO AL-RESULT.
       WRITE AUDIT-LOG-RECORD.
       CLOSE AUDITLOG.

       MOVE "W"      TO FX-STATUS.
       MOVE WS-TODAY TO FX-PLAYED-DATE.
       REWRITE FIXTURE-RECORD
           INVALID KEY
               DISPLAY "Fixture " FX-FIXTURE-ID " could not be "
                   "updated - status " WS-FIXTURES-STATUS "."
       END-REWRITE.
       ADD 1 TO WS-WALKOVERS-POSTED.
       DISPLAY "Walkover posted for fixture " FX-FIXTURE-ID ".".
       END PROGRAM JOKENFIX.
