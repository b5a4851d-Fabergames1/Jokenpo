      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 15/10/2026
      * Purpose: Study
      * Tectonics: cobc
      * League table and overdue list for one round-robin division
      * on FIXTURES.IDX (copybook FIXTREC, built by JOKENFIX). For
      * every player in the division it shows fixtures played, won,
      * drawn and lost, league points, fixtures remaining and how
      * many of those are overdue as of the date keyed (blank =
      * today); ranked by points, then wins. A fixture is overdue
      * when it is still open after its scheduled night. The overdue
      * fixtures follow the table, oldest first within the division,
      * so the desk can chase the players or award a walkover
      * through JOKENFIX. Points: 3 for a win (a walkover counts as
      * a win for the player who turned up), 1 for a draw, 0 for a
      * loss or a forfeit; a match voided by a DQ counts as played
      * with no points either side. Output goes to the screen and to
      * LEAGUE.RPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENLGT.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PLAYERMST-STATUS.
           SELECT LEAGUERPT ASSIGN TO "LEAGUE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAGUERPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FIXTURES.
           COPY FIXTREC.
       FD  PLAYERMST.
           COPY PLAYERREC.
       FD  LEAGUERPT.
       01  LEAGUE-REPORT-LINE       PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-FIXTURES-STATUS  PIC X(2) VALUE "00".
       01 WS-PLAYERMST-STATUS PIC X(2) VALUE "00".
       01 WS-LEAGUERPT-STATUS PIC X(2) VALUE "00".
       01 WS-EOF              PIC X(1) VALUE "N".
       01 WS-MASTER-AVAIL-SW  PIC X(1) VALUE "N".
       01 WS-CURRENT-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-DIVISION         PIC X(2) VALUE SPACES.
       01 WS-AS-OF-DATE-IN    PIC X(8) VALUE SPACES.
       01 WS-AS-OF-DATE       PIC 9(8) VALUE 0.
       01 WS-SEARCH-ID        PIC X(6) VALUE SPACES.
       01 WS-RESOLVED-NAME    PIC X(20) VALUE SPACES.
       01 WS-NAME1            PIC X(20) VALUE SPACES.
       01 WS-NAME2            PIC X(20) VALUE SPACES.
       01 WS-FIXTURE-COUNT    PIC 9(4) VALUE 0.
       01 WS-CLOSED-COUNT     PIC 9(4) VALUE 0.
       01 WS-OVERDUE-COUNT    PIC 9(4) VALUE 0.
       01 WS-DAYS-OVERDUE     PIC 9(4) VALUE 0.
       01 WS-TABLE-COUNT      PIC 9(2) VALUE 0.
       01 WS-IDX              PIC 9(2) VALUE 0.
       01 WS-IDX1             PIC 9(2) VALUE 0.
       01 WS-IDX2             PIC 9(2) VALUE 0.
       01 WS-I                PIC 9(2) VALUE 0.
       01 WS-J                PIC 9(2) VALUE 0.
       01 WS-RANK             PIC 9(2) VALUE 0.
       01 WS-SWAP-ENTRY       PIC X(50).
       01 LEAGUE-TABLE.
           05 LT-ENTRY OCCURS 40 TIMES.
               10 LT-ID        PIC X(6).
               10 LT-NAME      PIC X(20).
               10 LT-PLAYED    PIC 9(3).
               10 LT-WON       PIC 9(3).
               10 LT-DRAWN     PIC 9(3).
               10 LT-LOST      PIC 9(3).
               10 LT-POINTS    PIC 9(3).
               10 LT-REMAINING PIC 9(3).
               10 LT-OVERDUE   PIC 9(3).
               10 LT-WALKOVERS PIC 9(3).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
       DISPLAY "Jokenpo league table.".
       DISPLAY "Division code (2 characters): ".
       ACCEPT WS-DIVISION.
       DISPLAY "As-of date (YYYYMMDD, blank = today): ".
       ACCEPT WS-AS-OF-DATE-IN.
       IF WS-AS-OF-DATE-IN IS NUMERIC
               AND WS-AS-OF-DATE-IN NOT = "00000000"
           MOVE WS-AS-OF-DATE-IN TO WS-AS-OF-DATE
       ELSE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-AS-OF-DATE
       END-IF.

       OPEN INPUT FIXTURES.
       IF WS-FIXTURES-STATUS NOT = "00"
           DISPLAY "FIXTURES.IDX not found - build a schedule with "
               "JOKENFIX first."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT PLAYERMST.
       IF WS-PLAYERMST-STATUS = "00"
           MOVE "Y" TO WS-MASTER-AVAIL-SW
       END-IF.

       PERFORM TALLY-DIVISION.
       IF WS-FIXTURE-COUNT = 0
           DISPLAY "No fixtures on FIXTURES.IDX for division '"
               WS-DIVISION "'."
           CLOSE FIXTURES
           IF WS-MASTER-AVAIL-SW = "Y"
               CLOSE PLAYERMST
           END-IF
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM SORT-LEAGUE-TABLE.

       OPEN OUTPUT LEAGUERPT.
       PERFORM PRINT-LEAGUE-TABLE.
       PERFORM PRINT-OVERDUE-LIST.
       CLOSE LEAGUERPT.
       CLOSE FIXTURES.
       IF WS-MASTER-AVAIL-SW = "Y"
           CLOSE PLAYERMST
       END-IF.
       DISPLAY "League table written to LEAGUE.RPT.".
       STOP RUN.

       POSITION-AT-DIVISION.
       MOVE "N" TO WS-EOF.
       MOVE WS-DIVISION TO FX-DIVISION.
       MOVE 0 TO FX-FIXTURE-NO.
       START FIXTURES KEY IS >= FX-FIXTURE-ID
           INVALID KEY
               MOVE "Y" TO WS-EOF
       END-START.

       TALLY-DIVISION.
       PERFORM POSITION-AT-DIVISION.
       PERFORM UNTIL WS-EOF = "Y"
           READ FIXTURES NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF FX-DIVISION NOT = WS-DIVISION
                       MOVE "Y" TO WS-EOF
                   ELSE
                       PERFORM TALLY-FIXTURE
                   END-IF
           END-READ
       END-PERFORM.

       TALLY-FIXTURE.
       ADD 1 TO WS-FIXTURE-COUNT.
       MOVE FX-PLAYER1 TO WS-SEARCH-ID.
       PERFORM FIND-OR-ADD-PLAYER.
       MOVE WS-IDX TO WS-IDX1.
       MOVE FX-PLAYER2 TO WS-SEARCH-ID.
       PERFORM FIND-OR-ADD-PLAYER.
       MOVE WS-IDX TO WS-IDX2.
       IF FX-STATUS = "O"
           ADD 1 TO LT-REMAINING(WS-IDX1)
           ADD 1 TO LT-REMAINING(WS-IDX2)
           IF FX-SCHED-DATE < WS-AS-OF-DATE
               ADD 1 TO WS-OVERDUE-COUNT
               ADD 1 TO LT-OVERDUE(WS-IDX1)
               ADD 1 TO LT-OVERDUE(WS-IDX2)
           END-IF
       ELSE
           ADD 1 TO WS-CLOSED-COUNT
           ADD 1 TO LT-PLAYED(WS-IDX1)
           ADD 1 TO LT-PLAYED(WS-IDX2)
           IF FX-STATUS = "W"
               ADD 1 TO LT-WALKOVERS(WS-IDX1)
               ADD 1 TO LT-WALKOVERS(WS-IDX2)
           END-IF
           EVALUATE FX-RESULT
               WHEN "1"
               WHEN "B"
                   ADD 1 TO LT-WON(WS-IDX1)
                   ADD 3 TO LT-POINTS(WS-IDX1)
                   ADD 1 TO LT-LOST(WS-IDX2)
               WHEN "2"
               WHEN "A"
                   ADD 1 TO LT-WON(WS-IDX2)
                   ADD 3 TO LT-POINTS(WS-IDX2)
                   ADD 1 TO LT-LOST(WS-IDX1)
               WHEN "D"
                   ADD 1 TO LT-DRAWN(WS-IDX1)
                   ADD 1 TO LT-DRAWN(WS-IDX2)
                   ADD 1 TO LT-POINTS(WS-IDX1)
                   ADD 1 TO LT-POINTS(WS-IDX2)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-IF.

       FIND-OR-ADD-PLAYER.
       MOVE 0 TO WS-IDX.
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TABLE-COUNT
           IF LT-ID(WS-I) = WS-SEARCH-ID
               MOVE WS-I TO WS-IDX
           END-IF
       END-PERFORM.
       IF WS-IDX = 0
           IF WS-TABLE-COUNT >= 40
               DISPLAY "Division '" WS-DIVISION "' has more than 40 "
                   "players - LEAGUE-TABLE is full."
               CLOSE FIXTURES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TABLE-COUNT
           MOVE WS-TABLE-COUNT TO WS-IDX
           MOVE WS-SEARCH-ID TO LT-ID(WS-IDX)
           PERFORM RESOLVE-PLAYER-NAME
           MOVE WS-RESOLVED-NAME TO LT-NAME(WS-IDX)
           MOVE 0 TO LT-PLAYED(WS-IDX)
           MOVE 0 TO LT-WON(WS-IDX)
           MOVE 0 TO LT-DRAWN(WS-IDX)
           MOVE 0 TO LT-LOST(WS-IDX)
           MOVE 0 TO LT-POINTS(WS-IDX)
           MOVE 0 TO LT-REMAINING(WS-IDX)
           MOVE 0 TO LT-OVERDUE(WS-IDX)
           MOVE 0 TO LT-WALKOVERS(WS-IDX)
       END-IF.

       RESOLVE-PLAYER-NAME.
       MOVE WS-SEARCH-ID TO WS-RESOLVED-NAME.
       IF WS-MASTER-AVAIL-SW = "Y"
           MOVE WS-SEARCH-ID TO PM-PLAYER-ID
           READ PLAYERMST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PM-PLAYER-NAME TO WS-RESOLVED-NAME
           END-READ
       END-IF.

       SORT-LEAGUE-TABLE.
      *    Simple bubble sort, descending by points, ties broken on
      *    wins; a division is at most 40 players.
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TABLE-COUNT - 1
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TABLE-COUNT - WS-I
               IF LT-POINTS(WS-J) < LT-POINTS(WS-J + 1)
                   OR (LT-POINTS(WS-J) = LT-POINTS(WS-J + 1)
                       AND LT-WON(WS-J) < LT-WON(WS-J + 1))
                   MOVE LT-ENTRY(WS-J)     TO WS-SWAP-ENTRY
                   MOVE LT-ENTRY(WS-J + 1) TO LT-ENTRY(WS-J)
                   MOVE WS-SWAP-ENTRY      TO LT-ENTRY(WS-J + 1)
               END-IF
           END-PERFORM
       END-PERFORM.

       PRINT-LEAGUE-TABLE.
       MOVE "====================================================="
           TO LEAGUE-REPORT-LINE.
       PERFORM WRITE-LEAGUE-LINE.
       MOVE SPACES TO LEAGUE-REPORT-LINE.
       STRING "      JOKENPO LEAGUE TABLE - DIVISION " DELIMITED BY SIZE
              WS-DIVISION DELIMITED BY SIZE
              " AS OF " DELIMITED BY SIZE
              WS-AS-OF-DATE DELIMITED BY SIZE
              INTO LEAGUE-REPORT-LINE
       END-STRING.
       PERFORM WRITE-LEAGUE-LINE.
       MOVE "====================================================="
           TO LEAGUE-REPORT-LINE.
       PERFORM WRITE-LEAGUE-LINE.
       MOVE SPACES TO LEAGUE-REPORT-LINE.
       STRING "RANK PLAYER               PLD  WON  DRN  LST  PTS"
                  DELIMITED BY SIZE
              "  REM  OVD  W/O" DELIMITED BY SIZE
              INTO LEAGUE-REPORT-LINE
       END-STRING.
       PERFORM WRITE-LEAGUE-LINE.
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TABLE-COUNT
           COMPUTE WS-RANK = WS-I
           MOVE SPACES TO LEAGUE-REPORT-LINE
           STRING WS-RANK            DELIMITED BY SIZE
                  "   "              DELIMITED BY SIZE
                  LT-NAME(WS-I)      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  LT-PLAYED(WS-I)    DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  LT-WON(WS-I)       DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  LT-DRAWN(WS-I)     DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  LT-LOST(WS-I)      DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  LT-POINTS(WS-I)    DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  LT-REMAINING(WS-I) DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  LT-OVERDUE(WS-I)   DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  LT-WALKOVERS(WS-I) DELIMITED BY SIZE
                  INTO LEAGUE-REPORT-LINE
           END-STRING
           PERFORM WRITE-LEAGUE-LINE
       END-PERFORM.
       MOVE "-----------------------------------------------------"
           TO LEAGUE-REPORT-LINE.
       PERFORM WRITE-LEAGUE-LINE.
       MOVE SPACES TO LEAGUE-REPORT-LINE.
       STRING "FIXTURES " DELIMITED BY SIZE
              WS-FIXTURE-COUNT DELIMITED BY SIZE
              "   CLOSED " DELIMITED BY SIZE
              WS-CLOSED-COUNT DELIMITED BY SIZE
              "   OVERDUE " DELIMITED BY SIZE
              WS-OVERDUE-COUNT DELIMITED BY SIZE
              INTO LEAGUE-REPORT-LINE
       END-STRING.
       PERFORM WRITE-LEAGUE-LINE.

       PRINT-OVERDUE-LIST.
       MOVE SPACES TO LEAGUE-REPORT-LINE.
       PERFORM WRITE-LEAGUE-LINE.
       MOVE "OVERDUE FIXTURES (open after their scheduled night)"
           TO LEAGUE-REPORT-LINE.
       PERFORM WRITE-LEAGUE-LINE.
       MOVE "FIXTURE NIGHT     DAYS PLAYER1                PLAYER2"
           TO LEAGUE-REPORT-LINE.
       PERFORM WRITE-LEAGUE-LINE.
       IF WS-OVERDUE-COUNT = 0
           MOVE "  (none)" TO LEAGUE-REPORT-LINE
           PERFORM WRITE-LEAGUE-LINE
       ELSE
           PERFORM POSITION-AT-DIVISION
           PERFORM UNTIL WS-EOF = "Y"
               READ FIXTURES NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF FX-DIVISION NOT = WS-DIVISION
                           MOVE "Y" TO WS-EOF
                       ELSE
                           IF FX-STATUS = "O"
                                   AND FX-SCHED-DATE < WS-AS-OF-DATE
                               PERFORM PRINT-OVERDUE-FIXTURE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF.

       PRINT-OVERDUE-FIXTURE.
       COMPUTE WS-DAYS-OVERDUE =
           FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
           - FUNCTION INTEGER-OF-DATE(FX-SCHED-DATE).
       MOVE FX-PLAYER1 TO WS-SEARCH-ID.
       PERFORM RESOLVE-PLAYER-NAME.
       MOVE WS-RESOLVED-NAME TO WS-NAME1.
       MOVE FX-PLAYER2 TO WS-SEARCH-ID.
       PERFORM RESOLVE-PLAYER-NAME.
       MOVE WS-RESOLVED-NAME TO WS-NAME2.
       MOVE SPACES TO LEAGUE-REPORT-LINE.
       STRING FX-FIXTURE-ID DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              FX-SCHED-DATE DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-DAYS-OVERDUE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-NAME1 DELIMITED BY SIZE
              "vs " DELIMITED BY SIZE
              WS-NAME2 DELIMITED BY SIZE
              INTO LEAGUE-REPORT-LINE
       END-STRING.
       PERFORM WRITE-LEAGUE-LINE.

       WRITE-LEAGUE-LINE.
       DISPLAY LEAGUE-REPORT-LINE.
       WRITE LEAGUE-REPORT-LINE.
       END PROGRAM JOKENLGT.
