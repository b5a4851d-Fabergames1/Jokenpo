      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 15/10/2026
      * Purpose: Study
      * Tectonics: cobc
      * Inter-club team standings. Reads MATCHHIST.DAT (and, when
      * asked, MATCHHIST.ARC ahead of it) for a date range and one
      * event (blank = the default event, "*" = every event), and
      * credits every decided match - "M" results and "F" forfeits -
      * to the team each player was rostered to on the day the match
      * was played, from the dated roster ROSTER.IDX (kept with
      * JOKENROS). A transfer therefore never moves a result already
      * played to the new club. DQ-voided matches, and matches a
      * director voided with JOKENCOR, count for nobody; other
      * corrections ("C" records) are applied on top of the match
      * they correct, the way JOKENREP applies them. A player who
      * was on no team that day adds nothing to the table. Teams
      * come from TEAMMST.IDX (kept with JOKENTEM) and are ranked by
      * match wins, then fewest losses; a team retired from the
      * table is only shown while it has results in the period.
      * TEAMSTAND.RPT prints the table and, for each team, the
      * players whose results made it up. TEAMSTAND.DAT (copybook
      * TSTDREC) carries the same table for the website, the way
      * STANDINGS.DAT carries the player standings.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENTMS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATCHHIST ASSIGN TO "MATCHHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCHHIST-STATUS.
           SELECT MATCHARC ASSIGN TO "MATCHHIST.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCHARC-STATUS.
           SELECT TEAMMST ASSIGN TO "TEAMMST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-TEAM-ID
               FILE STATUS IS WS-TEAMMST-STATUS.
           SELECT ROSTER ASSIGN TO "ROSTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RO-KEY
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT PLAYERMST ASSIGN TO "PLAYERMST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PLAYERMST-STATUS.
           SELECT EVENTS ASSIGN TO "EVENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EV-EVENT-ID
               FILE STATUS IS WS-EVENTS-STATUS.
           SELECT TEAMSTD ASSIGN TO "TEAMSTAND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEAMSTD-STATUS.
           SELECT TEAMRPT ASSIGN TO "TEAMSTAND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEAMRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MATCHHIST.
           COPY MATCHREC.
       FD  MATCHARC.
       01  MATCH-ARCHIVE-RECORD     PIC X(77).
       FD  TEAMMST.
           COPY TEAMREC.
       FD  ROSTER.
           COPY ROSTREC.
       FD  PLAYERMST.
           COPY PLAYERREC.
       FD  EVENTS.
           COPY EVENTREC.
       FD  TEAMSTD.
           COPY TSTDREC.
       FD  TEAMRPT.
       01  TEAM-REPORT-LINE         PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-MATCHHIST-STATUS PIC X(2) VALUE "00".
       01 WS-MATCHARC-STATUS  PIC X(2) VALUE "00".
       01 WS-TEAMMST-STATUS   PIC X(2) VALUE "00".
       01 WS-ROSTER-STATUS    PIC X(2) VALUE "00".
       01 WS-PLAYERMST-STATUS PIC X(2) VALUE "00".
       01 WS-TEAMSTD-STATUS   PIC X(2) VALUE "00".
       01 WS-TEAMRPT-STATUS   PIC X(2) VALUE "00".
       01 WS-EVENTS-STATUS    PIC X(2) VALUE "00".
       01 WS-EVENT-ID         PIC X(6) VALUE SPACES.
       01 WS-EVENT-FOUND-SW   PIC X(1) VALUE "N".
       01 WS-EVENT-DATE       PIC 9(8) VALUE 0.
       01 WS-EVENT-FORMAT     PIC X(1) VALUE SPACE.
       01 WS-EVENT-RULESET    PIC X(1) VALUE SPACE.
       01 WS-EVENT-FEE        PIC 9(3)V99 VALUE 0.
       01 WS-MASTER-AVAIL-SW  PIC X(1) VALUE "N".
       01 WS-EOF              PIC X(1) VALUE "N".
       01 WS-LIST-EOF         PIC X(1) VALUE "N".
       01 WS-WANT-ARCHIVE     PIC X(1) VALUE "N".
       01 WS-FROM-DATE-IN     PIC X(8) VALUE SPACES.
       01 WS-TO-DATE-IN       PIC X(8) VALUE SPACES.
       01 WS-FROM-DATE        PIC 9(8) VALUE 0.
       01 WS-TO-DATE          PIC 9(8) VALUE 99999999.
       01 WS-CURRENT-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-REPORT-DATE      PIC 9(8) VALUE 0.
       01 WS-SEARCH-ID        PIC X(10) VALUE SPACES.
       01 WS-RESOLVED-NAME    PIC X(20) VALUE SPACES.
       01 WS-ROSTER-TEAM      PIC X(6) VALUE SPACES.
       01 WS-SIDE-RESULT      PIC X(1) VALUE SPACE.
       01 WS-P1-RESULT        PIC X(1) VALUE SPACE.
       01 WS-P2-RESULT        PIC X(1) VALUE SPACE.
       01 WS-FOUND-SW         PIC X(1) VALUE "N".
       01 WS-I                PIC 9(4) VALUE 0.
       01 WS-J                PIC 9(4) VALUE 0.
       01 WS-TEAM-IDX         PIC 9(4) VALUE 0.
       01 WS-TEAM-COUNT       PIC 9(4) VALUE 0.
       01 WS-BD-IDX           PIC 9(4) VALUE 0.
       01 WS-BD-COUNT         PIC 9(4) VALUE 0.
       01 WS-RANK             PIC 9(3) VALUE 0.
       01 WS-TOTAL-GAMES      PIC 9(5) VALUE 0.
       01 WS-WIN-PCT          PIC 9(3)V99 VALUE 0.
       01 WS-WIN-PCT-DISP     PIC ZZ9.99.
       01 WS-MATCHES-COUNTED  PIC 9(6) VALUE 0.
       01 WS-MATCHES-VOIDED   PIC 9(6) VALUE 0.
       01 WS-RESULTS-CREDITED PIC 9(6) VALUE 0.
       01 WS-RESULTS-UNROSTERED PIC 9(6) VALUE 0.
       01 WS-CORR-COUNT       PIC 9(4) VALUE 0.
       01 WS-CORR-IDX         PIC 9(4) VALUE 0.
       01 WS-CORR-FOUND-SW    PIC X(1) VALUE "N".
       01 WS-RANK-LINE        PIC X(90) VALUE SPACES.
      *    Director corrections ("C" records posted by JOKENCOR), the
      *    last one per corrected match standing.
       01 CORRECTION-TABLE.
           05 CORR-ENTRY OCCURS 500 TIMES.
               10 CT-ORIG-DATE   PIC 9(8).
               10 CT-ORIG-TIME   PIC 9(6).
               10 CT-ORIG-SEQ-NO PIC 9(4).
               10 CT-PLAYER1     PIC X(10).
               10 CT-PLAYER2     PIC X(10).
               10 CT-NEW-RESULT  PIC X(1).
      *    Every team on TEAMMST.IDX with its match totals.
       01 TEAM-TABLE.
           05 TEAM-ENTRY OCCURS 200 TIMES.
               10 TT-TEAM-ID     PIC X(6).
               10 TT-TEAM-NAME   PIC X(20).
               10 TT-STATUS      PIC X(1).
               10 TT-MWINS       PIC 9(4).
               10 TT-MLOSSES     PIC 9(4).
               10 TT-MDRAWS      PIC 9(4).
               10 TT-PLAYERS     PIC 9(3).
       01 WS-SWAP-TEAM           PIC X(42).
      *    One entry per player per team the player's results were
      *    credited to - a player who transferred in the period
      *    appears under both clubs.
       01 BREAKDOWN-TABLE.
           05 BD-ENTRY OCCURS 2000 TIMES.
               10 BD-TEAM-ID     PIC X(6).
               10 BD-PLAYER-ID   PIC X(10).
               10 BD-MWINS       PIC 9(4).
               10 BD-MLOSSES     PIC 9(4).
               10 BD-MDRAWS      PIC 9(4).
       01 WS-SWAP-BD             PIC X(28).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
       DISPLAY "Inter-club team standings.".
       PERFORM GET-REPORT-PERIOD.
       PERFORM GET-EVENT-ID.
       DISPLAY "Include archived seasons from MATCHHIST.ARC? (Y/N)".
       ACCEPT WS-WANT-ARCHIVE.

       PERFORM LOAD-TEAMS.
       OPEN INPUT ROSTER.
       IF WS-ROSTER-STATUS NOT = "00"
           DISPLAY "Cannot open ROSTER.IDX - status "
               WS-ROSTER-STATUS ". Roster the players with JOKENROS "
               "first."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT PLAYERMST.
       IF WS-PLAYERMST-STATUS = "35"
           DISPLAY "No player master found; breakdown will show IDs."
       ELSE
           MOVE "Y" TO WS-MASTER-AVAIL-SW
       END-IF.

       PERFORM LOAD-CORRECTIONS.
       IF WS-WANT-ARCHIVE = "Y" OR WS-WANT-ARCHIVE = "y"
           PERFORM SCAN-ARCHIVE-HISTORY
       END-IF.
       PERFORM SCAN-LIVE-HISTORY.
       CLOSE ROSTER.

       PERFORM SORT-TEAMS.
       PERFORM SORT-BREAKDOWN.
       PERFORM PRINT-TEAM-STANDINGS.

       IF WS-MASTER-AVAIL-SW = "Y"
           CLOSE PLAYERMST
       END-IF.
       DISPLAY "Matches counted: " WS-MATCHES-COUNTED
           "  voided/DQ skipped: " WS-MATCHES-VOIDED.
       DISPLAY "Results credited to teams: " WS-RESULTS-CREDITED
           "  players on no team: " WS-RESULTS-UNROSTERED.
       DISPLAY "Team standings written to TEAMSTAND.DAT and "
           "TEAMSTAND.RPT.".
       STOP RUN.

       GET-REPORT-PERIOD.
      *    Blank dates keep the whole-file behavior, the same way
      *    JOKENREP reads its period.
       DISPLAY "Report from date (YYYYMMDD, blank = all): ".
       ACCEPT WS-FROM-DATE-IN.
       IF WS-FROM-DATE-IN IS NUMERIC
           MOVE WS-FROM-DATE-IN TO WS-FROM-DATE
       END-IF.
       DISPLAY "Report to date (YYYYMMDD, blank = all): ".
       ACCEPT WS-TO-DATE-IN.
       IF WS-TO-DATE-IN IS NUMERIC
           MOVE WS-TO-DATE-IN TO WS-TO-DATE
       END-IF.

       GET-EVENT-ID.
      *    Blank is the default event and "*" takes every event in
      *    the range; anything else must be set up on EVENTS.IDX.
       DISPLAY "Event ID (blank = default event, * = all events): ".
       MOVE SPACES TO WS-EVENT-ID.
       ACCEPT WS-EVENT-ID.
       IF WS-EVENT-ID NOT = SPACES AND WS-EVENT-ID NOT = "*"
           PERFORM READ-EVENT
           IF WS-EVENT-FOUND-SW = "N"
               DISPLAY "Unknown event ID '" WS-EVENT-ID
                   "' - not on EVENTS.IDX."
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

       LOAD-TEAMS.
       OPEN INPUT TEAMMST.
       IF WS-TEAMMST-STATUS NOT = "00"
           DISPLAY "Cannot open TEAMMST.IDX - status "
               WS-TEAMMST-STATUS ". Set the teams up with JOKENTEM "
               "first."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE "N" TO WS-LIST-EOF.
       PERFORM UNTIL WS-LIST-EOF = "Y"
           READ TEAMMST
               AT END MOVE "Y" TO WS-LIST-EOF
               NOT AT END PERFORM ADD-TEAM-TO-TABLE
           END-READ
       END-PERFORM.
       CLOSE TEAMMST.

       ADD-TEAM-TO-TABLE.
       IF WS-TEAM-COUNT >= 200
           DISPLAY "More than 200 teams on TEAMMST.IDX - TEAM-TABLE "
               "is full."
           CLOSE TEAMMST
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-TEAM-COUNT.
       MOVE TM-TEAM-ID   TO TT-TEAM-ID(WS-TEAM-COUNT).
       MOVE TM-TEAM-NAME TO TT-TEAM-NAME(WS-TEAM-COUNT).
       MOVE TM-STATUS    TO TT-STATUS(WS-TEAM-COUNT).
       MOVE 0 TO TT-MWINS(WS-TEAM-COUNT).
       MOVE 0 TO TT-MLOSSES(WS-TEAM-COUNT).
       MOVE 0 TO TT-MDRAWS(WS-TEAM-COUNT).
       MOVE 0 TO TT-PLAYERS(WS-TEAM-COUNT).

       LOAD-CORRECTIONS.
      *    A first pass picks up every "C" record, whatever its date,
      *    so a match is scored by its corrected result even when the
      *    correction was posted on a later night - the JOKENREP
      *    first pass, over the archive too when it is included.
       IF WS-WANT-ARCHIVE = "Y" OR WS-WANT-ARCHIVE = "y"
           OPEN INPUT MATCHARC
           IF WS-MATCHARC-STATUS NOT = "35"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ MATCHARC
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MATCH-ARCHIVE-RECORD
                               TO MATCH-HISTORY-RECORD
                           IF MH-RECORD-TYPE = "C"
                               PERFORM ADD-CORRECTION-TO-TABLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATCHARC
           END-IF
       END-IF.
       OPEN INPUT MATCHHIST.
       IF WS-MATCHHIST-STATUS NOT = "35"
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ MATCHHIST
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF MH-RECORD-TYPE = "C"
                           PERFORM ADD-CORRECTION-TO-TABLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MATCHHIST
       END-IF.

       ADD-CORRECTION-TO-TABLE.
      *    A later correction of the same match overwrites the
      *    earlier entry - the last "C" record stands.
       MOVE "N" TO WS-CORR-FOUND-SW.
       PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
               UNTIL WS-CORR-IDX > WS-CORR-COUNT
                   OR WS-CORR-FOUND-SW = "Y"
           IF CT-ORIG-DATE(WS-CORR-IDX) = MC-ORIG-DATE
                   AND CT-ORIG-TIME(WS-CORR-IDX) = MC-ORIG-TIME
                   AND CT-ORIG-SEQ-NO(WS-CORR-IDX) = MC-ORIG-SEQ-NO
                   AND CT-PLAYER1(WS-CORR-IDX) = MH-PLAYER1
                   AND CT-PLAYER2(WS-CORR-IDX) = MH-PLAYER2
               MOVE MC-NEW-RESULT TO CT-NEW-RESULT(WS-CORR-IDX)
               MOVE "Y" TO WS-CORR-FOUND-SW
           END-IF
       END-PERFORM.
       IF WS-CORR-FOUND-SW = "N"
           IF WS-CORR-COUNT >= 500
               DISPLAY "More than 500 corrected matches on file - "
                   "CORRECTION-TABLE is full."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CORR-COUNT
           MOVE MC-ORIG-DATE   TO CT-ORIG-DATE(WS-CORR-COUNT)
           MOVE MC-ORIG-TIME   TO CT-ORIG-TIME(WS-CORR-COUNT)
           MOVE MC-ORIG-SEQ-NO TO CT-ORIG-SEQ-NO(WS-CORR-COUNT)
           MOVE MH-PLAYER1     TO CT-PLAYER1(WS-CORR-COUNT)
           MOVE MH-PLAYER2     TO CT-PLAYER2(WS-CORR-COUNT)
           MOVE MC-NEW-RESULT  TO CT-NEW-RESULT(WS-CORR-COUNT)
       END-IF.

       APPLY-CORRECTION.
      *    A corrected "M"/"F" record is scored by the result that
      *    now stands - the record type and MH-RESULT are replaced in
      *    the record area before the tally, as JOKENREP does. A
      *    voided match becomes an "F" record with "Match Voided!".
       MOVE "N" TO WS-CORR-FOUND-SW.
       IF (MH-RECORD-TYPE = "M" OR MH-RECORD-TYPE = "F")
               AND WS-CORR-COUNT > 0
           PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
                   UNTIL WS-CORR-IDX > WS-CORR-COUNT
                       OR WS-CORR-FOUND-SW = "Y"
               IF CT-ORIG-DATE(WS-CORR-IDX) = MH-DATE
                       AND CT-ORIG-TIME(WS-CORR-IDX) = MH-TIME
                       AND CT-ORIG-SEQ-NO(WS-CORR-IDX) = MH-SEQ-NO
                       AND CT-PLAYER1(WS-CORR-IDX) = MH-PLAYER1
                       AND CT-PLAYER2(WS-CORR-IDX) = MH-PLAYER2
                   MOVE "Y" TO WS-CORR-FOUND-SW
                   PERFORM SET-CORRECTED-RESULT
               END-IF
           END-PERFORM
       END-IF.

       SET-CORRECTED-RESULT.
       EVALUATE CT-NEW-RESULT(WS-CORR-IDX)
           WHEN "1"
               MOVE "M" TO MH-RECORD-TYPE
               MOVE "Player1 Wins!" TO MH-RESULT
           WHEN "2"
               MOVE "M" TO MH-RECORD-TYPE
               MOVE "Player2 Wins!" TO MH-RESULT
           WHEN "D"
               MOVE "M" TO MH-RECORD-TYPE
               MOVE "Draw!" TO MH-RESULT
           WHEN "A"
               MOVE "F" TO MH-RECORD-TYPE
               MOVE "Player1 Forfeits!" TO MH-RESULT
           WHEN "B"
               MOVE "F" TO MH-RECORD-TYPE
               MOVE "Player2 Forfeits!" TO MH-RESULT
           WHEN "V"
               MOVE "F" TO MH-RECORD-TYPE
               MOVE "Match Voided!" TO MH-RESULT
       END-EVALUATE.

       SCAN-ARCHIVE-HISTORY.
       OPEN INPUT MATCHARC.
       IF WS-MATCHARC-STATUS = "35"
           DISPLAY "MATCHHIST.ARC not found - live file only."
       ELSE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ MATCHARC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE MATCH-ARCHIVE-RECORD
                           TO MATCH-HISTORY-RECORD
                       PERFORM SELECT-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE MATCHARC
       END-IF.

       SCAN-LIVE-HISTORY.
       OPEN INPUT MATCHHIST.
       IF WS-MATCHHIST-STATUS = "35"
           DISPLAY "MATCHHIST.DAT not found - no live history."
       ELSE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ MATCHHIST
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM SELECT-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE MATCHHIST
       END-IF.

       SELECT-HISTORY-RECORD.
       IF MH-DATE >= WS-FROM-DATE AND MH-DATE <= WS-TO-DATE
               AND (WS-EVENT-ID = "*" OR MH-EVENT-ID = WS-EVENT-ID)
               AND (MH-RECORD-TYPE = "M" OR MH-RECORD-TYPE = "F")
           PERFORM APPLY-CORRECTION
           PERFORM TALLY-MATCH
       END-IF.

       TALLY-MATCH.
      *    W/L/D for each side. A forfeit is a loss for the player
      *    who walked and a win for the other side; a DQ or a voided
      *    match counts for nobody.
       MOVE SPACE TO WS-P1-RESULT.
       MOVE SPACE TO WS-P2-RESULT.
       IF MH-RECORD-TYPE = "M"
           EVALUATE MH-RESULT
               WHEN "Player1 Wins!"
                   MOVE "W" TO WS-P1-RESULT
                   MOVE "L" TO WS-P2-RESULT
               WHEN "Player2 Wins!"
                   MOVE "L" TO WS-P1-RESULT
                   MOVE "W" TO WS-P2-RESULT
               WHEN "Draw!"
                   MOVE "D" TO WS-P1-RESULT
                   MOVE "D" TO WS-P2-RESULT
           END-EVALUATE
       ELSE
           EVALUATE MH-RESULT
               WHEN "Player1 Forfeits!"
                   MOVE "L" TO WS-P1-RESULT
                   MOVE "W" TO WS-P2-RESULT
               WHEN "Player2 Forfeits!"
                   MOVE "W" TO WS-P1-RESULT
                   MOVE "L" TO WS-P2-RESULT
           END-EVALUATE
       END-IF.
       IF WS-P1-RESULT = SPACE
           ADD 1 TO WS-MATCHES-VOIDED
       ELSE
           ADD 1 TO WS-MATCHES-COUNTED
           MOVE MH-PLAYER1   TO WS-SEARCH-ID
           MOVE WS-P1-RESULT TO WS-SIDE-RESULT
           PERFORM CREDIT-SIDE
           MOVE MH-PLAYER2   TO WS-SEARCH-ID
           MOVE WS-P2-RESULT TO WS-SIDE-RESULT
           PERFORM CREDIT-SIDE
       END-IF.

       CREDIT-SIDE.
      *    WS-SEARCH-ID and WS-SIDE-RESULT in; the result goes to the
      *    team the player was rostered to on MH-DATE, if any.
       PERFORM FIND-ROSTERED-TEAM.
       MOVE 0 TO WS-TEAM-IDX.
       IF WS-ROSTER-TEAM NOT = SPACES
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TEAM-COUNT OR WS-TEAM-IDX > 0
               IF TT-TEAM-ID(WS-I) = WS-ROSTER-TEAM
                   MOVE WS-I TO WS-TEAM-IDX
               END-IF
           END-PERFORM
       END-IF.
       IF WS-TEAM-IDX = 0
           ADD 1 TO WS-RESULTS-UNROSTERED
       ELSE
           ADD 1 TO WS-RESULTS-CREDITED
           PERFORM FIND-OR-ADD-BREAKDOWN
           EVALUATE WS-SIDE-RESULT
               WHEN "W"
                   ADD 1 TO TT-MWINS(WS-TEAM-IDX)
                   ADD 1 TO BD-MWINS(WS-BD-IDX)
               WHEN "L"
                   ADD 1 TO TT-MLOSSES(WS-TEAM-IDX)
                   ADD 1 TO BD-MLOSSES(WS-BD-IDX)
               WHEN "D"
                   ADD 1 TO TT-MDRAWS(WS-TEAM-IDX)
                   ADD 1 TO BD-MDRAWS(WS-BD-IDX)
           END-EVALUATE
       END-IF.

       FIND-ROSTERED-TEAM.
      *    The player's stints read back in start-date order; the one
      *    covering the match date, if any, names the team. A 10-byte
      *    history ID with a non-blank tail is never on the roster.
       MOVE SPACES TO WS-ROSTER-TEAM.
       IF WS-SEARCH-ID(7:4) = SPACES AND WS-SEARCH-ID NOT = SPACES
           MOVE WS-SEARCH-ID(1:6) TO RO-PLAYER-ID
           MOVE 0                 TO RO-FROM-DATE
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
                       IF RO-PLAYER-ID NOT = WS-SEARCH-ID(1:6)
                               OR RO-FROM-DATE > MH-DATE
                           MOVE "Y" TO WS-LIST-EOF
                       ELSE
                           IF RO-TO-DATE >= MH-DATE
                               MOVE RO-TEAM-ID TO WS-ROSTER-TEAM
                               MOVE "Y" TO WS-LIST-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF.

       FIND-OR-ADD-BREAKDOWN.
       MOVE 0 TO WS-BD-IDX.
       PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-BD-COUNT OR WS-BD-IDX > 0
           IF BD-TEAM-ID(WS-J) = WS-ROSTER-TEAM
                   AND BD-PLAYER-ID(WS-J) = WS-SEARCH-ID
               MOVE WS-J TO WS-BD-IDX
           END-IF
       END-PERFORM.
       IF WS-BD-IDX = 0
           IF WS-BD-COUNT >= 2000
               DISPLAY "More than 2000 team players with results - "
                   "BREAKDOWN-TABLE is full."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BD-COUNT
           MOVE WS-BD-COUNT    TO WS-BD-IDX
           MOVE WS-ROSTER-TEAM TO BD-TEAM-ID(WS-BD-IDX)
           MOVE WS-SEARCH-ID   TO BD-PLAYER-ID(WS-BD-IDX)
           MOVE 0 TO BD-MWINS(WS-BD-IDX)
           MOVE 0 TO BD-MLOSSES(WS-BD-IDX)
           MOVE 0 TO BD-MDRAWS(WS-BD-IDX)
           ADD 1 TO TT-PLAYERS(WS-TEAM-IDX)
       END-IF.

       SORT-TEAMS.
      *    Bubble sort, descending by match wins, fewer losses first
      *    on equal wins - the table is small (one entry per club).
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-TEAM-COUNT
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TEAM-COUNT - WS-I
               IF TT-MWINS(WS-J) < TT-MWINS(WS-J + 1)
                       OR (TT-MWINS(WS-J) = TT-MWINS(WS-J + 1)
                       AND TT-MLOSSES(WS-J) > TT-MLOSSES(WS-J + 1))
                   MOVE TEAM-ENTRY(WS-J)     TO WS-SWAP-TEAM
                   MOVE TEAM-ENTRY(WS-J + 1) TO TEAM-ENTRY(WS-J)
                   MOVE WS-SWAP-TEAM         TO TEAM-ENTRY(WS-J + 1)
               END-IF
           END-PERFORM
       END-PERFORM.

       SORT-BREAKDOWN.
      *    Descending by match wins, so each team's players print
      *    best first when the team's entries are picked out.
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-BD-COUNT
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-BD-COUNT - WS-I
               IF BD-MWINS(WS-J) < BD-MWINS(WS-J + 1)
                   MOVE BD-ENTRY(WS-J)     TO WS-SWAP-BD
                   MOVE BD-ENTRY(WS-J + 1) TO BD-ENTRY(WS-J)
                   MOVE WS-SWAP-BD         TO BD-ENTRY(WS-J + 1)
               END-IF
           END-PERFORM
       END-PERFORM.

       PRINT-TEAM-STANDINGS.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-REPORT-DATE.
       OPEN OUTPUT TEAMSTD.
       OPEN OUTPUT TEAMRPT.
       PERFORM WRITE-REPORT-HEADING.
       DISPLAY "====================================================".
       DISPLAY "              JOKENPO INTER-CLUB TEAM STANDINGS".
       DISPLAY "====================================================".
       DISPLAY "RNK  TEAM   NAME                  MWIN  MLOSS  MDRAW"
           "  WIN PCT  PLAYERS".
       MOVE 0 TO WS-RANK.
       PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
               UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
           IF TT-STATUS(WS-TEAM-IDX) NOT = "R"
                   OR TT-PLAYERS(WS-TEAM-IDX) > 0
               PERFORM PRINT-TEAM-LINE
           END-IF
       END-PERFORM.
       IF WS-RANK = 0
           MOVE "  (NO TEAMS TO RANK)" TO TEAM-REPORT-LINE
           WRITE TEAM-REPORT-LINE
       END-IF.
       PERFORM PRINT-PLAYER-BREAKDOWN.
       PERFORM WRITE-REPORT-TOTALS.
       CLOSE TEAMSTD.
       CLOSE TEAMRPT.

       PRINT-TEAM-LINE.
       ADD 1 TO WS-RANK.
       COMPUTE WS-TOTAL-GAMES = TT-MWINS(WS-TEAM-IDX)
           + TT-MLOSSES(WS-TEAM-IDX) + TT-MDRAWS(WS-TEAM-IDX).
       IF WS-TOTAL-GAMES > 0
           COMPUTE WS-WIN-PCT ROUNDED =
               (TT-MWINS(WS-TEAM-IDX) * 100) / WS-TOTAL-GAMES
       ELSE
           MOVE 0 TO WS-WIN-PCT
       END-IF.
       MOVE WS-WIN-PCT TO WS-WIN-PCT-DISP.
       MOVE SPACES TO WS-RANK-LINE.
       STRING WS-RANK                   DELIMITED BY SIZE
              "  "                      DELIMITED BY SIZE
              TT-TEAM-ID(WS-TEAM-IDX)   DELIMITED BY SIZE
              " "                       DELIMITED BY SIZE
              TT-TEAM-NAME(WS-TEAM-IDX) DELIMITED BY SIZE
              "  "                      DELIMITED BY SIZE
              TT-MWINS(WS-TEAM-IDX)     DELIMITED BY SIZE
              "   "                     DELIMITED BY SIZE
              TT-MLOSSES(WS-TEAM-IDX)   DELIMITED BY SIZE
              "   "                     DELIMITED BY SIZE
              TT-MDRAWS(WS-TEAM-IDX)    DELIMITED BY SIZE
              "   "                     DELIMITED BY SIZE
              WS-WIN-PCT-DISP           DELIMITED BY SIZE
              "%    "                   DELIMITED BY SIZE
              TT-PLAYERS(WS-TEAM-IDX)   DELIMITED BY SIZE
              INTO WS-RANK-LINE
       END-STRING.
       DISPLAY WS-RANK-LINE.
       MOVE WS-RANK-LINE TO TEAM-REPORT-LINE.
       WRITE TEAM-REPORT-LINE.
       MOVE WS-REPORT-DATE            TO TS-REPORT-DATE.
       MOVE WS-RANK                   TO TS-RANK.
       MOVE TT-TEAM-ID(WS-TEAM-IDX)   TO TS-TEAM-ID.
       MOVE TT-TEAM-NAME(WS-TEAM-IDX) TO TS-TEAM-NAME.
       MOVE TT-MWINS(WS-TEAM-IDX)     TO TS-MWINS.
       MOVE TT-MLOSSES(WS-TEAM-IDX)   TO TS-MLOSSES.
       MOVE TT-MDRAWS(WS-TEAM-IDX)    TO TS-MDRAWS.
       MOVE WS-WIN-PCT                TO TS-WIN-PCT.
       MOVE TT-PLAYERS(WS-TEAM-IDX)   TO TS-PLAYERS.
       MOVE WS-FROM-DATE              TO TS-FROM-DATE.
       MOVE WS-TO-DATE                TO TS-TO-DATE.
       MOVE WS-EVENT-ID               TO TS-EVENT-ID.
       WRITE TEAM-STANDINGS-RECORD.

       PRINT-PLAYER-BREAKDOWN.
      *    Teams in ranked order, each followed by the players whose
      *    results it was credited, best first.
       MOVE SPACES TO TEAM-REPORT-LINE.
       WRITE TEAM-REPORT-LINE.
       MOVE "PLAYER BREAKDOWN" TO TEAM-REPORT-LINE.
       WRITE TEAM-REPORT-LINE.
       PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
               UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
           IF TT-STATUS(WS-TEAM-IDX) NOT = "R"
                   OR TT-PLAYERS(WS-TEAM-IDX) > 0
               PERFORM PRINT-TEAM-PLAYERS
           END-IF
       END-PERFORM.

       PRINT-TEAM-PLAYERS.
       MOVE SPACES TO TEAM-REPORT-LINE.
       WRITE TEAM-REPORT-LINE.
       MOVE SPACES TO TEAM-REPORT-LINE.
       STRING "TEAM " DELIMITED BY SIZE
              TT-TEAM-ID(WS-TEAM-IDX) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              TT-TEAM-NAME(WS-TEAM-IDX) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              TT-PLAYERS(WS-TEAM-IDX) DELIMITED BY SIZE
              " PLAYER(S) WITH RESULTS" DELIMITED BY SIZE
              INTO TEAM-REPORT-LINE
       END-STRING.
       WRITE TEAM-REPORT-LINE.
       IF TT-PLAYERS(WS-TEAM-IDX) = 0
           MOVE "  (no results in the period)" TO TEAM-REPORT-LINE
           WRITE TEAM-REPORT-LINE
       ELSE
           MOVE SPACES TO TEAM-REPORT-LINE
           STRING "  PLAYER     NAME                  MWIN  MLOSS"
                      DELIMITED BY SIZE
                  "  MDRAW  WIN PCT" DELIMITED BY SIZE
                  INTO TEAM-REPORT-LINE
           END-STRING
           WRITE TEAM-REPORT-LINE
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
                   UNTIL WS-BD-IDX > WS-BD-COUNT
               IF BD-TEAM-ID(WS-BD-IDX) = TT-TEAM-ID(WS-TEAM-IDX)
                   PERFORM PRINT-PLAYER-LINE
               END-IF
           END-PERFORM
       END-IF.

       PRINT-PLAYER-LINE.
       MOVE BD-PLAYER-ID(WS-BD-IDX) TO WS-SEARCH-ID.
       PERFORM RESOLVE-PLAYER-NAME.
       COMPUTE WS-TOTAL-GAMES = BD-MWINS(WS-BD-IDX)
           + BD-MLOSSES(WS-BD-IDX) + BD-MDRAWS(WS-BD-IDX).
       IF WS-TOTAL-GAMES > 0
           COMPUTE WS-WIN-PCT ROUNDED =
               (BD-MWINS(WS-BD-IDX) * 100) / WS-TOTAL-GAMES
       ELSE
           MOVE 0 TO WS-WIN-PCT
       END-IF.
       MOVE WS-WIN-PCT TO WS-WIN-PCT-DISP.
       MOVE SPACES TO TEAM-REPORT-LINE.
       STRING "  " DELIMITED BY SIZE
              BD-PLAYER-ID(WS-BD-IDX) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-RESOLVED-NAME DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              BD-MWINS(WS-BD-IDX) DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              BD-MLOSSES(WS-BD-IDX) DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              BD-MDRAWS(WS-BD-IDX) DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              WS-WIN-PCT-DISP DELIMITED BY SIZE
              "%" DELIMITED BY SIZE
              INTO TEAM-REPORT-LINE
       END-STRING.
       WRITE TEAM-REPORT-LINE.

       RESOLVE-PLAYER-NAME.
      *    WS-SEARCH-ID in, WS-RESOLVED-NAME out; falls back to the
      *    raw ID the way JOKENREP does.
       MOVE WS-SEARCH-ID TO WS-RESOLVED-NAME.
       IF WS-MASTER-AVAIL-SW = "Y" AND WS-SEARCH-ID(7:4) = SPACES
           MOVE WS-SEARCH-ID TO PM-PLAYER-ID
           READ PLAYERMST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PM-PLAYER-NAME TO WS-RESOLVED-NAME
           END-READ
       END-IF.

       WRITE-REPORT-HEADING.
       MOVE SPACES TO TEAM-REPORT-LINE.
       STRING "JOKENPO INTER-CLUB TEAM STANDINGS     REPORT DATE "
                  DELIMITED BY SIZE
              WS-REPORT-DATE DELIMITED BY SIZE
              INTO TEAM-REPORT-LINE
       END-STRING.
       WRITE TEAM-REPORT-LINE.
       MOVE SPACES TO TEAM-REPORT-LINE.
       STRING "PERIOD " DELIMITED BY SIZE
              WS-FROM-DATE DELIMITED BY SIZE
              " TO " DELIMITED BY SIZE
              WS-TO-DATE DELIMITED BY SIZE
              "   EVENT " DELIMITED BY SIZE
              WS-EVENT-ID DELIMITED BY SIZE
              "   ARCHIVE " DELIMITED BY SIZE
              WS-WANT-ARCHIVE DELIMITED BY SIZE
              INTO TEAM-REPORT-LINE
       END-STRING.
       WRITE TEAM-REPORT-LINE.
       MOVE SPACES TO TEAM-REPORT-LINE.
       WRITE TEAM-REPORT-LINE.
       MOVE SPACES TO TEAM-REPORT-LINE.
       STRING "RNK  TEAM   NAME                  MWIN  MLOSS  MDRAW"
                  DELIMITED BY SIZE
              "  WIN PCT  PLAYERS" DELIMITED BY SIZE
              INTO TEAM-REPORT-LINE
       END-STRING.
       WRITE TEAM-REPORT-LINE.

       WRITE-REPORT-TOTALS.
       MOVE SPACES TO TEAM-REPORT-LINE.
       WRITE TEAM-REPORT-LINE.
       MOVE SPACES TO TEAM-REPORT-LINE.
       STRING "MATCHES COUNTED " DELIMITED BY SIZE
              WS-MATCHES-COUNTED DELIMITED BY SIZE
              "  VOIDED/DQ SKIPPED " DELIMITED BY SIZE
              WS-MATCHES-VOIDED DELIMITED BY SIZE
              INTO TEAM-REPORT-LINE
       END-STRING.
       WRITE TEAM-REPORT-LINE.
       MOVE SPACES TO TEAM-REPORT-LINE.
       STRING "RESULTS CREDITED TO TEAMS " DELIMITED BY SIZE
              WS-RESULTS-CREDITED DELIMITED BY SIZE
              "  PLAYERS ON NO TEAM " DELIMITED BY SIZE
              WS-RESULTS-UNROSTERED DELIMITED BY SIZE
              INTO TEAM-REPORT-LINE
       END-STRING.
       WRITE TEAM-REPORT-LINE.
       END PROGRAM JOKENTMS.
