      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 15/10/2026
      * Purpose: Study
      * Tectonics: cobc
      * Match-integrity screening. JOKENAUD proves that history and
      * audit records line up; it says nothing about whether the
      * play looks honest. This program reads MATCHHIST.DAT (and,
      * when asked, MATCHHIST.ARC ahead of it), AUDITLOG.DAT,
      * RATEHIST.DAT and STANDINGS.DAT for a from/to period and
      * scores every player pair, player, terminal and operator
      * against the thresholds on INTRULES.DAT (copybook INTRREC -
      * data, like PAYRULES.DAT): pairs that keep meeting and always
      * split their results, a match between such a pair that put
      * the winner on a paid rank by a single win, attended rounds
      * keyed seconds apart on one terminal, a terminal recording
      * far more decisive rounds than the rest, and rating
      * adjustments well out of line with the player's own history.
      * Matches are scored by their corrected result (JOKENCOR "C"
      * records), and DQs and voided matches are left out. Every
      * subject whose score reaches the "FLAG" threshold goes on the
      * ranked exception report INTEGRITY.RPT; flagged players also
      * go on INTFLAGS.DAT (copybook INTFLREC), and JOKENPAY holds
      * their payout lines until the tournament director signs on
      * here and clears them. A screening replaces only the flags
      * for its own period; holds raised for other periods stay on
      * file until they are cleared. The batch engines, JOKENCOR and
      * JOKENFIX post unattended or by hand, so their audit entries
      * are left out of the terminal tests.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATCHHIST ASSIGN TO "MATCHHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCHHIST-STATUS.
           SELECT MATCHARC ASSIGN TO "MATCHHIST.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCHARC-STATUS.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT RATEHIST ASSIGN TO "RATEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEHIST-STATUS.
           SELECT STANDINGS ASSIGN TO "STANDINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDINGS-STATUS.
           SELECT INTRULES ASSIGN TO "INTRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTRULES-STATUS.
           SELECT INTFLAGS ASSIGN TO "INTFLAGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTFLAGS-STATUS.
           SELECT INTRPT ASSIGN TO "INTEGRITY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTRPT-STATUS.
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
       FD  MATCHHIST.
           COPY MATCHREC.
       FD  MATCHARC.
       01  MATCH-ARCHIVE-RECORD     PIC X(77).
       FD  AUDITLOG.
           COPY AUDITREC.
       FD  RATEHIST.
           COPY RHISTREC.
       FD  STANDINGS.
           COPY STANDREC.
       FD  INTRULES.
           COPY INTRREC.
       FD  INTFLAGS.
           COPY INTFLREC.
       FD  INTRPT.
       01  INTEGRITY-REPORT-LINE    PIC X(90).
       FD  OPERMST.
           COPY OPERREC.
       FD  SECLOG.
           COPY SECREC.
       WORKING-STORAGE SECTION.
       01 WS-MATCHHIST-STATUS PIC X(2) VALUE "00".
       01 WS-MATCHARC-STATUS  PIC X(2) VALUE "00".
       01 WS-AUDITLOG-STATUS  PIC X(2) VALUE "00".
       01 WS-RATEHIST-STATUS  PIC X(2) VALUE "00".
       01 WS-STANDINGS-STATUS PIC X(2) VALUE "00".
       01 WS-INTRULES-STATUS  PIC X(2) VALUE "00".
       01 WS-INTFLAGS-STATUS  PIC X(2) VALUE "00".
       01 WS-INTRPT-STATUS    PIC X(2) VALUE "00".
       01 WS-OPERMST-STATUS   PIC X(2) VALUE "00".
       01 WS-SECLOG-STATUS    PIC X(2) VALUE "00".
       01 WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01 WS-PIN-IN           PIC X(6) VALUE SPACES.
       01 WS-OPERATOR-ROLE    PIC X(1) VALUE SPACE.
       01 WS-SIGNED-ON-SW     PIC X(1) VALUE "N".
       01 WS-SIGNON-TRIES     PIC 9(1) VALUE 0.
       01 WS-ROLE-HITS        PIC 9(1) VALUE 0.
       01 WS-ALLOWED-ROLES    PIC X(1) VALUE "T".
       01 WS-SEC-EVENT        PIC X(6) VALUE SPACES.
       01 WS-SEC-DETAIL       PIC X(30) VALUE SPACES.
       01 WS-EOF              PIC X(1) VALUE "N".
       01 WS-CURRENT-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-MENU-CHOICE      PIC X(1) VALUE SPACES.
       01 WS-DONE-SW          PIC X(1) VALUE "N".
       01 WS-FROM-DATE-IN     PIC X(8) VALUE SPACES.
       01 WS-TO-DATE-IN       PIC X(8) VALUE SPACES.
       01 WS-FROM-DATE        PIC 9(8) VALUE 0.
       01 WS-TO-DATE          PIC 9(8) VALUE 99999999.
       01 WS-WANT-ARCHIVE     PIC X(1) VALUE "N".
       01 WS-FOUND-SW         PIC X(1) VALUE "N".
       01 WS-CORR-FOUND-SW    PIC X(1) VALUE "N".
       01 WS-I                PIC 9(4) VALUE 0.
       01 WS-J                PIC 9(4) VALUE 0.
       01 WS-SEARCH-ID        PIC X(10) VALUE SPACES.
       01 WS-ENTRY-ID         PIC X(10) VALUE SPACES.
       01 WS-MATCH-WINNER     PIC X(10) VALUE SPACES.
       01 WS-MATCH-LOSER      PIC X(10) VALUE SPACES.
       01 WS-PAIR-A           PIC X(10) VALUE SPACES.
       01 WS-PAIR-B           PIC X(10) VALUE SPACES.
       01 WS-COUNT-MATCH-SW   PIC X(1) VALUE "N".
      *    Thresholds off INTRULES.DAT; a test whose switch stays "N"
      *    had no record and is not run.
       01 WS-MEET-SW          PIC X(1) VALUE "N".
       01 WS-MEET-LIMIT       PIC 9(5) VALUE 0.
       01 WS-MEET-POINTS      PIC 9(3) VALUE 0.
       01 WS-SPLT-SW          PIC X(1) VALUE "N".
       01 WS-SPLT-LIMIT       PIC 9(5) VALUE 0.
       01 WS-SPLT-POINTS      PIC 9(3) VALUE 0.
       01 WS-DROP-SW          PIC X(1) VALUE "N".
       01 WS-DROP-LIMIT       PIC 9(5) VALUE 0.
       01 WS-DROP-POINTS      PIC 9(3) VALUE 0.
       01 WS-GAPS-SW          PIC X(1) VALUE "N".
       01 WS-GAPS-LIMIT       PIC 9(5) VALUE 0.
       01 WS-GAPS-POINTS      PIC 9(3) VALUE 0.
       01 WS-DECI-SW          PIC X(1) VALUE "N".
       01 WS-DECI-LIMIT       PIC 9(5) VALUE 0.
       01 WS-DECI-POINTS      PIC 9(3) VALUE 0.
       01 WS-TMIN-LIMIT       PIC 9(5) VALUE 0.
       01 WS-JUMP-SW          PIC X(1) VALUE "N".
       01 WS-JUMP-LIMIT       PIC 9(5) VALUE 0.
       01 WS-JUMP-POINTS      PIC 9(3) VALUE 0.
       01 WS-JMIN-LIMIT       PIC 9(5) VALUE 0.
       01 WS-FLAG-SW          PIC X(1) VALUE "N".
       01 WS-FLAG-LIMIT       PIC 9(5) VALUE 0.
      *    Working fields for the tests.
       01 WS-WIN-DIFF         PIC 9(4) VALUE 0.
       01 WS-TIME-WORK        PIC 9(6) VALUE 0.
       01 WS-TIME-PARTS REDEFINES WS-TIME-WORK.
           05 WS-TIME-HH      PIC 9(2).
           05 WS-TIME-MM      PIC 9(2).
           05 WS-TIME-SS      PIC 9(2).
       01 WS-AUDIT-SECS       PIC 9(5) VALUE 0.
       01 WS-GAP-SECS         PIC S9(6) VALUE 0.
       01 WS-ALL-ROUNDS       PIC 9(7) VALUE 0.
       01 WS-ALL-DECISIVE     PIC 9(7) VALUE 0.
       01 WS-ALL-PCT          PIC 9(3)V99 VALUE 0.
       01 WS-ABS-ADJ          PIC 9(4) VALUE 0.
       01 WS-AVG-ADJ          PIC 9(5)V99 VALUE 0.
       01 WS-FIRST-UNPAID-RANK PIC 9(3) VALUE 0.
       01 WS-FIRST-UNPAID-WINS PIC 9(4) VALUE 0.
       01 WS-HAVE-UNPAID-SW   PIC X(1) VALUE "N".
       01 WS-HELD-COUNT       PIC 9(4) VALUE 0.
       01 WS-CARRIED-COUNT    PIC 9(4) VALUE 0.
       01 WS-CLEARED-COUNT    PIC 9(4) VALUE 0.
       01 WS-REASON           PIC X(40) VALUE SPACES.
       01 WS-EX-TYPE          PIC X(8) VALUE SPACES.
       01 WS-EX-SCORE         PIC 9(5) VALUE 0.
       01 WS-RANK             PIC 9(4) VALUE 0.
       01 WS-SORTED-SW        PIC X(1) VALUE "N".
       01 WS-CLEAR-ID         PIC X(10) VALUE SPACES.
       01 WS-TODAY            PIC 9(8) VALUE 0.
       01 WS-SUBJECT          PIC X(21) VALUE SPACES.
       01 WS-PCT-DISP         PIC ZZ9.99.
       01 WS-ALL-PCT-DISP     PIC ZZ9.99.
       01 WS-SCORE-DISP       PIC ZZZZ9.
       01 WS-RANK-DISP        PIC ZZ9.
       01 WS-CORR-COUNT       PIC 9(3) VALUE 0.
       01 WS-CORR-IDX         PIC 9(3) VALUE 0.
       01 CORRECTION-TABLE.
           05 CT-ENTRY OCCURS 500 TIMES.
               10 CT-ORIG-DATE   PIC 9(8).
               10 CT-ORIG-TIME   PIC 9(6).
               10 CT-ORIG-SEQ-NO PIC 9(4).
               10 CT-PLAYER1     PIC X(10).
               10 CT-PLAYER2     PIC X(10).
               10 CT-NEW-RESULT  PIC X(1).
      *    A pair is kept with the lower ID as Player A so both
      *    seatings of the same two players land on one entry.
       01 WS-PAIR-COUNT       PIC 9(4) VALUE 0.
       01 WS-PAIR-IDX         PIC 9(4) VALUE 0.
       01 PAIR-TABLE.
           05 PR-ENTRY OCCURS 2000 TIMES.
               10 PR-PLAYER-A    PIC X(10).
               10 PR-PLAYER-B    PIC X(10).
               10 PR-MEETINGS    PIC 9(4).
               10 PR-A-WINS      PIC 9(4).
               10 PR-B-WINS      PIC 9(4).
               10 PR-DROPS       PIC 9(3).
               10 PR-SCORE       PIC 9(5).
       01 WS-MATCH-COUNT      PIC 9(4) VALUE 0.
       01 MATCH-TABLE.
           05 MT-ENTRY OCCURS 5000 TIMES.
               10 MT-PAIR-IDX    PIC 9(4).
               10 MT-WINNER      PIC X(10).
               10 MT-LOSER       PIC X(10).
       01 WS-PLY-COUNT        PIC 9(4) VALUE 0.
       01 WS-PLY-IDX          PIC 9(4) VALUE 0.
       01 PLAYER-TABLE.
           05 PL-ENTRY OCCURS 1000 TIMES.
               10 PL-ID          PIC X(10).
               10 PL-SPLITS      PIC 9(3).
               10 PL-DROPS       PIC 9(3).
               10 PL-JUMPS       PIC 9(3).
               10 PL-SCORE       PIC 9(5).
               10 PL-RATE-SUM    PIC 9(7).
               10 PL-RATE-COUNT  PIC 9(4).
       01 WS-STAND-COUNT      PIC 9(3) VALUE 0.
       01 WS-STAND-IDX        PIC 9(3) VALUE 0.
       01 STANDINGS-TABLE.
           05 SB-ENTRY OCCURS 100 TIMES.
               10 SB-PLAYER-ID   PIC X(10).
               10 SB-RANK        PIC 9(3).
               10 SB-MWINS       PIC 9(4).
       01 WS-TERM-COUNT       PIC 9(3) VALUE 0.
       01 WS-TERM-IDX         PIC 9(3) VALUE 0.
       01 TERMINAL-TABLE.
           05 TT-ENTRY OCCURS 100 TIMES.
               10 TT-ID          PIC X(10).
               10 TT-ROUNDS      PIC 9(5).
               10 TT-DECISIVE    PIC 9(5).
               10 TT-GAPS        PIC 9(4).
               10 TT-LAST-DATE   PIC 9(8).
               10 TT-LAST-SECS   PIC 9(5).
               10 TT-PCT         PIC 9(3)V99.
               10 TT-SCORE       PIC 9(5).
       01 WS-OPS-COUNT        PIC 9(3) VALUE 0.
       01 WS-OPS-IDX          PIC 9(3) VALUE 0.
       01 OPERATOR-TABLE.
           05 OT-ENTRY OCCURS 200 TIMES.
               10 OT-ID          PIC X(10).
               10 OT-GAPS        PIC 9(4).
               10 OT-SCORE       PIC 9(5).
       01 WS-EXC-COUNT        PIC 9(4) VALUE 0.
       01 EXCEPTION-TABLE.
           05 EX-ENTRY OCCURS 1000 TIMES.
               10 EX-SCORE       PIC 9(5).
               10 EX-TYPE        PIC X(8).
               10 EX-SUBJECT     PIC X(21).
               10 EX-PLAYER-ID   PIC X(10).
               10 EX-REASON      PIC X(40).
       01 WS-EX-SWAP          PIC X(84).
      *    INTFLAGS.DAT is small; it is read whole, changed in the
      *    table and written back.
       01 WS-FLAG-COUNT       PIC 9(4) VALUE 0.
       01 WS-FLAG-IDX         PIC 9(4) VALUE 0.
       01 FLAG-TABLE.
           05 FT-RECORD OCCURS 1000 TIMES PIC X(90).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
       DISPLAY "Match-integrity screening.".
       PERFORM INTEGRITY-MENU UNTIL WS-DONE-SW = "Y".
       STOP RUN.

       INTEGRITY-MENU.
       DISPLAY " ".
       DISPLAY "(S)creen a period, (C)lear a held player, (L)ist "
           "holds, e(X)it".
       ACCEPT WS-MENU-CHOICE.
       EVALUATE WS-MENU-CHOICE
           WHEN "S"
           WHEN "s"
               PERFORM SCREEN-PERIOD
           WHEN "C"
           WHEN "c"
               PERFORM CLEAR-HOLD
           WHEN "L"
           WHEN "l"
               PERFORM LIST-HOLDS
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO WS-DONE-SW
           WHEN OTHER
               DISPLAY "Invalid entry. Enter S, C, L or X."
       END-EVALUATE.

       SCREEN-PERIOD.
       PERFORM GET-SCREEN-PERIOD.
       DISPLAY "Include archived seasons from MATCHHIST.ARC? (Y/N)".
       ACCEPT WS-WANT-ARCHIVE.
       PERFORM LOAD-INTEGRITY-RULES.
       PERFORM RESET-SCREEN-TABLES.

       PERFORM LOAD-CORRECTIONS.
       IF WS-WANT-ARCHIVE = "Y" OR WS-WANT-ARCHIVE = "y"
           PERFORM SCAN-ARCHIVE-HISTORY
       END-IF.
       PERFORM SCAN-LIVE-HISTORY.
       PERFORM LOAD-STANDINGS.
       PERFORM SCORE-PAIRS.
       PERFORM SCORE-DROPS.
       PERFORM SCAN-AUDIT-LOG.
       PERFORM SCORE-TERMINALS.
       PERFORM SCAN-RATING-HISTORY.

       PERFORM BUILD-EXCEPTIONS.
       PERFORM SORT-EXCEPTIONS.
       PERFORM WRITE-INTEGRITY-REPORT.
       PERFORM WRITE-FLAG-FILE.

       DISPLAY "Matches screened: " WS-MATCH-COUNT
           "  pairs: " WS-PAIR-COUNT
           "  attended rounds: " WS-ALL-ROUNDS.
       DISPLAY "Exceptions: " WS-EXC-COUNT
           "  players held: " WS-HELD-COUNT
           "  (" WS-CARRIED-COUNT " already cleared)".
       DISPLAY "Detail on INTEGRITY.RPT; holds on INTFLAGS.DAT.".

       GET-SCREEN-PERIOD.
      *    Blank dates keep the whole-file behavior, the same way
      *    JOKENSCT reads its period.
       MOVE 0        TO WS-FROM-DATE.
       MOVE 99999999 TO WS-TO-DATE.
       DISPLAY "Screen from date (YYYYMMDD, blank = all): ".
       MOVE SPACES TO WS-FROM-DATE-IN.
       ACCEPT WS-FROM-DATE-IN.
       IF WS-FROM-DATE-IN IS NUMERIC
           MOVE WS-FROM-DATE-IN TO WS-FROM-DATE
       END-IF.
       DISPLAY "Screen to date (YYYYMMDD, blank = all): ".
       MOVE SPACES TO WS-TO-DATE-IN.
       ACCEPT WS-TO-DATE-IN.
       IF WS-TO-DATE-IN IS NUMERIC
           MOVE WS-TO-DATE-IN TO WS-TO-DATE
       END-IF.

       LOAD-INTEGRITY-RULES.
       MOVE "N" TO WS-MEET-SW.
       MOVE "N" TO WS-SPLT-SW.
       MOVE "N" TO WS-DROP-SW.
       MOVE "N" TO WS-GAPS-SW.
       MOVE "N" TO WS-DECI-SW.
       MOVE "N" TO WS-JUMP-SW.
       MOVE "N" TO WS-FLAG-SW.
       MOVE 0   TO WS-TMIN-LIMIT.
       MOVE 0   TO WS-JMIN-LIMIT.
       OPEN INPUT INTRULES.
       IF WS-INTRULES-STATUS = "35"
           DISPLAY "INTRULES.DAT not found - no thresholds, nothing "
               "to screen against."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE "N" TO WS-EOF.
       PERFORM UNTIL WS-EOF = "Y"
           READ INTRULES
               AT END MOVE "Y" TO WS-EOF
               NOT AT END PERFORM APPLY-INTEGRITY-RULE
           END-READ
       END-PERFORM.
       CLOSE INTRULES.
       IF WS-FLAG-SW = "N"
           DISPLAY "INTRULES.DAT has no 'FLAG' rule - no score at "
               "which to report or hold anyone."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       APPLY-INTEGRITY-RULE.
       EVALUATE IR-RULE-CODE
           WHEN "MEET"
               MOVE "Y"       TO WS-MEET-SW
               MOVE IR-LIMIT  TO WS-MEET-LIMIT
               MOVE IR-POINTS TO WS-MEET-POINTS
           WHEN "SPLT"
               MOVE "Y"       TO WS-SPLT-SW
               MOVE IR-LIMIT  TO WS-SPLT-LIMIT
               MOVE IR-POINTS TO WS-SPLT-POINTS
           WHEN "DROP"
               MOVE "Y"       TO WS-DROP-SW
               MOVE IR-LIMIT  TO WS-DROP-LIMIT
               MOVE IR-POINTS TO WS-DROP-POINTS
           WHEN "GAPS"
               MOVE "Y"       TO WS-GAPS-SW
               MOVE IR-LIMIT  TO WS-GAPS-LIMIT
               MOVE IR-POINTS TO WS-GAPS-POINTS
           WHEN "DECI"
               MOVE "Y"       TO WS-DECI-SW
               MOVE IR-LIMIT  TO WS-DECI-LIMIT
               MOVE IR-POINTS TO WS-DECI-POINTS
           WHEN "TMIN"
               MOVE IR-LIMIT  TO WS-TMIN-LIMIT
           WHEN "JUMP"
               MOVE "Y"       TO WS-JUMP-SW
               MOVE IR-LIMIT  TO WS-JUMP-LIMIT
               MOVE IR-POINTS TO WS-JUMP-POINTS
           WHEN "JMIN"
               MOVE IR-LIMIT  TO WS-JMIN-LIMIT
           WHEN "FLAG"
               MOVE "Y"       TO WS-FLAG-SW
               MOVE IR-LIMIT  TO WS-FLAG-LIMIT
           WHEN OTHER
               DISPLAY "INTRULES.DAT rule '" IR-RULE-CODE
                   "' unknown - rule ignored."
       END-EVALUATE.

       RESET-SCREEN-TABLES.
       MOVE 0 TO WS-CORR-COUNT.
       MOVE 0 TO WS-PAIR-COUNT.
       MOVE 0 TO WS-MATCH-COUNT.
       MOVE 0 TO WS-PLY-COUNT.
       MOVE 0 TO WS-STAND-COUNT.
       MOVE 0 TO WS-TERM-COUNT.
       MOVE 0 TO WS-OPS-COUNT.
       MOVE 0 TO WS-EXC-COUNT.
       MOVE 0 TO WS-ALL-ROUNDS.
       MOVE 0 TO WS-ALL-DECISIVE.
       MOVE 0 TO WS-ALL-PCT.
       MOVE 0 TO WS-HELD-COUNT.
       MOVE 0 TO WS-CARRIED-COUNT.

       LOAD-CORRECTIONS.
      *    Every "C" record, whatever its date, so a match is judged
      *    by the result that now stands - the JOKENREP first pass,
      *    over the archive too when it is included.
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
               CLOSE MATCHHIST
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
                       PERFORM TALLY-HISTORY-RECORD
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
                   NOT AT END PERFORM TALLY-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE MATCHHIST
       END-IF.

       TALLY-HISTORY-RECORD.
      *    Only decided matches count: an "M" win or draw, or an
      *    "F" forfeit. A DQ or a voided match counts for nobody.
       IF MH-DATE >= WS-FROM-DATE AND MH-DATE <= WS-TO-DATE
               AND (MH-RECORD-TYPE = "M" OR MH-RECORD-TYPE = "F")
           PERFORM APPLY-CORRECTION
           MOVE "Y" TO WS-COUNT-MATCH-SW
           EVALUATE MH-RESULT
               WHEN "Player1 Wins!"
               WHEN "Player2 Forfeits!"
                   MOVE MH-PLAYER1 TO WS-MATCH-WINNER
                   MOVE MH-PLAYER2 TO WS-MATCH-LOSER
               WHEN "Player2 Wins!"
               WHEN "Player1 Forfeits!"
                   MOVE MH-PLAYER2 TO WS-MATCH-WINNER
                   MOVE MH-PLAYER1 TO WS-MATCH-LOSER
               WHEN "Draw!"
                   MOVE SPACES TO WS-MATCH-WINNER
                   MOVE SPACES TO WS-MATCH-LOSER
               WHEN OTHER
                   MOVE "N" TO WS-COUNT-MATCH-SW
           END-EVALUATE
           IF WS-COUNT-MATCH-SW = "Y"
               PERFORM TALLY-MATCH
           END-IF
       END-IF.

       TALLY-MATCH.
       IF MH-PLAYER1 < MH-PLAYER2
           MOVE MH-PLAYER1 TO WS-PAIR-A
           MOVE MH-PLAYER2 TO WS-PAIR-B
       ELSE
           MOVE MH-PLAYER2 TO WS-PAIR-A
           MOVE MH-PLAYER1 TO WS-PAIR-B
       END-IF.
       PERFORM FIND-OR-ADD-PAIR.
       ADD 1 TO PR-MEETINGS(WS-PAIR-IDX).
       IF WS-MATCH-WINNER NOT = SPACES
           IF WS-MATCH-WINNER = WS-PAIR-A
               ADD 1 TO PR-A-WINS(WS-PAIR-IDX)
           ELSE
               ADD 1 TO PR-B-WINS(WS-PAIR-IDX)
           END-IF
           IF WS-MATCH-COUNT >= 5000
               DISPLAY "More than 5000 decided matches in the period "
                   "- MATCH-TABLE is full. Narrow the dates."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MATCH-COUNT
           MOVE WS-PAIR-IDX     TO MT-PAIR-IDX(WS-MATCH-COUNT)
           MOVE WS-MATCH-WINNER TO MT-WINNER(WS-MATCH-COUNT)
           MOVE WS-MATCH-LOSER  TO MT-LOSER(WS-MATCH-COUNT)
       END-IF.

       FIND-OR-ADD-PAIR.
       MOVE "N" TO WS-FOUND-SW.
       PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT OR WS-FOUND-SW = "Y"
           IF PR-PLAYER-A(WS-PAIR-IDX) = WS-PAIR-A
                   AND PR-PLAYER-B(WS-PAIR-IDX) = WS-PAIR-B
               MOVE "Y" TO WS-FOUND-SW
           END-IF
       END-PERFORM.
       IF WS-FOUND-SW = "Y"
           SUBTRACT 1 FROM WS-PAIR-IDX
       ELSE
           IF WS-PAIR-COUNT >= 2000
               DISPLAY "More than 2000 player pairs in the period - "
                   "PAIR-TABLE is full. Narrow the dates."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PAIR-COUNT
           MOVE WS-PAIR-COUNT TO WS-PAIR-IDX
           MOVE WS-PAIR-A TO PR-PLAYER-A(WS-PAIR-IDX)
           MOVE WS-PAIR-B TO PR-PLAYER-B(WS-PAIR-IDX)
           MOVE 0 TO PR-MEETINGS(WS-PAIR-IDX)
           MOVE 0 TO PR-A-WINS(WS-PAIR-IDX)
           MOVE 0 TO PR-B-WINS(WS-PAIR-IDX)
           MOVE 0 TO PR-DROPS(WS-PAIR-IDX)
           MOVE 0 TO PR-SCORE(WS-PAIR-IDX)
       END-IF.

       FIND-OR-ADD-PLAYER.
      *    WS-SEARCH-ID in, WS-PLY-IDX out.
       MOVE "N" TO WS-FOUND-SW.
       PERFORM VARYING WS-PLY-IDX FROM 1 BY 1
               UNTIL WS-PLY-IDX > WS-PLY-COUNT OR WS-FOUND-SW = "Y"
           IF PL-ID(WS-PLY-IDX) = WS-SEARCH-ID
               MOVE "Y" TO WS-FOUND-SW
           END-IF
       END-PERFORM.
       IF WS-FOUND-SW = "Y"
           SUBTRACT 1 FROM WS-PLY-IDX
       ELSE
           IF WS-PLY-COUNT >= 1000
               DISPLAY "More than 1000 players to screen - "
                   "PLAYER-TABLE is full."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PLY-COUNT
           MOVE WS-PLY-COUNT TO WS-PLY-IDX
           MOVE WS-SEARCH-ID TO PL-ID(WS-PLY-IDX)
           MOVE 0 TO PL-SPLITS(WS-PLY-IDX)
           MOVE 0 TO PL-DROPS(WS-PLY-IDX)
           MOVE 0 TO PL-JUMPS(WS-PLY-IDX)
           MOVE 0 TO PL-SCORE(WS-PLY-IDX)
           MOVE 0 TO PL-RATE-SUM(WS-PLY-IDX)
           MOVE 0 TO PL-RATE-COUNT(WS-PLY-IDX)
       END-IF.

       LOAD-STANDINGS.
      *    The "DROP" limit is the number of paid ranks. The first
      *    unpaid rank's match wins is the line a paid player had to
      *    clear; a win that took a player over it by one decided a
      *    paid rank.
       MOVE "N" TO WS-HAVE-UNPAID-SW.
       MOVE 0   TO WS-FIRST-UNPAID-RANK.
       OPEN INPUT STANDINGS.
       IF WS-STANDINGS-STATUS = "35"
           DISPLAY "STANDINGS.DAT not found - paid-rank test skipped."
       ELSE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ STANDINGS
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM ADD-STANDING-TO-TABLE
               END-READ
           END-PERFORM
           CLOSE STANDINGS
       END-IF.

       ADD-STANDING-TO-TABLE.
       IF WS-STAND-COUNT < 100
           ADD 1 TO WS-STAND-COUNT
           MOVE ST-PLAYER-ID TO SB-PLAYER-ID(WS-STAND-COUNT)
           MOVE ST-RANK      TO SB-RANK(WS-STAND-COUNT)
           MOVE ST-MWINS     TO SB-MWINS(WS-STAND-COUNT)
           IF ST-RANK > WS-DROP-LIMIT
                   AND (WS-HAVE-UNPAID-SW = "N"
                       OR ST-RANK < WS-FIRST-UNPAID-RANK)
               MOVE "Y"      TO WS-HAVE-UNPAID-SW
               MOVE ST-RANK  TO WS-FIRST-UNPAID-RANK
               MOVE ST-MWINS TO WS-FIRST-UNPAID-WINS
           END-IF
       END-IF.

       SCORE-PAIRS.
      *    A regular pair ("MEET") scores for meeting that often; one
      *    whose wins come out level within "SPLT" scores again, and
      *    so do both its players.
       IF WS-MEET-SW = "Y"
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF PR-MEETINGS(WS-PAIR-IDX) >= WS-MEET-LIMIT
                   ADD WS-MEET-POINTS TO PR-SCORE(WS-PAIR-IDX)
                   IF WS-SPLT-SW = "Y"
                       PERFORM CHECK-PAIR-SPLIT
                   END-IF
               END-IF
           END-PERFORM
       END-IF.

       CHECK-PAIR-SPLIT.
       IF PR-A-WINS(WS-PAIR-IDX) > PR-B-WINS(WS-PAIR-IDX)
           COMPUTE WS-WIN-DIFF =
               PR-A-WINS(WS-PAIR-IDX) - PR-B-WINS(WS-PAIR-IDX)
       ELSE
           COMPUTE WS-WIN-DIFF =
               PR-B-WINS(WS-PAIR-IDX) - PR-A-WINS(WS-PAIR-IDX)
       END-IF.
       IF WS-WIN-DIFF <= WS-SPLT-LIMIT
           ADD WS-SPLT-POINTS TO PR-SCORE(WS-PAIR-IDX)
           MOVE PR-PLAYER-A(WS-PAIR-IDX) TO WS-SEARCH-ID
           PERFORM FIND-OR-ADD-PLAYER
           ADD 1 TO PL-SPLITS(WS-PLY-IDX)
           ADD WS-SPLT-POINTS TO PL-SCORE(WS-PLY-IDX)
           MOVE PR-PLAYER-B(WS-PAIR-IDX) TO WS-SEARCH-ID
           PERFORM FIND-OR-ADD-PLAYER
           ADD 1 TO PL-SPLITS(WS-PLY-IDX)
           ADD WS-SPLT-POINTS TO PL-SCORE(WS-PLY-IDX)
       END-IF.

       SCORE-DROPS.
      *    A regular pair's match whose winner sits on a paid rank
      *    and would not have cleared the first unpaid rank without
      *    it: the pair, the player who dropped it and the player
      *    who took the money all score.
       IF WS-DROP-SW = "Y" AND WS-MEET-SW = "Y"
               AND WS-HAVE-UNPAID-SW = "Y"
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-MATCH-COUNT
               MOVE MT-PAIR-IDX(WS-I) TO WS-PAIR-IDX
               IF PR-MEETINGS(WS-PAIR-IDX) >= WS-MEET-LIMIT
                   PERFORM CHECK-MATCH-DROP
               END-IF
           END-PERFORM
       END-IF.

       CHECK-MATCH-DROP.
       MOVE "N" TO WS-FOUND-SW.
       PERFORM VARYING WS-STAND-IDX FROM 1 BY 1
               UNTIL WS-STAND-IDX > WS-STAND-COUNT
                   OR WS-FOUND-SW = "Y"
           IF SB-PLAYER-ID(WS-STAND-IDX) = MT-WINNER(WS-I)
                   AND SB-RANK(WS-STAND-IDX) > 0
                   AND SB-RANK(WS-STAND-IDX) <= WS-DROP-LIMIT
                   AND SB-MWINS(WS-STAND-IDX)
                       <= WS-FIRST-UNPAID-WINS + 1
               MOVE "Y" TO WS-FOUND-SW
           END-IF
       END-PERFORM.
       IF WS-FOUND-SW = "Y"
           ADD 1 TO PR-DROPS(WS-PAIR-IDX)
           ADD WS-DROP-POINTS TO PR-SCORE(WS-PAIR-IDX)
           MOVE MT-LOSER(WS-I) TO WS-SEARCH-ID
           PERFORM FIND-OR-ADD-PLAYER
           ADD 1 TO PL-DROPS(WS-PLY-IDX)
           ADD WS-DROP-POINTS TO PL-SCORE(WS-PLY-IDX)
           MOVE MT-WINNER(WS-I) TO WS-SEARCH-ID
           PERFORM FIND-OR-ADD-PLAYER
           ADD 1 TO PL-DROPS(WS-PLY-IDX)
           ADD WS-DROP-POINTS TO PL-SCORE(WS-PLY-IDX)
       END-IF.

       SCAN-AUDIT-LOG.
       OPEN INPUT AUDITLOG.
       IF WS-AUDITLOG-STATUS = "35"
           DISPLAY "AUDITLOG.DAT not found - terminal tests skipped."
       ELSE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ AUDITLOG
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM CHECK-AUDIT-ENTRY
               END-READ
           END-PERFORM
           CLOSE AUDITLOG
       END-IF.

       CHECK-AUDIT-ENTRY.
      *    Attended rounds only: a real throw on both sides, keyed at
      *    a station. AUDITLOG.DAT is in time order after the merge,
      *    so each terminal's previous round is the one before.
       IF AL-DATE >= WS-FROM-DATE AND AL-DATE <= WS-TO-DATE
               AND AL-CHOICE1 NOT = SPACE
               AND AL-TERMINAL-ID NOT = "BATCH"
               AND AL-TERMINAL-ID NOT = "JOKENCOR"
               AND AL-TERMINAL-ID NOT = "JOKENFIX"
               AND (AL-RESULT = "Player1 Wins!"
                   OR AL-RESULT = "Player2 Wins!"
                   OR AL-RESULT = "Draw!")
           PERFORM FIND-OR-ADD-TERMINAL
           ADD 1 TO TT-ROUNDS(WS-TERM-IDX)
           ADD 1 TO WS-ALL-ROUNDS
           IF AL-RESULT NOT = "Draw!"
               ADD 1 TO TT-DECISIVE(WS-TERM-IDX)
               ADD 1 TO WS-ALL-DECISIVE
           END-IF
           MOVE AL-TIME TO WS-TIME-WORK
           COMPUTE WS-AUDIT-SECS = WS-TIME-HH * 3600
               + WS-TIME-MM * 60 + WS-TIME-SS
           IF WS-GAPS-SW = "Y"
                   AND TT-LAST-DATE(WS-TERM-IDX) = AL-DATE
               COMPUTE WS-GAP-SECS =
                   WS-AUDIT-SECS - TT-LAST-SECS(WS-TERM-IDX)
               IF WS-GAP-SECS >= 0 AND WS-GAP-SECS < WS-GAPS-LIMIT
                   PERFORM NOTE-KEYING-GAP
               END-IF
           END-IF
           MOVE AL-DATE       TO TT-LAST-DATE(WS-TERM-IDX)
           MOVE WS-AUDIT-SECS TO TT-LAST-SECS(WS-TERM-IDX)
       END-IF.

       NOTE-KEYING-GAP.
       ADD 1 TO TT-GAPS(WS-TERM-IDX).
       ADD WS-GAPS-POINTS TO TT-SCORE(WS-TERM-IDX).
       MOVE "N" TO WS-FOUND-SW.
       PERFORM VARYING WS-OPS-IDX FROM 1 BY 1
               UNTIL WS-OPS-IDX > WS-OPS-COUNT OR WS-FOUND-SW = "Y"
           IF OT-ID(WS-OPS-IDX) = AL-OPERATOR-ID
               MOVE "Y" TO WS-FOUND-SW
           END-IF
       END-PERFORM.
       IF WS-FOUND-SW = "Y"
           SUBTRACT 1 FROM WS-OPS-IDX
       ELSE
           IF WS-OPS-COUNT >= 200
               DISPLAY "More than 200 operators to screen - "
                   "OPERATOR-TABLE is full."
               CLOSE AUDITLOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-OPS-COUNT
           MOVE WS-OPS-COUNT TO WS-OPS-IDX
           MOVE AL-OPERATOR-ID TO OT-ID(WS-OPS-IDX)
           MOVE 0 TO OT-GAPS(WS-OPS-IDX)
           MOVE 0 TO OT-SCORE(WS-OPS-IDX)
       END-IF.
       ADD 1 TO OT-GAPS(WS-OPS-IDX).
       ADD WS-GAPS-POINTS TO OT-SCORE(WS-OPS-IDX).

       FIND-OR-ADD-TERMINAL.
       MOVE "N" TO WS-FOUND-SW.
       PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
               UNTIL WS-TERM-IDX > WS-TERM-COUNT OR WS-FOUND-SW = "Y"
           IF TT-ID(WS-TERM-IDX) = AL-TERMINAL-ID
               MOVE "Y" TO WS-FOUND-SW
           END-IF
       END-PERFORM.
       IF WS-FOUND-SW = "Y"
           SUBTRACT 1 FROM WS-TERM-IDX
       ELSE
           IF WS-TERM-COUNT >= 100
               DISPLAY "More than 100 terminals to screen - "
                   "TERMINAL-TABLE is full."
               CLOSE AUDITLOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TERM-COUNT
           MOVE WS-TERM-COUNT TO WS-TERM-IDX
           MOVE AL-TERMINAL-ID TO TT-ID(WS-TERM-IDX)
           MOVE 0 TO TT-ROUNDS(WS-TERM-IDX)
           MOVE 0 TO TT-DECISIVE(WS-TERM-IDX)
           MOVE 0 TO TT-GAPS(WS-TERM-IDX)
           MOVE 0 TO TT-LAST-DATE(WS-TERM-IDX)
           MOVE 0 TO TT-LAST-SECS(WS-TERM-IDX)
           MOVE 0 TO TT-PCT(WS-TERM-IDX)
           MOVE 0 TO TT-SCORE(WS-TERM-IDX)
       END-IF.

       SCORE-TERMINALS.
      *    Each terminal's share of decisive rounds against the
      *    share over every attended terminal in the period.
       IF WS-ALL-ROUNDS > 0
           COMPUTE WS-ALL-PCT ROUNDED =
               WS-ALL-DECISIVE * 100 / WS-ALL-ROUNDS
       END-IF.
       PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
               UNTIL WS-TERM-IDX > WS-TERM-COUNT
           IF TT-ROUNDS(WS-TERM-IDX) > 0
               COMPUTE TT-PCT(WS-TERM-IDX) ROUNDED =
                   TT-DECISIVE(WS-TERM-IDX) * 100
                   / TT-ROUNDS(WS-TERM-IDX)
           END-IF
           IF WS-DECI-SW = "Y"
                   AND TT-ROUNDS(WS-TERM-IDX) >= WS-TMIN-LIMIT
                   AND TT-PCT(WS-TERM-IDX)
                       >= WS-ALL-PCT + WS-DECI-LIMIT
               ADD WS-DECI-POINTS TO TT-SCORE(WS-TERM-IDX)
           END-IF
       END-PERFORM.

       SCAN-RATING-HISTORY.
      *    Two passes: the first sums every player's adjustment
      *    sizes over the whole file, the second judges each
      *    adjustment in the period against the player's average
      *    over the rest of their history.
       IF WS-JUMP-SW = "Y"
           OPEN INPUT RATEHIST
           IF WS-RATEHIST-STATUS = "35"
               DISPLAY "RATEHIST.DAT not found - rating test skipped."
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ RATEHIST
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM SUM-RATING-ADJUSTMENT
                   END-READ
               END-PERFORM
               CLOSE RATEHIST
               OPEN INPUT RATEHIST
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ RATEHIST
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM CHECK-RATING-JUMP
                   END-READ
               END-PERFORM
               CLOSE RATEHIST
           END-IF
       END-IF.

       SUM-RATING-ADJUSTMENT.
       IF RH-ADJUSTMENT < 0
           COMPUTE WS-ABS-ADJ = 0 - RH-ADJUSTMENT
       ELSE
           MOVE RH-ADJUSTMENT TO WS-ABS-ADJ
       END-IF.
       MOVE RH-PLAYER-ID TO WS-SEARCH-ID.
       PERFORM FIND-OR-ADD-PLAYER.
       ADD WS-ABS-ADJ TO PL-RATE-SUM(WS-PLY-IDX).
       ADD 1 TO PL-RATE-COUNT(WS-PLY-IDX).

       CHECK-RATING-JUMP.
       IF RH-NIGHT-DATE >= WS-FROM-DATE AND RH-NIGHT-DATE <= WS-TO-DATE
           IF RH-ADJUSTMENT < 0
               COMPUTE WS-ABS-ADJ = 0 - RH-ADJUSTMENT
           ELSE
               MOVE RH-ADJUSTMENT TO WS-ABS-ADJ
           END-IF
           MOVE RH-PLAYER-ID TO WS-SEARCH-ID
           PERFORM FIND-OR-ADD-PLAYER
           IF PL-RATE-COUNT(WS-PLY-IDX) > 1
                   AND PL-RATE-COUNT(WS-PLY-IDX) - 1 >= WS-JMIN-LIMIT
                   AND WS-ABS-ADJ > 0
               COMPUTE WS-AVG-ADJ ROUNDED =
                   (PL-RATE-SUM(WS-PLY-IDX) - WS-ABS-ADJ)
                   / (PL-RATE-COUNT(WS-PLY-IDX) - 1)
               IF WS-ABS-ADJ * 100 >= WS-AVG-ADJ * WS-JUMP-LIMIT
                   ADD 1 TO PL-JUMPS(WS-PLY-IDX)
                   ADD WS-JUMP-POINTS TO PL-SCORE(WS-PLY-IDX)
               END-IF
           END-IF
       END-IF.

       BUILD-EXCEPTIONS.
       PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
           IF PR-SCORE(WS-PAIR-IDX) >= WS-FLAG-LIMIT
                   AND PR-SCORE(WS-PAIR-IDX) > 0
               MOVE SPACES TO WS-SUBJECT
               STRING PR-PLAYER-A(WS-PAIR-IDX) DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      PR-PLAYER-B(WS-PAIR-IDX) DELIMITED BY SPACE
                      INTO WS-SUBJECT
               END-STRING
               MOVE SPACES TO WS-REASON
               STRING "MET " DELIMITED BY SIZE
                      PR-MEETINGS(WS-PAIR-IDX) DELIMITED BY SIZE
                      " WINS " DELIMITED BY SIZE
                      PR-A-WINS(WS-PAIR-IDX) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      PR-B-WINS(WS-PAIR-IDX) DELIMITED BY SIZE
                      " PAID-RANK " DELIMITED BY SIZE
                      PR-DROPS(WS-PAIR-IDX) DELIMITED BY SIZE
                      INTO WS-REASON
               END-STRING
               MOVE "PAIR" TO WS-EX-TYPE
               MOVE SPACES   TO WS-SEARCH-ID
               MOVE PR-SCORE(WS-PAIR-IDX) TO WS-EX-SCORE
               PERFORM ADD-EXCEPTION
           END-IF
       END-PERFORM.
       PERFORM VARYING WS-PLY-IDX FROM 1 BY 1
               UNTIL WS-PLY-IDX > WS-PLY-COUNT
           IF PL-SCORE(WS-PLY-IDX) >= WS-FLAG-LIMIT
                   AND PL-SCORE(WS-PLY-IDX) > 0
               MOVE PL-ID(WS-PLY-IDX) TO WS-SUBJECT
               MOVE SPACES TO WS-REASON
               STRING "SPLIT PAIRS " DELIMITED BY SIZE
                      PL-SPLITS(WS-PLY-IDX) DELIMITED BY SIZE
                      " PAID-RANK " DELIMITED BY SIZE
                      PL-DROPS(WS-PLY-IDX) DELIMITED BY SIZE
                      " JUMPS " DELIMITED BY SIZE
                      PL-JUMPS(WS-PLY-IDX) DELIMITED BY SIZE
                      INTO WS-REASON
               END-STRING
               MOVE "PLAYER" TO WS-EX-TYPE
               MOVE PL-ID(WS-PLY-IDX) TO WS-SEARCH-ID
               MOVE PL-SCORE(WS-PLY-IDX) TO WS-EX-SCORE
               PERFORM ADD-EXCEPTION
           END-IF
       END-PERFORM.
       MOVE WS-ALL-PCT TO WS-ALL-PCT-DISP.
       PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
               UNTIL WS-TERM-IDX > WS-TERM-COUNT
           IF TT-SCORE(WS-TERM-IDX) >= WS-FLAG-LIMIT
                   AND TT-SCORE(WS-TERM-IDX) > 0
               MOVE TT-ID(WS-TERM-IDX) TO WS-SUBJECT
               MOVE TT-PCT(WS-TERM-IDX) TO WS-PCT-DISP
               MOVE SPACES TO WS-REASON
               STRING "GAPS " DELIMITED BY SIZE
                      TT-GAPS(WS-TERM-IDX) DELIMITED BY SIZE
                      " DECISIVE " DELIMITED BY SIZE
                      WS-PCT-DISP DELIMITED BY SIZE
                      "% ALL " DELIMITED BY SIZE
                      WS-ALL-PCT-DISP DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                      INTO WS-REASON
               END-STRING
               MOVE "TERMINAL" TO WS-EX-TYPE
               MOVE SPACES TO WS-SEARCH-ID
               MOVE TT-SCORE(WS-TERM-IDX) TO WS-EX-SCORE
               PERFORM ADD-EXCEPTION
           END-IF
       END-PERFORM.
       PERFORM VARYING WS-OPS-IDX FROM 1 BY 1
               UNTIL WS-OPS-IDX > WS-OPS-COUNT
           IF OT-SCORE(WS-OPS-IDX) >= WS-FLAG-LIMIT
                   AND OT-SCORE(WS-OPS-IDX) > 0
               MOVE OT-ID(WS-OPS-IDX) TO WS-SUBJECT
               MOVE SPACES TO WS-REASON
               STRING "GAPS " DELIMITED BY SIZE
                      OT-GAPS(WS-OPS-IDX) DELIMITED BY SIZE
                      INTO WS-REASON
               END-STRING
               MOVE "OPERATOR" TO WS-EX-TYPE
               MOVE SPACES TO WS-SEARCH-ID
               MOVE OT-SCORE(WS-OPS-IDX) TO WS-EX-SCORE
               PERFORM ADD-EXCEPTION
           END-IF
       END-PERFORM.

       ADD-EXCEPTION.
       IF WS-EXC-COUNT < 1000
           ADD 1 TO WS-EXC-COUNT
           MOVE WS-EX-SCORE  TO EX-SCORE(WS-EXC-COUNT)
           MOVE WS-EX-TYPE   TO EX-TYPE(WS-EXC-COUNT)
           MOVE WS-SUBJECT   TO EX-SUBJECT(WS-EXC-COUNT)
           MOVE WS-SEARCH-ID TO EX-PLAYER-ID(WS-EXC-COUNT)
           MOVE WS-REASON    TO EX-REASON(WS-EXC-COUNT)
       ELSE
           DISPLAY "More than 1000 exceptions - " WS-EX-TYPE " "
               WS-SUBJECT " left off. Raise the 'FLAG' rule."
       END-IF.

       SORT-EXCEPTIONS.
      *    Highest score first; equal scores keep the order they were
      *    found in (pairs, players, terminals, operators).
       MOVE "N" TO WS-SORTED-SW.
       PERFORM UNTIL WS-SORTED-SW = "Y"
           MOVE "Y" TO WS-SORTED-SW
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-EXC-COUNT
               COMPUTE WS-J = WS-I + 1
               IF EX-SCORE(WS-J) > EX-SCORE(WS-I)
                   MOVE EX-ENTRY(WS-I) TO WS-EX-SWAP
                   MOVE EX-ENTRY(WS-J) TO EX-ENTRY(WS-I)
                   MOVE WS-EX-SWAP     TO EX-ENTRY(WS-J)
                   MOVE "N" TO WS-SORTED-SW
               END-IF
           END-PERFORM
       END-PERFORM.

       WRITE-INTEGRITY-REPORT.
       OPEN OUTPUT INTRPT.
       MOVE "MATCH-INTEGRITY SCREENING" TO INTEGRITY-REPORT-LINE.
       WRITE INTEGRITY-REPORT-LINE.
       MOVE SPACES TO INTEGRITY-REPORT-LINE.
       STRING "PERIOD: " DELIMITED BY SIZE
              WS-FROM-DATE DELIMITED BY SIZE
              " TO " DELIMITED BY SIZE
              WS-TO-DATE DELIMITED BY SIZE
              "   ARCHIVE INCLUDED: " DELIMITED BY SIZE
              WS-WANT-ARCHIVE DELIMITED BY SIZE
              INTO INTEGRITY-REPORT-LINE
       END-STRING.
       WRITE INTEGRITY-REPORT-LINE.
       MOVE SPACES TO INTEGRITY-REPORT-LINE.
       WRITE INTEGRITY-REPORT-LINE.
       MOVE "THRESHOLDS (INTRULES.DAT):" TO INTEGRITY-REPORT-LINE.
       WRITE INTEGRITY-REPORT-LINE.
       IF WS-MEET-SW = "Y"
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "  MEET  PAIR MEETS " DELIMITED BY SIZE
                  WS-MEET-LIMIT DELIMITED BY SIZE
                  "+ TIMES          POINTS " DELIMITED BY SIZE
                  WS-MEET-POINTS DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-LINE
       END-IF.
       IF WS-SPLT-SW = "Y"
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "  SPLT  WINS LEVEL WITHIN " DELIMITED BY SIZE
                  WS-SPLT-LIMIT DELIMITED BY SIZE
                  "         POINTS " DELIMITED BY SIZE
                  WS-SPLT-POINTS DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-LINE
       END-IF.
       IF WS-DROP-SW = "Y"
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "  DROP  DECIDES ONE OF TOP " DELIMITED BY SIZE
                  WS-DROP-LIMIT DELIMITED BY SIZE
                  " RANKS   POINTS " DELIMITED BY SIZE
                  WS-DROP-POINTS DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-LINE
       END-IF.
       IF WS-GAPS-SW = "Y"
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "  GAPS  ROUNDS UNDER " DELIMITED BY SIZE
                  WS-GAPS-LIMIT DELIMITED BY SIZE
                  " SECS APART    POINTS " DELIMITED BY SIZE
                  WS-GAPS-POINTS DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-LINE
       END-IF.
       IF WS-DECI-SW = "Y"
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "  DECI  DECISIVE % OVER ALL BY " DELIMITED BY SIZE
                  WS-DECI-LIMIT DELIMITED BY SIZE
                  " POINTS " DELIMITED BY SIZE
                  WS-DECI-POINTS DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-TMIN-LIMIT DELIMITED BY SIZE
                  "+ ROUNDS)" DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-LINE
       END-IF.
       IF WS-JUMP-SW = "Y"
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "  JUMP  ADJUSTMENT " DELIMITED BY SIZE
                  WS-JUMP-LIMIT DELIMITED BY SIZE
                  "% OF AVERAGE    POINTS " DELIMITED BY SIZE
                  WS-JUMP-POINTS DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-JMIN-LIMIT DELIMITED BY SIZE
                  "+ PRIOR)" DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-LINE
           END-STRING
           WRITE INTEGRITY-REPORT-LINE
       END-IF.
       MOVE SPACES TO INTEGRITY-REPORT-LINE.
       STRING "  FLAG  REPORT AND HOLD AT SCORE " DELIMITED BY SIZE
              WS-FLAG-LIMIT DELIMITED BY SIZE
              INTO INTEGRITY-REPORT-LINE
       END-STRING.
       WRITE INTEGRITY-REPORT-LINE.
       MOVE SPACES TO INTEGRITY-REPORT-LINE.
       WRITE INTEGRITY-REPORT-LINE.
       MOVE "RANK TYPE     SUBJECT               SCORE REASON"
           TO INTEGRITY-REPORT-LINE.
       WRITE INTEGRITY-REPORT-LINE.
       IF WS-EXC-COUNT = 0
           MOVE "  NONE - NOTHING REACHED THE FLAG SCORE."
               TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
       END-IF.
       PERFORM VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-EXC-COUNT
           MOVE WS-RANK TO WS-RANK-DISP
           MOVE EX-SCORE(WS-RANK) TO WS-SCORE-DISP
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           MOVE WS-RANK-DISP          TO INTEGRITY-REPORT-LINE(2:3)
           MOVE EX-TYPE(WS-RANK)      TO INTEGRITY-REPORT-LINE(6:8)
           MOVE EX-SUBJECT(WS-RANK)   TO INTEGRITY-REPORT-LINE(15:21)
           MOVE WS-SCORE-DISP         TO INTEGRITY-REPORT-LINE(37:5)
           MOVE EX-REASON(WS-RANK)    TO INTEGRITY-REPORT-LINE(43:40)
           WRITE INTEGRITY-REPORT-LINE
       END-PERFORM.
       CLOSE INTRPT.

       LOAD-FLAG-FILE.
       MOVE 0 TO WS-FLAG-COUNT.
       OPEN INPUT INTFLAGS.
       IF WS-INTFLAGS-STATUS NOT = "35"
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ INTFLAGS
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-FLAG-COUNT >= 1000
                           DISPLAY "More than 1000 records on "
                               "INTFLAGS.DAT - FLAG-TABLE is full."
                           CLOSE INTFLAGS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-FLAG-COUNT
                       MOVE INTEGRITY-FLAG-RECORD
                           TO FT-RECORD(WS-FLAG-COUNT)
               END-READ
           END-PERFORM
           CLOSE INTFLAGS
       END-IF.

       WRITE-FLAG-FILE.
      *    Flags raised for other periods are written back as they
      *    stand - a hold from last week's screening stays on until
      *    the director clears it. Only this period's flags are
      *    replaced by this run's flagged players, and a player the
      *    director already cleared for the same period stays
      *    cleared, so a rerun does not hold them again.
       PERFORM LOAD-FLAG-FILE.
       OPEN OUTPUT INTFLAGS.
       PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
               UNTIL WS-FLAG-IDX > WS-FLAG-COUNT
           MOVE FT-RECORD(WS-FLAG-IDX) TO INTEGRITY-FLAG-RECORD
           IF FG-FROM-DATE NOT = WS-FROM-DATE
                   OR FG-TO-DATE NOT = WS-TO-DATE
               WRITE INTEGRITY-FLAG-RECORD
           END-IF
       END-PERFORM.
       PERFORM VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-EXC-COUNT
           IF EX-TYPE(WS-RANK) = "PLAYER"
               PERFORM WRITE-ONE-FLAG
           END-IF
       END-PERFORM.
       CLOSE INTFLAGS.

       WRITE-ONE-FLAG.
       MOVE "N" TO WS-FOUND-SW.
       PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
               UNTIL WS-FLAG-IDX > WS-FLAG-COUNT OR WS-FOUND-SW = "Y"
           MOVE FT-RECORD(WS-FLAG-IDX) TO INTEGRITY-FLAG-RECORD
           IF FG-PLAYER-ID = EX-PLAYER-ID(WS-RANK)
                   AND FG-FROM-DATE = WS-FROM-DATE
                   AND FG-TO-DATE = WS-TO-DATE
                   AND FG-STATUS = "C"
               MOVE "Y" TO WS-FOUND-SW
           END-IF
       END-PERFORM.
       IF WS-FOUND-SW = "Y"
           ADD 1 TO WS-CARRIED-COUNT
       ELSE
           MOVE SPACES TO INTEGRITY-FLAG-RECORD
           MOVE "H" TO FG-STATUS
           MOVE 0   TO FG-CLEARED-DATE
           ADD 1 TO WS-HELD-COUNT
       END-IF.
       MOVE EX-PLAYER-ID(WS-RANK) TO FG-PLAYER-ID.
       MOVE WS-FROM-DATE          TO FG-FROM-DATE.
       MOVE WS-TO-DATE            TO FG-TO-DATE.
       MOVE EX-SCORE(WS-RANK)     TO FG-SCORE.
       MOVE EX-REASON(WS-RANK)    TO FG-REASON.
       WRITE INTEGRITY-FLAG-RECORD.

       CLEAR-HOLD.
      *    Releasing money is the director's call: sign on the first
      *    time a hold is cleared in the session.
       IF WS-SIGNED-ON-SW = "N"
           PERFORM SIGN-ON
       END-IF.
       PERFORM LOAD-FLAG-FILE.
       IF WS-FLAG-COUNT = 0
           DISPLAY "INTFLAGS.DAT holds nobody."
       ELSE
           DISPLAY "Player ID to clear: "
           MOVE SPACES TO WS-CLEAR-ID
           ACCEPT WS-CLEAR-ID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY
           MOVE 0 TO WS-CLEARED-COUNT
           PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
                   UNTIL WS-FLAG-IDX > WS-FLAG-COUNT
               MOVE FT-RECORD(WS-FLAG-IDX) TO INTEGRITY-FLAG-RECORD
               IF FG-PLAYER-ID = WS-CLEAR-ID AND FG-STATUS = "H"
                   MOVE "C"            TO FG-STATUS
                   MOVE WS-OPERATOR-ID TO FG-CLEARED-BY
                   MOVE WS-TODAY       TO FG-CLEARED-DATE
                   MOVE INTEGRITY-FLAG-RECORD
                       TO FT-RECORD(WS-FLAG-IDX)
                   ADD 1 TO WS-CLEARED-COUNT
               END-IF
           END-PERFORM
           IF WS-CLEARED-COUNT = 0
               DISPLAY "No hold on file for player '" WS-CLEAR-ID "'."
           ELSE
               PERFORM REWRITE-FLAG-FILE
               MOVE "HLDCLR" TO WS-SEC-EVENT
               MOVE SPACES TO WS-SEC-DETAIL
               STRING "Integrity hold cleared: " DELIMITED BY SIZE
                      WS-CLEAR-ID DELIMITED BY SPACE
                      INTO WS-SEC-DETAIL
               END-STRING
               PERFORM WRITE-SECURITY-LOG
               DISPLAY "Hold cleared for " WS-CLEAR-ID
                   " - JOKENPAY will pay their lines on a rerun."
           END-IF
       END-IF.

       REWRITE-FLAG-FILE.
       OPEN OUTPUT INTFLAGS.
       PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
               UNTIL WS-FLAG-IDX > WS-FLAG-COUNT
           MOVE FT-RECORD(WS-FLAG-IDX) TO INTEGRITY-FLAG-RECORD
           WRITE INTEGRITY-FLAG-RECORD
       END-PERFORM.
       CLOSE INTFLAGS.

       LIST-HOLDS.
       PERFORM LOAD-FLAG-FILE.
       IF WS-FLAG-COUNT = 0
           DISPLAY "INTFLAGS.DAT holds nobody."
       END-IF.
       PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
               UNTIL WS-FLAG-IDX > WS-FLAG-COUNT
           MOVE FT-RECORD(WS-FLAG-IDX) TO INTEGRITY-FLAG-RECORD
           IF FG-STATUS = "H"
               DISPLAY FG-PLAYER-ID " " FG-FROM-DATE "-" FG-TO-DATE
                   " SCORE " FG-SCORE " HELD     " FG-REASON
           ELSE
               DISPLAY FG-PLAYER-ID " " FG-FROM-DATE "-" FG-TO-DATE
                   " SCORE " FG-SCORE " CLEARED  " FG-CLEARED-BY
                   " " FG-CLEARED-DATE
           END-IF
       END-PERFORM.

       SIGN-ON.
      *    Nothing runs until an operator on OPERMST.IDX (kept by
      *    JOKENOPR) signs on with the right PIN and a role allowed
      *    here - tournament director only. Three bad PINs in a row
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
               MOVE "Role may not run JOKENINT" TO WS-SEC-DETAIL
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
       MOVE "JOKENINT"                TO SL-PROGRAM.
       MOVE SPACES                    TO SL-TERMINAL-ID.
       MOVE WS-SEC-EVENT              TO SL-EVENT.
       MOVE WS-SEC-DETAIL             TO SL-DETAIL.
       WRITE SECURITY-LOG-RECORD.
       CLOSE SECLOG.
       END PROGRAM JOKENINT.
