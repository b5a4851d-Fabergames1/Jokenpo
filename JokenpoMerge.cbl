      * station list is whatever terminals happened to run tonight -
      * the per-record terminal IDs inside the spools drive the
      * per-station reporting.
      * A match whose rounds are on a spool with no "M", "F" or "X"
      * record to close them (a station that died mid-match and was
      * never resumed or abandoned) is still merged - its rounds
      * were played and audited - but it is listed by station on
      * MERGE.RPT as an unclosed match so the director can settle it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENMRG.
       01 MH-MERGE-TABLE.
           05 MHT-ENTRY OCCURS 5000 TIMES.
               10 MHT-TERMINAL PIC X(10).
               10 MHT-HISTORY  PIC X(77).
               10 MHT-HIST-KEY REDEFINES MHT-HISTORY.
                   15 MHT-DATE   PIC 9(8).
                   15 MHT-TIME   PIC 9(6).
                   15 MHT-REST   PIC X(63).
       01 WS-MH-SWAP.
           05 SW-TERMINAL     PIC X(10).
           05 SW-HISTORY      PIC X(77).
       01 AL-MERGE-TABLE.
           05 ALT-ENTRY OCCURS 5000 TIMES.
               10 ALT-RECORD PIC X(90).
               10 STA-TERMINAL PIC X(10).
               10 STA-MH-COUNT PIC 9(5) VALUE 0.
               10 STA-AL-COUNT PIC 9(5) VALUE 0.
               10 STA-OPEN-SW  PIC X(1) VALUE "N".
               10 STA-OPEN-PLAYER1 PIC X(10).
               10 STA-OPEN-PLAYER2 PIC X(10).
               10 STA-OPEN-DATE    PIC 9(8).
               10 STA-OPEN-TIME    PIC 9(6).
               10 STA-OPEN-ROUNDS  PIC 9(2).
               10 STA-OPEN-EVENT   PIC X(6).
       01 WS-UNCLOSED-COUNT   PIC 9(3) VALUE 0.
       01 UNCLOSED-TABLE.
           05 UC-ENTRY OCCURS 100 TIMES.
               10 UC-TERMINAL  PIC X(10).
               10 UC-PLAYER1   PIC X(10).
               10 UC-PLAYER2   PIC X(10).
               10 UC-DATE      PIC 9(8).
               10 UC-TIME      PIC 9(6).
               10 UC-ROUNDS    PIC 9(2).
               10 UC-EVENT     PIC X(6).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
       DISPLAY "Station spool consolidation.".
       MOVE 0 TO RETURN-CODE.

       PERFORM LOAD-MATCH-SPOOLS.
       PERFORM VARYING WS-STATION-IDX FROM 1 BY 1
               UNTIL WS-STATION-IDX > WS-STATION-COUNT
           IF STA-OPEN-SW(WS-STATION-IDX) = "Y"
               PERFORM ADD-UNCLOSED-MATCH
           END-IF
       END-PERFORM.
       PERFORM LOAD-AUDIT-SPOOLS.

       IF WS-MH-COUNT = 0 AND WS-AL-COUNT = 0
       DISPLAY "Merged " WS-MH-COUNT " history and " WS-AL-COUNT
           " audit record(s) from " WS-STATION-COUNT
           " station(s) - detail on MERGE.RPT.".
       IF WS-UNCLOSED-COUNT > 0
           DISPLAY WS-UNCLOSED-COUNT " unclosed match(es) listed on "
               "MERGE.RPT."
       END-IF.
       STOP RUN.

       LOAD-MATCH-SPOOLS.
       MOVE MS-TERMINAL TO WS-SEARCH-TERMINAL.
       PERFORM FIND-OR-ADD-STATION.
       ADD 1 TO STA-MH-COUNT(WS-STATION-IDX).
       PERFORM TRACK-OPEN-MATCH.

       TRACK-OPEN-MATCH.
      *    Spool order is play order for one station: rounds open a
      *    match and its "M", "F" or "X" record closes it. Rounds
      *    between two new players while a match is still open mean
      *    that match was never closed.
       MOVE MS-HISTORY TO MATCH-HISTORY-RECORD.
       IF MH-RECORD-TYPE = "R"
           IF STA-OPEN-SW(WS-STATION-IDX) = "Y"
                   AND (MH-PLAYER1 NOT =
                       STA-OPEN-PLAYER1(WS-STATION-IDX)
                   OR MH-PLAYER2 NOT =
                       STA-OPEN-PLAYER2(WS-STATION-IDX))
               PERFORM ADD-UNCLOSED-MATCH
               MOVE "N" TO STA-OPEN-SW(WS-STATION-IDX)
           END-IF
           IF STA-OPEN-SW(WS-STATION-IDX) = "N"
               MOVE "Y"         TO STA-OPEN-SW(WS-STATION-IDX)
               MOVE MH-PLAYER1  TO STA-OPEN-PLAYER1(WS-STATION-IDX)
               MOVE MH-PLAYER2  TO STA-OPEN-PLAYER2(WS-STATION-IDX)
               MOVE MH-DATE     TO STA-OPEN-DATE(WS-STATION-IDX)
               MOVE MH-TIME     TO STA-OPEN-TIME(WS-STATION-IDX)
               MOVE MH-EVENT-ID TO STA-OPEN-EVENT(WS-STATION-IDX)
               MOVE 0           TO STA-OPEN-ROUNDS(WS-STATION-IDX)
           END-IF
           ADD 1 TO STA-OPEN-ROUNDS(WS-STATION-IDX)
       ELSE
           IF MH-RECORD-TYPE = "M" OR MH-RECORD-TYPE = "F"
                   OR MH-RECORD-TYPE = "X"
               MOVE "N" TO STA-OPEN-SW(WS-STATION-IDX)
           END-IF
       END-IF.

       ADD-UNCLOSED-MATCH.
       IF WS-UNCLOSED-COUNT < 100
           ADD 1 TO WS-UNCLOSED-COUNT
           MOVE STA-TERMINAL(WS-STATION-IDX)
               TO UC-TERMINAL(WS-UNCLOSED-COUNT)
           MOVE STA-OPEN-PLAYER1(WS-STATION-IDX)
               TO UC-PLAYER1(WS-UNCLOSED-COUNT)
           MOVE STA-OPEN-PLAYER2(WS-STATION-IDX)
               TO UC-PLAYER2(WS-UNCLOSED-COUNT)
           MOVE STA-OPEN-DATE(WS-STATION-IDX)
               TO UC-DATE(WS-UNCLOSED-COUNT)
           MOVE STA-OPEN-TIME(WS-STATION-IDX)
               TO UC-TIME(WS-UNCLOSED-COUNT)
           MOVE STA-OPEN-ROUNDS(WS-STATION-IDX)
               TO UC-ROUNDS(WS-UNCLOSED-COUNT)
           MOVE STA-OPEN-EVENT(WS-STATION-IDX)
               TO UC-EVENT(WS-UNCLOSED-COUNT)
       END-IF.

       LOAD-AUDIT-SPOOLS.
       MOVE "N" TO WS-EOF.
               TO STA-TERMINAL(WS-STATION-COUNT)
           MOVE 0 TO STA-MH-COUNT(WS-STATION-COUNT)
           MOVE 0 TO STA-AL-COUNT(WS-STATION-COUNT)
           MOVE "N" TO STA-OPEN-SW(WS-STATION-COUNT)
           MOVE WS-STATION-COUNT TO WS-STATION-IDX
       END-IF.

              INTO MERGE-REPORT-LINE
       END-STRING.
       WRITE MERGE-REPORT-LINE.
       MOVE SPACES TO MERGE-REPORT-LINE.
       WRITE MERGE-REPORT-LINE.
       MOVE "UNCLOSED MATCHES (rounds merged, never closed):"
           TO MERGE-REPORT-LINE.
       WRITE MERGE-REPORT-LINE.
       MOVE "STATION    STARTED         PLAYER1    PLAYER2    ROUNDS "
           TO MERGE-REPORT-LINE.
       MOVE "EVENT" TO MERGE-REPORT-LINE(57:5).
       WRITE MERGE-REPORT-LINE.
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-UNCLOSED-COUNT
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING UC-TERMINAL(WS-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  UC-DATE(WS-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  UC-TIME(WS-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  UC-PLAYER1(WS-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  UC-PLAYER2(WS-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  UC-ROUNDS(WS-I) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  UC-EVENT(WS-I) DELIMITED BY SIZE
                  INTO MERGE-REPORT-LINE
           END-STRING
           WRITE MERGE-REPORT-LINE
       END-PERFORM.
       IF WS-UNCLOSED-COUNT = 0
           MOVE "  (none)" TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE
       END-IF.
       CLOSE MERGERPT.

       CLEAR-STATION-SPOOLS.
