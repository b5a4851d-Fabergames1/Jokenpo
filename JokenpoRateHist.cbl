      * history rows predates the history file (or lost its rows),
      * and history rows for an unmarked night mean the rating job
      * abended between appending history and marking the night.
      * A night is rated per event, so the cross-check pairs nights
      * by date and event.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENRTH.
       01 WS-I                PIC 9(4) VALUE 0.
       01 WS-HNIGHT-COUNT     PIC 9(4) VALUE 0.
       01 WS-RNIGHT-COUNT     PIC 9(4) VALUE 0.
       01 WS-SEARCH-NIGHT.
           05 WS-SEARCH-DATE     PIC 9(8) VALUE 0.
           05 WS-SEARCH-EVENT-ID PIC X(6) VALUE SPACES.
       01 WS-UNMATCHED        PIC 9(4) VALUE 0.
       01 HIST-NIGHT-TABLE.
           05 HN-ENTRY OCCURS 366 TIMES.
               10 HN-DATE      PIC 9(8).
               10 HN-EVENT-ID  PIC X(6).
       01 RATED-NIGHT-TABLE.
           05 RN-ENTRY OCCURS 366 TIMES.
               10 RNE-DATE     PIC 9(8).
               10 RNE-EVENT-ID PIC X(6).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
       PERFORM OPEN-PLAYER-MASTER.
       MOVE "N" TO WS-FOUND-SW.
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-HNIGHT-COUNT
           IF HN-DATE(WS-I) = RH-NIGHT-DATE
                   AND HN-EVENT-ID(WS-I) = RH-EVENT-ID
               MOVE "Y" TO WS-FOUND-SW
           END-IF
       END-PERFORM.
       IF WS-FOUND-SW = "N" AND WS-HNIGHT-COUNT < 366
           ADD 1 TO WS-HNIGHT-COUNT
           MOVE RH-NIGHT-DATE TO HN-DATE(WS-HNIGHT-COUNT)
           MOVE RH-EVENT-ID   TO HN-EVENT-ID(WS-HNIGHT-COUNT)
       END-IF.

       CROSS-CHECK-RATED-NIGHTS.
                       IF WS-RNIGHT-COUNT < 366
                           ADD 1 TO WS-RNIGHT-COUNT
                           MOVE RN-DATE
                               TO RNE-DATE(WS-RNIGHT-COUNT)
                           MOVE RN-EVENT-ID
                               TO RNE-EVENT-ID(WS-RNIGHT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 0 TO WS-UNMATCHED
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-RNIGHT-COUNT
               MOVE RN-ENTRY(WS-I) TO WS-SEARCH-NIGHT
               PERFORM IS-NIGHT-IN-HISTORY
               IF WS-FOUND-SW = "N"
                   ADD 1 TO WS-UNMATCHED
                   DISPLAY "RATED NIGHT WITHOUT HISTORY: "
                       RNE-DATE(WS-I) " EVENT '" RNE-EVENT-ID(WS-I)
                       "' (predates RATEHIST.DAT or "
                       "rows were lost)"
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-HNIGHT-COUNT
               MOVE HN-ENTRY(WS-I) TO WS-SEARCH-NIGHT
               PERFORM IS-NIGHT-IN-RATED
               IF WS-FOUND-SW = "N"
                   ADD 1 TO WS-UNMATCHED
                   DISPLAY "HISTORY WITHOUT RATED MARK: "
                       HN-DATE(WS-I) " EVENT '" HN-EVENT-ID(WS-I)
                       "' (rating job abended before "
                       "marking the night?)"
               END-IF
           END-PERFORM
       MOVE "N" TO WS-FOUND-SW.
       PERFORM VARYING WS-PLAYER-IDX FROM 1 BY 1
               UNTIL WS-PLAYER-IDX > WS-HNIGHT-COUNT
           IF HN-ENTRY(WS-PLAYER-IDX) = WS-SEARCH-NIGHT
               MOVE "Y" TO WS-FOUND-SW
           END-IF
       END-PERFORM.
       MOVE "N" TO WS-FOUND-SW.
       PERFORM VARYING WS-PLAYER-IDX FROM 1 BY 1
               UNTIL WS-PLAYER-IDX > WS-RNIGHT-COUNT
           IF RN-ENTRY(WS-PLAYER-IDX) = WS-SEARCH-NIGHT
               MOVE "Y" TO WS-FOUND-SW
           END-IF
       END-PERFORM.
