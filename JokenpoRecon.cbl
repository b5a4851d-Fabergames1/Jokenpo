      * records in MATCHHIST.DAT for each night against the expected
      * match count from the front-desk sign-up file, REGISTRATIONS.DAT
      * (copybook REGREC), and flags any night where matches are
      * missing before standings are finalized. Nights are counted
      * per event (blank = the default event); the run can take one
      * event or every event ("*"), each date and event reconciled
      * on its own line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENREC.
           SELECT REGFILE ASSIGN TO "REGISTRATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGFILE-STATUS.
           SELECT EVENTS ASSIGN TO "EVENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EV-EVENT-ID
               FILE STATUS IS WS-EVENTS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MATCHHIST.
           COPY MATCHREC.
       FD  REGFILE.
           COPY REGREC.
       FD  EVENTS.
           COPY EVENTREC.
       WORKING-STORAGE SECTION.
       01 WS-MATCHHIST-STATUS PIC X(2) VALUE "00".
       01 WS-REGFILE-STATUS   PIC X(2) VALUE "00".
       01 WS-EVENTS-STATUS    PIC X(2) VALUE "00".
       01 WS-EVENT-ID         PIC X(6) VALUE SPACES.
       01 WS-EVENT-FOUND-SW   PIC X(1) VALUE "N".
       01 WS-EVENT-DATE       PIC 9(8) VALUE 0.
       01 WS-EVENT-FORMAT     PIC X(1) VALUE SPACE.
       01 WS-EVENT-RULESET    PIC X(1) VALUE SPACE.
       01 WS-EVENT-FEE        PIC 9(3)V99 VALUE 0.
       01 WS-EOF              PIC X(1) VALUE "N".
       01 WS-REG-EOF          PIC X(1) VALUE "N".
       01 WS-REG-AVAILABLE-SW PIC X(1) VALUE "N".
       01 WS-SEARCH-DATE      PIC 9(8).
       01 WS-SEARCH-EVENT-ID  PIC X(6).
       01 WS-LAST-FOUND-IDX   PIC 9(4) VALUE 0.
       01 WS-FOUND-SW         PIC X(1) VALUE "N".
       01 WS-I                PIC 9(4) VALUE 0.
       01 NIGHT-TABLE.
           05 NIGHT-ENTRY OCCURS 366 TIMES.
               10 NT-DATE              PIC 9(8).
               10 NT-EVENT-ID          PIC X(6).
               10 NT-ACTUAL-COUNT      PIC 9(6) VALUE 0.
               10 NT-EXPECTED-COUNT    PIC 9(6) VALUE 0.
               10 NT-HAS-EXPECTED-SW   PIC X(1) VALUE "N".
       PROCEDURE DIVISION.
       MAIN-LOGIC.
       PERFORM GET-RECON-PERIOD.
       PERFORM GET-EVENT-ID.

       OPEN INPUT MATCHHIST.
       IF WS-MATCHHIST-STATUS = "35"
               NOT AT END
                   IF MH-DATE >= WS-FROM-DATE
                           AND MH-DATE <= WS-TO-DATE
                           AND (WS-EVENT-ID = "*"
                           OR MH-EVENT-ID = WS-EVENT-ID)
                       PERFORM TALLY-MATCH-RECORD
                   END-IF
           END-READ
                   NOT AT END
                       IF RG-DATE >= WS-FROM-DATE
                               AND RG-DATE <= WS-TO-DATE
                               AND (WS-EVENT-ID = "*"
                               OR RG-EVENT-ID = WS-EVENT-ID)
                           PERFORM APPLY-REGISTRATION-RECORD
                       END-IF
               END-READ
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

       TALLY-MATCH-RECORD.
      *    "F" forfeit/DQ records conclude a match just as "M"
      *    records do - a walked-out match with its "F" on file is no
      *    longer a missing match.
       IF MH-RECORD-TYPE = "M" OR MH-RECORD-TYPE = "F"
           MOVE MH-DATE     TO WS-SEARCH-DATE
           MOVE MH-EVENT-ID TO WS-SEARCH-EVENT-ID
           PERFORM FIND-OR-ADD-NIGHT
           ADD 1 TO NT-ACTUAL-COUNT(WS-LAST-FOUND-IDX)
       END-IF.

       APPLY-REGISTRATION-RECORD.
       MOVE RG-DATE     TO WS-SEARCH-DATE.
       MOVE RG-EVENT-ID TO WS-SEARCH-EVENT-ID.
       PERFORM FIND-OR-ADD-NIGHT.
       MOVE RG-EXPECTED-COUNT TO NT-EXPECTED-COUNT(WS-LAST-FOUND-IDX).
       MOVE "Y" TO NT-HAS-EXPECTED-SW(WS-LAST-FOUND-IDX).
       MOVE "N" TO WS-FOUND-SW.
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NIGHT-COUNT
           IF NT-DATE(WS-I) = WS-SEARCH-DATE
                   AND NT-EVENT-ID(WS-I) = WS-SEARCH-EVENT-ID
               MOVE WS-I TO WS-LAST-FOUND-IDX
               MOVE "Y" TO WS-FOUND-SW
           END-IF
           END-IF
           ADD 1 TO WS-NIGHT-COUNT
           MOVE WS-SEARCH-DATE TO NT-DATE(WS-NIGHT-COUNT)
           MOVE WS-SEARCH-EVENT-ID TO NT-EVENT-ID(WS-NIGHT-COUNT)
           MOVE WS-NIGHT-COUNT TO WS-LAST-FOUND-IDX
       END-IF.

       DISPLAY "====================================================".
       DISPLAY "         JOKENPO NIGHTLY REGISTRATION RECONCILIATION".
       DISPLAY "====================================================".
       DISPLAY "DATE     EVENT  ACTUAL EXPECTED MISSING STATUS".
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NIGHT-COUNT
           MOVE 0 TO WS-DISCREPANCY-COUNT
           MOVE SPACES TO WS-RECON-LINE
           IF NT-HAS-EXPECTED-SW(WS-I) = "N"
               IF WS-REG-AVAILABLE-SW = "Y"
                   STRING NT-DATE(WS-I)         DELIMITED BY SIZE
                          " "                   DELIMITED BY SIZE
                          NT-EVENT-ID(WS-I)     DELIMITED BY SIZE
                          "  "                  DELIMITED BY SIZE
                          NT-ACTUAL-COUNT(WS-I) DELIMITED BY SIZE
                          "   ------ ------  NO SIGN-UP RECORD"
                   END-STRING
               ELSE
                   STRING NT-DATE(WS-I)         DELIMITED BY SIZE
                          " "                   DELIMITED BY SIZE
                          NT-EVENT-ID(WS-I)     DELIMITED BY SIZE
                          "  "                  DELIMITED BY SIZE
                          NT-ACTUAL-COUNT(WS-I) DELIMITED BY SIZE
                          "   ------ ------  NO REGISTRATION FILE"
                       NT-EXPECTED-COUNT(WS-I) - NT-ACTUAL-COUNT(WS-I)
                   ADD 1 TO WS-MISSING-NIGHTS
                   STRING NT-DATE(WS-I)           DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
                          NT-EVENT-ID(WS-I)       DELIMITED BY SIZE
                          "  "                    DELIMITED BY SIZE
                          NT-ACTUAL-COUNT(WS-I)   DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
                   END-STRING
               ELSE
                   STRING NT-DATE(WS-I)           DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
                          NT-EVENT-ID(WS-I)       DELIMITED BY SIZE
                          "  "                    DELIMITED BY SIZE
                          NT-ACTUAL-COUNT(WS-I)   DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
