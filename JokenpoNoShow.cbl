      * by name: players who checked in but never played (refund
      * candidates), players who played without checking in
      * (gate-fee leakage), and walk-ins who are not on
      * PLAYERMST.DAT at all - so the desk knows who to call. The
      * night is one event on the date (blank = the default event),
      * so check-ins and matches of another event that day are left
      * out of both sides. Website bookings on PREREG.DAT (loaded
      * by JOKENWEB) for the night and event that never checked in
      * are listed too - a pre-paid booking is a refund or credit
      * candidate, a pay-at-door one simply did not come.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENNOS.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PLAYERMST-STATUS.
           SELECT EVENTS ASSIGN TO "EVENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EV-EVENT-ID
               FILE STATUS IS WS-EVENTS-STATUS.
           SELECT PREREG ASSIGN TO "PREREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREREG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECKINS.
           COPY MATCHREC.
       FD  PLAYERMST.
           COPY PLAYERREC.
       FD  EVENTS.
           COPY EVENTREC.
       FD  PREREG.
           COPY PRERREC.
       WORKING-STORAGE SECTION.
       01 WS-CHECKINS-STATUS  PIC X(2) VALUE "00".
       01 WS-MATCHHIST-STATUS PIC X(2) VALUE "00".
       01 WS-NO-SHOWS         PIC 9(4) VALUE 0.
       01 WS-NOT-CHECKED-IN   PIC 9(4) VALUE 0.
       01 WS-UNREGISTERED     PIC 9(4) VALUE 0.
       01 WS-EVENTS-STATUS    PIC X(2) VALUE "00".
       01 WS-EVENT-ID         PIC X(6) VALUE SPACES.
       01 WS-EVENT-FOUND-SW   PIC X(1) VALUE "N".
       01 WS-EVENT-DATE       PIC 9(8) VALUE 0.
       01 WS-EVENT-FORMAT     PIC X(1) VALUE SPACE.
       01 WS-EVENT-RULESET    PIC X(1) VALUE SPACE.
       01 WS-EVENT-FEE        PIC 9(3)V99 VALUE 0.
       01 WS-PREREG-STATUS    PIC X(2) VALUE "00".
       01 WS-PRE-EOF          PIC X(1) VALUE "N".
       01 WS-PRE-COUNT        PIC 9(4) VALUE 0.
       01 WS-PRE-IDX          PIC 9(4) VALUE 0.
       01 WS-PRE-NO-SHOWS     PIC 9(4) VALUE 0.
       01 CHECKIN-TABLE.
           05 CK-ENTRY OCCURS 500 TIMES.
               10 CK-ID       PIC X(10).
               10 CK-TIME     PIC 9(6).
       01 PLAYED-TABLE.
           05 PL-ENTRY OCCURS 500 TIMES PIC X(10).
       01 PRE-REGISTRATION-TABLE.
           05 PR-ENTRY OCCURS 500 TIMES.
               10 PR-PLAYER-ID    PIC X(10).
               10 PR-FEE-STATUS   PIC X(1).
               10 PR-SIGNUP-REF   PIC X(10).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
       DISPLAY "No-show matching report.".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-NIGHT-DATE
       END-IF.
       PERFORM GET-EVENT-ID.

       PERFORM OPEN-PLAYER-MASTER.
       PERFORM LOAD-NIGHT-CHECKINS.
       PERFORM LOAD-NIGHT-PLAYERS.
       PERFORM LOAD-PRE-REGISTRATIONS.

       DISPLAY "====================================================".
       DISPLAY "      JOKENPO CHECK-IN MATCHING FOR " WS-NIGHT-DATE.
       DISPLAY "      EVENT: " WS-EVENT-ID.
       DISPLAY "====================================================".
       DISPLAY "Check-ins: " WS-CKI-COUNT
           "  Players in matches: " WS-PLD-COUNT.
       PERFORM REPORT-NO-SHOWS.
       PERFORM REPORT-NOT-CHECKED-IN.
       PERFORM REPORT-UNREGISTERED.
       PERFORM REPORT-PRE-REGISTERED.

       DISPLAY "----------------------------------------------------".
       DISPLAY "Checked in, never played:  " WS-NO-SHOWS
       DISPLAY "Played without check-in:   " WS-NOT-CHECKED-IN
           " (gate-fee leakage)".
       DISPLAY "Unregistered walk-ins:     " WS-UNREGISTERED.
       DISPLAY "Booked, never checked in:  " WS-PRE-NO-SHOWS
           " (of " WS-PRE-COUNT " website bookings)".

       IF WS-MASTER-AVAIL-SW = "Y"
           CLOSE PLAYERMST
       END-IF.
       STOP RUN.

       GET-EVENT-ID.
      *    Blank is the default event; anything else must be set up
      *    on EVENTS.IDX for the night being run.
       DISPLAY "Event ID (blank = default event): ".
       MOVE SPACES TO WS-EVENT-ID.
       ACCEPT WS-EVENT-ID.
       IF WS-EVENT-ID NOT = SPACES
           PERFORM READ-EVENT
           IF WS-EVENT-FOUND-SW = "N"
               DISPLAY "Unknown event ID '" WS-EVENT-ID
                   "' - not on EVENTS.IDX."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-EVENT-DATE NOT = WS-NIGHT-DATE
               DISPLAY "Event '" WS-EVENT-ID "' is set up for "
                   WS-EVENT-DATE ", not " WS-NIGHT-DATE "."
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

       OPEN-PLAYER-MASTER.
      *    The indexed master stays open for the whole report and
      *    RESOLVE-PLAYER-NAME reads it by key - no preload table,
       END-IF.

       ADD-CHECKIN-TO-TABLE.
       IF CI-DATE = WS-NIGHT-DATE AND CI-EVENT-ID = WS-EVENT-ID
           IF WS-CKI-COUNT >= 500
               DISPLAY "More than 500 check-ins for one night - "
                   "CHECKIN-TABLE is full."
       END-IF.

       ADD-NIGHT-PLAYERS.
       IF MH-DATE = WS-NIGHT-DATE AND MH-EVENT-ID = WS-EVENT-ID
               AND (MH-RECORD-TYPE = "R" OR MH-RECORD-TYPE = "M"
               OR MH-RECORD-TYPE = "F")
           MOVE MH-PLAYER1 TO WS-SEARCH-ID
       IF WS-UNREGISTERED = 0
           DISPLAY "  (none)"
       END-IF.

       LOAD-PRE-REGISTRATIONS.
       OPEN INPUT PREREG.
       IF WS-PREREG-STATUS NOT = "35"
           PERFORM UNTIL WS-PRE-EOF = "Y"
               READ PREREG
                   AT END MOVE "Y" TO WS-PRE-EOF
                   NOT AT END PERFORM ADD-PRE-TO-TABLE
               END-READ
           END-PERFORM
           CLOSE PREREG
       END-IF.

       ADD-PRE-TO-TABLE.
       IF PE-NIGHT-DATE = WS-NIGHT-DATE AND PE-EVENT-ID = WS-EVENT-ID
           IF WS-PRE-COUNT >= 500
               DISPLAY "More than 500 website bookings for one night "
                   "- PRE-REGISTRATION-TABLE is full."
               CLOSE PREREG
               STOP RUN
           END-IF
           ADD 1 TO WS-PRE-COUNT
           MOVE PE-PLAYER-ID  TO PR-PLAYER-ID(WS-PRE-COUNT)
           MOVE PE-FEE-STATUS TO PR-FEE-STATUS(WS-PRE-COUNT)
           MOVE PE-SIGNUP-REF TO PR-SIGNUP-REF(WS-PRE-COUNT)
       END-IF.

       REPORT-PRE-REGISTERED.
       DISPLAY " ".
       DISPLAY "PRE-REGISTERED, NEVER CHECKED IN:".
       PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
               UNTIL WS-PRE-IDX > WS-PRE-COUNT
           MOVE PR-PLAYER-ID(WS-PRE-IDX) TO WS-SEARCH-ID
           PERFORM IS-PLAYER-IN-CHECKIN-TABLE
           IF WS-FOUND-SW = "N"
               ADD 1 TO WS-PRE-NO-SHOWS
               PERFORM RESOLVE-PLAYER-NAME
               IF PR-FEE-STATUS(WS-PRE-IDX) = "P"
                   DISPLAY "  " WS-RESOLVED-NAME " "
                       PR-SIGNUP-REF(WS-PRE-IDX)
                       " PRE-PAID (refund/credit candidate)"
               ELSE
                   DISPLAY "  " WS-RESOLVED-NAME " "
                       PR-SIGNUP-REF(WS-PRE-IDX) " PAY AT DOOR"
               END-IF
           END-IF
       END-PERFORM.
       IF WS-PRE-NO-SHOWS = 0
           DISPLAY "  (none)"
       END-IF.
       END PROGRAM JOKENNOS.
