      * walk-ins and retired players cannot be seeded).
      * PAIRINGS.DAT is written fresh - every bracket numbers its
      * pairings from 1, as the edit and checkpoint steps expect.
      * Only check-ins for the event keyed after the date are seeded
      * (blank = the default event), every pairing carries that
      * event, and an event set up with a ruleset other than the
      * BATPARMS.DAT one is refused before anything is keyed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENSED.
           SELECT BATPARMS ASSIGN TO "BATPARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATPARMS-STATUS.
           SELECT EVENTS ASSIGN TO "EVENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EV-EVENT-ID
               FILE STATUS IS WS-EVENTS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECKINS.
           COPY RULEREC.
       FD  BATPARMS.
           COPY BPARMREC.
       FD  EVENTS.
           COPY EVENTREC.
       WORKING-STORAGE SECTION.
       01 WS-CHECKINS-STATUS  PIC X(2) VALUE "00".
       01 WS-PLAYERMST-STATUS PIC X(2) VALUE "00".
       01 WS-CHOICE-POS       PIC 9(2) VALUE 0.
       01 WS-PROMPT-NAME      PIC X(20) VALUE SPACES.
       01 WS-ENTRY-CHOICE     PIC X(1) VALUE SPACES.
       01 WS-EVENTS-STATUS    PIC X(2) VALUE "00".
       01 WS-EVENT-ID         PIC X(6) VALUE SPACES.
       01 WS-EVENT-FOUND-SW   PIC X(1) VALUE "N".
       01 WS-EVENT-DATE       PIC 9(8) VALUE 0.
       01 WS-EVENT-FORMAT     PIC X(1) VALUE SPACE.
       01 WS-EVENT-RULESET    PIC X(1) VALUE SPACE.
       01 WS-EVENT-FEE        PIC 9(3)V99 VALUE 0.
       01 WS-SWAP-SEED.
           05 SW-ID           PIC X(10).
           05 SW-NAME         PIC X(20).
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-NIGHT-DATE
       END-IF.
       PERFORM GET-EVENT-ID.
       DISPLAY "Seeding check-ins for " WS-NIGHT-DATE
           " event '" WS-EVENT-ID "'.".

       PERFORM GET-RUN-RULESET.
       IF WS-EVENT-RULESET NOT = SPACE
               AND WS-EVENT-RULESET NOT = WS-RUN-RULESET
           DISPLAY "Event '" WS-EVENT-ID "' plays ruleset '"
               WS-EVENT-RULESET "' but BATPARMS.DAT has '"
               WS-RUN-RULESET "' - fix one before seeding."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM LOAD-RULE-TABLE.
       PERFORM OPEN-PLAYER-MASTER.

       MOVE SPACES TO SEEDING-SHEET-LINE.
       STRING "NIGHT " DELIMITED BY SIZE
              WS-NIGHT-DATE DELIMITED BY SIZE
              "   EVENT " DELIMITED BY SIZE
              WS-EVENT-ID DELIMITED BY SIZE
              "   RULESET " DELIMITED BY SIZE
              WS-RUN-RULESET DELIMITED BY SIZE
              INTO SEEDING-SHEET-LINE
           "PAIRINGS.DAT, sheet on SEEDING.RPT.".
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

       GET-RUN-RULESET.
      *    Same job parms JOKENEDT and JOKENBAT read, so the choices
      *    keyed here are validated against the very ruleset the
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF CI-DATE = WS-NIGHT-DATE
                           AND CI-EVENT-ID = WS-EVENT-ID
                       PERFORM ADD-CHECKIN-TO-SEEDS
                   END-IF
           END-READ
       MOVE SPACES            TO PR-PLAYER2.
       MOVE WS-ENTRY-CHOICE   TO PR-CHOICE1.
       MOVE SPACES            TO PR-CHOICE2.
       MOVE WS-EVENT-ID       TO PR-EVENT-ID.
       WRITE PAIRING-RECORD.
       MOVE SPACES TO SEEDING-SHEET-LINE.
       STRING "PAIRING " DELIMITED BY SIZE
       MOVE WS-PAIRING-ID   TO PR-PAIRING-ID.
       MOVE SD-ID(WS-LO-IDX) TO PR-PLAYER1.
       MOVE SD-ID(WS-HI-IDX) TO PR-PLAYER2.
       MOVE WS-EVENT-ID     TO PR-EVENT-ID.
       WRITE PAIRING-RECORD.
       MOVE SPACES TO SEEDING-SHEET-LINE.
       STRING "PAIRING " DELIMITED BY SIZE
