      * and one record per player on BATCHRES.DAT (BR-PAIRING-ID zero
      * so JOKENBAT's --resume recovery, which keys on real pairing
      * IDs starting at 1, can never pick a standings row up).
      * The event comes off the pairings the same way JOKENBAT takes
      * it; a set-up event must be a Swiss event whose ruleset agrees
      * with BATPARMS.DAT, and every record written carries it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENSWI.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT EVENTS ASSIGN TO "EVENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EV-EVENT-ID
               FILE STATUS IS WS-EVENTS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAIRIN.
           COPY BPARMREC.
       FD  AUDITLOG.
           COPY AUDITREC.
       FD  EVENTS.
           COPY EVENTREC.
       WORKING-STORAGE SECTION.
       01 WS-PAIRIN-STATUS     PIC X(2) VALUE "00".
       01 WS-BATCHRES-STATUS   PIC X(2) VALUE "00".
       01 WS-RULES-EOF         PIC X(1) VALUE "N".
       01 WS-SEQ-NO            PIC 9(4) VALUE 0.
       01 WS-AUDIT-SEQ-NO      PIC 9(4) VALUE 0.
       01 WS-EVENTS-STATUS     PIC X(2) VALUE "00".
       01 WS-RUN-EVENT-ID      PIC X(6) VALUE SPACES.
       01 WS-EVENT-FOUND-SW    PIC X(1) VALUE "N".
       01 WS-EVENT-FORMAT      PIC X(1) VALUE SPACE.
       01 WS-EVENT-RULESET     PIC X(1) VALUE SPACE.
       01 WS-CURRENT-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-BATCH-RESULT      PIC X(30) VALUE SPACES.
       01 WS-RUN-RULESET       PIC X(1) VALUE "3".
           05 SW-MET-ID OCCURS 20 TIMES PIC X(10).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
       PERFORM GET-RUN-EVENT.
       OPEN INPUT PAIRIN.
       IF WS-PAIRIN-STATUS = "35"
           DISPLAY "PAIRINGS.DAT not found, nothing to process."
       END-IF.

       PERFORM GET-RUN-PARMS.
       PERFORM CHECK-RUN-EVENT.
       PERFORM LOAD-RULE-TABLE.

       OPEN EXTEND BATCHRES.
       MOVE "JOKENPO SWISS TOURNAMENT SHEET" TO SWISS-SHEET-LINE.
       WRITE SWISS-SHEET-LINE.
       MOVE SPACES TO SWISS-SHEET-LINE.
       STRING "EVENT " DELIMITED BY SIZE
              WS-RUN-EVENT-ID DELIMITED BY SIZE
              "   RULESET " DELIMITED BY SIZE
              WS-RUN-RULESET DELIMITED BY SIZE
              "   ROUNDS " DELIMITED BY SIZE
              WS-SWISS-ROUNDS DELIMITED BY SIZE
       DISPLAY "Swiss ruleset: " WS-RUN-RULESET ", rounds: "
           WS-SWISS-ROUNDS.

       GET-RUN-EVENT.
      *    The event comes off the first pairing (JOKENSED stamps
      *    every pairing with it and JOKENEDT rejects a file that
      *    mixes events). Peeked before the main OPEN so the read
      *    loop still starts at the top of the file.
       MOVE SPACES TO WS-RUN-EVENT-ID.
       OPEN INPUT PAIRIN.
       IF WS-PAIRIN-STATUS NOT = "35"
           READ PAIRIN
               AT END CONTINUE
               NOT AT END MOVE PR-EVENT-ID TO WS-RUN-EVENT-ID
           END-READ
           CLOSE PAIRIN
       END-IF.

       CHECK-RUN-EVENT.
      *    A set-up event must be a Swiss event and may not
      *    name a ruleset other than the one BATPARMS.DAT plays.
       IF WS-RUN-EVENT-ID NOT = SPACES
           MOVE "N" TO WS-EVENT-FOUND-SW
           OPEN INPUT EVENTS
           IF WS-EVENTS-STATUS = "00"
               MOVE WS-RUN-EVENT-ID TO EV-EVENT-ID
               READ EVENTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-EVENT-FOUND-SW
                       MOVE EV-FORMAT  TO WS-EVENT-FORMAT
                       MOVE EV-RULESET TO WS-EVENT-RULESET
               END-READ
               CLOSE EVENTS
           END-IF
           IF WS-EVENT-FOUND-SW = "N"
               DISPLAY "Pairings are for event '" WS-RUN-EVENT-ID
                   "', which is not on EVENTS.IDX."
               CLOSE PAIRIN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-EVENT-FORMAT NOT = "S"
               DISPLAY "Event '" WS-RUN-EVENT-ID "' is not set up as "
                   "a Swiss event."
               CLOSE PAIRIN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-EVENT-RULESET NOT = SPACE
                   AND WS-EVENT-RULESET NOT = WS-RUN-RULESET
               DISPLAY "Event '" WS-RUN-EVENT-ID "' plays ruleset '"
                   WS-EVENT-RULESET "' but BATPARMS.DAT has '"
                   WS-RUN-RULESET "'."
               CLOSE PAIRIN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.
       DISPLAY "Batch event: '" WS-RUN-EVENT-ID "'".

       LOAD-RULE-TABLE.
       OPEN INPUT RULESET.
       IF WS-RULESET-STATUS = "35"
       MOVE SPACES         TO BR-CHOICE1.
       MOVE SPACES         TO BR-CHOICE2.
       MOVE SPACES         TO BR-RESULT.
       MOVE WS-RUN-EVENT-ID TO BR-EVENT-ID.
       STRING "Swiss: rank " DELIMITED BY SIZE
              WS-I DELIMITED BY SIZE
              " - " DELIMITED BY SIZE
       MOVE SWP-CHOICE(WS-IDX1) TO MH-CHOICE1.
       MOVE SWP-CHOICE(WS-IDX2) TO MH-CHOICE2.
       MOVE WS-BATCH-RESULT     TO MH-RESULT.
       MOVE WS-RUN-EVENT-ID     TO MH-EVENT-ID.
       WRITE MATCH-HISTORY-RECORD.

       WRITE-AUDIT-LOG.
