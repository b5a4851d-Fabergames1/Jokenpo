      * On a --resume rerun, results of already-checkpointed pairings
      * are recovered from BATCHRES.DAT so advancement picks up where
      * the abended run left off.
      * The bracket is played for the event on its pairings (blank =
      * the default event). A set-up event must be an elimination
      * event whose ruleset agrees with BATPARMS.DAT, and the event
      * is stamped on every BATCHRES.DAT and MATCHHIST.DAT record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENBAT.
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
       01 WS-SEARCH-LOSER      PIC X(1) VALUE SPACES.
       01 WS-PAIR-FOUND-SW     PIC X(1) VALUE "N".
       01 WS-CHOICES-VALID-SW  PIC X(1) VALUE "N".
       01 WS-EVENTS-STATUS     PIC X(2) VALUE "00".
       01 WS-RUN-EVENT-ID      PIC X(6) VALUE SPACES.
       01 WS-EVENT-FOUND-SW    PIC X(1) VALUE "N".
       01 WS-EVENT-FORMAT      PIC X(1) VALUE SPACE.
       01 WS-EVENT-RULESET     PIC X(1) VALUE SPACE.
       01 RULE-TABLE.
           05 RULE-ENTRY OCCURS 20 TIMES.
               10 RT-WINNER    PIC X(1).
               10 CUR-CHOICE   PIC X(1).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
       PERFORM GET-RUN-EVENT.
       OPEN INPUT PAIRIN.
       IF WS-PAIRIN-STATUS = "35"
           DISPLAY "PAIRINGS.DAT not found, nothing to process."
       END-IF.

       PERFORM GET-RUN-RULESET.
       PERFORM CHECK-RUN-EVENT.
       PERFORM LOAD-RULE-TABLE.
       PERFORM OPEN-PLAYER-MASTER.
       PERFORM LOAD-PRIOR-RESULTS.
       END-IF.
       DISPLAY "Batch ruleset: " WS-RUN-RULESET.

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
      *    A set-up event must be a elimination event and may not
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
           IF WS-EVENT-FORMAT NOT = "E"
               DISPLAY "Event '" WS-RUN-EVENT-ID "' is not set up as "
                   "an elimination event."
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
           MOVE SPACES        TO BR-CHOICE1
           MOVE SPACES        TO BR-CHOICE2
           MOVE "Champion!"   TO BR-RESULT
           MOVE WS-RUN-EVENT-ID TO BR-EVENT-ID
           WRITE BATCH-RESULT-RECORD
           DISPLAY "Bracket champion: " ADV-ID(1)
       ELSE
       MOVE PR-CHOICE1      TO BR-CHOICE1.
       MOVE PR-CHOICE2      TO BR-CHOICE2.
       MOVE WS-BATCH-RESULT TO BR-RESULT.
       MOVE WS-RUN-EVENT-ID TO BR-EVENT-ID.
       WRITE BATCH-RESULT-RECORD.

       WRITE-AUDIT-LOG.
       MOVE PR-CHOICE1      TO MH-CHOICE1.
       MOVE PR-CHOICE2      TO MH-CHOICE2.
       MOVE WS-BATCH-RESULT TO MH-RESULT.
       MOVE WS-RUN-EVENT-ID TO MH-EVENT-ID.
       WRITE MATCH-HISTORY-RECORD.
       END PROGRAM JOKENBAT.
