      * The step programs must already be compiled in the working
      * directory - run_night.sh handles that, compiling them and
      * this driver before the chain starts.
      * The driver also takes the event ID (copybook EVENTREC; blank
      * = the default event) and feeds it to every step that asks
      * for one, so each event on a date is closed - and
      * checkpointed - as a night of its own.
      * The last step is JOKENSEC, the security exception report off
      * SECLOG.DAT, fed the night date only - the security log is
      * kept per date, not per event.
      * The first step is now JOKENBKP, which snapshots every live
      * file into a backup generation before JOKENMRG clears the
      * spools; a failed backup stops the chain before anything is
      * touched. A rerun that finds the backup checkpointed keeps
      * that snapshot, taken before the first attempt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENNTE.
           SELECT NIGHTCKP ASSIGN TO "NIGHTEND.CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHTCKP-STATUS.
           SELECT EVENTS ASSIGN TO "EVENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EV-EVENT-ID
               FILE STATUS IS WS-EVENTS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NIGHTCKP.
           COPY NCKPREC.
       FD  EVENTS.
           COPY EVENTREC.
       WORKING-STORAGE SECTION.
       01 WS-NIGHTCKP-STATUS  PIC X(2) VALUE "00".
       01 WS-EVENTS-STATUS    PIC X(2) VALUE "00".
       01 WS-EVENT-ID         PIC X(6) VALUE SPACES.
       01 WS-EVENT-FOUND-SW   PIC X(1) VALUE "N".
       01 WS-EVENT-DATE       PIC 9(8) VALUE 0.
       01 WS-EVENT-FORMAT     PIC X(1) VALUE SPACE.
       01 WS-EVENT-RULESET    PIC X(1) VALUE SPACE.
       01 WS-EVENT-FEE        PIC 9(3)V99 VALUE 0.
       01 WS-CKP-EOF          PIC X(1) VALUE "N".
       01 WS-CURRENT-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-NIGHT-DATE-IN    PIC X(8) VALUE SPACES.
       01 WS-STEPS-RUN        PIC 9(2) VALUE 0.
       01 WS-STEPS-SKIPPED    PIC 9(2) VALUE 0.
       01 WS-COMMAND          PIC X(120) VALUE SPACES.
       01 WS-STEP-COUNT       PIC 9(2) VALUE 8.
       01 NE-STEP-TABLE.
           05 NE-STEP-ENTRY OCCURS 10 TIMES.
               10 NE-STEP-NAME   PIC X(8).
               10 NE-STEP-STATUS PIC X(24).
       PROCEDURE DIVISION.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-NIGHT-DATE
       END-IF.
       MOVE WS-NIGHT-DATE TO WS-NIGHT-DATE-X.
       PERFORM GET-EVENT-ID.
       DISPLAY "Closing night " WS-NIGHT-DATE " event '" WS-EVENT-ID
           "'.".

       PERFORM BUILD-STEP-TABLE.
       PERFORM LOAD-NIGHT-CHECKPOINTS.
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

       BUILD-STEP-TABLE.
      *    The closing order is the order that burned us: back up
      *    the live files, land the station spools in the night's
      *    files, reconcile, only then rate, then standings, audit
      *    coverage, and the no-show sheet for the desk.
       MOVE "JOKENBKP" TO NE-STEP-NAME(1).
       MOVE "JOKENMRG" TO NE-STEP-NAME(2).
       MOVE "JOKENREC" TO NE-STEP-NAME(3).
       MOVE "JOKENRTG" TO NE-STEP-NAME(4).
       MOVE "JOKENREP" TO NE-STEP-NAME(5).
       MOVE "JOKENAUD" TO NE-STEP-NAME(6).
       MOVE "JOKENNOS" TO NE-STEP-NAME(7).
       MOVE "JOKENSEC" TO NE-STEP-NAME(8).
       PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
           MOVE "NOT REACHED" TO NE-STEP-STATUS(WS-STEP-IDX)
                   AT END MOVE "Y" TO WS-CKP-EOF
                   NOT AT END
                       IF NC-NIGHT-DATE = WS-NIGHT-DATE
                               AND NC-EVENT-ID = WS-EVENT-ID
                           PERFORM MARK-STEP-COMPLETE
                       END-IF
               END-READ
      *    Each step still reads its prompts from SYSIN, so the
      *    driver feeds the night date the same way an operator
      *    would have typed it: twice for the from/to programs, once
      *    for the single-night ones, not at all for JOKENMRG and
      *    JOKENAUD - each followed by the event ID line (an empty
      *    line for the default event), except JOKENSEC, which asks
      *    for the date alone.
       MOVE SPACES TO WS-COMMAND.
       EVALUATE NE-STEP-NAME(WS-STEP-IDX)
           WHEN "JOKENREC"
               STRING "printf '" DELIMITED BY SIZE
                      WS-NIGHT-DATE-X DELIMITED BY SIZE
                      "\n" DELIMITED BY SIZE
                      WS-NIGHT-DATE-X DELIMITED BY SIZE
                      "\n" DELIMITED BY SIZE
                      WS-EVENT-ID DELIMITED BY SPACE
                      "\n' | ./" DELIMITED BY SIZE
                      NE-STEP-NAME(WS-STEP-IDX) DELIMITED BY SPACE
                      INTO WS-COMMAND
               END-STRING
           WHEN "JOKENSEC"
               STRING "printf '" DELIMITED BY SIZE
                      WS-NIGHT-DATE-X DELIMITED BY SIZE
                      "\n' | ./" DELIMITED BY SIZE
                      NE-STEP-NAME(WS-STEP-IDX) DELIMITED BY SPACE
           WHEN OTHER
               STRING "printf '" DELIMITED BY SIZE
                      WS-NIGHT-DATE-X DELIMITED BY SIZE
                      "\n" DELIMITED BY SIZE
                      WS-EVENT-ID DELIMITED BY SPACE
                      "\n' | ./" DELIMITED BY SIZE
                      NE-STEP-NAME(WS-STEP-IDX) DELIMITED BY SPACE
                      INTO WS-COMMAND
       END-IF.
       MOVE WS-NIGHT-DATE TO NC-NIGHT-DATE.
       MOVE NE-STEP-NAME(WS-STEP-IDX) TO NC-STEP-NAME.
       MOVE WS-EVENT-ID TO NC-EVENT-ID.
       WRITE NIGHTEND-CHECKPOINT-RECORD.
       CLOSE NIGHTCKP.

       PRINT-OPERATOR-SUMMARY.
       DISPLAY "====================================================".
       DISPLAY "      NIGHT-END SUMMARY FOR " WS-NIGHT-DATE
           " EVENT " WS-EVENT-ID.
       DISPLAY "====================================================".
       PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
