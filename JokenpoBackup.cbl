      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 15/10/2026
      * Purpose: Study
      * Tectonics: cobc
      * Generational backup. Nothing in the closing chain kept a
      * copy of anything: JOKENMRG deletes the station spools once
      * merged, JOKENRTG rewrites PM-RATING in place, JOKENREP and
      * JOKENPAY overwrite STANDINGS.DAT and PAYOUTS.DAT, and
      * run_season.sh moves the .NEW files over the live ones, so a
      * bad step or a lost disk left no way back to last night. This
      * job runs first in the JOKENNTE chain, before JOKENMRG, and
      * snapshots every live file into a generation directory
      * BACKUP/<YYYYMMDDHHMMSS>. The night files are copied through
      * the shell (CALL "SYSTEM", as JOKENMRG gathers the spools).
      * The indexed masters are unloaded record by record to a
      * line-sequential .UNL copy, so a restore does not depend on
      * how the indexed files are stored. Every file is then counted
      * from the saved copy, and the counts go on BACKUP.CAT
      * (copybook BKCATREC), one row per file in the set, only
      * after the whole set is saved. The set takes in the season
      * archives MATCHHIST.ARC, AUDITLOG.ARC and BATCHRES.ARC beside
      * the live files JOKENSEA rolls into them, so a generation
      * taken before a rollover puts history and archive back
      * together and no match is counted twice; and the inputs the
      * closing steps read (REGISTRATIONS.DAT, BATPARMS.DAT and
      * the rule files) are saved with them. A failure part way
      * removes the partial generation and ends with RETURN-CODE 8,
      * stopping the chain before anything is touched. BKPRULES.DAT
      * (copybook BKPRREC) says how many generations to keep, and
      * the oldest beyond that are removed from the catalog and the
      * disk. JOKENRST lists, verifies and
      * restores a generation. OPERMST.IDX, SECLOG.DAT and
      * RESTLOG.DAT are not in the set: a restore must never roll
      * back operators, PINs or the record of who did what.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENBKP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKPWORK ASSIGN TO "BKPFILE.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKPWORK-STATUS.
           SELECT BKPCAT ASSIGN TO "BACKUP.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKPCAT-STATUS.
           SELECT BKPRULES ASSIGN TO "BKPRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKPRULES-STATUS.
           SELECT PLAYERMST ASSIGN TO "PLAYERMST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PLAYERMST-STATUS.
           SELECT EVENTS ASSIGN TO "EVENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EV-EVENT-ID
               FILE STATUS IS WS-EVENTS-STATUS.
           SELECT FIXTURES ASSIGN TO "FIXTURES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FX-FIXTURE-ID
               FILE STATUS IS WS-FIXTURES-STATUS.
           SELECT TEAMMST ASSIGN TO "TEAMMST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-TEAM-ID
               FILE STATUS IS WS-TEAMMST-STATUS.
           SELECT ROSTER ASSIGN TO "ROSTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RO-KEY
               FILE STATUS IS WS-ROSTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BKPWORK.
       01  BACKUP-WORK-RECORD       PIC X(256).
       FD  BKPCAT.
           COPY BKCATREC.
       FD  BKPRULES.
           COPY BKPRREC.
       FD  PLAYERMST.
           COPY PLAYERREC.
       FD  EVENTS.
           COPY EVENTREC.
       FD  FIXTURES.
           COPY FIXTREC.
       FD  TEAMMST.
           COPY TEAMREC.
       FD  ROSTER.
           COPY ROSTREC.
       WORKING-STORAGE SECTION.
       01 WS-BKPWORK-STATUS   PIC X(2) VALUE "00".
       01 WS-BKPCAT-STATUS    PIC X(2) VALUE "00".
       01 WS-BKPRULES-STATUS  PIC X(2) VALUE "00".
       01 WS-PLAYERMST-STATUS PIC X(2) VALUE "00".
       01 WS-EVENTS-STATUS    PIC X(2) VALUE "00".
       01 WS-FIXTURES-STATUS  PIC X(2) VALUE "00".
       01 WS-TEAMMST-STATUS   PIC X(2) VALUE "00".
       01 WS-ROSTER-STATUS    PIC X(2) VALUE "00".
       01 WS-EOF              PIC X(1) VALUE "N".
       01 WS-CURRENT-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-NIGHT-DATE-IN    PIC X(8) VALUE SPACES.
       01 WS-NIGHT-DATE       PIC 9(8) VALUE 0.
       01 WS-EVENT-ID         PIC X(6) VALUE SPACES.
       01 WS-GENERATION       PIC 9(14) VALUE 0.
       01 WS-KEEP-GENERATIONS PIC 9(2) VALUE 7.
       01 WS-COMMAND          PIC X(120) VALUE SPACES.
       01 WS-RECORD-COUNT     PIC 9(7) VALUE 0.
       01 WS-TOTAL-RECORDS    PIC 9(9) VALUE 0.
       01 WS-FILES-SAVED      PIC 9(2) VALUE 0.
       01 WS-FILE-IDX         PIC 9(2) VALUE 0.
       01 WS-FILE-COUNT       PIC 9(2) VALUE 0.
       01 WS-CAT-COUNT        PIC 9(4) VALUE 0.
       01 WS-CAT-IDX          PIC 9(4) VALUE 0.
       01 WS-GEN-COUNT        PIC 9(3) VALUE 0.
       01 WS-GEN-IDX          PIC 9(3) VALUE 0.
       01 WS-PRUNE-COUNT      PIC 9(3) VALUE 0.
       01 WS-PRUNE-THROUGH    PIC 9(14) VALUE 0.
      *    The backup set. "C" files are copied as they stand; "U"
      *    files are the indexed masters, unloaded to BF-SAVED-AS.
       01 BACKUP-FILE-TABLE.
           05 BF-ENTRY OCCURS 40 TIMES.
               10 BF-FILE-NAME    PIC X(20).
               10 BF-SAVED-AS     PIC X(20).
               10 BF-COPY-TYPE    PIC X(1).
               10 BF-PRESENT-SW   PIC X(1).
               10 BF-RECORD-COUNT PIC 9(7).
      *    BACKUP.CAT is read whole when generations are pruned and
      *    written back without the pruned ones.
       01 CATALOG-TABLE.
           05 CT-RECORD OCCURS 3000 TIMES PIC X(77).
       01 GENERATION-TABLE.
           05 GT-GENERATION OCCURS 200 TIMES PIC 9(14).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
       DISPLAY "Generational backup of the live files.".
       DISPLAY "Night date (YYYYMMDD, blank = today): ".
       ACCEPT WS-NIGHT-DATE-IN.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       IF WS-NIGHT-DATE-IN IS NUMERIC
               AND WS-NIGHT-DATE-IN NOT = "00000000"
           MOVE WS-NIGHT-DATE-IN TO WS-NIGHT-DATE
       ELSE
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-NIGHT-DATE
       END-IF.
      *    The event only labels the generation - the whole set is
      *    saved whichever event is being closed.
       DISPLAY "Event ID (blank = default event): ".
       MOVE SPACES TO WS-EVENT-ID.
       ACCEPT WS-EVENT-ID.
       MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-GENERATION.

       PERFORM LOAD-BACKUP-RULES.
       PERFORM BUILD-FILE-TABLE.
       PERFORM MAKE-GENERATION-DIRECTORY.
       PERFORM BACKUP-ONE-FILE
           VARYING WS-FILE-IDX FROM 1 BY 1
           UNTIL WS-FILE-IDX > WS-FILE-COUNT.
       PERFORM REMOVE-WORK-FILE.
       PERFORM WRITE-CATALOG-ENTRIES.
       PERFORM PRUNE-GENERATIONS.

       DISPLAY "Generation " WS-GENERATION " saved for night "
           WS-NIGHT-DATE " event '" WS-EVENT-ID "': "
           WS-FILES-SAVED " file(s), " WS-TOTAL-RECORDS
           " record(s).".
       IF WS-PRUNE-COUNT > 0
           DISPLAY WS-PRUNE-COUNT " old generation(s) removed - "
               WS-KEEP-GENERATIONS " kept."
       END-IF.
       STOP RUN.

       LOAD-BACKUP-RULES.
       OPEN INPUT BKPRULES.
       IF WS-BKPRULES-STATUS = "35"
           DISPLAY "BKPRULES.DAT not found - keeping "
               WS-KEEP-GENERATIONS " generations."
       ELSE
           PERFORM UNTIL WS-EOF = "Y"
               READ BKPRULES
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM APPLY-BACKUP-RULE
               END-READ
           END-PERFORM
           CLOSE BKPRULES
       END-IF.

       APPLY-BACKUP-RULE.
       EVALUATE BP-RULE-CODE
      *    Pruning reads KEEP+1 generations of the catalog into
      *    CATALOG-TABLE (3000 rows, one per file in the set), so
      *    KEEP stops at 89.
           WHEN "KEEP"
               IF BP-VALUE > 0 AND BP-VALUE < 90
                   MOVE BP-VALUE TO WS-KEEP-GENERATIONS
               ELSE
                   DISPLAY "BKPRULES.DAT 'KEEP' " BP-VALUE
                       " out of range (1-89) - keeping "
                       WS-KEEP-GENERATIONS "."
               END-IF
           WHEN OTHER
               DISPLAY "BKPRULES.DAT rule '" BP-RULE-CODE
                   "' unknown - rule ignored."
       END-EVALUATE.

       BUILD-FILE-TABLE.
      *    Spools first, then the night files, the masters and the
      *    rule files - every file a closing step or a rollover
      *    writes, and the data that drives them.
       MOVE 0 TO WS-FILE-COUNT.
       MOVE "MHSPOOL*"      TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       MOVE "ALSPOOL*"      TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       MOVE "MATCHHIST.DAT" TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       MOVE "MATCHHIST.ARC" TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       MOVE "AUDITLOG.DAT"  TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       MOVE "AUDITLOG.ARC"  TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       MOVE "BATCHRES.DAT"  TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       MOVE "BATCHRES.ARC"  TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       MOVE "REGISTRATIONS.DAT" TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       MOVE "CHECKINS.DAT"  TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       MOVE "RATEHIST.DAT"  TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       MOVE "RATEDNTS.DAT"  TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       MOVE "RATEDCOR.DAT"  TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       MOVE "SEASONSUM.DAT" TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       MOVE "MAINTLOG.DAT"  TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       MOVE "PLAYERWEB.DAT" TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       MOVE "PREREG.DAT"    TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       MOVE "STANDINGS.DAT" TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       MOVE "PAYOUTS.DAT"   TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       MOVE "TEAMSTAND.DAT" TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       MOVE "PAYREG.DAT"    TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       MOVE "INTFLAGS.DAT"  TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       MOVE "NIGHTEND.CKP"  TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       MOVE "RULESET.DAT"   TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       MOVE "PAYRULES.DAT"  TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       MOVE "BATPARMS.DAT"  TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       MOVE "INTRULES.DAT"  TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       MOVE "BKPRULES.DAT"  TO WS-COMMAND.
       PERFORM ADD-COPY-FILE.
       ADD 1 TO WS-FILE-COUNT.
       MOVE "PLAYERMST.IDX" TO BF-FILE-NAME(WS-FILE-COUNT).
       MOVE "PLAYERMST.UNL" TO BF-SAVED-AS(WS-FILE-COUNT).
       MOVE "U"             TO BF-COPY-TYPE(WS-FILE-COUNT).
       ADD 1 TO WS-FILE-COUNT.
       MOVE "EVENTS.IDX"    TO BF-FILE-NAME(WS-FILE-COUNT).
       MOVE "EVENTS.UNL"    TO BF-SAVED-AS(WS-FILE-COUNT).
       MOVE "U"             TO BF-COPY-TYPE(WS-FILE-COUNT).
       ADD 1 TO WS-FILE-COUNT.
       MOVE "FIXTURES.IDX"  TO BF-FILE-NAME(WS-FILE-COUNT).
       MOVE "FIXTURES.UNL"  TO BF-SAVED-AS(WS-FILE-COUNT).
       MOVE "U"             TO BF-COPY-TYPE(WS-FILE-COUNT).
       ADD 1 TO WS-FILE-COUNT.
       MOVE "TEAMMST.IDX"   TO BF-FILE-NAME(WS-FILE-COUNT).
       MOVE "TEAMMST.UNL"   TO BF-SAVED-AS(WS-FILE-COUNT).
       MOVE "U"             TO BF-COPY-TYPE(WS-FILE-COUNT).
       ADD 1 TO WS-FILE-COUNT.
       MOVE "ROSTER.IDX"    TO BF-FILE-NAME(WS-FILE-COUNT).
       MOVE "ROSTER.UNL"    TO BF-SAVED-AS(WS-FILE-COUNT).
       MOVE "U"             TO BF-COPY-TYPE(WS-FILE-COUNT).

       ADD-COPY-FILE.
       ADD 1 TO WS-FILE-COUNT.
       MOVE WS-COMMAND TO BF-FILE-NAME(WS-FILE-COUNT).
       MOVE WS-COMMAND TO BF-SAVED-AS(WS-FILE-COUNT).
       MOVE "C"        TO BF-COPY-TYPE(WS-FILE-COUNT).

       MAKE-GENERATION-DIRECTORY.
       MOVE SPACES TO WS-COMMAND.
       STRING "mkdir -p BACKUP/" DELIMITED BY SIZE
              WS-GENERATION DELIMITED BY SIZE
              INTO WS-COMMAND
       END-STRING.
       CALL "SYSTEM" USING WS-COMMAND.
       IF RETURN-CODE NOT = 0
           MOVE 0 TO RETURN-CODE
           DISPLAY "Cannot create BACKUP/" WS-GENERATION
               " - nothing saved."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       BACKUP-ONE-FILE.
       MOVE "N" TO BF-PRESENT-SW(WS-FILE-IDX).
       MOVE 0   TO BF-RECORD-COUNT(WS-FILE-IDX).
       IF BF-COPY-TYPE(WS-FILE-IDX) = "U"
           PERFORM UNLOAD-INDEXED-MASTER
       ELSE
           PERFORM COPY-SEQUENTIAL-FILE
       END-IF.
       IF BF-PRESENT-SW(WS-FILE-IDX) = "Y"
           ADD 1 TO WS-FILES-SAVED
           ADD BF-RECORD-COUNT(WS-FILE-IDX) TO WS-TOTAL-RECORDS
           DISPLAY "  " BF-FILE-NAME(WS-FILE-IDX) " "
               BF-RECORD-COUNT(WS-FILE-IDX) " record(s)"
       ELSE
           DISPLAY "  " BF-FILE-NAME(WS-FILE-IDX) " not present"
       END-IF.

       COPY-SEQUENTIAL-FILE.
       MOVE SPACES TO WS-COMMAND.
       STRING "ls " DELIMITED BY SIZE
              BF-FILE-NAME(WS-FILE-IDX) DELIMITED BY SPACE
              " >/dev/null 2>&1" DELIMITED BY SIZE
              INTO WS-COMMAND
       END-STRING.
       CALL "SYSTEM" USING WS-COMMAND.
       IF RETURN-CODE = 0
           MOVE "Y" TO BF-PRESENT-SW(WS-FILE-IDX)
           MOVE SPACES TO WS-COMMAND
           STRING "cp " DELIMITED BY SIZE
                  BF-FILE-NAME(WS-FILE-IDX) DELIMITED BY SPACE
                  " BACKUP/" DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE NOT = 0
               PERFORM BACKUP-FAILED
           END-IF
      *    Counted from the saved copy - that is what a restore
      *    will check and put back.
           MOVE SPACES TO WS-COMMAND
           STRING "cat BACKUP/" DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  BF-SAVED-AS(WS-FILE-IDX) DELIMITED BY SPACE
                  " > BKPFILE.WRK" DELIMITED BY SIZE
                  INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE NOT = 0
               PERFORM BACKUP-FAILED
           END-IF
           PERFORM COUNT-WORK-FILE
           MOVE WS-RECORD-COUNT TO BF-RECORD-COUNT(WS-FILE-IDX)
       END-IF.
       MOVE 0 TO RETURN-CODE.

       COUNT-WORK-FILE.
       MOVE 0 TO WS-RECORD-COUNT.
       OPEN INPUT BKPWORK.
       IF WS-BKPWORK-STATUS = "00"
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ BKPWORK
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END ADD 1 TO WS-RECORD-COUNT
               END-READ
           END-PERFORM
           CLOSE BKPWORK
       END-IF.

       UNLOAD-INDEXED-MASTER.
      *    Read in key order and written one line per record, so the
      *    reload in JOKENRST can write them back in sequence.
       MOVE 0 TO WS-RECORD-COUNT.
       EVALUATE BF-FILE-NAME(WS-FILE-IDX)
           WHEN "PLAYERMST.IDX"
               PERFORM UNLOAD-PLAYER-MASTER
           WHEN "EVENTS.IDX"
               PERFORM UNLOAD-EVENT-MASTER
           WHEN "FIXTURES.IDX"
               PERFORM UNLOAD-FIXTURE-MASTER
           WHEN "TEAMMST.IDX"
               PERFORM UNLOAD-TEAM-MASTER
           WHEN "ROSTER.IDX"
               PERFORM UNLOAD-ROSTER
       END-EVALUATE.
       IF BF-PRESENT-SW(WS-FILE-IDX) = "Y"
           MOVE WS-RECORD-COUNT TO BF-RECORD-COUNT(WS-FILE-IDX)
           MOVE SPACES TO WS-COMMAND
           STRING "mv BKPFILE.WRK BACKUP/" DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  BF-SAVED-AS(WS-FILE-IDX) DELIMITED BY SPACE
                  INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE NOT = 0
               PERFORM BACKUP-FAILED
           END-IF
       END-IF.

       UNLOAD-PLAYER-MASTER.
       OPEN INPUT PLAYERMST.
       IF WS-PLAYERMST-STATUS = "00"
           MOVE "Y" TO BF-PRESENT-SW(WS-FILE-IDX)
           OPEN OUTPUT BKPWORK
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ PLAYERMST
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE PLAYER-MASTER-RECORD
                           TO BACKUP-WORK-RECORD
                       WRITE BACKUP-WORK-RECORD
                       ADD 1 TO WS-RECORD-COUNT
               END-READ
           END-PERFORM
           CLOSE BKPWORK
           CLOSE PLAYERMST
       ELSE
           IF WS-PLAYERMST-STATUS NOT = "35"
               DISPLAY "PLAYERMST.IDX open failed - status "
                   WS-PLAYERMST-STATUS "."
               PERFORM BACKUP-FAILED
           END-IF
       END-IF.

       UNLOAD-EVENT-MASTER.
       OPEN INPUT EVENTS.
       IF WS-EVENTS-STATUS = "00"
           MOVE "Y" TO BF-PRESENT-SW(WS-FILE-IDX)
           OPEN OUTPUT BKPWORK
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ EVENTS
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE EVENT-RECORD TO BACKUP-WORK-RECORD
                       WRITE BACKUP-WORK-RECORD
                       ADD 1 TO WS-RECORD-COUNT
               END-READ
           END-PERFORM
           CLOSE BKPWORK
           CLOSE EVENTS
       ELSE
           IF WS-EVENTS-STATUS NOT = "35"
               DISPLAY "EVENTS.IDX open failed - status "
                   WS-EVENTS-STATUS "."
               PERFORM BACKUP-FAILED
           END-IF
       END-IF.

       UNLOAD-FIXTURE-MASTER.
       OPEN INPUT FIXTURES.
       IF WS-FIXTURES-STATUS = "00"
           MOVE "Y" TO BF-PRESENT-SW(WS-FILE-IDX)
           OPEN OUTPUT BKPWORK
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ FIXTURES
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE FIXTURE-RECORD TO BACKUP-WORK-RECORD
                       WRITE BACKUP-WORK-RECORD
                       ADD 1 TO WS-RECORD-COUNT
               END-READ
           END-PERFORM
           CLOSE BKPWORK
           CLOSE FIXTURES
       ELSE
           IF WS-FIXTURES-STATUS NOT = "35"
               DISPLAY "FIXTURES.IDX open failed - status "
                   WS-FIXTURES-STATUS "."
               PERFORM BACKUP-FAILED
           END-IF
       END-IF.

       UNLOAD-TEAM-MASTER.
       OPEN INPUT TEAMMST.
       IF WS-TEAMMST-STATUS = "00"
           MOVE "Y" TO BF-PRESENT-SW(WS-FILE-IDX)
           OPEN OUTPUT BKPWORK
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ TEAMMST
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE TEAM-MASTER-RECORD TO BACKUP-WORK-RECORD
                       WRITE BACKUP-WORK-RECORD
                       ADD 1 TO WS-RECORD-COUNT
               END-READ
           END-PERFORM
           CLOSE BKPWORK
           CLOSE TEAMMST
       ELSE
           IF WS-TEAMMST-STATUS NOT = "35"
               DISPLAY "TEAMMST.IDX open failed - status "
                   WS-TEAMMST-STATUS "."
               PERFORM BACKUP-FAILED
           END-IF
       END-IF.

       UNLOAD-ROSTER.
       OPEN INPUT ROSTER.
       IF WS-ROSTER-STATUS = "00"
           MOVE "Y" TO BF-PRESENT-SW(WS-FILE-IDX)
           OPEN OUTPUT BKPWORK
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ ROSTER
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE ROSTER-RECORD TO BACKUP-WORK-RECORD
                       WRITE BACKUP-WORK-RECORD
                       ADD 1 TO WS-RECORD-COUNT
               END-READ
           END-PERFORM
           CLOSE BKPWORK
           CLOSE ROSTER
       ELSE
           IF WS-ROSTER-STATUS NOT = "35"
               DISPLAY "ROSTER.IDX open failed - status "
                   WS-ROSTER-STATUS "."
               PERFORM BACKUP-FAILED
           END-IF
       END-IF.

       BACKUP-FAILED.
      *    A half-saved generation is worse than none: remove it so
      *    the catalog never points at an incomplete set.
       MOVE 0 TO RETURN-CODE.
       DISPLAY "Backup of " BF-FILE-NAME(WS-FILE-IDX)
           " failed - generation " WS-GENERATION " discarded.".
       MOVE SPACES TO WS-COMMAND.
       STRING "rm -rf BACKUP/" DELIMITED BY SIZE
              WS-GENERATION DELIMITED BY SIZE
              " BKPFILE.WRK" DELIMITED BY SIZE
              INTO WS-COMMAND
       END-STRING.
       CALL "SYSTEM" USING WS-COMMAND.
       MOVE 8 TO RETURN-CODE.
       STOP RUN.

       REMOVE-WORK-FILE.
       MOVE "rm -f BKPFILE.WRK" TO WS-COMMAND.
       CALL "SYSTEM" USING WS-COMMAND.
       MOVE 0 TO RETURN-CODE.

       WRITE-CATALOG-ENTRIES.
       OPEN EXTEND BKPCAT.
       IF WS-BKPCAT-STATUS = "35"
           OPEN OUTPUT BKPCAT
           CLOSE BKPCAT
           OPEN EXTEND BKPCAT
       END-IF.
       PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
           MOVE WS-GENERATION TO BC-GENERATION
           MOVE WS-NIGHT-DATE TO BC-NIGHT-DATE
           MOVE WS-EVENT-ID   TO BC-EVENT-ID
           MOVE BF-FILE-NAME(WS-FILE-IDX)    TO BC-FILE-NAME
           MOVE BF-SAVED-AS(WS-FILE-IDX)     TO BC-SAVED-AS
           MOVE BF-COPY-TYPE(WS-FILE-IDX)    TO BC-COPY-TYPE
           MOVE BF-PRESENT-SW(WS-FILE-IDX)   TO BC-PRESENT-SW
           MOVE BF-RECORD-COUNT(WS-FILE-IDX) TO BC-RECORD-COUNT
           WRITE BACKUP-CATALOG-RECORD
       END-PERFORM.
       CLOSE BKPCAT.

       PRUNE-GENERATIONS.
      *    The catalog is in the order the backups ran, so the
      *    first generations found are the oldest.
       MOVE 0 TO WS-CAT-COUNT.
       MOVE 0 TO WS-GEN-COUNT.
       OPEN INPUT BKPCAT.
       MOVE "N" TO WS-EOF.
       PERFORM UNTIL WS-EOF = "Y"
           READ BKPCAT
               AT END MOVE "Y" TO WS-EOF
               NOT AT END PERFORM ADD-CATALOG-TO-TABLE
           END-READ
       END-PERFORM.
       CLOSE BKPCAT.
       IF WS-GEN-COUNT > WS-KEEP-GENERATIONS
           COMPUTE WS-PRUNE-COUNT =
               WS-GEN-COUNT - WS-KEEP-GENERATIONS
           MOVE GT-GENERATION(WS-PRUNE-COUNT) TO WS-PRUNE-THROUGH
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-PRUNE-COUNT
               MOVE SPACES TO WS-COMMAND
               STRING "rm -rf BACKUP/" DELIMITED BY SIZE
                      GT-GENERATION(WS-GEN-IDX) DELIMITED BY SIZE
                      INTO WS-COMMAND
               END-STRING
               CALL "SYSTEM" USING WS-COMMAND
               MOVE 0 TO RETURN-CODE
               DISPLAY "  generation " GT-GENERATION(WS-GEN-IDX)
                   " removed"
           END-PERFORM
           OPEN OUTPUT BKPCAT
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               MOVE CT-RECORD(WS-CAT-IDX) TO BACKUP-CATALOG-RECORD
               IF BC-GENERATION > WS-PRUNE-THROUGH
                   WRITE BACKUP-CATALOG-RECORD
               END-IF
           END-PERFORM
           CLOSE BKPCAT
       END-IF.

       ADD-CATALOG-TO-TABLE.
       IF WS-CAT-COUNT >= 3000
           DISPLAY "BACKUP.CAT has more than 3000 records - "
               "CATALOG-TABLE is full; nothing pruned."
           CLOSE BKPCAT
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-CAT-COUNT.
       MOVE BACKUP-CATALOG-RECORD TO CT-RECORD(WS-CAT-COUNT).
       IF WS-GEN-COUNT = 0
           ADD 1 TO WS-GEN-COUNT
           MOVE BC-GENERATION TO GT-GENERATION(WS-GEN-COUNT)
       ELSE
           IF BC-GENERATION NOT = GT-GENERATION(WS-GEN-COUNT)
                   AND WS-GEN-COUNT < 200
               ADD 1 TO WS-GEN-COUNT
               MOVE BC-GENERATION TO GT-GENERATION(WS-GEN-COUNT)
           END-IF
       END-IF.
       END PROGRAM JOKENBKP.
