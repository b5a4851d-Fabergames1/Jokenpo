      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 15/10/2026
      * Purpose: Study
      * Tectonics: cobc
      * Generational restore, the other half of JOKENBKP. Lists the
      * backup generations on BACKUP.CAT (copybook BKCATREC) with
      * their night, event, files and records, then checks the
      * chosen one before touching anything: every saved copy must
      * still be on disk under BACKUP/<generation> and must hold
      * exactly the record count the catalog recorded when it was
      * taken. A generation that fails the check is refused whole.
      * One that passes is put back as a set, after a Y/N
      * confirmation: copied files are replaced, the indexed masters
      * are reloaded from their .UNL unloads in key order, and a
      * file that did not exist when the generation was taken is
      * removed, so the live files match that moment exactly. A
      * file whose saved copy cannot be put back - the copy fails,
      * the master cannot be opened, or a record will not write -
      * is logged with an error action instead of as restored, and
      * the run ends with RETURN-CODE 8.
      * Restoring is an admin's job. Every file put back goes on
      * RESTLOG.DAT (copybook RSTLREC) with the operator, date and
      * time, generation and record count, and the restore itself on
      * SECLOG.DAT. Neither log is ever part of a backup, so a
      * restore cannot undo the record of who restored what.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENRST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKPWORK ASSIGN TO "BKPFILE.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKPWORK-STATUS.
           SELECT BKPCAT ASSIGN TO "BACKUP.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKPCAT-STATUS.
           SELECT RESTLOG ASSIGN TO "RESTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTLOG-STATUS.
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
       FD  BKPWORK.
       01  BACKUP-WORK-RECORD       PIC X(256).
       FD  BKPCAT.
           COPY BKCATREC.
       FD  RESTLOG.
           COPY RSTLREC.
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
       FD  OPERMST.
           COPY OPERREC.
       FD  SECLOG.
           COPY SECREC.
       WORKING-STORAGE SECTION.
       01 WS-BKPWORK-STATUS   PIC X(2) VALUE "00".
       01 WS-BKPCAT-STATUS    PIC X(2) VALUE "00".
       01 WS-RESTLOG-STATUS   PIC X(2) VALUE "00".
       01 WS-PLAYERMST-STATUS PIC X(2) VALUE "00".
       01 WS-EVENTS-STATUS    PIC X(2) VALUE "00".
       01 WS-FIXTURES-STATUS  PIC X(2) VALUE "00".
       01 WS-TEAMMST-STATUS   PIC X(2) VALUE "00".
       01 WS-ROSTER-STATUS    PIC X(2) VALUE "00".
       01 WS-OPERMST-STATUS   PIC X(2) VALUE "00".
       01 WS-SECLOG-STATUS    PIC X(2) VALUE "00".
       01 WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
       01 WS-PIN-IN           PIC X(6) VALUE SPACES.
       01 WS-OPERATOR-ROLE    PIC X(1) VALUE SPACE.
       01 WS-SIGNED-ON-SW     PIC X(1) VALUE "N".
       01 WS-SIGNON-TRIES     PIC 9(1) VALUE 0.
       01 WS-ROLE-HITS        PIC 9(1) VALUE 0.
       01 WS-ALLOWED-ROLES    PIC X(1) VALUE "A".
       01 WS-SEC-EVENT        PIC X(6) VALUE SPACES.
       01 WS-SEC-DETAIL       PIC X(30) VALUE SPACES.
       01 WS-EOF              PIC X(1) VALUE "N".
       01 WS-CURRENT-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-COMMAND          PIC X(120) VALUE SPACES.
       01 WS-GENERATION-IN    PIC X(14) VALUE SPACES.
       01 WS-GENERATION       PIC 9(14) VALUE 0.
       01 WS-CONFIRM          PIC X(1) VALUE "N".
       01 WS-FOUND-SW         PIC X(1) VALUE "N".
       01 WS-RECORD-COUNT     PIC 9(7) VALUE 0.
       01 WS-LOAD-ERRORS      PIC 9(7) VALUE 0.
       01 WS-RESTORE-ERRORS   PIC 9(3) VALUE 0.
       01 WS-FILE-ERROR-SW    PIC X(1) VALUE "N".
       01 WS-COPY-RC          PIC S9(9) VALUE 0.
       01 WS-MASTER-STATUS    PIC X(2) VALUE "00".
       01 WS-MISMATCHES       PIC 9(3) VALUE 0.
       01 WS-FILES-RESTORED   PIC 9(3) VALUE 0.
       01 WS-FILES-REMOVED    PIC 9(3) VALUE 0.
       01 WS-CAT-COUNT        PIC 9(4) VALUE 0.
       01 WS-CAT-IDX          PIC 9(4) VALUE 0.
       01 WS-GEN-COUNT        PIC 9(3) VALUE 0.
       01 WS-GEN-IDX          PIC 9(3) VALUE 0.
       01 CATALOG-TABLE.
           05 CT-RECORD OCCURS 3000 TIMES PIC X(77).
       01 GENERATION-TABLE.
           05 GT-ENTRY OCCURS 200 TIMES.
               10 GT-GENERATION  PIC 9(14).
               10 GT-NIGHT-DATE  PIC 9(8).
               10 GT-EVENT-ID    PIC X(6).
               10 GT-FILES       PIC 9(3).
               10 GT-RECORDS     PIC 9(9).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
       DISPLAY "Generational restore of the live files.".
       PERFORM SIGN-ON.
       PERFORM LOAD-CATALOG.
       IF WS-GEN-COUNT = 0
           DISPLAY "BACKUP.CAT lists no generations - nothing to "
               "restore."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM LIST-GENERATIONS.

       DISPLAY "Generation to restore (blank = none): ".
       MOVE SPACES TO WS-GENERATION-IN.
       ACCEPT WS-GENERATION-IN.
       IF WS-GENERATION-IN = SPACES
           DISPLAY "Nothing restored."
           STOP RUN
       END-IF.
       MOVE "N" TO WS-FOUND-SW.
       IF WS-GENERATION-IN IS NUMERIC
           MOVE WS-GENERATION-IN TO WS-GENERATION
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               IF GT-GENERATION(WS-GEN-IDX) = WS-GENERATION
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
       END-IF.
       IF WS-FOUND-SW = "N"
           DISPLAY "Generation '" WS-GENERATION-IN
               "' is not on BACKUP.CAT - nothing restored."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM VERIFY-GENERATION.
       IF WS-MISMATCHES > 0
           DISPLAY WS-MISMATCHES " file(s) do not match the catalog "
               "- generation " WS-GENERATION " refused, nothing "
               "restored."
           MOVE "RSTREF" TO WS-SEC-EVENT
           PERFORM SET-GENERATION-DETAIL
           PERFORM WRITE-SECURITY-LOG
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       DISPLAY "Generation " WS-GENERATION " verified.".

       DISPLAY "Restore generation " WS-GENERATION
           " over the live files? (Y/N)".
       MOVE "N" TO WS-CONFIRM.
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
           DISPLAY "Nothing restored."
           STOP RUN
       END-IF.

       OPEN EXTEND RESTLOG.
       IF WS-RESTLOG-STATUS = "35"
           OPEN OUTPUT RESTLOG
           CLOSE RESTLOG
           OPEN EXTEND RESTLOG
       END-IF.
       PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
           MOVE CT-RECORD(WS-CAT-IDX) TO BACKUP-CATALOG-RECORD
           IF BC-GENERATION = WS-GENERATION
               PERFORM RESTORE-ONE-FILE
           END-IF
       END-PERFORM.
       CLOSE RESTLOG.
       PERFORM REMOVE-WORK-FILE.

       MOVE "RESTOR" TO WS-SEC-EVENT.
       PERFORM SET-GENERATION-DETAIL.
       PERFORM WRITE-SECURITY-LOG.
       DISPLAY "Generation " WS-GENERATION " restored: "
           WS-FILES-RESTORED " file(s) put back, "
           WS-FILES-REMOVED " removed - logged on RESTLOG.DAT.".
       IF WS-LOAD-ERRORS > 0
           DISPLAY WS-LOAD-ERRORS " record(s) could not be reloaded "
               "into an indexed master - see above."
           MOVE 8 TO RETURN-CODE
       END-IF.
       IF WS-RESTORE-ERRORS > 0
           DISPLAY WS-RESTORE-ERRORS " file(s) could not be restored "
               "- logged on RESTLOG.DAT with action E."
           MOVE 8 TO RETURN-CODE
       END-IF.
       STOP RUN.

       SET-GENERATION-DETAIL.
       MOVE SPACES TO WS-SEC-DETAIL.
       STRING "Generation " DELIMITED BY SIZE
              WS-GENERATION DELIMITED BY SIZE
              INTO WS-SEC-DETAIL
       END-STRING.

       LOAD-CATALOG.
       OPEN INPUT BKPCAT.
       IF WS-BKPCAT-STATUS = "35"
           DISPLAY "BACKUP.CAT not found - no backup has run."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL WS-EOF = "Y"
           READ BKPCAT
               AT END MOVE "Y" TO WS-EOF
               NOT AT END PERFORM ADD-CATALOG-TO-TABLE
           END-READ
       END-PERFORM.
       CLOSE BKPCAT.

       ADD-CATALOG-TO-TABLE.
       IF WS-CAT-COUNT >= 3000 OR WS-GEN-COUNT >= 200
           DISPLAY "BACKUP.CAT is larger than this program's tables "
               "- lower the 'KEEP' setting and run a backup."
           CLOSE BKPCAT
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-CAT-COUNT.
       MOVE BACKUP-CATALOG-RECORD TO CT-RECORD(WS-CAT-COUNT).
       IF WS-GEN-COUNT = 0
           PERFORM ADD-GENERATION
       ELSE
           IF BC-GENERATION NOT = GT-GENERATION(WS-GEN-COUNT)
               PERFORM ADD-GENERATION
           END-IF
       END-IF.
       IF BC-PRESENT-SW = "Y"
           ADD 1 TO GT-FILES(WS-GEN-COUNT)
           ADD BC-RECORD-COUNT TO GT-RECORDS(WS-GEN-COUNT)
       END-IF.

       ADD-GENERATION.
       ADD 1 TO WS-GEN-COUNT.
       MOVE BC-GENERATION TO GT-GENERATION(WS-GEN-COUNT).
       MOVE BC-NIGHT-DATE TO GT-NIGHT-DATE(WS-GEN-COUNT).
       MOVE BC-EVENT-ID   TO GT-EVENT-ID(WS-GEN-COUNT).
       MOVE 0 TO GT-FILES(WS-GEN-COUNT).
       MOVE 0 TO GT-RECORDS(WS-GEN-COUNT).

       LIST-GENERATIONS.
       DISPLAY " ".
       DISPLAY "GENERATION     NIGHT    EVENT  FILES   RECORDS".
       PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GEN-COUNT
           DISPLAY GT-GENERATION(WS-GEN-IDX) " "
               GT-NIGHT-DATE(WS-GEN-IDX) " "
               GT-EVENT-ID(WS-GEN-IDX) " "
               GT-FILES(WS-GEN-IDX) "   "
               GT-RECORDS(WS-GEN-IDX)
       END-PERFORM.
       DISPLAY " ".

       VERIFY-GENERATION.
      *    Each saved copy is read through the work file and counted
      *    again; a copy that is gone counts as a mismatch.
       MOVE 0 TO WS-MISMATCHES.
       PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
           MOVE CT-RECORD(WS-CAT-IDX) TO BACKUP-CATALOG-RECORD
           IF BC-GENERATION = WS-GENERATION
                   AND BC-PRESENT-SW = "Y"
               PERFORM VERIFY-ONE-FILE
           END-IF
       END-PERFORM.

       VERIFY-ONE-FILE.
       PERFORM FETCH-SAVED-COPY.
       IF RETURN-CODE NOT = 0
           MOVE 0 TO RETURN-CODE
           ADD 1 TO WS-MISMATCHES
           DISPLAY "  " BC-FILE-NAME " saved copy " BC-SAVED-AS
               " missing"
       ELSE
           PERFORM COUNT-WORK-FILE
           IF WS-RECORD-COUNT = BC-RECORD-COUNT
               DISPLAY "  " BC-FILE-NAME " " WS-RECORD-COUNT
                   " record(s) - matches catalog"
           ELSE
               ADD 1 TO WS-MISMATCHES
               DISPLAY "  " BC-FILE-NAME " " WS-RECORD-COUNT
                   " record(s) - catalog says " BC-RECORD-COUNT
           END-IF
       END-IF.

       FETCH-SAVED-COPY.
       MOVE SPACES TO WS-COMMAND.
       STRING "cat BACKUP/" DELIMITED BY SIZE
              BC-GENERATION DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              BC-SAVED-AS DELIMITED BY SPACE
              " > BKPFILE.WRK 2>/dev/null" DELIMITED BY SIZE
              INTO WS-COMMAND
       END-STRING.
       CALL "SYSTEM" USING WS-COMMAND.

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

       RESTORE-ONE-FILE.
       MOVE BC-RECORD-COUNT TO WS-RECORD-COUNT.
       MOVE "N" TO WS-FILE-ERROR-SW.
       IF BC-PRESENT-SW = "N"
           PERFORM REMOVE-LIVE-FILE
           MOVE "D" TO RL-ACTION
           MOVE 0 TO WS-RECORD-COUNT
           ADD 1 TO WS-FILES-REMOVED
       ELSE
           IF BC-COPY-TYPE = "U"
               PERFORM FETCH-SAVED-COPY
               MOVE RETURN-CODE TO WS-COPY-RC
               MOVE 0 TO RETURN-CODE
               IF WS-COPY-RC NOT = 0
                   MOVE "Y" TO WS-FILE-ERROR-SW
                   MOVE 0 TO WS-RECORD-COUNT
               ELSE
                   PERFORM RELOAD-INDEXED-MASTER
               END-IF
           ELSE
               PERFORM REMOVE-LIVE-FILE
               MOVE SPACES TO WS-COMMAND
               STRING "cp BACKUP/" DELIMITED BY SIZE
                      BC-GENERATION DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      BC-SAVED-AS DELIMITED BY SPACE
                      " ." DELIMITED BY SIZE
                      INTO WS-COMMAND
               END-STRING
               CALL "SYSTEM" USING WS-COMMAND
               MOVE RETURN-CODE TO WS-COPY-RC
               MOVE 0 TO RETURN-CODE
               IF WS-COPY-RC NOT = 0
                   MOVE "Y" TO WS-FILE-ERROR-SW
                   MOVE 0 TO WS-RECORD-COUNT
               END-IF
           END-IF
           IF WS-FILE-ERROR-SW = "Y"
               DISPLAY "  " BC-FILE-NAME " could not be restored from "
                   "BACKUP/" BC-GENERATION "/" BC-SAVED-AS
               MOVE "E" TO RL-ACTION
               ADD 1 TO WS-RESTORE-ERRORS
           ELSE
               MOVE "R" TO RL-ACTION
               ADD 1 TO WS-FILES-RESTORED
           END-IF
       END-IF.
       DISPLAY "  " BC-FILE-NAME " " RL-ACTION " " WS-RECORD-COUNT.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE WS-CURRENT-DATE-TIME(1:8) TO RL-DATE.
       MOVE WS-CURRENT-DATE-TIME(9:6) TO RL-TIME.
       MOVE WS-OPERATOR-ID  TO RL-OPERATOR-ID.
       MOVE BC-GENERATION   TO RL-GENERATION.
       MOVE BC-FILE-NAME    TO RL-FILE-NAME.
       MOVE WS-RECORD-COUNT TO RL-RECORD-COUNT.
       WRITE RESTORE-LOG-RECORD.

       REMOVE-LIVE-FILE.
      *    An indexed master may sit on disk as more than one file,
      *    so its name is removed with whatever follows it.
       MOVE SPACES TO WS-COMMAND.
       IF BC-COPY-TYPE = "U"
           STRING "rm -f " DELIMITED BY SIZE
                  BC-FILE-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  BC-FILE-NAME DELIMITED BY SPACE
                  ".*" DELIMITED BY SIZE
                  INTO WS-COMMAND
           END-STRING
       ELSE
           STRING "rm -f " DELIMITED BY SIZE
                  BC-FILE-NAME DELIMITED BY SPACE
                  INTO WS-COMMAND
           END-STRING
       END-IF.
       CALL "SYSTEM" USING WS-COMMAND.
       MOVE 0 TO RETURN-CODE.

       RELOAD-INDEXED-MASTER.
      *    OPEN OUTPUT replaces the master; the unload is in key
      *    order, so the records go back in sequence. A master that
      *    will not open, or a record that will not write, fails the
      *    file - it is not logged as restored.
       MOVE 0 TO WS-RECORD-COUNT.
       EVALUATE BC-FILE-NAME
           WHEN "PLAYERMST.IDX"
               OPEN OUTPUT PLAYERMST
               MOVE WS-PLAYERMST-STATUS TO WS-MASTER-STATUS
           WHEN "EVENTS.IDX"
               OPEN OUTPUT EVENTS
               MOVE WS-EVENTS-STATUS TO WS-MASTER-STATUS
           WHEN "FIXTURES.IDX"
               OPEN OUTPUT FIXTURES
               MOVE WS-FIXTURES-STATUS TO WS-MASTER-STATUS
           WHEN "TEAMMST.IDX"
               OPEN OUTPUT TEAMMST
               MOVE WS-TEAMMST-STATUS TO WS-MASTER-STATUS
           WHEN "ROSTER.IDX"
               OPEN OUTPUT ROSTER
               MOVE WS-ROSTER-STATUS TO WS-MASTER-STATUS
       END-EVALUATE.
       IF WS-MASTER-STATUS NOT = "00"
           DISPLAY "  " BC-FILE-NAME " open failed - status "
               WS-MASTER-STATUS "."
           MOVE "Y" TO WS-FILE-ERROR-SW
       ELSE
           OPEN INPUT BKPWORK
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ BKPWORK
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM RELOAD-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE BKPWORK
           EVALUATE BC-FILE-NAME
               WHEN "PLAYERMST.IDX"
                   CLOSE PLAYERMST
               WHEN "EVENTS.IDX"
                   CLOSE EVENTS
               WHEN "FIXTURES.IDX"
                   CLOSE FIXTURES
               WHEN "TEAMMST.IDX"
                   CLOSE TEAMMST
               WHEN "ROSTER.IDX"
                   CLOSE ROSTER
           END-EVALUATE
       END-IF.

       RELOAD-ONE-RECORD.
       EVALUATE BC-FILE-NAME
           WHEN "PLAYERMST.IDX"
               MOVE BACKUP-WORK-RECORD TO PLAYER-MASTER-RECORD
               WRITE PLAYER-MASTER-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE WS-PLAYERMST-STATUS TO WS-MASTER-STATUS
           WHEN "EVENTS.IDX"
               MOVE BACKUP-WORK-RECORD TO EVENT-RECORD
               WRITE EVENT-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE WS-EVENTS-STATUS TO WS-MASTER-STATUS
           WHEN "FIXTURES.IDX"
               MOVE BACKUP-WORK-RECORD TO FIXTURE-RECORD
               WRITE FIXTURE-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE WS-FIXTURES-STATUS TO WS-MASTER-STATUS
           WHEN "TEAMMST.IDX"
               MOVE BACKUP-WORK-RECORD TO TEAM-MASTER-RECORD
               WRITE TEAM-MASTER-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE WS-TEAMMST-STATUS TO WS-MASTER-STATUS
           WHEN "ROSTER.IDX"
               MOVE BACKUP-WORK-RECORD TO ROSTER-RECORD
               WRITE ROSTER-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE WS-ROSTER-STATUS TO WS-MASTER-STATUS
       END-EVALUATE.
       IF WS-MASTER-STATUS = "00"
           ADD 1 TO WS-RECORD-COUNT
       ELSE
           ADD 1 TO WS-LOAD-ERRORS
           MOVE "Y" TO WS-FILE-ERROR-SW
           DISPLAY "  " BC-FILE-NAME " record not reloaded - status "
               WS-MASTER-STATUS ": " BACKUP-WORK-RECORD(1:40)
       END-IF.

       REMOVE-WORK-FILE.
       MOVE "rm -f BKPFILE.WRK" TO WS-COMMAND.
       CALL "SYSTEM" USING WS-COMMAND.
       MOVE 0 TO RETURN-CODE.

       SIGN-ON.
      *    Nothing runs until an operator on OPERMST.IDX (kept by
      *    JOKENOPR) signs on with the right PIN and a role allowed
      *    here - admin only. Three bad PINs in a row lock the
      *    operator out until an admin clears it, three failed tries
      *    end the session, and every attempt goes to SECLOG.DAT.
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
               MOVE "Role may not run JOKENRST" TO WS-SEC-DETAIL
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
       MOVE "JOKENRST"                TO SL-PROGRAM.
       MOVE SPACES                    TO SL-TERMINAL-ID.
       MOVE WS-SEC-EVENT              TO SL-EVENT.
       MOVE WS-SEC-DETAIL             TO SL-DETAIL.
       WRITE SECURITY-LOG-RECORD.
       CLOSE SECLOG.
       END PROGRAM JOKENRST.
