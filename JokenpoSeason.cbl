      * archives (MATCHHIST.ARC / AUDITLOG.ARC / BATCHRES.ARC),
      * writes the remaining current-season records to matching .NEW
      * files, and posts one SEASONSUM.DAT summary per player
      * (copybook SSUMREC) covering the archived period, with any
      * director corrections (JOKENCOR "C" records) on file applied
      * to the matches they correct. A correction is archived with
      * the match it corrects, whatever night it was posted.
      * The .NEW files only replace the live ones in run_season.sh
      * after this program ends cleanly, so an abend mid-rollover
      * leaves the live files untouched.
       FD  MATCHHIST.
           COPY MATCHREC.
       FD  MATCHARC.
       01  MATCH-ARCHIVE-RECORD     PIC X(77).
       FD  MATCHNEW.
       01  MATCH-NEW-RECORD         PIC X(77).
       FD  AUDITLOG.
           COPY AUDITREC.
       FD  AUDITARC.
       FD  BATCHRES.
           COPY BATRESREC.
       FD  BATRESARC.
       01  BATRES-ARCHIVE-RECORD    PIC X(78).
       FD  BATRESNEW.
       01  BATRES-NEW-RECORD        PIC X(78).
       FD  SEASONSUM.
           COPY SSUMREC.
       WORKING-STORAGE SECTION.
       01 WS-EOF              PIC X(1) VALUE "N".
       01 WS-CUTOFF-IN        PIC X(8) VALUE SPACES.
       01 WS-CUTOFF-DATE      PIC 9(8) VALUE 0.
       01 WS-ROUTE-DATE       PIC 9(8) VALUE 0.
       01 WS-HIST-ARCHIVED    PIC 9(6) VALUE 0.
       01 WS-HIST-KEPT        PIC 9(6) VALUE 0.
       01 WS-AUDIT-ARCHIVED   PIC 9(6) VALUE 0.
       01 WS-FOUND-IDX2       PIC 9(4) VALUE 0.
       01 WS-I                PIC 9(4) VALUE 0.
       01 WS-TABLE-COUNT      PIC 9(4) VALUE 0.
       01 WS-CORR-COUNT       PIC 9(4) VALUE 0.
       01 WS-CORR-IDX         PIC 9(4) VALUE 0.
       01 WS-CORR-FOUND-SW    PIC X(1) VALUE "N".
      *    Director corrections ("C" records posted by JOKENCOR), the
      *    last one per corrected match standing.
       01 CORRECTION-TABLE.
           05 CORR-ENTRY OCCURS 500 TIMES.
               10 CT-ORIG-DATE   PIC 9(8).
               10 CT-ORIG-TIME   PIC 9(6).
               10 CT-ORIG-SEQ-NO PIC 9(4).
               10 CT-PLAYER1     PIC X(10).
               10 CT-PLAYER2     PIC X(10).
               10 CT-NEW-RESULT  PIC X(1).
       01 SUMMARY-TABLE.
           05 SUM-ENTRY OCCURS 500 TIMES.
               10 SU-ID       PIC X(10).
      *    summary-table overflow aborts with the archives and live
      *    files completely untouched - no half-appended .ARC rows
      *    to duplicate on the rerun.
       PERFORM LOAD-CORRECTIONS.
       OPEN INPUT MATCHHIST.
       IF WS-MATCHHIST-STATUS = "35"
           DISPLAY "MATCHHIST.DAT not found - nothing to archive."
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF MH-DATE <= WS-CUTOFF-DATE
                       PERFORM APPLY-CORRECTION
                       PERFORM TALLY-SEASON-RECORD
                   END-IF
           END-READ
       CLOSE MATCHNEW.

       SPLIT-HISTORY-RECORD.
      *    A "C" record goes wherever the match it corrects goes - it
      *    is dated the night it was posted, which can fall after the
      *    cutoff for a match played before it.
       IF MH-RECORD-TYPE = "C"
           MOVE MC-ORIG-DATE TO WS-ROUTE-DATE
       ELSE
           MOVE MH-DATE TO WS-ROUTE-DATE
       END-IF.
       IF WS-ROUTE-DATE <= WS-CUTOFF-DATE
           MOVE MATCH-HISTORY-RECORD TO MATCH-ARCHIVE-RECORD
           WRITE MATCH-ARCHIVE-RECORD
           ADD 1 TO WS-HIST-ARCHIVED
           END-EVALUATE
       END-IF.

       LOAD-CORRECTIONS.
      *    A first pass picks up every "C" record, whatever its date,
      *    so a match is scored by its corrected result even when the
      *    correction was posted on a later night.
       OPEN INPUT MATCHHIST.
       IF WS-MATCHHIST-STATUS NOT = "35"
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ MATCHHIST
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF MH-RECORD-TYPE = "C"
                           PERFORM ADD-CORRECTION-TO-TABLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MATCHHIST
       END-IF.
       MOVE "N" TO WS-EOF.

       ADD-CORRECTION-TO-TABLE.
      *    A later correction of the same match overwrites the
      *    earlier entry - the last "C" record stands.
       MOVE "N" TO WS-CORR-FOUND-SW.
       PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
               UNTIL WS-CORR-IDX > WS-CORR-COUNT
                   OR WS-CORR-FOUND-SW = "Y"
           IF CT-ORIG-DATE(WS-CORR-IDX) = MC-ORIG-DATE
                   AND CT-ORIG-TIME(WS-CORR-IDX) = MC-ORIG-TIME
                   AND CT-ORIG-SEQ-NO(WS-CORR-IDX) = MC-ORIG-SEQ-NO
                   AND CT-PLAYER1(WS-CORR-IDX) = MH-PLAYER1
                   AND CT-PLAYER2(WS-CORR-IDX) = MH-PLAYER2
               MOVE MC-NEW-RESULT TO CT-NEW-RESULT(WS-CORR-IDX)
               MOVE "Y" TO WS-CORR-FOUND-SW
           END-IF
       END-PERFORM.
       IF WS-CORR-FOUND-SW = "N"
           IF WS-CORR-COUNT >= 500
               DISPLAY "More than 500 corrected matches on file - "
                   "CORRECTION-TABLE is full."
               CLOSE MATCHHIST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CORR-COUNT
           MOVE MC-ORIG-DATE   TO CT-ORIG-DATE(WS-CORR-COUNT)
           MOVE MC-ORIG-TIME   TO CT-ORIG-TIME(WS-CORR-COUNT)
           MOVE MC-ORIG-SEQ-NO TO CT-ORIG-SEQ-NO(WS-CORR-COUNT)
           MOVE MH-PLAYER1     TO CT-PLAYER1(WS-CORR-COUNT)
           MOVE MH-PLAYER2     TO CT-PLAYER2(WS-CORR-COUNT)
           MOVE MC-NEW-RESULT  TO CT-NEW-RESULT(WS-CORR-COUNT)
       END-IF.

       APPLY-CORRECTION.
      *    A corrected "M"/"F" record is scored by the result that
      *    now stands: the record type and MH-RESULT are replaced in
      *    the record area before the tally, so the tally itself
      *    never needs to know. A voided match becomes an "F" record
      *    with "Match Voided!", which moves nobody's totals - the
      *    same treatment a DQ gets.
       MOVE "N" TO WS-CORR-FOUND-SW.
       IF (MH-RECORD-TYPE = "M" OR MH-RECORD-TYPE = "F")
               AND WS-CORR-COUNT > 0
           PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
                   UNTIL WS-CORR-IDX > WS-CORR-COUNT
                       OR WS-CORR-FOUND-SW = "Y"
               IF CT-ORIG-DATE(WS-CORR-IDX) = MH-DATE
                       AND CT-ORIG-TIME(WS-CORR-IDX) = MH-TIME
                       AND CT-ORIG-SEQ-NO(WS-CORR-IDX) = MH-SEQ-NO
                       AND CT-PLAYER1(WS-CORR-IDX) = MH-PLAYER1
                       AND CT-PLAYER2(WS-CORR-IDX) = MH-PLAYER2
                   MOVE "Y" TO WS-CORR-FOUND-SW
                   PERFORM SET-CORRECTED-RESULT
               END-IF
           END-PERFORM
       END-IF.

       SET-CORRECTED-RESULT.
       EVALUATE CT-NEW-RESULT(WS-CORR-IDX)
           WHEN "1"
               MOVE "M" TO MH-RECORD-TYPE
               MOVE "Player1 Wins!" TO MH-RESULT
           WHEN "2"
               MOVE "M" TO MH-RECORD-TYPE
               MOVE "Player2 Wins!" TO MH-RESULT
           WHEN "D"
               MOVE "M" TO MH-RECORD-TYPE
               MOVE "Draw!" TO MH-RESULT
           WHEN "A"
               MOVE "F" TO MH-RECORD-TYPE
               MOVE "Player1 Forfeits!" TO MH-RESULT
           WHEN "B"
               MOVE "F" TO MH-RECORD-TYPE
               MOVE "Player2 Forfeits!" TO MH-RESULT
           WHEN "V"
               MOVE "F" TO MH-RECORD-TYPE
               MOVE "Match Voided!" TO MH-RESULT
       END-EVALUATE.

       FIND-OR-ADD-PLAYER.
       MOVE "N" TO WS-FOUND-SW.
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TABLE-COUNT
