      * choices and result, then reports: history records with no
      * audit entry, audit entries with no history record, gaps and
      * restarts in AL-SEQ-NO, and blank AL-OPERATOR-ID fields.
      * Director corrections (JOKENCOR "C" records) are auditable
      * plays in their own right, paired with the audit entry
      * JOKENCOR writes, and each must point at an "M" or "F" record
      * that is really on file with the same players - a correction
      * whose target is missing is reported as a problem.
      * An "X" record (a crashed match abandoned at the station) is
      * keyed by the operator with a reason and is audited the same
      * way as an "F".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENAUD.
       01 WS-SEQ-RESTARTS     PIC 9(6) VALUE 0.
       01 WS-BLANK-OPERATORS  PIC 9(6) VALUE 0.
       01 WS-PROBLEM-COUNT    PIC 9(6) VALUE 0.
       01 WS-CORRECTIONS-CHECKED PIC 9(6) VALUE 0.
       01 WS-CORR-NO-TARGET   PIC 9(6) VALUE 0.
       01 WS-CORR-COUNT       PIC 9(4) VALUE 0.
       01 WS-CORR-IDX         PIC 9(4) VALUE 0.
      *    One entry per "C" record, in file order, with the key and
      *    players of the match it corrects.
       01 CORRECTION-TABLE.
           05 CORR-ENTRY OCCURS 500 TIMES.
               10 CT-DATE        PIC 9(8).
               10 CT-TIME        PIC 9(6).
               10 CT-SEQ-NO      PIC 9(4).
               10 CT-ORIG-DATE   PIC 9(8).
               10 CT-ORIG-TIME   PIC 9(6).
               10 CT-ORIG-SEQ-NO PIC 9(4).
               10 CT-PLAYER1     PIC X(10).
               10 CT-PLAYER2     PIC X(10).
               10 CT-TARGET-SW   PIC X(1).
       01 AUDIT-TABLE.
           05 AT-ENTRY OCCURS 5000 TIMES.
               10 AT-DATE       PIC 9(8).
       DISPLAY "====================================================".

       PERFORM LOAD-AUDIT-LOG.
       PERFORM LOAD-CORRECTIONS.

       OPEN INPUT MATCHHIST.
       IF WS-MATCHHIST-STATUS = "35"
       CLOSE MATCHHIST.

       PERFORM REPORT-ORPHAN-AUDITS.
       PERFORM REPORT-CORRECTION-TARGETS.
       PERFORM PRINT-VERIFY-SUMMARY.

       STOP RUN.
      *    summary, so JOKENPO writes it an audit entry of its own.
      *    JOKENPO's "M" match summaries carry blank choices and are
      *    derived from rounds already checked, so they are skipped.
      *    A "C" correction is keyed by the director and has an
      *    audit entry of its own, like an "F", and so does an "X"
      *    abandoned match.
       IF MH-RECORD-TYPE = "M" OR MH-RECORD-TYPE = "F"
           PERFORM MARK-CORRECTION-TARGET
       END-IF.
       IF MH-RECORD-TYPE = "R" OR MH-RECORD-TYPE = "F"
               OR MH-RECORD-TYPE = "C" OR MH-RECORD-TYPE = "X"
               OR (MH-RECORD-TYPE = "M" AND MH-CHOICE1 NOT = SPACE)
           ADD 1 TO WS-ROUNDS-CHECKED
           PERFORM FIND-MATCHING-AUDIT
           END-IF
       END-IF.

       LOAD-CORRECTIONS.
      *    First pass: every "C" record and the match it points at.
       OPEN INPUT MATCHHIST.
       IF WS-MATCHHIST-STATUS NOT = "35"
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
       IF WS-CORR-COUNT >= 500
           DISPLAY "MATCHHIST.DAT has more than 500 corrections - "
               "CORRECTION-TABLE is full."
           CLOSE MATCHHIST
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-CORR-COUNT.
       MOVE MH-DATE        TO CT-DATE(WS-CORR-COUNT).
       MOVE MH-TIME        TO CT-TIME(WS-CORR-COUNT).
       MOVE MH-SEQ-NO      TO CT-SEQ-NO(WS-CORR-COUNT).
       MOVE MC-ORIG-DATE   TO CT-ORIG-DATE(WS-CORR-COUNT).
       MOVE MC-ORIG-TIME   TO CT-ORIG-TIME(WS-CORR-COUNT).
       MOVE MC-ORIG-SEQ-NO TO CT-ORIG-SEQ-NO(WS-CORR-COUNT).
       MOVE MH-PLAYER1     TO CT-PLAYER1(WS-CORR-COUNT).
       MOVE MH-PLAYER2     TO CT-PLAYER2(WS-CORR-COUNT).
       MOVE "N"            TO CT-TARGET-SW(WS-CORR-COUNT).

       MARK-CORRECTION-TARGET.
       PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
               UNTIL WS-CORR-IDX > WS-CORR-COUNT
           IF CT-ORIG-DATE(WS-CORR-IDX) = MH-DATE
                   AND CT-ORIG-TIME(WS-CORR-IDX) = MH-TIME
                   AND CT-ORIG-SEQ-NO(WS-CORR-IDX) = MH-SEQ-NO
                   AND CT-PLAYER1(WS-CORR-IDX) = MH-PLAYER1
                   AND CT-PLAYER2(WS-CORR-IDX) = MH-PLAYER2
               MOVE "Y" TO CT-TARGET-SW(WS-CORR-IDX)
           END-IF
       END-PERFORM.

       FIND-MATCHING-AUDIT.
       MOVE "N" TO WS-FOUND-SW.
       PERFORM VARYING WS-AUDIT-IDX FROM 1 BY 1
           END-IF
       END-PERFORM.

       REPORT-CORRECTION-TARGETS.
       PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
               UNTIL WS-CORR-IDX > WS-CORR-COUNT
           ADD 1 TO WS-CORRECTIONS-CHECKED
           IF CT-TARGET-SW(WS-CORR-IDX) = "N"
               ADD 1 TO WS-CORR-NO-TARGET
               DISPLAY "CORRECTION WITHOUT MATCH: history "
                   CT-DATE(WS-CORR-IDX) " " CT-TIME(WS-CORR-IDX)
                   " seq " CT-SEQ-NO(WS-CORR-IDX) " corrects "
                   CT-ORIG-DATE(WS-CORR-IDX) " "
                   CT-ORIG-TIME(WS-CORR-IDX) " seq "
                   CT-ORIG-SEQ-NO(WS-CORR-IDX) " "
                   CT-PLAYER1(WS-CORR-IDX) " vs "
                   CT-PLAYER2(WS-CORR-IDX)
           END-IF
       END-PERFORM.

       PRINT-VERIFY-SUMMARY.
       DISPLAY "----------------------------------------------------".
       DISPLAY "Auditable history records checked: "
           WS-SEQ-RESTARTS.
       DISPLAY "Blank operator IDs:                "
           WS-BLANK-OPERATORS.
       DISPLAY "Corrections on file:               "
           WS-CORRECTIONS-CHECKED.
       DISPLAY "Corrections with no match on file: "
           WS-CORR-NO-TARGET.
       COMPUTE WS-PROBLEM-COUNT = WS-ROUNDS-MISSING
           + WS-ORPHAN-AUDITS + WS-SEQ-GAPS + WS-BLANK-OPERATORS
           + WS-CORR-NO-TARGET.
       IF WS-PROBLEM-COUNT = 0
           DISPLAY "AUDIT TRAIL COMPLETE - every play is covered."
       ELSE
