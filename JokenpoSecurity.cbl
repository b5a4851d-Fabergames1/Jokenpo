      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 15/10/2026
      * Purpose: Study
      * Tectonics: cobc
      * Nightly security exception report. JOKENPO, JOKENMNT,
      * JOKENCKI, JOKENCOR, JOKENOPR, JOKENINT, JOKENRST, JOKENFIX,
      * JOKENEVT, JOKENPAY, JOKENPDK, JOKENTEM and JOKENROS append
      * one SECLOG.DAT record (copybook SECREC) per sign-on attempt,
      * per refused action and per operator master change. This
      * program reads the log for one night and writes SECURITY.RPT:
      * every entry that is not a plain good sign-on (bad PINs,
      * lockouts, refusals, unknown operator IDs, actions denied by
      * role, operator master changes) in time order; a per-operator
      * count of sign-ons, bad PINs, lockouts, refusals, denials and
      * operator changes made; and the operators still locked out on
      * OPERMST.IDX, who need an admin to unlock them in JOKENOPR
      * before they can work the next night. Runs as the last step
      * of JOKENNTE; a missing log is a quiet night, not an error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENSEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECLOG ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
           SELECT OPERMST ASSIGN TO "OPERMST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERMST-STATUS.
           SELECT SECRPT ASSIGN TO "SECURITY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SECLOG.
           COPY SECREC.
       FD  OPERMST.
           COPY OPERREC.
       FD  SECRPT.
       01  SECURITY-REPORT-LINE     PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-SECLOG-STATUS    PIC X(2) VALUE "00".
       01 WS-OPERMST-STATUS   PIC X(2) VALUE "00".
       01 WS-SECRPT-STATUS    PIC X(2) VALUE "00".
       01 WS-EOF              PIC X(1) VALUE "N".
       01 WS-OPER-EOF         PIC X(1) VALUE "N".
       01 WS-NIGHT-DATE-IN    PIC X(8) VALUE SPACES.
       01 WS-NIGHT-DATE       PIC 9(8) VALUE 0.
       01 WS-CURRENT-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-FOUND-SW         PIC X(1) VALUE "N".
       01 WS-LOG-COUNT        PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT  PIC 9(5) VALUE 0.
       01 WS-LOCKED-COUNT     PIC 9(4) VALUE 0.
       01 WS-OPS-COUNT        PIC 9(4) VALUE 0.
       01 WS-OPS-IDX          PIC 9(4) VALUE 0.
       01 WS-DETAIL-LINE.
           05 DL-TIME         PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DL-OPERATOR-ID  PIC X(10).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DL-PROGRAM      PIC X(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DL-TERMINAL-ID  PIC X(10).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DL-EVENT        PIC X(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DL-DETAIL       PIC X(30).
       01 WS-COUNT-LINE.
           05 CL-OPERATOR-ID  PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CL-SIGNONS      PIC ZZZ9.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 CL-BADPINS      PIC ZZZ9.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 CL-LOCKOUTS     PIC ZZZ9.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 CL-REFUSED      PIC ZZZ9.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 CL-DENIED       PIC ZZZ9.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 CL-OPCHANGES    PIC ZZZ9.
       01 WS-COUNT-HEADING.
           05 FILLER          PIC X(36) VALUE
               "OPERATOR    SIGNON  BADPIN  LOCKED  ".
           05 FILLER          PIC X(23) VALUE
               "REFUSE  DENIED  OPMAINT".
       01 WS-LOCKED-LINE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LL-OPERATOR-ID  PIC X(10).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 LL-OPERATOR-NAME PIC X(20).
           05 FILLER          PIC X(6) VALUE " ROLE ".
           05 LL-ROLE         PIC X(1).
       01 OPERATOR-COUNT-TABLE.
           05 OC-ENTRY OCCURS 200 TIMES.
               10 OC-OPERATOR-ID PIC X(10).
               10 OC-SIGNONS     PIC 9(4).
               10 OC-BADPINS     PIC 9(4).
               10 OC-LOCKOUTS    PIC 9(4).
               10 OC-REFUSED     PIC 9(4).
               10 OC-DENIED      PIC 9(4).
               10 OC-OPCHANGES   PIC 9(4).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
       DISPLAY "Security exception report.".
       DISPLAY "Night date (YYYYMMDD, blank = today): ".
       ACCEPT WS-NIGHT-DATE-IN.
       IF WS-NIGHT-DATE-IN IS NUMERIC
               AND WS-NIGHT-DATE-IN NOT = "00000000"
           MOVE WS-NIGHT-DATE-IN TO WS-NIGHT-DATE
       ELSE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-NIGHT-DATE
       END-IF.

       OPEN OUTPUT SECRPT.
       IF WS-SECRPT-STATUS NOT = "00"
           DISPLAY "Cannot open SECURITY.RPT - status "
               WS-SECRPT-STATUS "."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE SPACES TO SECURITY-REPORT-LINE.
       STRING "JOKENPO SECURITY EXCEPTIONS FOR " DELIMITED BY SIZE
              WS-NIGHT-DATE DELIMITED BY SIZE
              INTO SECURITY-REPORT-LINE
       END-STRING.
       WRITE SECURITY-REPORT-LINE.

       PERFORM REPORT-NIGHT-EXCEPTIONS.
       PERFORM REPORT-OPERATOR-COUNTS.
       PERFORM REPORT-LOCKED-OPERATORS.

       CLOSE SECRPT.

       DISPLAY "Security log entries for " WS-NIGHT-DATE ": "
           WS-LOG-COUNT "  exceptions: " WS-EXCEPTION-COUNT
           "  locked out now: " WS-LOCKED-COUNT.
       DISPLAY "Detail on SECURITY.RPT.".
       STOP RUN.

       REPORT-NIGHT-EXCEPTIONS.
       MOVE SPACES TO SECURITY-REPORT-LINE.
       WRITE SECURITY-REPORT-LINE.
       MOVE "EXCEPTIONS (everything but a good sign-on):"
           TO SECURITY-REPORT-LINE.
       WRITE SECURITY-REPORT-LINE.
       MOVE "TIME   OPERATOR   PROGRAM  TERMINAL   EVENT  DETAIL"
           TO SECURITY-REPORT-LINE.
       WRITE SECURITY-REPORT-LINE.
       OPEN INPUT SECLOG.
       IF WS-SECLOG-STATUS = "35"
           DISPLAY "SECLOG.DAT not found - no sign-ons recorded."
       ELSE
           PERFORM UNTIL WS-EOF = "Y"
               READ SECLOG
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM CHECK-LOG-ENTRY
               END-READ
           END-PERFORM
           CLOSE SECLOG
       END-IF.
       IF WS-EXCEPTION-COUNT = 0
           MOVE "  (none)" TO SECURITY-REPORT-LINE
           WRITE SECURITY-REPORT-LINE
       END-IF.

       CHECK-LOG-ENTRY.
       IF SL-DATE = WS-NIGHT-DATE
           ADD 1 TO WS-LOG-COUNT
           PERFORM COUNT-OPERATOR-EVENT
           IF SL-EVENT NOT = "SIGNON"
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SL-TIME        TO DL-TIME
               MOVE SL-OPERATOR-ID TO DL-OPERATOR-ID
               MOVE SL-PROGRAM     TO DL-PROGRAM
               MOVE SL-TERMINAL-ID TO DL-TERMINAL-ID
               MOVE SL-EVENT       TO DL-EVENT
               MOVE SL-DETAIL      TO DL-DETAIL
               MOVE WS-DETAIL-LINE TO SECURITY-REPORT-LINE
               WRITE SECURITY-REPORT-LINE
           END-IF
       END-IF.

       COUNT-OPERATOR-EVENT.
      *    NOUSER entries are counted under the ID that was typed, so
      *    somebody guessing IDs shows up as a row of refusals.
       MOVE "N" TO WS-FOUND-SW.
       PERFORM VARYING WS-OPS-IDX FROM 1 BY 1
               UNTIL WS-OPS-IDX > WS-OPS-COUNT OR WS-FOUND-SW = "Y"
           IF OC-OPERATOR-ID(WS-OPS-IDX) = SL-OPERATOR-ID
               MOVE "Y" TO WS-FOUND-SW
           END-IF
       END-PERFORM.
       IF WS-FOUND-SW = "Y"
           SUBTRACT 1 FROM WS-OPS-IDX
       ELSE
           IF WS-OPS-COUNT >= 200
               DISPLAY "More than 200 operator IDs in one night's "
                   "log - OPERATOR-COUNT-TABLE is full."
               CLOSE SECLOG
               CLOSE SECRPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-OPS-COUNT
           MOVE WS-OPS-COUNT TO WS-OPS-IDX
           MOVE SL-OPERATOR-ID TO OC-OPERATOR-ID(WS-OPS-IDX)
           MOVE 0 TO OC-SIGNONS(WS-OPS-IDX)
           MOVE 0 TO OC-BADPINS(WS-OPS-IDX)
           MOVE 0 TO OC-LOCKOUTS(WS-OPS-IDX)
           MOVE 0 TO OC-REFUSED(WS-OPS-IDX)
           MOVE 0 TO OC-DENIED(WS-OPS-IDX)
           MOVE 0 TO OC-OPCHANGES(WS-OPS-IDX)
       END-IF.
       EVALUATE SL-EVENT
           WHEN "SIGNON"
               ADD 1 TO OC-SIGNONS(WS-OPS-IDX)
           WHEN "BADPIN"
               ADD 1 TO OC-BADPINS(WS-OPS-IDX)
           WHEN "LOCKED"
               ADD 1 TO OC-BADPINS(WS-OPS-IDX)
               ADD 1 TO OC-LOCKOUTS(WS-OPS-IDX)
           WHEN "REFUSE"
           WHEN "NOUSER"
               ADD 1 TO OC-REFUSED(WS-OPS-IDX)
           WHEN "DENIED"
               ADD 1 TO OC-DENIED(WS-OPS-IDX)
           WHEN OTHER
               ADD 1 TO OC-OPCHANGES(WS-OPS-IDX)
       END-EVALUATE.

       REPORT-OPERATOR-COUNTS.
       MOVE SPACES TO SECURITY-REPORT-LINE.
       WRITE SECURITY-REPORT-LINE.
       MOVE "ACTIVITY BY OPERATOR:" TO SECURITY-REPORT-LINE.
       WRITE SECURITY-REPORT-LINE.
       MOVE WS-COUNT-HEADING TO SECURITY-REPORT-LINE.
       WRITE SECURITY-REPORT-LINE.
       PERFORM VARYING WS-OPS-IDX FROM 1 BY 1
               UNTIL WS-OPS-IDX > WS-OPS-COUNT
           MOVE OC-OPERATOR-ID(WS-OPS-IDX) TO CL-OPERATOR-ID
           MOVE OC-SIGNONS(WS-OPS-IDX)     TO CL-SIGNONS
           MOVE OC-BADPINS(WS-OPS-IDX)     TO CL-BADPINS
           MOVE OC-LOCKOUTS(WS-OPS-IDX)    TO CL-LOCKOUTS
           MOVE OC-REFUSED(WS-OPS-IDX)     TO CL-REFUSED
           MOVE OC-DENIED(WS-OPS-IDX)      TO CL-DENIED
           MOVE OC-OPCHANGES(WS-OPS-IDX)   TO CL-OPCHANGES
           MOVE WS-COUNT-LINE TO SECURITY-REPORT-LINE
           WRITE SECURITY-REPORT-LINE
       END-PERFORM.
       IF WS-OPS-COUNT = 0
           MOVE "  (none)" TO SECURITY-REPORT-LINE
           WRITE SECURITY-REPORT-LINE
       END-IF.

       REPORT-LOCKED-OPERATORS.
      *    Current state of the master, not just tonight's lockouts -
      *    a lockout nobody cleared keeps showing up until it is.
       MOVE SPACES TO SECURITY-REPORT-LINE.
       WRITE SECURITY-REPORT-LINE.
       MOVE "OPERATORS LOCKED OUT (unlock with JOKENOPR):"
           TO SECURITY-REPORT-LINE.
       WRITE SECURITY-REPORT-LINE.
       OPEN INPUT OPERMST.
       IF WS-OPERMST-STATUS NOT = "00"
           MOVE "  (OPERMST.IDX not found)" TO SECURITY-REPORT-LINE
           WRITE SECURITY-REPORT-LINE
       ELSE
           PERFORM UNTIL WS-OPER-EOF = "Y"
               READ OPERMST NEXT RECORD
                   AT END MOVE "Y" TO WS-OPER-EOF
                   NOT AT END PERFORM CHECK-LOCKED-OPERATOR
               END-READ
           END-PERFORM
           CLOSE OPERMST
           IF WS-LOCKED-COUNT = 0
               MOVE "  (none)" TO SECURITY-REPORT-LINE
               WRITE SECURITY-REPORT-LINE
           END-IF
       END-IF.

       CHECK-LOCKED-OPERATOR.
       IF OP-STATUS = "L"
           ADD 1 TO WS-LOCKED-COUNT
           MOVE OP-OPERATOR-ID   TO LL-OPERATOR-ID
           MOVE OP-OPERATOR-NAME TO LL-OPERATOR-NAME
           MOVE OP-ROLE          TO LL-ROLE
           MOVE WS-LOCKED-LINE TO SECURITY-REPORT-LINE
           WRITE SECURITY-REPORT-LINE
       END-IF.
       END PROGRAM JOKENSEC.
