      ******************************************************************
      * Copybook: OPERREC
      * Purpose:  Record layout for the operator master OPERMST.IDX,
      *           keyed on OP-OPERATOR-ID and maintained by JOKENOPR.
      *           JOKENPO, JOKENMNT, JOKENCKI and JOKENCOR will not
      *           start until an operator on this file signs on with
      *           the right PIN, so the operator ID stamped on
      *           AUDITLOG.DAT and MAINTLOG.DAT is one that proved who
      *           it was, not one somebody typed.
      *           OP-ROLE: "D" = desk, "S" = scorekeeper, "T" =
      *           tournament director, "A" = admin.
      *           OP-STATUS: "A" = active; "L" = locked out (three bad
      *           PINs in a row - an admin unlocks it through
      *           JOKENOPR); "R" = retired (kept so old log entries
      *           still resolve to a name).
      *           OP-FAILED-PINS counts bad PINs since the last good
      *           sign-on.
      ******************************************************************
       01  OPERATOR-RECORD.
           05  OP-OPERATOR-ID         PIC X(10).
           05  OP-OPERATOR-NAME       PIC X(20).
           05  OP-PIN                 PIC X(6).
           05  OP-ROLE                PIC X(1).
           05  OP-STATUS              PIC X(1).
           05  OP-FAILED-PINS         PIC 9(1).
