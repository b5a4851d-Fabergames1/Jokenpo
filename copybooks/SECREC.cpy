      ******************************************************************
      * Copybook: SECREC
      * Purpose:  Record layout for SECLOG.DAT, the append-only
      *           security log. One record per sign-on attempt and per
      *           refused action in the programs that require a
      *           sign-on, and one per change JOKENOPR makes to the
      *           operator master (PINs are never logged). JOKENSEC
      *           prints the night's exceptions from it.
      *           SL-EVENT: "SIGNON" good sign-on; "BADPIN" wrong
      *           PIN; "LOCKED" third bad PIN, operator now locked
      *           out; "REFUSE" sign-on by a locked-out or retired
      *           operator; "NOUSER" operator ID not on OPERMST.IDX;
      *           "DENIED" role not allowed to run the program or to
      *           take the action (a DQ, a retirement); "OPADD",
      *           "OPCHG", "OPPIN", "OPUNLK", "OPRET" operator
      *           master maintenance; "HLDCLR" integrity hold on a
      *           player's payouts cleared through JOKENINT;
      *           "RESTOR" backup generation restored through
      *           JOKENRST; "RSTREF" a generation refused because it
      *           failed verification.
      ******************************************************************
       01  SECURITY-LOG-RECORD.
           05  SL-KEY.
               10  SL-DATE            PIC 9(8).
               10  SL-TIME            PIC 9(6).
           05  SL-OPERATOR-ID         PIC X(10).
           05  SL-PROGRAM             PIC X(8).
           05  SL-TERMINAL-ID         PIC X(10).
           05  SL-EVENT               PIC X(6).
           05  SL-DETAIL              PIC X(30).
