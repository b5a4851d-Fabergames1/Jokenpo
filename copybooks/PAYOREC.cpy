      *           the bracket champion bonus line), who they are and
      *           the amount, with PO-NOTE carrying the reason when
      *           the amount is not a plain rank payout (tie split,
      *           champion bonus). PO-EVENT-ID is the event paid
      *           out (copybook EVENTREC; blank = the default event).
      ******************************************************************
       01  PAYOUT-RECORD.
           05  PO-NIGHT-DATE          PIC 9(8).
           05  PO-PLAYER-NAME         PIC X(20).
           05  PO-AMOUNT              PIC 9(6)V99.
           05  PO-NOTE                PIC X(20).
           05  PO-EVENT-ID            PIC X(6).
