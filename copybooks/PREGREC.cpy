      ******************************************************************
      * Copybook: PREGREC
      * Purpose:  Record layout for PAYREG.DAT, the permanent payment
      *           register. JOKENPAY files every payout line of a night
      *           here as well as on PAYOUTS.DAT, which is rewritten on
      *           every run. A rerun for the same night and event
      *           replaces that night's lines instead of adding them
      *           twice. The file is kept in night and event order.
      *           PG-LINE-NO numbers the lines within a night, and
      *           PG-OPERATOR-ID is the operator signed on to JOKENPAY.
      *           PG-STATUS: "U" unclaimed (as filed); "P" paid out
      *           (the prize desk marks it through JOKENPDK); "H" held
      *           for integrity review (JOKENINT flag) and not payable
      *           until the hold is cleared and the night is rerun.
      *           PG-STATUS-DATE and PG-STATUS-BY record when the line
      *           was last marked and by whom. A paid line keeps its
      *           status through a rerun when the player and amount
      *           are unchanged. JOKENPYR builds the year-end
      *           statements, the threshold list and the unclaimed
      *           aging from this file.
      ******************************************************************
       01  PAYMENT-REGISTER-RECORD.
           05  PG-KEY.
               10  PG-NIGHT-DATE      PIC 9(8).
               10  PG-EVENT-ID        PIC X(6).
               10  PG-LINE-NO         PIC 9(3).
           05  PG-RANK                PIC 9(3).
           05  PG-PLAYER-ID           PIC X(10).
           05  PG-PLAYER-NAME         PIC X(20).
           05  PG-AMOUNT              PIC 9(6)V99.
           05  PG-NOTE                PIC X(20).
           05  PG-OPERATOR-ID         PIC X(10).
           05  PG-STATUS              PIC X(1).
           05  PG-STATUS-DATE         PIC 9(8).
           05  PG-STATUS-BY           PIC X(10).
