      *                 05000 = 50.00%);
      *           "B" = bracket-night bonus percentage of the gate
      *                 for the "Champion!" record on BATCHRES.DAT
      *                 (PY-RANK unused);
      *           "T" = reporting threshold for the year-end list
      *                 JOKENPYR prints: PY-THRESHOLD, the rank and
      *                 amount columns read as one amount (e.g.
      *                 00060000 = 600.00). JOKENPAY skips it.
      ******************************************************************
       01  PAYOUT-RULE-RECORD.
           05  PY-RULE-TYPE           PIC X(1).
           05  PY-RULE-DATA.
               10  PY-RANK            PIC 9(3).
               10  PY-AMOUNT          PIC 9(3)V99.
           05  PY-THRESHOLD REDEFINES PY-RULE-DATA
                                      PIC 9(6)V99.
