      ******************************************************************
      * Copybook: INTRREC
      * Purpose:  Record layout for INTRULES.DAT, the match-integrity
      *           thresholds read by JOKENINT - data, the same way
      *           PAYRULES.DAT holds the payout rules, so the
      *           director tunes the screening without a recompile.
      *           One record per test; IR-LIMIT is the threshold and
      *           IR-POINTS what a hit adds to the subject's score:
      *           "MEET" a pair that met IR-LIMIT or more times in
      *                  the period is a regular pair;
      *           "SPLT" a regular pair whose match wins differ by
      *                  IR-LIMIT or less always splits results;
      *           "DROP" a regular pair's match that put the winner
      *                  on a paid rank (IR-LIMIT = ranks paid) by a
      *                  single match win over the first unpaid rank;
      *           "GAPS" attended rounds on one terminal keyed less
      *                  than IR-LIMIT seconds apart;
      *           "DECI" a terminal whose share of decisive rounds is
      *                  IR-LIMIT or more percentage points above the
      *                  share across all terminals;
      *           "TMIN" rounds a terminal needs before "DECI" judges
      *                  it (points unused);
      *           "JUMP" a rating adjustment of IR-LIMIT per cent or
      *                  more of the player's average adjustment;
      *           "JMIN" rated nights a player needs before "JUMP"
      *                  judges them (points unused);
      *           "FLAG" the score at which a subject is reported and
      *                  a player is held from payout (points unused).
      *           A test with no record is not run.
      ******************************************************************
       01  INTEGRITY-RULE-RECORD.
           05  IR-RULE-CODE           PIC X(4).
           05  IR-LIMIT               PIC 9(5).
           05  IR-POINTS              PIC 9(3).
