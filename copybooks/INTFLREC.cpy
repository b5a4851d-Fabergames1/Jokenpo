      ******************************************************************
      * Copybook: INTFLREC
      * Purpose:  Record layout for INTFLAGS.DAT, the integrity hold
      *           file JOKENINT writes, one record per player and
      *           screened period whose score reached the "FLAG"
      *           threshold on INTRULES.DAT. A screening run replaces
      *           only the flags for the period it screened; flags
      *           for every other period are kept as they were.
      *           JOKENPAY holds the payout line of a player with an
      *           "H" record whose period covers the night paid.
      *           FG-STATUS: "H" = held; "C" = cleared by the
      *           tournament director through JOKENINT (FG-CLEARED-BY
      *           and FG-CLEARED-DATE say who and when). A clearance
      *           carries over when a rerun over the same period flags
      *           the same player again.
      ******************************************************************
       01  INTEGRITY-FLAG-RECORD.
           05  FG-PLAYER-ID           PIC X(10).
           05  FG-FROM-DATE           PIC 9(8).
           05  FG-TO-DATE             PIC 9(8).
           05  FG-SCORE               PIC 9(5).
           05  FG-STATUS              PIC X(1).
           05  FG-CLEARED-BY          PIC X(10).
           05  FG-CLEARED-DATE        PIC 9(8).
           05  FG-REASON              PIC X(40).
