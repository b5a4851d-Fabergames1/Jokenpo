      ******************************************************************
      * Copybook: WACKREC
      * Purpose:  Record layout for WEBACK.DAT, the acknowledgment
      *           JOKENWEB writes back for the website to import -
      *           one record per WEBFEED.DAT sign-up, rewritten on
      *           every load. AK-RESULT: "A" = accepted, AK-PLAYER-ID
      *           being the player's ID (AK-NEW-PLAYER "Y" when the
      *           load just added them); "R" = rejected, with the
      *           reason in AK-REASON-CODE and AK-REASON-TEXT (the
      *           same code and text go on WEBREJ.DAT and WEBLOAD.RPT).
      ******************************************************************
       01  WEB-ACK-RECORD.
           05  AK-SIGNUP-REF          PIC X(10).
           05  AK-RESULT              PIC X(1).
           05  AK-PLAYER-ID           PIC X(6).
           05  AK-NEW-PLAYER          PIC X(1).
           05  AK-REASON-CODE         PIC X(3).
           05  AK-REASON-TEXT         PIC X(40).
