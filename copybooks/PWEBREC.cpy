      ******************************************************************
      * Copybook: PWEBREC
      * Purpose:  Record layout for PLAYERWEB.DAT, the e-mail
      *           addresses the website has given for players on the
      *           player master. PLAYERMST.IDX has no room for one, so
      *           JOKENWEB keeps them here, appending a record when it
      *           adds a player or first sees a player sign up under a
      *           new address. A website sign-up with no player ID is
      *           matched to a player through this file: same e-mail
      *           (PW-EMAIL is held in upper case) and same name on
      *           the master.
      ******************************************************************
       01  PLAYER-WEB-RECORD.
           05  PW-PLAYER-ID           PIC X(6).
           05  PW-EMAIL               PIC X(40).
           05  PW-ADDED-DATE          PIC 9(8).
           05  PW-SIGNUP-REF          PIC X(10).
