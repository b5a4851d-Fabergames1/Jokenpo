      ******************************************************************
      * Copybook: WEBFREC
      * Purpose:  Record layout for WEBFEED.DAT, the nightly export of
      *           sign-ups from the league website, loaded by
      *           JOKENWEB. One record per sign-up for one night.
      *           WF-SIGNUP-REF is the website's own reference and
      *           comes back on WEBACK.DAT (copybook WACKREC).
      *           WF-PLAYER-ID is blank for somebody with no player ID
      *           yet; they are then matched on name plus e-mail or
      *           added to the player master. WF-EVENT-ID is blank for
      *           the default event. WF-PAYMENT: "P" = entry pre-paid
      *           on the website; "D" = pays the gate fee at the door.
      ******************************************************************
       01  WEB-FEED-RECORD.
           05  WF-SIGNUP-REF          PIC X(10).
           05  WF-PLAYER-ID           PIC X(6).
           05  WF-PLAYER-NAME         PIC X(20).
           05  WF-EMAIL               PIC X(40).
           05  WF-NIGHT-DATE          PIC X(8).
           05  WF-NIGHT-DATE-N REDEFINES WF-NIGHT-DATE
                                      PIC 9(8).
           05  WF-EVENT-ID            PIC X(6).
           05  WF-PAYMENT             PIC X(1).
