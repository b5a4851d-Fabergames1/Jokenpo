      *           who played without checking in (gate-fee leakage),
      *           and which walk-ins are not on the player master -
      *           not just that the night's counts disagree.
      *           CI-EVENT-ID is the event checked in for (copybook
      *           EVENTREC; blank = the default event).
      ******************************************************************
       01  CHECKIN-RECORD.
           05  CI-DATE                PIC 9(8).
           05  CI-PLAYER-ID           PIC X(10).
           05  CI-TIME                PIC 9(6).
           05  CI-EVENT-ID            PIC X(6).
