      *           date and how many matches the sign-up sheet says
      *           were scheduled to be played that night. JOKENREC
      *           reconciles this against MATCHHIST.DAT's "M" records.
      *           RG-EVENT-ID is the event signed up for (copybook
      *           EVENTREC; blank = the default event).
      ******************************************************************
       01  REGISTRATION-RECORD.
           05  RG-DATE                PIC 9(8).
           05  RG-EXPECTED-COUNT      PIC 9(6).
           05  RG-EVENT-ID            PIC X(6).
