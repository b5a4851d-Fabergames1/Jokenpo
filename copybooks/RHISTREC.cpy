      *           weeks ago" can be settled from the file. Nights
      *           here line up one-for-one with RATEDNTS.DAT - the
      *           JOKENRTH report cross-checks the two.
      *           RH-EVENT-ID is the event rated (copybook EVENTREC;
      *           blank = the default event), matching RN-EVENT-ID.
      ******************************************************************
       01  RATING-HISTORY-RECORD.
           05  RH-NIGHT-DATE          PIC 9(8).
           05  RH-ADJUSTMENT          PIC S9(4) SIGN IS LEADING
                                      SEPARATE CHARACTER.
           05  RH-NEW-RATING          PIC 9(4).
           05  RH-EVENT-ID            PIC X(6).
