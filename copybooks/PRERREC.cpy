      ******************************************************************
      * Copybook: PRERREC
      * Purpose:  Record layout for PREREG.DAT, the pre-registrations
      *           JOKENWEB loads from the website feed - one record
      *           per player per booked night and event, appended.
      *           PE-FEE-STATUS: "P" = entry pre-paid on the website;
      *           "D" = pays the gate fee at the door. JOKENCKI shows
      *           it as the player checks in, and JOKENNOS lists the
      *           pre-registered players who never checked in.
      *           PE-PLAYER-ID is sized like CI-PLAYER-ID so the two
      *           compare directly.
      ******************************************************************
       01  PRE-REGISTRATION-RECORD.
           05  PE-NIGHT-DATE          PIC 9(8).
           05  PE-EVENT-ID            PIC X(6).
           05  PE-PLAYER-ID           PIC X(10).
           05  PE-FEE-STATUS          PIC X(1).
           05  PE-SIGNUP-REF          PIC X(10).
           05  PE-LOADED-DATE         PIC 9(8).
