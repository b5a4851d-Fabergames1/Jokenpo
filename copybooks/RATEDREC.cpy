      *           PM-RATING. In the same spirit as CHECKPT.DAT
      *           protecting JOKENBAT from double-awarding a pairing,
      *           this stops a rerun of the rating job from applying
      *           a night's adjustments a second time. RN-EVENT-ID
      *           names the event rated (copybook EVENTREC; blank =
      *           the default event) - two events on one date are
      *           rated separately.
      ******************************************************************
       01  RATED-NIGHT-RECORD.
           05  RN-DATE                PIC 9(8).
           05  RN-EVENT-ID            PIC X(6).
