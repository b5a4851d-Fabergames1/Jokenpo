      ******************************************************************
      * Copybook: EVENTREC
      * Purpose:  Record layout for the event master, the indexed
      *           file EVENTS.IDX keyed on EV-EVENT-ID and kept by
      *           the desk with JOKENEVT. A game night used to be
      *           known by its date alone; now that two events can
      *           share a date (a juniors afternoon and an open
      *           evening on the same Saturday) the night files carry
      *           the event ID beside the date - check-ins, pairings,
      *           match history, batch results, payouts, the
      *           night-end checkpoint, and the rating, standings and
      *           sign-up files the closing steps key on.
      *           A blank event ID is the default event: every record
      *           written before events existed reads back blank, and
      *           a night run without an event set up stays on it, so
      *           old history still reports.
      *           EV-FORMAT: "I" = interactive (JOKENPO stations),
      *           "E" = single elimination (JOKENBAT), "S" = Swiss
      *           (JOKENSWI). EV-RULESET is the RULESET.DAT code the
      *           event plays. EV-ENTRY-FEE is the gate fee per
      *           check-in; zero leaves PAYRULES.DAT's "G" rule in
      *           force.
      ******************************************************************
       01  EVENT-RECORD.
           05  EV-EVENT-ID            PIC X(6).
           05  EV-DATE                PIC 9(8).
           05  EV-VENUE               PIC X(20).
           05  EV-FORMAT              PIC X(1).
           05  EV-RULESET             PIC X(1).
           05  EV-ENTRY-FEE           PIC 9(3)V99.
