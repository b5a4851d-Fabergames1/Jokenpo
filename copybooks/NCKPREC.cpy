      *           spirit as CHECKPT.DAT protecting JOKENBAT: a rerun
      *           of the night-end chain resumes from the first step
      *           with no record instead of redoing (or worse,
      *           double-running) finished ones. A night is the
      *           date plus NC-EVENT-ID (copybook EVENTREC; blank =
      *           the default event), so a second event on the same
      *           date is closed in its own right.
      ******************************************************************
       01  NIGHTEND-CHECKPOINT-RECORD.
           05  NC-NIGHT-DATE          PIC 9(8).
           05  NC-STEP-NAME           PIC X(8).
           05  NC-EVENT-ID            PIC X(6).
