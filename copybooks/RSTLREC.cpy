      ******************************************************************
      * Copybook: RSTLREC
      * Purpose:  Record layout for RESTLOG.DAT, the append-only
      *           restore log written by JOKENRST. One record per
      *           file put back from a backup generation: who
      *           restored it (the signed-on operator), when, from
      *           which generation (copybook BKCATREC), and how many
      *           records went back. RL-ACTION: "R" restored from the
      *           generation; "D" removed because the file did not
      *           exist when the generation was taken; "E" the
      *           saved copy could not be put back (the copy or the
      *           reload failed - see the run's messages) and the
      *           live file must not be trusted. RESTLOG.DAT
      *           is not part of any backup, so a restore can never
      *           roll it back.
      ******************************************************************
       01  RESTORE-LOG-RECORD.
           05  RL-KEY.
               10  RL-DATE            PIC 9(8).
               10  RL-TIME            PIC 9(6).
           05  RL-OPERATOR-ID         PIC X(10).
           05  RL-GENERATION          PIC 9(14).
           05  RL-FILE-NAME           PIC X(20).
           05  RL-ACTION              PIC X(1).
           05  RL-RECORD-COUNT        PIC 9(7).
