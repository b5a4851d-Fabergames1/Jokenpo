      *           file read by JOKENBAT. One record per scheduled
      *           bracket pairing, choices already decided ahead of
      *           time (e.g. drawn from a seeded bracket sheet).
      *           PR-EVENT-ID is the event the bracket is played for
      *           (copybook EVENTREC; blank = the default event),
      *           stamped by JOKENSED on every pairing it writes.
      ******************************************************************
       01  PAIRING-RECORD.
           05  PR-PAIRING-ID            PIC 9(6).
           05  PR-PLAYER2               PIC X(10).
           05  PR-CHOICE1               PIC X(1).
           05  PR-CHOICE2               PIC X(1).
           05  PR-EVENT-ID              PIC X(6).
