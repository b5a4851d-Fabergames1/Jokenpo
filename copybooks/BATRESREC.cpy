      *           from 1), so BR-DATE/BR-TIME are stamped per record to
      *           tell one bracket night's rows apart from another's
      *           once BATCHRES.DAT has accumulated more than one run.
      *           BR-EVENT-ID is the event the bracket was played for
      *           (copybook EVENTREC; blank = the default event).
      ******************************************************************
       01  BATCH-RESULT-RECORD.
           05  BR-DATE                  PIC 9(8).
           05  BR-CHOICE1               PIC X(1).
           05  BR-CHOICE2               PIC X(1).
           05  BR-RESULT                PIC X(30).
           05  BR-EVENT-ID              PIC X(6).
