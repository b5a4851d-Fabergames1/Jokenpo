      *           terminal ID the operator keys at GET-OPERATOR-INFO)
      *           so the merge can report per-station counts;
      *           MS-HISTORY is a complete MATCH-HISTORY-RECORD
      *           (copybook MATCHREC, 77 bytes) whose MH-SEQ-NO is
      *           renumbered globally at merge time. The audit side
      *           needs no spool copybook of its own - AUDITREC
      *           already carries AL-TERMINAL-ID.
      *           MS-RULESET and MS-BEST-OF carry the ruleset code
      *           and best-of the match is played under, so a station
      *           that dies mid-match can rebuild it from its own
      *           spool and resume it. They stay on the spool - the
      *           merge writes MS-HISTORY alone to MATCHHIST.DAT.
      ******************************************************************
       01  MATCH-SPOOL-RECORD.
           05  MS-TERMINAL            PIC X(10).
           05  MS-HISTORY             PIC X(77).
           05  MS-RULESET             PIC X(1).
           05  MS-BEST-OF             PIC 9(2).
