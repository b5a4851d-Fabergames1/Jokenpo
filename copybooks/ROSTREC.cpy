      ******************************************************************
      * Copybook: ROSTREC
      * Purpose:  Record layout for the dated team roster, the indexed
      *           file ROSTER.IDX kept by the desk with JOKENROS. One
      *           record per stint of a player with a team, keyed on
      *           the player and the date the stint starts, so all of
      *           a player's stints read back in date order. RO-TO-
      *           DATE is the last day of the stint; 99999999 is the
      *           player's current team. A transfer ends the old
      *           stint the day before the new one starts and never
      *           touches the dates of either, so JOKENTMS credits
      *           every result to the team the player was on when the
      *           match was played. A player is on at most one team
      *           on any date.
      ******************************************************************
       01  ROSTER-RECORD.
           05  RO-KEY.
               10  RO-PLAYER-ID       PIC X(6).
               10  RO-FROM-DATE       PIC 9(8).
           05  RO-TEAM-ID             PIC X(6).
           05  RO-TO-DATE             PIC 9(8).
