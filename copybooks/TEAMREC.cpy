      ******************************************************************
      * Copybook: TEAMREC
      * Purpose:  Record layout for the team master, the indexed file
      *           TEAMMST.IDX keyed on TM-TEAM-ID and kept by the desk
      *           with JOKENTEM - one record per club entered in the
      *           inter-club table. TM-CAPTAIN-ID is the captain's
      *           player ID on PLAYERMST.IDX. TM-STATUS: "A" =
      *           active; "R" = retired (withdrawn from the table).
      *           A retired team stays on the file so older results
      *           still report under its name, but players can no
      *           longer be rostered to it. Which players play for a
      *           team, and from when, is on ROSTER.IDX (copybook
      *           ROSTREC), not here.
      ******************************************************************
       01  TEAM-MASTER-RECORD.
           05  TM-TEAM-ID             PIC X(6).
           05  TM-TEAM-NAME           PIC X(20).
           05  TM-CAPTAIN-ID          PIC X(6).
           05  TM-STATUS              PIC X(1).
