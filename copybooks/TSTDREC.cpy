      ******************************************************************
      * Copybook: TSTDREC
      * Purpose:  Record layout for TEAMSTAND.DAT, the machine-readable
      *           team standings written by JOKENTMS for the website,
      *           in the same spirit as STANDINGS.DAT - one record per
      *           ranked team, rewritten on every run. The match
      *           counts are the results of the team's rostered
      *           players over the period, each credited to the team
      *           the player was on that day. TS-WIN-PCT is the match
      *           win percentage with an implied decimal point (e.g.
      *           05000 = 50.00). TS-FROM-DATE/TS-TO-DATE and
      *           TS-EVENT-ID are the period and event the run was
      *           selected for (blank = the default event, "*" =
      *           every event).
      ******************************************************************
       01  TEAM-STANDINGS-RECORD.
           05  TS-REPORT-DATE         PIC 9(8).
           05  TS-RANK                PIC 9(3).
           05  TS-TEAM-ID             PIC X(6).
           05  TS-TEAM-NAME           PIC X(20).
           05  TS-MWINS               PIC 9(4).
           05  TS-MLOSSES             PIC 9(4).
           05  TS-MDRAWS              PIC 9(4).
           05  TS-WIN-PCT             PIC 9(3)V99.
           05  TS-PLAYERS             PIC 9(3).
           05  TS-FROM-DATE           PIC 9(8).
           05  TS-TO-DATE             PIC 9(8).
           05  TS-EVENT-ID            PIC X(6).
