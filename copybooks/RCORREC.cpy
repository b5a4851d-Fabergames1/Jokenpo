      ******************************************************************
      * Copybook: RCORREC
      * Purpose:  Record layout for RATEDCOR.DAT, the rated-corrections
      *           marker file appended by JOKENRTG. One record per
      *           director correction ("C" record on MATCHHIST.DAT,
      *           posted by JOKENCOR) whose effect is already in
      *           PM-RATING - either absorbed when its match's night
      *           was rated, or posted later as a rating adjustment.
      *           RC-KEY is the key of the "C" record itself (with
      *           its players, since JOKENCOR numbers each session
      *           from 1); RC-RATED-NIGHT is the rating run that took
      *           it in. Like RATEDNTS.DAT for whole nights, this
      *           stops a correction being applied twice.
      ******************************************************************
       01  RATED-CORRECTION-RECORD.
           05  RC-KEY.
               10  RC-DATE            PIC 9(8).
               10  RC-TIME            PIC 9(6).
               10  RC-SEQ-NO          PIC 9(4).
           05  RC-PLAYER1             PIC X(10).
           05  RC-PLAYER2             PIC X(10).
           05  RC-RATED-NIGHT         PIC 9(8).
