      ******************************************************************
      * Copybook: FIXTREC
      * Purpose:  Record layout for FIXTURES.IDX, the round-robin
      *           league schedule built by JOKENFIX and keyed on
      *           FX-FIXTURE-ID (division code + fixture number).
      *           One record per pairing: every player in a division
      *           meets every other player once over the season, on
      *           the league night in FX-SCHED-DATE.
      *           FX-STATUS: "O" = open; "P" = played (JOKENPO marks
      *           it when it writes the "M" or "F" record between the
      *           two players); "W" = walkover awarded by the desk
      *           through JOKENFIX, posted to MATCHHIST.DAT as an "F"
      *           forfeit record.
      *           FX-RESULT uses the JOKENCOR result codes, read
      *           against FX-PLAYER1/FX-PLAYER2 (not against who sat
      *           at Player1 at the station): 1 = FX-PLAYER1 wins,
      *           2 = FX-PLAYER2 wins, D = draw, A = FX-PLAYER1
      *           forfeits, B = FX-PLAYER2 forfeits, V = void (DQ).
      *           When JOKENCOR corrects the match that closed a
      *           fixture, it rewrites FX-RESULT with the result
      *           that now stands.
      ******************************************************************
       01  FIXTURE-RECORD.
           05  FX-FIXTURE-ID.
               10  FX-DIVISION        PIC X(2).
               10  FX-FIXTURE-NO      PIC 9(4).
           05  FX-PLAYER1             PIC X(6).
           05  FX-PLAYER2             PIC X(6).
           05  FX-ROUND-NO            PIC 9(2).
           05  FX-SCHED-DATE          PIC 9(8).
           05  FX-STATUS              PIC X(1).
           05  FX-RESULT              PIC X(1).
           05  FX-PLAYED-DATE         PIC 9(8).
