      *           DQ!" (the named player was disqualified - the match
      *           is void and neither player's totals move). An "F"
      *           record replaces the "M" record for that match.
      *           A "C" record is a director's correction posted by
      *           JOKENCOR to an earlier "M" or "F" record. It never
      *           replaces the original - readers apply it on top.
      *           MH-PLAYER1/MH-PLAYER2 repeat the corrected match's
      *           players, MH-CHOICE1 carries the action (R = reverse
      *           the result, V = void the match, S = re-score it),
      *           MH-CHOICE2 the reason code, and MH-RESULT is viewed
      *           through MH-CORRECTION: the key of the corrected
      *           record, the director's ID and the result code that
      *           now stands (1 = Player1 wins, 2 = Player2 wins,
      *           D = draw, A = Player1 forfeits, B = Player2
      *           forfeits, V = void). When one match is corrected
      *           twice, the later "C" record stands.
      *           MH-EVENT-ID is the event the match was played in
      *           (copybook EVENTREC). Records written before events
      *           existed read back blank - the default event. A "C"
      *           record carries the event of the match it corrects.
      *           An "X" record closes a match abandoned after a
      *           station crash (JOKENPO offers resume or abandon on
      *           restart): MH-PLAYER1/MH-PLAYER2 are the match's
      *           players, the choices are blank and MH-RESULT holds
      *           the reason keyed. The rounds already played stay
      *           on file but the match counts for nobody.
      ******************************************************************
       01  MATCH-HISTORY-RECORD.
           05  MH-KEY.
           05  MH-CHOICE1               PIC X(1).
           05  MH-CHOICE2               PIC X(1).
           05  MH-RESULT                PIC X(30).
           05  MH-CORRECTION REDEFINES MH-RESULT.
               10  MC-ORIG-DATE         PIC 9(8).
               10  MC-ORIG-TIME         PIC 9(6).
               10  MC-ORIG-SEQ-NO       PIC 9(4).
               10  MC-DIRECTOR-ID       PIC X(10).
               10  MC-NEW-RESULT        PIC X(1).
               10  FILLER               PIC X(1).
           05  MH-EVENT-ID              PIC X(6).
