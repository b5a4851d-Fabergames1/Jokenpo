      *           to the player master - who made it, when, which
      *           player, and the old and new values - so a disputed
      *           name fix or retirement can be traced afterwards.
      *           JOKENEVT logs event master changes here too, with
      *           the event ID in ML-PLAYER-ID and an "EVADD" or
      *           "EVCHG" action.
      *           JOKENWEB logs the players it adds from the website
      *           feed as "ADD" records with "JOKENWEB" as operator.
      *           JOKENTEM logs team master changes with the team ID
      *           in ML-PLAYER-ID and a "TMADD", "TMCHG" or "TMSTAT"
      *           action; JOKENROS logs roster changes under the
      *           player's ID with an "RSJOIN" or "RSEND" action and
      *           the team and dates in the values.
      ******************************************************************
       01  MAINT-LOG-RECORD.
           05  ML-KEY.
