      *           the screen shows without manual transcription.
      *           ST-WIN-PCT is the match win percentage to two
      *           decimals with an implied decimal point (e.g. 05000
      *           = 50.00). ST-EVENT-ID is the event the run was
      *           selected for (copybook EVENTREC; blank = the default
      *           event, "*" = every event), so JOKENPAY can refuse
      *           to pay one event off another event's standings.
      ******************************************************************
       01  STANDINGS-RECORD.
           05  ST-REPORT-DATE         PIC 9(8).
           05  ST-RLOSSES             PIC 9(4).
           05  ST-RDRAWS              PIC 9(4).
           05  ST-WIN-PCT             PIC 9(3)V99.
           05  ST-EVENT-ID            PIC X(6).
