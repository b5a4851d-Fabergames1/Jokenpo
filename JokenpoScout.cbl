      * the way JOKENREC's GET-RECON-PERIOD does, optionally reads
      * MATCHHIST.ARC ahead of the live file so a whole season is
      * one run, and resolves names through the player master like
      * JOKENREP. Output goes to the screen and to SCOUT.RPT. The
      * period can be narrowed to one event (blank = the default
      * event, "*" = every event).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENSCT.
           SELECT SCOUTRPT ASSIGN TO "SCOUT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCOUTRPT-STATUS.
           SELECT EVENTS ASSIGN TO "EVENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EV-EVENT-ID
               FILE STATUS IS WS-EVENTS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MATCHHIST.
           COPY MATCHREC.
       FD  MATCHARC.
       01  MATCH-ARCHIVE-RECORD     PIC X(77).
       FD  PLAYERMST.
           COPY PLAYERREC.
       FD  RULESET.
           COPY RULEREC.
       FD  SCOUTRPT.
       01  SCOUT-REPORT-LINE        PIC X(90).
       FD  EVENTS.
           COPY EVENTREC.
       WORKING-STORAGE SECTION.
       01 WS-MATCHHIST-STATUS PIC X(2) VALUE "00".
       01 WS-MATCHARC-STATUS  PIC X(2) VALUE "00".
       01 WS-PLAYERMST-STATUS PIC X(2) VALUE "00".
       01 WS-RULESET-STATUS   PIC X(2) VALUE "00".
       01 WS-SCOUTRPT-STATUS  PIC X(2) VALUE "00".
       01 WS-EVENTS-STATUS    PIC X(2) VALUE "00".
       01 WS-EVENT-ID         PIC X(6) VALUE SPACES.
       01 WS-EVENT-FOUND-SW   PIC X(1) VALUE "N".
       01 WS-EVENT-DATE       PIC 9(8) VALUE 0.
       01 WS-EVENT-FORMAT     PIC X(1) VALUE SPACE.
       01 WS-EVENT-RULESET    PIC X(1) VALUE SPACE.
       01 WS-EVENT-FEE        PIC 9(3)V99 VALUE 0.
       01 WS-EOF              PIC X(1) VALUE "N".
       01 WS-RULES-EOF        PIC X(1) VALUE "N".
       01 WS-MASTER-AVAIL-SW  PIC X(1) VALUE "N".
       DISPLAY "Player ID (blank = all players): ".
       ACCEPT WS-ENTRY-ID.
       PERFORM GET-SCOUT-PERIOD.
       PERFORM GET-EVENT-ID.
       DISPLAY "Include archived seasons from MATCHHIST.ARC? (Y/N)".
       ACCEPT WS-WANT-ARCHIVE.

           MOVE WS-TO-DATE-IN TO WS-TO-DATE
       END-IF.

       GET-EVENT-ID.
      *    Blank is the default event and "*" takes every event in
      *    the range; anything else must be set up on EVENTS.IDX.
       DISPLAY "Event ID (blank = default event, * = all events): ".
       MOVE SPACES TO WS-EVENT-ID.
       ACCEPT WS-EVENT-ID.
       IF WS-EVENT-ID NOT = SPACES AND WS-EVENT-ID NOT = "*"
           PERFORM READ-EVENT
           IF WS-EVENT-FOUND-SW = "N"
               DISPLAY "Unknown event ID '" WS-EVENT-ID
                   "' - not on EVENTS.IDX."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.

       READ-EVENT.
       MOVE "N" TO WS-EVENT-FOUND-SW.
       MOVE 0     TO WS-EVENT-DATE.
       MOVE SPACE TO WS-EVENT-FORMAT.
       MOVE SPACE TO WS-EVENT-RULESET.
       MOVE 0     TO WS-EVENT-FEE.
       OPEN INPUT EVENTS.
       IF WS-EVENTS-STATUS = "00"
           MOVE WS-EVENT-ID TO EV-EVENT-ID
           READ EVENTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EVENT-FOUND-SW
                   MOVE EV-DATE      TO WS-EVENT-DATE
                   MOVE EV-FORMAT    TO WS-EVENT-FORMAT
                   MOVE EV-RULESET   TO WS-EVENT-RULESET
                   MOVE EV-ENTRY-FEE TO WS-EVENT-FEE
           END-READ
           CLOSE EVENTS
       END-IF.

       LOAD-RULE-TABLE.
       OPEN INPUT RULESET.
       IF WS-RULESET-STATUS = "35"
      *    single-throw "M" pairings; JOKENPO's own "M" summaries
      *    and "F" records carry blank choices and tally nothing.
       IF MH-DATE >= WS-FROM-DATE AND MH-DATE <= WS-TO-DATE
               AND (WS-EVENT-ID = "*" OR MH-EVENT-ID = WS-EVENT-ID)
               AND MH-CHOICE1 NOT = SPACE
               AND (MH-RECORD-TYPE = "R" OR MH-RECORD-TYPE = "M")
           PERFORM FIND-RECORD-ERA
              WS-FROM-DATE DELIMITED BY SIZE
              " - " DELIMITED BY SIZE
              WS-TO-DATE DELIMITED BY SIZE
              "   EVENT " DELIMITED BY SIZE
              WS-EVENT-ID DELIMITED BY SIZE
              "   ROUNDS TALLIED " DELIMITED BY SIZE
              WS-ROUNDS-TALLIED DELIMITED BY SIZE
              INTO SCOUT-REPORT-LINE
