      * JOKENSED when the seeded field is odd): Player1 and their
      * choice are edited as usual, the Player2-side checks are
      * skipped, and JOKENBAT advances Player1 without play.
      * A bracket is played for one event, so every pairing must
      * carry the PR-EVENT-ID of the first pairing on the file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENEDT.
       FD  PLAYERMST.
           COPY PLAYERREC.
       FD  PAIRCLEAN.
       01  CLEAN-PAIRING-RECORD     PIC X(34).
       FD  EDITRPT.
       01  EDIT-REPORT-LINE         PIC X(80).
       FD  RULESET.
       01 WS-RULE-IDX         PIC 9(2) VALUE 0.
       01 WS-SEARCH-CHOICE    PIC X(1) VALUE SPACES.
       01 WS-CHOICE-OK-SW     PIC X(1) VALUE "N".
       01 WS-FILE-EVENT-ID    PIC X(6) VALUE SPACES.
       01 RULE-TABLE.
           05 RULE-ENTRY OCCURS 20 TIMES.
               10 RT-WINNER    PIC X(1).
       ADD 1 TO WS-PAIRINGS-READ.
       MOVE "Y" TO WS-PAIRING-OK-SW.

       IF WS-PAIRINGS-READ = 1
           MOVE PR-EVENT-ID TO WS-FILE-EVENT-ID
       ELSE
           IF PR-EVENT-ID NOT = WS-FILE-EVENT-ID
               MOVE "EVENT ID DIFFERS FROM FIRST PAIRING"
                   TO WS-ERROR-TEXT
               PERFORM WRITE-EDIT-ERROR
           END-IF
       END-IF.

       MOVE PR-PLAYER1 TO WS-SEARCH-ID.
       PERFORM FIND-PLAYER.
       IF WS-FOUND-SW = "N"
