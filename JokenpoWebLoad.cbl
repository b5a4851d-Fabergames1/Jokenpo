      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 15/10/2026
      * Purpose: Study
      * Tectonics: cobc
      * Website pre-registration load. The website takes sign-ups
      * and pre-paid entries for the coming nights, and the desk used
      * to re-key every one - new players through JOKENMNT, then a
      * check-in on the night - with the typos on either side turning
      * up later as unregistered walk-ins on JOKENNOS. This batch job
      * reads the website's nightly export WEBFEED.DAT (copybook
      * WEBFREC) and, for each sign-up:
      * - finds the player: by player ID when the website sent one,
      *   otherwise by the same e-mail on PLAYERWEB.DAT (copybook
      *   PWEBREC) under the same name on PLAYERMST.IDX;
      * - adds somebody who is not found to PLAYERMST.IDX with the
      *   next free website ID (W00001 up) at the house rating of
      *   1200, logged on MAINTLOG.DAT like a desk add, and keeps
      *   their e-mail on PLAYERWEB.DAT for the next sign-up;
      * - records the pre-registration for the night and event
      *   booked on PREREG.DAT (copybook PRERREC), pre-paid or
      *   pay-at-door, for JOKENCKI and JOKENNOS.
      * A bad or duplicate sign-up does not stop the load: it goes
      * to WEBREJ.DAT as received with its reason, and on the
      * exception report WEBLOAD.RPT. Every sign-up, accepted or
      * not, gets a record on WEBACK.DAT (copybook WACKREC) for the
      * website to import - the player ID, or the reject reason. A
      * sign-up reference already loaded, or a second booking of
      * one player for the same night and event, is a duplicate, so
      * loading the same export twice adds nothing. Players are
      * only added once the sign-up has passed every other check.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENWEB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEBFEED ASSIGN TO "WEBFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEBFEED-STATUS.
           SELECT PLAYERMST ASSIGN TO "PLAYERMST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PLAYERMST-STATUS.
           SELECT EVENTS ASSIGN TO "EVENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EV-EVENT-ID
               FILE STATUS IS WS-EVENTS-STATUS.
           SELECT PLAYERWEB ASSIGN TO "PLAYERWEB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAYERWEB-STATUS.
           SELECT PREREG ASSIGN TO "PREREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREREG-STATUS.
           SELECT MAINTLOG ASSIGN TO "MAINTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTLOG-STATUS.
           SELECT WEBREJ ASSIGN TO "WEBREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEBREJ-STATUS.
           SELECT WEBACK ASSIGN TO "WEBACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEBACK-STATUS.
           SELECT WEBRPT ASSIGN TO "WEBLOAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEBRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WEBFEED.
           COPY WEBFREC.
       FD  PLAYERMST.
           COPY PLAYERREC.
       FD  EVENTS.
           COPY EVENTREC.
       FD  PLAYERWEB.
           COPY PWEBREC.
       FD  PREREG.
           COPY PRERREC.
       FD  MAINTLOG.
           COPY MNTREC.
       FD  WEBREJ.
       01  WEB-REJECT-RECORD.
           05  WJ-FEED-DATA           PIC X(91).
           05  WJ-REASON-CODE         PIC X(3).
           05  WJ-REASON-TEXT         PIC X(40).
       FD  WEBACK.
           COPY WACKREC.
       FD  WEBRPT.
       01  WEB-REPORT-LINE            PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-WEBFEED-STATUS   PIC X(2) VALUE "00".
       01 WS-PLAYERMST-STATUS PIC X(2) VALUE "00".
       01 WS-PLAYERWEB-STATUS PIC X(2) VALUE "00".
       01 WS-PREREG-STATUS    PIC X(2) VALUE "00".
       01 WS-MAINTLOG-STATUS  PIC X(2) VALUE "00".
       01 WS-WEBREJ-STATUS    PIC X(2) VALUE "00".
       01 WS-WEBACK-STATUS    PIC X(2) VALUE "00".
       01 WS-WEBRPT-STATUS    PIC X(2) VALUE "00".
       01 WS-EVENTS-STATUS    PIC X(2) VALUE "00".
       01 WS-EVENT-ID         PIC X(6) VALUE SPACES.
       01 WS-EVENT-FOUND-SW   PIC X(1) VALUE "N".
       01 WS-EVENT-DATE       PIC 9(8) VALUE 0.
       01 WS-EVENT-FORMAT     PIC X(1) VALUE SPACE.
       01 WS-EVENT-RULESET    PIC X(1) VALUE SPACE.
       01 WS-EVENT-FEE        PIC 9(3)V99 VALUE 0.
       01 WS-CURRENT-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-TODAY            PIC 9(8) VALUE 0.
       01 WS-NIGHT-DATE       PIC 9(8) VALUE 0.
       01 WS-EOF              PIC X(1) VALUE "N".
       01 WS-LIST-EOF         PIC X(1) VALUE "N".
       01 WS-REJECT-CODE      PIC X(3) VALUE SPACES.
       01 WS-REJECT-TEXT      PIC X(40) VALUE SPACES.
       01 WS-NOTE-TEXT        PIC X(40) VALUE SPACES.
       01 WS-MATCH-ID         PIC X(6) VALUE SPACES.
       01 WS-NEW-PLAYER-SW    PIC X(1) VALUE "N".
       01 WS-ADDED-SW         PIC X(1) VALUE "N".
       01 WS-NAME-DIFFERS-SW  PIC X(1) VALUE "N".
       01 WS-FOUND-SW         PIC X(1) VALUE "N".
       01 WS-EMAIL-KEY        PIC X(40) VALUE SPACES.
       01 WS-NAME-KEY         PIC X(20) VALUE SPACES.
       01 WS-LAST-WEB-NO      PIC 9(5) VALUE 0.
       01 WS-WEB-ID.
           05 WS-WEB-ID-PREFIX PIC X(1) VALUE "W".
           05 WS-WEB-ID-NO     PIC 9(5) VALUE 0.
       01 WS-MAINT-SEQ-NO     PIC 9(4) VALUE 0.
       01 WS-IDX              PIC 9(4) VALUE 0.
       01 WS-CONTACT-COUNT    PIC 9(4) VALUE 0.
       01 WS-PRE-COUNT        PIC 9(4) VALUE 0.
       01 WS-SIGNUPS-READ     PIC 9(6) VALUE 0.
       01 WS-SIGNUPS-LOADED   PIC 9(6) VALUE 0.
       01 WS-SIGNUPS-REJECTED PIC 9(6) VALUE 0.
       01 WS-PLAYERS-ADDED    PIC 9(6) VALUE 0.
       01 WS-PLAYERS-MATCHED  PIC 9(6) VALUE 0.
       01 WS-PRE-PAID         PIC 9(6) VALUE 0.
       01 WS-PAY-AT-DOOR      PIC 9(6) VALUE 0.
       01 WS-NOTES-WRITTEN    PIC 9(6) VALUE 0.
      *    E-mail addresses on PLAYERWEB.DAT, upper case, with the
      *    player each one belongs to.
       01 CONTACT-TABLE.
           05 CT-ENTRY OCCURS 2000 TIMES.
               10 CT-PLAYER-ID    PIC X(6).
               10 CT-EMAIL        PIC X(40).
      *    Pre-registrations for tonight and later, from PREREG.DAT
      *    and from this load, for the duplicate checks.
       01 PRE-TABLE.
           05 PT-ENTRY OCCURS 2000 TIMES.
               10 PT-NIGHT-DATE   PIC 9(8).
               10 PT-EVENT-ID     PIC X(6).
               10 PT-PLAYER-ID    PIC X(10).
               10 PT-SIGNUP-REF   PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
       DISPLAY "Website pre-registration load.".
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY.
       OPEN INPUT WEBFEED.
       IF WS-WEBFEED-STATUS = "35"
           DISPLAY "WEBFEED.DAT not found - nothing to load."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN I-O PLAYERMST.
       IF WS-PLAYERMST-STATUS NOT = "00"
           DISPLAY "Cannot open PLAYERMST.IDX - status "
               WS-PLAYERMST-STATUS ". Run JOKENCNV if the master has "
               "not been converted yet."
           CLOSE WEBFEED
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM FIND-LAST-WEB-ID.
       PERFORM LOAD-CONTACTS.
       PERFORM LOAD-PRE-REGISTRATIONS.

       OPEN EXTEND MAINTLOG.
       IF WS-MAINTLOG-STATUS = "35"
           OPEN OUTPUT MAINTLOG
           CLOSE MAINTLOG
           OPEN EXTEND MAINTLOG
       END-IF.
       OPEN EXTEND PLAYERWEB.
       IF WS-PLAYERWEB-STATUS = "35"
           OPEN OUTPUT PLAYERWEB
           CLOSE PLAYERWEB
           OPEN EXTEND PLAYERWEB
       END-IF.
       OPEN EXTEND PREREG.
       IF WS-PREREG-STATUS = "35"
           OPEN OUTPUT PREREG
           CLOSE PREREG
           OPEN EXTEND PREREG
       END-IF.
       OPEN OUTPUT WEBREJ.
       OPEN OUTPUT WEBACK.
       OPEN OUTPUT WEBRPT.
       PERFORM WRITE-REPORT-HEADING.

       PERFORM UNTIL WS-EOF = "Y"
           READ WEBFEED
               AT END MOVE "Y" TO WS-EOF
               NOT AT END PERFORM LOAD-SIGN-UP
           END-READ
       END-PERFORM.

       PERFORM WRITE-REPORT-SUMMARY.

       CLOSE WEBFEED.
       CLOSE PLAYERMST.
       CLOSE MAINTLOG.
       CLOSE PLAYERWEB.
       CLOSE PREREG.
       CLOSE WEBREJ.
       CLOSE WEBACK.
       CLOSE WEBRPT.

       DISPLAY "Sign-ups read: " WS-SIGNUPS-READ
           ", loaded: " WS-SIGNUPS-LOADED
           ", rejected: " WS-SIGNUPS-REJECTED ".".
       DISPLAY "Players added: " WS-PLAYERS-ADDED
           ", matched: " WS-PLAYERS-MATCHED
           " - acknowledgments on WEBACK.DAT, exceptions on "
           "WEBLOAD.RPT.".
       STOP RUN.

       FIND-LAST-WEB-ID.
      *    Website players get W00001 upward; carry on from the
      *    highest W-number already on the master.
       MOVE 0 TO WS-LAST-WEB-NO.
       MOVE "W00000" TO PM-PLAYER-ID.
       START PLAYERMST KEY NOT < PM-PLAYER-ID
           INVALID KEY
               MOVE "Y" TO WS-LIST-EOF
       END-START.
       PERFORM UNTIL WS-LIST-EOF = "Y"
           READ PLAYERMST NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LIST-EOF
               NOT AT END
                   IF PM-PLAYER-ID(1:1) NOT = "W"
                       MOVE "Y" TO WS-LIST-EOF
                   ELSE
                       IF PM-PLAYER-ID(2:5) IS NUMERIC
                           MOVE PM-PLAYER-ID(2:5) TO WS-LAST-WEB-NO
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

       LOAD-CONTACTS.
       OPEN INPUT PLAYERWEB.
       IF WS-PLAYERWEB-STATUS NOT = "35"
           MOVE "N" TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ PLAYERWEB
                   AT END MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       MOVE PW-PLAYER-ID TO WS-MATCH-ID
                       MOVE PW-EMAIL     TO WS-EMAIL-KEY
                       PERFORM ADD-CONTACT-TO-TABLE
               END-READ
           END-PERFORM
           CLOSE PLAYERWEB
       END-IF.

       ADD-CONTACT-TO-TABLE.
       IF WS-CONTACT-COUNT >= 2000
           DISPLAY "More than 2000 e-mail addresses on PLAYERWEB.DAT "
               "- CONTACT-TABLE is full."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-CONTACT-COUNT.
       MOVE WS-MATCH-ID  TO CT-PLAYER-ID(WS-CONTACT-COUNT).
       MOVE WS-EMAIL-KEY TO CT-EMAIL(WS-CONTACT-COUNT).

       LOAD-PRE-REGISTRATIONS.
      *    Only tonight and later matter: the feed carries upcoming
      *    nights, and older bookings cannot be duplicated.
       OPEN INPUT PREREG.
       IF WS-PREREG-STATUS NOT = "35"
           MOVE "N" TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ PREREG
                   AT END MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       IF PE-NIGHT-DATE >= WS-TODAY
                           PERFORM ADD-PRE-TO-TABLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREREG
       END-IF.

       ADD-PRE-TO-TABLE.
       IF WS-PRE-COUNT >= 2000
           DISPLAY "More than 2000 upcoming pre-registrations - "
               "PRE-TABLE is full."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-PRE-COUNT.
       MOVE PE-NIGHT-DATE TO PT-NIGHT-DATE(WS-PRE-COUNT).
       MOVE PE-EVENT-ID   TO PT-EVENT-ID(WS-PRE-COUNT).
       MOVE PE-PLAYER-ID  TO PT-PLAYER-ID(WS-PRE-COUNT).
       MOVE PE-SIGNUP-REF TO PT-SIGNUP-REF(WS-PRE-COUNT).

       LOAD-SIGN-UP.
       ADD 1 TO WS-SIGNUPS-READ.
       MOVE SPACES TO WS-REJECT-CODE.
       MOVE SPACES TO WS-REJECT-TEXT.
       MOVE SPACES TO WS-MATCH-ID.
       MOVE "N" TO WS-NEW-PLAYER-SW.
       MOVE "N" TO WS-NAME-DIFFERS-SW.
       PERFORM EDIT-SIGN-UP.
       IF WS-REJECT-CODE = SPACES
           PERFORM IDENTIFY-PLAYER
       END-IF.
       IF WS-REJECT-CODE = SPACES AND WS-NEW-PLAYER-SW = "N"
           PERFORM CHECK-DUPLICATE-BOOKING
       END-IF.
       IF WS-REJECT-CODE = SPACES AND WS-NEW-PLAYER-SW = "Y"
           PERFORM ADD-WEB-PLAYER
       END-IF.
       IF WS-REJECT-CODE = SPACES
           PERFORM WRITE-PRE-REGISTRATION
       ELSE
           PERFORM WRITE-REJECT
       END-IF.
       PERFORM WRITE-ACKNOWLEDGMENT.

       EDIT-SIGN-UP.
      *    The first failed check is the reason given back.
       IF WF-SIGNUP-REF = SPACES
           MOVE "R01" TO WS-REJECT-CODE
           MOVE "SIGN-UP REFERENCE MISSING" TO WS-REJECT-TEXT
       ELSE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PRE-COUNT
               IF PT-SIGNUP-REF(WS-IDX) = WF-SIGNUP-REF
                   MOVE "R02" TO WS-REJECT-CODE
                   MOVE "DUPLICATE SIGN-UP REFERENCE"
                       TO WS-REJECT-TEXT
               END-IF
           END-PERFORM
       END-IF.
       IF WS-REJECT-CODE = SPACES
           IF WF-NIGHT-DATE IS NOT NUMERIC
               MOVE "R03" TO WS-REJECT-CODE
               MOVE "NIGHT DATE IS NOT A VALID DATE" TO WS-REJECT-TEXT
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WF-NIGHT-DATE-N) NOT = 0
                   MOVE "R03" TO WS-REJECT-CODE
                   MOVE "NIGHT DATE IS NOT A VALID DATE"
                       TO WS-REJECT-TEXT
               ELSE
                   MOVE WF-NIGHT-DATE-N TO WS-NIGHT-DATE
               END-IF
           END-IF
       END-IF.
       IF WS-REJECT-CODE = SPACES AND WS-NIGHT-DATE < WS-TODAY
           MOVE "R04" TO WS-REJECT-CODE
           MOVE "NIGHT BOOKED IS ALREADY PAST" TO WS-REJECT-TEXT
       END-IF.
       IF WS-REJECT-CODE = SPACES AND WF-EVENT-ID NOT = SPACES
           MOVE WF-EVENT-ID TO WS-EVENT-ID
           PERFORM READ-EVENT
           IF WS-EVENT-FOUND-SW = "N"
                   OR WS-EVENT-DATE NOT = WS-NIGHT-DATE
               MOVE "R05" TO WS-REJECT-CODE
               MOVE "EVENT NOT SET UP FOR THAT NIGHT"
                   TO WS-REJECT-TEXT
           END-IF
       END-IF.
       IF WS-REJECT-CODE = SPACES
               AND WF-PAYMENT NOT = "P" AND WF-PAYMENT NOT = "D"
           MOVE "R06" TO WS-REJECT-CODE
           MOVE "PAYMENT MUST BE P (PRE-PAID) OR D (DOOR)"
               TO WS-REJECT-TEXT
       END-IF.
       IF WS-REJECT-CODE = SPACES AND WF-PLAYER-ID = SPACES
               AND (WF-PLAYER-NAME = SPACES OR WF-EMAIL = SPACES)
           MOVE "R09" TO WS-REJECT-CODE
           MOVE "NAME AND E-MAIL NEEDED WITHOUT A PLAYER ID"
               TO WS-REJECT-TEXT
       END-IF.

       IDENTIFY-PLAYER.
       MOVE FUNCTION UPPER-CASE(WF-EMAIL) TO WS-EMAIL-KEY.
       IF WF-PLAYER-ID NOT = SPACES
           MOVE WF-PLAYER-ID TO PM-PLAYER-ID
           READ PLAYERMST
               INVALID KEY
                   MOVE "R07" TO WS-REJECT-CODE
                   MOVE "PLAYER ID NOT ON THE PLAYER MASTER"
                       TO WS-REJECT-TEXT
               NOT INVALID KEY
                   PERFORM CHECK-MATCHED-PLAYER
           END-READ
           IF WS-REJECT-CODE = SPACES
                   AND FUNCTION UPPER-CASE(PM-PLAYER-NAME)
                       NOT = FUNCTION UPPER-CASE(WF-PLAYER-NAME)
                   AND WF-PLAYER-NAME NOT = SPACES
               MOVE "Y" TO WS-NAME-DIFFERS-SW
           END-IF
       ELSE
           MOVE FUNCTION UPPER-CASE(WF-PLAYER-NAME) TO WS-NAME-KEY
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CONTACT-COUNT
                       OR WS-FOUND-SW = "Y"
               IF CT-EMAIL(WS-IDX) = WS-EMAIL-KEY
                   PERFORM MATCH-BY-NAME
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = "N"
               MOVE "Y" TO WS-NEW-PLAYER-SW
           END-IF
       END-IF.

       MATCH-BY-NAME.
       MOVE CT-PLAYER-ID(WS-IDX) TO PM-PLAYER-ID.
       READ PLAYERMST
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF FUNCTION UPPER-CASE(PM-PLAYER-NAME) = WS-NAME-KEY
                   MOVE "Y" TO WS-FOUND-SW
                   PERFORM CHECK-MATCHED-PLAYER
               END-IF
       END-READ.

       CHECK-MATCHED-PLAYER.
       IF PM-STATUS = "R"
           MOVE "R08" TO WS-REJECT-CODE
           MOVE "PLAYER IS RETIRED" TO WS-REJECT-TEXT
       ELSE
           MOVE PM-PLAYER-ID TO WS-MATCH-ID
       END-IF.

       CHECK-DUPLICATE-BOOKING.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PRE-COUNT
           IF PT-NIGHT-DATE(WS-IDX) = WS-NIGHT-DATE
                   AND PT-EVENT-ID(WS-IDX) = WF-EVENT-ID
                   AND PT-PLAYER-ID(WS-IDX) = WS-MATCH-ID
               MOVE "R10" TO WS-REJECT-CODE
               MOVE "ALREADY PRE-REGISTERED FOR THAT NIGHT"
                   TO WS-REJECT-TEXT
           END-IF
       END-PERFORM.

       ADD-WEB-PLAYER.
      *    A W-number keyed by hand at the desk is stepped over.
       MOVE "N" TO WS-ADDED-SW.
       PERFORM UNTIL WS-ADDED-SW = "Y" OR WS-REJECT-CODE NOT = SPACES
           IF WS-LAST-WEB-NO >= 99999
               MOVE "R11" TO WS-REJECT-CODE
               MOVE "NO FREE WEBSITE PLAYER ID" TO WS-REJECT-TEXT
           ELSE
               ADD 1 TO WS-LAST-WEB-NO
               MOVE WS-LAST-WEB-NO TO WS-WEB-ID-NO
               MOVE WS-WEB-ID      TO PM-PLAYER-ID
               MOVE WF-PLAYER-NAME TO PM-PLAYER-NAME
               MOVE 1200           TO PM-RATING
               MOVE "A"            TO PM-STATUS
               WRITE PLAYER-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ADDED-SW
               END-WRITE
           END-IF
       END-PERFORM.
       IF WS-ADDED-SW = "Y"
           MOVE WS-WEB-ID TO WS-MATCH-ID
           ADD 1 TO WS-PLAYERS-ADDED
           PERFORM WRITE-MAINT-LOG
           PERFORM WRITE-CONTACT
       END-IF.

       WRITE-CONTACT.
       MOVE WS-MATCH-ID   TO PW-PLAYER-ID.
       MOVE WS-EMAIL-KEY  TO PW-EMAIL.
       MOVE WS-TODAY      TO PW-ADDED-DATE.
       MOVE WF-SIGNUP-REF TO PW-SIGNUP-REF.
       WRITE PLAYER-WEB-RECORD.
       PERFORM ADD-CONTACT-TO-TABLE.

       WRITE-MAINT-LOG.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       ADD 1 TO WS-MAINT-SEQ-NO.
       MOVE WS-CURRENT-DATE-TIME(1:8) TO ML-DATE.
       MOVE WS-CURRENT-DATE-TIME(9:6) TO ML-TIME.
       MOVE WS-MAINT-SEQ-NO           TO ML-SEQ-NO.
       MOVE "JOKENWEB"     TO ML-OPERATOR-ID.
       MOVE "ADD"          TO ML-ACTION.
       MOVE WS-MATCH-ID    TO ML-PLAYER-ID.
       MOVE SPACES         TO ML-OLD-VALUE.
       MOVE WF-PLAYER-NAME TO ML-NEW-VALUE.
       WRITE MAINT-LOG-RECORD.

       WRITE-PRE-REGISTRATION.
       IF WS-NEW-PLAYER-SW = "N"
           ADD 1 TO WS-PLAYERS-MATCHED
      *    A known player signing up under an address not yet on
      *    file gets it recorded, so a later sign-up without the ID
      *    still finds them.
           IF WS-EMAIL-KEY NOT = SPACES
               MOVE "N" TO WS-FOUND-SW
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CONTACT-COUNT
                   IF CT-PLAYER-ID(WS-IDX) = WS-MATCH-ID
                           AND CT-EMAIL(WS-IDX) = WS-EMAIL-KEY
                       MOVE "Y" TO WS-FOUND-SW
                   END-IF
               END-PERFORM
               IF WS-FOUND-SW = "N"
                   PERFORM WRITE-CONTACT
               END-IF
           END-IF
       END-IF.
       MOVE WS-NIGHT-DATE TO PE-NIGHT-DATE.
       MOVE WF-EVENT-ID   TO PE-EVENT-ID.
       MOVE WS-MATCH-ID   TO PE-PLAYER-ID.
       MOVE WF-PAYMENT    TO PE-FEE-STATUS.
       MOVE WF-SIGNUP-REF TO PE-SIGNUP-REF.
       MOVE WS-TODAY      TO PE-LOADED-DATE.
       WRITE PRE-REGISTRATION-RECORD.
       PERFORM ADD-PRE-TO-TABLE.
       ADD 1 TO WS-SIGNUPS-LOADED.
      *    Noted only once the sign-up is loaded - a later check may
      *    still have rejected it.
       IF WS-NAME-DIFFERS-SW = "Y"
           MOVE "NAME DIFFERS FROM PLAYER MASTER - LOADED"
               TO WS-NOTE-TEXT
           PERFORM WRITE-REPORT-NOTE
       END-IF.
       IF WF-PAYMENT = "P"
           ADD 1 TO WS-PRE-PAID
       ELSE
           ADD 1 TO WS-PAY-AT-DOOR
       END-IF.

       WRITE-REJECT.
       ADD 1 TO WS-SIGNUPS-REJECTED.
       MOVE WEB-FEED-RECORD TO WJ-FEED-DATA.
       MOVE WS-REJECT-CODE  TO WJ-REASON-CODE.
       MOVE WS-REJECT-TEXT  TO WJ-REASON-TEXT.
       WRITE WEB-REJECT-RECORD.
       MOVE SPACES TO WEB-REPORT-LINE.
       STRING WF-SIGNUP-REF DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WF-PLAYER-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WF-PLAYER-NAME(1:16) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WF-NIGHT-DATE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-REJECT-CODE DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-REJECT-TEXT DELIMITED BY SIZE
              INTO WEB-REPORT-LINE
       END-STRING.
       WRITE WEB-REPORT-LINE.

       WRITE-ACKNOWLEDGMENT.
       MOVE WF-SIGNUP-REF TO AK-SIGNUP-REF.
       IF WS-REJECT-CODE = SPACES
           MOVE "A"              TO AK-RESULT
           MOVE WS-MATCH-ID      TO AK-PLAYER-ID
           MOVE WS-NEW-PLAYER-SW TO AK-NEW-PLAYER
       ELSE
           MOVE "R"              TO AK-RESULT
           MOVE WF-PLAYER-ID     TO AK-PLAYER-ID
           MOVE "N"              TO AK-NEW-PLAYER
       END-IF.
       MOVE WS-REJECT-CODE TO AK-REASON-CODE.
       MOVE WS-REJECT-TEXT TO AK-REASON-TEXT.
       WRITE WEB-ACK-RECORD.

       WRITE-REPORT-HEADING.
       MOVE "JOKENPO WEBSITE PRE-REGISTRATION LOAD - EXCEPTIONS"
           TO WEB-REPORT-LINE.
       WRITE WEB-REPORT-LINE.
       MOVE SPACES TO WEB-REPORT-LINE.
       STRING "LOADED " DELIMITED BY SIZE
              WS-TODAY DELIMITED BY SIZE
              " FROM WEBFEED.DAT" DELIMITED BY SIZE
              INTO WEB-REPORT-LINE
       END-STRING.
       WRITE WEB-REPORT-LINE.
       MOVE SPACES TO WEB-REPORT-LINE.
       WRITE WEB-REPORT-LINE.
       MOVE SPACES TO WEB-REPORT-LINE.
       STRING "SIGN-UP    ID     NAME             "
              DELIMITED BY SIZE
              "NIGHT    CODE REASON" DELIMITED BY SIZE
              INTO WEB-REPORT-LINE
       END-STRING.
       WRITE WEB-REPORT-LINE.

       WRITE-REPORT-NOTE.
      *    Loaded, but worth a look at the desk.
       ADD 1 TO WS-NOTES-WRITTEN.
       MOVE SPACES TO WEB-REPORT-LINE.
       STRING WF-SIGNUP-REF DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WF-PLAYER-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WF-PLAYER-NAME(1:16) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WF-NIGHT-DATE DELIMITED BY SIZE
              " NOTE " DELIMITED BY SIZE
              WS-NOTE-TEXT DELIMITED BY SIZE
              INTO WEB-REPORT-LINE
       END-STRING.
       WRITE WEB-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
       IF WS-SIGNUPS-REJECTED = 0 AND WS-NOTES-WRITTEN = 0
           MOVE "  (NO EXCEPTIONS)" TO WEB-REPORT-LINE
           WRITE WEB-REPORT-LINE
       END-IF.
       MOVE SPACES TO WEB-REPORT-LINE.
       WRITE WEB-REPORT-LINE.
       MOVE SPACES TO WEB-REPORT-LINE.
       STRING "SIGN-UPS READ " DELIMITED BY SIZE
              WS-SIGNUPS-READ DELIMITED BY SIZE
              "  LOADED " DELIMITED BY SIZE
              WS-SIGNUPS-LOADED DELIMITED BY SIZE
              "  REJECTED " DELIMITED BY SIZE
              WS-SIGNUPS-REJECTED DELIMITED BY SIZE
              INTO WEB-REPORT-LINE
       END-STRING.
       WRITE WEB-REPORT-LINE.
       MOVE SPACES TO WEB-REPORT-LINE.
       STRING "PLAYERS ADDED " DELIMITED BY SIZE
              WS-PLAYERS-ADDED DELIMITED BY SIZE
              "  MATCHED " DELIMITED BY SIZE
              WS-PLAYERS-MATCHED DELIMITED BY SIZE
              "  PRE-PAID " DELIMITED BY SIZE
              WS-PRE-PAID DELIMITED BY SIZE
              "  PAY AT DOOR " DELIMITED BY SIZE
              WS-PAY-AT-DOOR DELIMITED BY SIZE
              INTO WEB-REPORT-LINE
       END-STRING.
       WRITE WEB-REPORT-LINE.

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
       END PROGRAM JOKENWEB.
