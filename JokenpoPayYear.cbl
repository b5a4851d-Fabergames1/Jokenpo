      ******************************************************************
      * Author: FABRICIO PERRONE
      * Date: 15/10/2026
      * Purpose: Study
      * Tectonics: cobc
      * Year-end prize statements. Reads the permanent payment
      * register PAYREG.DAT (copybook PREGREC) that JOKENPAY files
      * and JOKENPDK marks, and writes PAYYEAR.RPT for the owner and
      * the accountant in three parts:
      * - a statement per player for the year asked for: total
      *   winnings, nights paid (a night and event counts once even
      *   when the player drew a rank payout and the champion bonus),
      *   largest single payout, and how much of it was paid out and
      *   how much is still unclaimed;
      * - the players whose year total is at or over the reporting
      *   threshold, the "T" rule on PAYRULES.DAT (600.00 when the
      *   rule is missing);
      * - every prize, of any year, still unclaimed 30 days or more
      *   after its night as of the date given, in 30-59, 60-89 and
      *   90+ day buckets.
      * Lines held for integrity review are not winnings until the
      * director clears the hold, so they are left out of all three.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOKENPYR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYREG ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYREG-STATUS.
           SELECT PAYRULES ASSIGN TO "PAYRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYRULES-STATUS.
           SELECT PAYYEAR ASSIGN TO "PAYYEAR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYYEAR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYREG.
           COPY PREGREC.
       FD  PAYRULES.
           COPY PAYRREC.
       FD  PAYYEAR.
       01  PAY-YEAR-LINE          PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-PAYREG-STATUS    PIC X(2) VALUE "00".
       01 WS-PAYRULES-STATUS  PIC X(2) VALUE "00".
       01 WS-PAYYEAR-STATUS   PIC X(2) VALUE "00".
       01 WS-CURRENT-DATE-TIME PIC X(21) VALUE SPACES.
       01 WS-YEAR-IN          PIC X(4) VALUE SPACES.
       01 WS-YEAR             PIC 9(4) VALUE 0.
       01 WS-AS-OF-IN         PIC X(8) VALUE SPACES.
       01 WS-AS-OF-DATE       PIC 9(8) VALUE 0.
       01 WS-THRESHOLD        PIC 9(6)V99 VALUE 600.00.
       01 WS-REG-EOF          PIC X(1) VALUE "N".
       01 WS-RULES-EOF        PIC X(1) VALUE "N".
       01 WS-SORTED-SW        PIC X(1) VALUE "N".
       01 WS-NIGHT-KEY        PIC X(14) VALUE SPACES.
       01 WS-I                PIC 9(4) VALUE 0.
       01 WS-J                PIC 9(4) VALUE 0.
       01 WS-PLAYER-COUNT     PIC 9(4) VALUE 0.
       01 WS-PLAYER-IDX       PIC 9(4) VALUE 0.
       01 WS-OVER-COUNT       PIC 9(4) VALUE 0.
       01 WS-LINES-READ       PIC 9(6) VALUE 0.
       01 WS-AGE-DAYS         PIC S9(6) VALUE 0.
       01 WS-BUCKET           PIC 9(1) VALUE 0.
       01 WS-YEAR-TOTAL       PIC 9(8)V99 VALUE 0.
       01 WS-YEAR-PAID        PIC 9(8)V99 VALUE 0.
       01 WS-YEAR-UNCLAIMED   PIC 9(8)V99 VALUE 0.
       01 WS-AGED-COUNT       PIC 9(5) VALUE 0.
       01 WS-AGED-TOTAL       PIC 9(8)V99 VALUE 0.
       01 WS-NIGHTS-DISP      PIC ZZ9.
       01 WS-COUNT-DISP       PIC ZZZZ9.
       01 WS-DAYS-DISP        PIC ZZZZ9.
       01 WS-AMOUNT-DISP      PIC ZZZ,ZZ9.99.
       01 WS-TOTAL-DISP       PIC ZZ,ZZZ,ZZ9.99.
       01 WS-LARGEST-DISP     PIC ZZZ,ZZ9.99.
       01 WS-PAID-DISP        PIC ZZ,ZZZ,ZZ9.99.
       01 WS-UNCL-DISP        PIC ZZ,ZZZ,ZZ9.99.
       01 WS-BUCKET-TEXT      PIC X(10) VALUE SPACES.
       01 WS-PT-SWAP          PIC X(82) VALUE SPACES.
      *    One entry per player paid in the year; PT-LAST-NIGHT is the
      *    night and event of the player's last line read, so that a
      *    second line on the same night does not count a new night
      *    (the register is kept in night order).
       01 PLAYER-TOTAL-TABLE.
           05 PT-ENTRY OCCURS 1000 TIMES.
               10 PT-PLAYER-ID    PIC X(10).
               10 PT-PLAYER-NAME  PIC X(20).
               10 PT-NIGHTS       PIC 9(3).
               10 PT-TOTAL        PIC 9(7)V99.
               10 PT-LARGEST      PIC 9(6)V99.
               10 PT-PAID         PIC 9(7)V99.
               10 PT-UNCLAIMED    PIC 9(7)V99.
               10 PT-LAST-NIGHT   PIC X(14).
      *    Unclaimed lines and amounts per aging bucket:
      *    1 = 30-59 days, 2 = 60-89 days, 3 = 90 days and over.
       01 AGING-TOTAL-TABLE.
           05 AG-ENTRY OCCURS 3 TIMES.
               10 AG-COUNT        PIC 9(5).
               10 AG-AMOUNT       PIC 9(8)V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
       DISPLAY "Year-end prize statements.".
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
       DISPLAY "Statement year (YYYY, blank = this year): ".
       ACCEPT WS-YEAR-IN.
       IF WS-YEAR-IN IS NUMERIC AND WS-YEAR-IN NOT = "0000"
           MOVE WS-YEAR-IN TO WS-YEAR
       ELSE
           MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-YEAR
       END-IF.
       DISPLAY "Age unclaimed prizes as of (YYYYMMDD, blank = "
           "today): ".
       ACCEPT WS-AS-OF-IN.
       IF WS-AS-OF-IN IS NUMERIC AND WS-AS-OF-IN NOT = "00000000"
           MOVE WS-AS-OF-IN TO WS-AS-OF-DATE
       ELSE
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-AS-OF-DATE
       END-IF.

       PERFORM LOAD-THRESHOLD.
       PERFORM TOTAL-YEAR-LINES.
       PERFORM SORT-PLAYER-TOTALS.

       OPEN OUTPUT PAYYEAR.
       PERFORM WRITE-REPORT-HEADING.
       PERFORM WRITE-STATEMENTS.
       PERFORM WRITE-THRESHOLD-LIST.
       PERFORM WRITE-UNCLAIMED-AGING.
       CLOSE PAYYEAR.

       MOVE WS-YEAR-TOTAL TO WS-TOTAL-DISP.
       DISPLAY "Year " WS-YEAR ": " WS-PLAYER-COUNT " player(s), "
           "winnings " WS-TOTAL-DISP ", " WS-OVER-COUNT
           " at or over the threshold.".
       MOVE WS-AGED-TOTAL TO WS-TOTAL-DISP.
       DISPLAY "Unclaimed 30+ days as of " WS-AS-OF-DATE ": "
           WS-AGED-COUNT " prize(s), " WS-TOTAL-DISP
           " - detail on PAYYEAR.RPT.".
       STOP RUN.

       LOAD-THRESHOLD.
       OPEN INPUT PAYRULES.
       IF WS-PAYRULES-STATUS = "35"
           DISPLAY "PAYRULES.DAT not found - reporting threshold "
               "taken as 600.00."
       ELSE
           PERFORM UNTIL WS-RULES-EOF = "Y"
               READ PAYRULES
                   AT END MOVE "Y" TO WS-RULES-EOF
                   NOT AT END
                       IF PY-RULE-TYPE = "T"
                           MOVE PY-THRESHOLD TO WS-THRESHOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYRULES
       END-IF.

       TOTAL-YEAR-LINES.
       OPEN INPUT PAYREG.
       IF WS-PAYREG-STATUS = "35"
           DISPLAY "PAYREG.DAT not found - JOKENPAY files the register."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL WS-REG-EOF = "Y"
           READ PAYREG
               AT END MOVE "Y" TO WS-REG-EOF
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   IF PG-NIGHT-DATE(1:4) = WS-YEAR
                           AND PG-STATUS NOT = "H"
                       PERFORM ADD-PLAYER-LINE
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE PAYREG.

       ADD-PLAYER-LINE.
       MOVE 0 TO WS-PLAYER-IDX.
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-PLAYER-COUNT OR WS-PLAYER-IDX > 0
           IF PT-PLAYER-ID(WS-I) = PG-PLAYER-ID
               MOVE WS-I TO WS-PLAYER-IDX
           END-IF
       END-PERFORM.
       IF WS-PLAYER-IDX = 0
           IF WS-PLAYER-COUNT >= 1000
               DISPLAY "More than 1000 players paid in the year - "
                   "statements incomplete."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PLAYER-COUNT
           MOVE WS-PLAYER-COUNT TO WS-PLAYER-IDX
           MOVE PG-PLAYER-ID   TO PT-PLAYER-ID(WS-PLAYER-IDX)
           MOVE 0 TO PT-NIGHTS(WS-PLAYER-IDX)
           MOVE 0 TO PT-TOTAL(WS-PLAYER-IDX)
           MOVE 0 TO PT-LARGEST(WS-PLAYER-IDX)
           MOVE 0 TO PT-PAID(WS-PLAYER-IDX)
           MOVE 0 TO PT-UNCLAIMED(WS-PLAYER-IDX)
           MOVE SPACES TO PT-LAST-NIGHT(WS-PLAYER-IDX)
       END-IF.
      *    The latest name on the register is the one printed.
       MOVE PG-PLAYER-NAME TO PT-PLAYER-NAME(WS-PLAYER-IDX).
       MOVE PG-NIGHT-DATE TO WS-NIGHT-KEY(1:8).
       MOVE PG-EVENT-ID   TO WS-NIGHT-KEY(9:6).
       IF WS-NIGHT-KEY NOT = PT-LAST-NIGHT(WS-PLAYER-IDX)
           ADD 1 TO PT-NIGHTS(WS-PLAYER-IDX)
           MOVE WS-NIGHT-KEY TO PT-LAST-NIGHT(WS-PLAYER-IDX)
       END-IF.
       ADD PG-AMOUNT TO PT-TOTAL(WS-PLAYER-IDX).
       ADD PG-AMOUNT TO WS-YEAR-TOTAL.
       IF PG-AMOUNT > PT-LARGEST(WS-PLAYER-IDX)
           MOVE PG-AMOUNT TO PT-LARGEST(WS-PLAYER-IDX)
       END-IF.
       IF PG-STATUS = "P"
           ADD PG-AMOUNT TO PT-PAID(WS-PLAYER-IDX)
           ADD PG-AMOUNT TO WS-YEAR-PAID
       ELSE
           ADD PG-AMOUNT TO PT-UNCLAIMED(WS-PLAYER-IDX)
           ADD PG-AMOUNT TO WS-YEAR-UNCLAIMED
       END-IF.

       SORT-PLAYER-TOTALS.
      *    Statements go out in player ID order.
       MOVE "N" TO WS-SORTED-SW.
       PERFORM UNTIL WS-SORTED-SW = "Y"
           MOVE "Y" TO WS-SORTED-SW
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-PLAYER-COUNT
               COMPUTE WS-J = WS-I + 1
               IF PT-PLAYER-ID(WS-J) < PT-PLAYER-ID(WS-I)
                   MOVE PT-ENTRY(WS-I) TO WS-PT-SWAP
                   MOVE PT-ENTRY(WS-J) TO PT-ENTRY(WS-I)
                   MOVE WS-PT-SWAP     TO PT-ENTRY(WS-J)
                   MOVE "N" TO WS-SORTED-SW
               END-IF
           END-PERFORM
       END-PERFORM.

       WRITE-REPORT-HEADING.
       MOVE "JOKENPO YEAR-END PRIZE STATEMENTS" TO PAY-YEAR-LINE.
       WRITE PAY-YEAR-LINE.
       MOVE WS-THRESHOLD TO WS-AMOUNT-DISP.
       MOVE SPACES TO PAY-YEAR-LINE.
       STRING "YEAR " DELIMITED BY SIZE
              WS-YEAR DELIMITED BY SIZE
              "  AGED AS OF " DELIMITED BY SIZE
              WS-AS-OF-DATE DELIMITED BY SIZE
              "  REPORTING THRESHOLD " DELIMITED BY SIZE
              WS-AMOUNT-DISP DELIMITED BY SIZE
              INTO PAY-YEAR-LINE
       END-STRING.
       WRITE PAY-YEAR-LINE.
       MOVE SPACES TO PAY-YEAR-LINE.
       STRING "SOURCE: PAYREG.DAT. LINES HELD FOR INTEGRITY REVIEW "
                  DELIMITED BY SIZE
              "ARE LEFT OUT UNTIL CLEARED." DELIMITED BY SIZE
              INTO PAY-YEAR-LINE
       END-STRING.
       WRITE PAY-YEAR-LINE.

       WRITE-STATEMENTS.
       MOVE SPACES TO PAY-YEAR-LINE.
       WRITE PAY-YEAR-LINE.
       MOVE "PLAYER STATEMENTS" TO PAY-YEAR-LINE.
       WRITE PAY-YEAR-LINE.
       MOVE SPACES TO PAY-YEAR-LINE.
       STRING "PLAYER     NAME               NIGHTS        TOTAL"
                  DELIMITED BY SIZE
              "    LARGEST         PAID    UNCLAIMED" DELIMITED BY SIZE
              INTO PAY-YEAR-LINE
       END-STRING.
       WRITE PAY-YEAR-LINE.
       IF WS-PLAYER-COUNT = 0
           MOVE "  (NO PRIZES ON THE REGISTER FOR THE YEAR)"
               TO PAY-YEAR-LINE
           WRITE PAY-YEAR-LINE
       END-IF.
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PLAYER-COUNT
           MOVE PT-NIGHTS(WS-I)    TO WS-NIGHTS-DISP
           MOVE PT-TOTAL(WS-I)     TO WS-TOTAL-DISP
           MOVE PT-LARGEST(WS-I)   TO WS-LARGEST-DISP
           MOVE PT-PAID(WS-I)      TO WS-PAID-DISP
           MOVE PT-UNCLAIMED(WS-I) TO WS-UNCL-DISP
           MOVE SPACES TO PAY-YEAR-LINE
           STRING PT-PLAYER-ID(WS-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PT-PLAYER-NAME(WS-I) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-NIGHTS-DISP DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LARGEST-DISP DELIMITED BY SIZE
                  WS-PAID-DISP DELIMITED BY SIZE
                  WS-UNCL-DISP DELIMITED BY SIZE
                  INTO PAY-YEAR-LINE
           END-STRING
           WRITE PAY-YEAR-LINE
       END-PERFORM.
       MOVE WS-YEAR-TOTAL     TO WS-TOTAL-DISP.
       MOVE WS-YEAR-PAID      TO WS-PAID-DISP.
       MOVE WS-YEAR-UNCLAIMED TO WS-UNCL-DISP.
       MOVE SPACES TO PAY-YEAR-LINE.
       STRING "YEAR TOTAL" DELIMITED BY SIZE
              "                          " DELIMITED BY SIZE
              WS-TOTAL-DISP DELIMITED BY SIZE
              "           " DELIMITED BY SIZE
              WS-PAID-DISP DELIMITED BY SIZE
              WS-UNCL-DISP DELIMITED BY SIZE
              INTO PAY-YEAR-LINE
       END-STRING.
       WRITE PAY-YEAR-LINE.

       WRITE-THRESHOLD-LIST.
       MOVE SPACES TO PAY-YEAR-LINE.
       WRITE PAY-YEAR-LINE.
       MOVE WS-THRESHOLD TO WS-AMOUNT-DISP.
       MOVE SPACES TO PAY-YEAR-LINE.
       STRING "PLAYERS AT OR OVER THE REPORTING THRESHOLD OF "
                  DELIMITED BY SIZE
              WS-AMOUNT-DISP DELIMITED BY SIZE
              INTO PAY-YEAR-LINE
       END-STRING.
       WRITE PAY-YEAR-LINE.
       MOVE "PLAYER     NAME               NIGHTS        TOTAL"
           TO PAY-YEAR-LINE.
       WRITE PAY-YEAR-LINE.
       MOVE 0 TO WS-OVER-COUNT.
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PLAYER-COUNT
           IF PT-TOTAL(WS-I) >= WS-THRESHOLD
               ADD 1 TO WS-OVER-COUNT
               MOVE PT-NIGHTS(WS-I) TO WS-NIGHTS-DISP
               MOVE PT-TOTAL(WS-I)  TO WS-TOTAL-DISP
               MOVE SPACES TO PAY-YEAR-LINE
               STRING PT-PLAYER-ID(WS-I) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PT-PLAYER-NAME(WS-I) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-NIGHTS-DISP DELIMITED BY SIZE
                      WS-TOTAL-DISP DELIMITED BY SIZE
                      INTO PAY-YEAR-LINE
               END-STRING
               WRITE PAY-YEAR-LINE
           END-IF
       END-PERFORM.
       IF WS-OVER-COUNT = 0
           MOVE "  (NONE)" TO PAY-YEAR-LINE
           WRITE PAY-YEAR-LINE
       END-IF.

       WRITE-UNCLAIMED-AGING.
      *    A second pass over the register: unclaimed prizes of any
      *    year, aged in days from the night to the as-of date.
       MOVE SPACES TO PAY-YEAR-LINE.
       WRITE PAY-YEAR-LINE.
       MOVE SPACES TO PAY-YEAR-LINE.
       STRING "PRIZES UNCLAIMED 30 DAYS OR MORE AS OF "
                  DELIMITED BY SIZE
              WS-AS-OF-DATE DELIMITED BY SIZE
              " (ALL YEARS)" DELIMITED BY SIZE
              INTO PAY-YEAR-LINE
       END-STRING.
       WRITE PAY-YEAR-LINE.
       MOVE SPACES TO PAY-YEAR-LINE.
       STRING "NIGHT    EVENT  LN  PLAYER     NAME                 "
                  DELIMITED BY SIZE
              "    AMOUNT  DAYS BUCKET" DELIMITED BY SIZE
              INTO PAY-YEAR-LINE
       END-STRING.
       WRITE PAY-YEAR-LINE.
       INITIALIZE AGING-TOTAL-TABLE.
       MOVE "N" TO WS-REG-EOF.
       OPEN INPUT PAYREG.
       PERFORM UNTIL WS-REG-EOF = "Y"
           READ PAYREG
               AT END MOVE "Y" TO WS-REG-EOF
               NOT AT END
                   IF PG-STATUS = "U"
                           AND PG-NIGHT-DATE <= WS-AS-OF-DATE
                       PERFORM AGE-UNCLAIMED-LINE
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE PAYREG.
       IF WS-AGED-COUNT = 0
           MOVE "  (NONE)" TO PAY-YEAR-LINE
           WRITE PAY-YEAR-LINE
       END-IF.
       MOVE SPACES TO PAY-YEAR-LINE.
       WRITE PAY-YEAR-LINE.
       PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 3
           PERFORM SET-BUCKET-TEXT
           MOVE AG-COUNT(WS-BUCKET)  TO WS-COUNT-DISP
           MOVE AG-AMOUNT(WS-BUCKET) TO WS-TOTAL-DISP
           MOVE SPACES TO PAY-YEAR-LINE
           STRING "UNCLAIMED " DELIMITED BY SIZE
                  WS-BUCKET-TEXT DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  " PRIZE(S) " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO PAY-YEAR-LINE
           END-STRING
           WRITE PAY-YEAR-LINE
       END-PERFORM.
       MOVE WS-AGED-COUNT TO WS-COUNT-DISP.
       MOVE WS-AGED-TOTAL TO WS-TOTAL-DISP.
       MOVE SPACES TO PAY-YEAR-LINE.
       STRING "UNCLAIMED TOTAL     " DELIMITED BY SIZE
              WS-COUNT-DISP DELIMITED BY SIZE
              " PRIZE(S) " DELIMITED BY SIZE
              WS-TOTAL-DISP DELIMITED BY SIZE
              INTO PAY-YEAR-LINE
       END-STRING.
       WRITE PAY-YEAR-LINE.

       AGE-UNCLAIMED-LINE.
       COMPUTE WS-AGE-DAYS =
           FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
           - FUNCTION INTEGER-OF-DATE(PG-NIGHT-DATE).
       EVALUATE TRUE
           WHEN WS-AGE-DAYS >= 90
               MOVE 3 TO WS-BUCKET
           WHEN WS-AGE-DAYS >= 60
               MOVE 2 TO WS-BUCKET
           WHEN WS-AGE-DAYS >= 30
               MOVE 1 TO WS-BUCKET
           WHEN OTHER
               MOVE 0 TO WS-BUCKET
       END-EVALUATE.
       IF WS-BUCKET > 0
           ADD 1 TO AG-COUNT(WS-BUCKET)
           ADD PG-AMOUNT TO AG-AMOUNT(WS-BUCKET)
           ADD 1 TO WS-AGED-COUNT
           ADD PG-AMOUNT TO WS-AGED-TOTAL
           PERFORM SET-BUCKET-TEXT
           MOVE PG-AMOUNT   TO WS-AMOUNT-DISP
           MOVE WS-AGE-DAYS TO WS-DAYS-DISP
           MOVE SPACES TO PAY-YEAR-LINE
           STRING PG-NIGHT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-EVENT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-LINE-NO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-PLAYER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-PLAYER-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AMOUNT-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DAYS-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BUCKET-TEXT DELIMITED BY SIZE
                  INTO PAY-YEAR-LINE
           END-STRING
           WRITE PAY-YEAR-LINE
       END-IF.

       SET-BUCKET-TEXT.
       EVALUATE WS-BUCKET
           WHEN 1
               MOVE "30-59 DAYS" TO WS-BUCKET-TEXT
           WHEN 2
               MOVE "60-89 DAYS" TO WS-BUCKET-TEXT
           WHEN OTHER
               MOVE "90+ DAYS"   TO WS-BUCKET-TEXT
       END-EVALUATE.

       END PROGRAM JOKENPYR.
