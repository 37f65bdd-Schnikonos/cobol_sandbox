       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-DEPOSIT-FORECAST.

      *---------------------------------------------------------------
      * Maturity forecast for treasury's liquidity planning: every
      * active deposit on term-deposits.txt falling due within the
      * next 90 days of the business date, in maturity-date order,
      * grouped into the 0-30, 31-60, and 61-90 day windows. A
      * deposit already past its maturity date and still waiting on
      * TERM-DEPOSIT-MATURITY shows in the first window.
      *
      * Each line gives the locked amount, the interest it will earn
      * at maturity (worked the way TERM-DEPOSIT-MATURITY works it),
      * and the instruction. Cash out is what leaves the bank's
      * deposits on a payout - amount plus interest; a rollover
      * stays on deposit and only its interest is a cost. Each
      * window is subtotalled and the report closes with the
      * running totals due within 30, 60, and 90 days. Written to
      * term-deposit-forecast.txt.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSIT-FILE ASSIGN TO "term-deposits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEPOSIT.
           SELECT FORECAST-FILE ASSIGN TO "term-deposit-forecast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FORECAST.

       DATA DIVISION.
       FILE SECTION.
       FD DEPOSIT-FILE.
       01 DEPOSIT-REC.
          05 TD-ACCT         PIC 9(4).
          05 TD-AMOUNT       PIC 9(5)V99.
          05 TD-RATE-TTH     PIC 9(4).
          05 TD-START-DATE   PIC 9(8).
          05 TD-MATURITY     PIC 9(8).
          05 TD-TERM         PIC 9(3).
          05 TD-INSTRUCTION  PIC X.
          05 TD-PAYOUT-ACCT  PIC 9(4).
          05 TD-STATUS       PIC X.

       FD FORECAST-FILE.
       01 FORECAST-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-DEPOSIT         PIC XX.
       01 FS-FORECAST        PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".

       01 WS-RUN-DATE        PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-RUN-DAY         PIC 9(7).

      *---------------------------------------------------------------
      * Deposits due within the horizon, kept in maturity order as
      * they are loaded.
      *---------------------------------------------------------------
       01 WS-DUE-COUNT       PIC 9(3) VALUE 0.
       01 WS-DUE-IDX         PIC 9(3).
       01 WS-SHIFT-IDX       PIC 9(3).
       01 WS-DUE-TABLE.
          05 WS-DUE-ENTRY OCCURS 200 TIMES.
             10 DU-ACCT        PIC 9(4).
             10 DU-MATURITY    PIC 9(8).
             10 DU-DAYS        PIC S9(5).
             10 DU-AMOUNT      PIC 9(5)V99.
             10 DU-INTEREST    PIC 9(5)V99.
             10 DU-INSTRUCTION PIC X.
             10 DU-PAYOUT-ACCT PIC 9(4).
             10 DU-WINDOW      PIC 9.

       01 WS-DAYS-TO-GO      PIC S9(5).
       01 WS-TERM-DAYS       PIC 9(5).
       01 WS-INTEREST-WORK   PIC 9(11)V99 COMP-3.
       01 WS-INTEREST        PIC 9(5)V99.
       01 WS-CASH-OUT        PIC 9(6)V99.

      *---------------------------------------------------------------
      * Per-window totals; window 1 is 0-30 days, 2 is 31-60, 3 is
      * 61-90.
      *---------------------------------------------------------------
       01 WS-WIN-IDX         PIC 9.
       01 WS-WIN-TABLE.
          05 WS-WIN-ENTRY OCCURS 3 TIMES.
             10 WN-COUNT     PIC 9(3).
             10 WN-AMOUNT    PIC 9(7)V99.
             10 WN-INTEREST  PIC 9(7)V99.
             10 WN-CASH-OUT  PIC 9(7)V99.
       01 WS-WIN-LABELS.
          05 FILLER          PIC X(12) VALUE " 0-30 DAYS  ".
          05 FILLER          PIC X(12) VALUE "31-60 DAYS  ".
          05 FILLER          PIC X(12) VALUE "61-90 DAYS  ".
       01 WS-WIN-LABEL-TABLE REDEFINES WS-WIN-LABELS.
          05 WS-WIN-LABEL    PIC X(12) OCCURS 3 TIMES.
       01 WS-WIN-LIMITS.
          05 FILLER          PIC 9(2) VALUE 30.
          05 FILLER          PIC 9(2) VALUE 60.
          05 FILLER          PIC 9(2) VALUE 90.
       01 WS-WIN-LIMIT-TABLE REDEFINES WS-WIN-LIMITS.
          05 WS-WIN-LIMIT    PIC 9(2) OCCURS 3 TIMES.
       01 WS-RUN-COUNT       PIC 9(3) VALUE 0.
       01 WS-RUN-AMOUNT      PIC 9(7)V99 VALUE 0.
       01 WS-RUN-INTEREST    PIC 9(7)V99 VALUE 0.
       01 WS-RUN-CASH-OUT    PIC 9(7)V99 VALUE 0.

       01 WS-FC-TITLE.
          05 FILLER PIC X(38) VALUE
             "TERM DEPOSIT MATURITY FORECAST  AS AT ".
          05 WS-FT-DATE      PIC 9(8).
       01 WS-FC-HEADING.
          05 FILLER PIC X(34) VALUE
             "ACCT MATURITY  DAYS    AMOUNT  INT".
          05 FILLER PIC X(34) VALUE
             "EREST  INSTRUCTION  PAYT  CASH OUT".
       01 WS-FC-WINDOW.
          05 FILLER PIC X(12) VALUE "DUE WITHIN  ".
          05 WS-FW-LABEL     PIC X(12).
       01 WS-FC-DETAIL.
          05 WS-FD-ACCT      PIC 9(4).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-FD-MATURITY  PIC 9(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-FD-DAYS      PIC ----9.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-FD-AMOUNT    PIC Z(5)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-FD-INTEREST  PIC Z(5)9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-FD-INSTR     PIC X(11).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-FD-PAYOUT    PIC X(4).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-FD-CASH-OUT  PIC Z(5)9.99.
       01 WS-FC-SUBTOTAL.
          05 FILLER          PIC X(8) VALUE "  TOTAL ".
          05 WS-FS-COUNT     PIC ZZ9.
          05 FILLER          PIC X(8) VALUE SPACES.
          05 WS-FS-AMOUNT    PIC Z(6)9.99.
          05 WS-FS-INTEREST  PIC Z(6)9.99.
          05 FILLER          PIC X(19) VALUE SPACES.
          05 WS-FS-CASH-OUT  PIC Z(6)9.99.
       01 WS-FC-RUNNING.
          05 FILLER          PIC X(11) VALUE "DUE WITHIN ".
          05 WS-FR-LIMIT     PIC Z9.
          05 FILLER          PIC X(7) VALUE " DAYS: ".
          05 WS-FR-COUNT     PIC ZZ9.
          05 FILLER          PIC X(8) VALUE " AMOUNT ".
          05 WS-FR-AMOUNT    PIC Z(6)9.99.
          05 FILLER          PIC X(10) VALUE " INTEREST ".
          05 WS-FR-INTEREST  PIC Z(6)9.99.
          05 FILLER          PIC X(9) VALUE " CASH OUT".
          05 WS-FR-CASH-OUT  PIC Z(6)9.99.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL
           COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           INITIALIZE WS-WIN-TABLE
           PERFORM LOAD-DUE-DEPOSITS

           OPEN OUTPUT FORECAST-FILE
           IF FS-FORECAST NOT = "00"
               DISPLAY "Cannot open forecast, FS=" FS-FORECAST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-FT-DATE
           WRITE FORECAST-LINE FROM WS-FC-TITLE
           MOVE SPACES TO FORECAST-LINE
           WRITE FORECAST-LINE
           WRITE FORECAST-LINE FROM WS-FC-HEADING
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
                   UNTIL WS-WIN-IDX > 3
               PERFORM WRITE-FORECAST-WINDOW
           END-PERFORM
           MOVE SPACES TO FORECAST-LINE
           WRITE FORECAST-LINE
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
                   UNTIL WS-WIN-IDX > 3
               PERFORM WRITE-RUNNING-TOTAL
           END-PERFORM
           CLOSE FORECAST-FILE

           DISPLAY "Term deposits due within 90 days: " WS-RUN-COUNT
           STOP RUN.

      *---------------------------------------------------------------
      * Active deposits only. Each one due inside the horizon is
      * slotted into the table by maturity date.
      *---------------------------------------------------------------
       LOAD-DUE-DEPOSITS.
           OPEN INPUT DEPOSIT-FILE
           IF FS-DEPOSIT NOT = "00"
               DISPLAY "Cannot open term deposits, FS=" FS-DEPOSIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ DEPOSIT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF TD-STATUS = "A"
                           AND FUNCTION TEST-DATE-YYYYMMDD(TD-MATURITY)
                               = 0
                           AND FUNCTION TEST-DATE-YYYYMMDD(
                               TD-START-DATE) = 0
                           COMPUTE WS-DAYS-TO-GO =
                               FUNCTION INTEGER-OF-DATE(TD-MATURITY)
                               - WS-RUN-DAY
                           IF WS-DAYS-TO-GO <= 90
                               AND WS-DUE-COUNT < 200
                               PERFORM SLOT-DUE-DEPOSIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-FILE.

       SLOT-DUE-DEPOSIT.
           MOVE WS-DUE-COUNT TO WS-SHIFT-IDX
           ADD 1 TO WS-DUE-COUNT
           MOVE WS-DUE-COUNT TO WS-DUE-IDX
           PERFORM UNTIL WS-SHIFT-IDX = 0
               IF DU-MATURITY(WS-SHIFT-IDX) <= TD-MATURITY
                   MOVE 0 TO WS-SHIFT-IDX
               ELSE
                   MOVE WS-DUE-ENTRY(WS-SHIFT-IDX)
                       TO WS-DUE-ENTRY(WS-DUE-IDX)
                   MOVE WS-SHIFT-IDX TO WS-DUE-IDX
                   SUBTRACT 1 FROM WS-SHIFT-IDX
               END-IF
           END-PERFORM

           COMPUTE WS-TERM-DAYS =
               FUNCTION INTEGER-OF-DATE(TD-MATURITY)
               - FUNCTION INTEGER-OF-DATE(TD-START-DATE)
           COMPUTE WS-INTEREST-WORK = TD-AMOUNT * TD-RATE-TTH
           COMPUTE WS-INTEREST-WORK = WS-INTEREST-WORK * WS-TERM-DAYS
           COMPUTE WS-INTEREST ROUNDED = WS-INTEREST-WORK / 3650000

           MOVE TD-ACCT TO DU-ACCT(WS-DUE-IDX)
           MOVE TD-MATURITY TO DU-MATURITY(WS-DUE-IDX)
           MOVE WS-DAYS-TO-GO TO DU-DAYS(WS-DUE-IDX)
           MOVE TD-AMOUNT TO DU-AMOUNT(WS-DUE-IDX)
           MOVE WS-INTEREST TO DU-INTEREST(WS-DUE-IDX)
           MOVE TD-INSTRUCTION TO DU-INSTRUCTION(WS-DUE-IDX)
           MOVE TD-PAYOUT-ACCT TO DU-PAYOUT-ACCT(WS-DUE-IDX)
           EVALUATE TRUE
               WHEN WS-DAYS-TO-GO <= 30
                   MOVE 1 TO DU-WINDOW(WS-DUE-IDX)
               WHEN WS-DAYS-TO-GO <= 60
                   MOVE 2 TO DU-WINDOW(WS-DUE-IDX)
               WHEN OTHER
                   MOVE 3 TO DU-WINDOW(WS-DUE-IDX)
           END-EVALUATE.

       WRITE-FORECAST-WINDOW.
           MOVE SPACES TO FORECAST-LINE
           WRITE FORECAST-LINE
           MOVE WS-WIN-LABEL(WS-WIN-IDX) TO WS-FW-LABEL
           WRITE FORECAST-LINE FROM WS-FC-WINDOW
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-COUNT
               IF DU-WINDOW(WS-DUE-IDX) = WS-WIN-IDX
                   PERFORM WRITE-FORECAST-DETAIL
               END-IF
           END-PERFORM
           MOVE WN-COUNT(WS-WIN-IDX) TO WS-FS-COUNT
           MOVE WN-AMOUNT(WS-WIN-IDX) TO WS-FS-AMOUNT
           MOVE WN-INTEREST(WS-WIN-IDX) TO WS-FS-INTEREST
           MOVE WN-CASH-OUT(WS-WIN-IDX) TO WS-FS-CASH-OUT
           WRITE FORECAST-LINE FROM WS-FC-SUBTOTAL.

       WRITE-FORECAST-DETAIL.
           MOVE DU-ACCT(WS-DUE-IDX) TO WS-FD-ACCT
           MOVE DU-MATURITY(WS-DUE-IDX) TO WS-FD-MATURITY
           MOVE DU-DAYS(WS-DUE-IDX) TO WS-FD-DAYS
           MOVE DU-AMOUNT(WS-DUE-IDX) TO WS-FD-AMOUNT
           MOVE DU-INTEREST(WS-DUE-IDX) TO WS-FD-INTEREST
           IF DU-INSTRUCTION(WS-DUE-IDX) = "P"
               MOVE "PAYOUT" TO WS-FD-INSTR
               MOVE DU-PAYOUT-ACCT(WS-DUE-IDX) TO WS-FD-PAYOUT
               COMPUTE WS-CASH-OUT =
                   DU-AMOUNT(WS-DUE-IDX) + DU-INTEREST(WS-DUE-IDX)
           ELSE
               MOVE "ROLLOVER" TO WS-FD-INSTR
               MOVE SPACES TO WS-FD-PAYOUT
               MOVE 0 TO WS-CASH-OUT
           END-IF
           MOVE WS-CASH-OUT TO WS-FD-CASH-OUT
           WRITE FORECAST-LINE FROM WS-FC-DETAIL
           ADD 1 TO WN-COUNT(WS-WIN-IDX)
           ADD DU-AMOUNT(WS-DUE-IDX) TO WN-AMOUNT(WS-WIN-IDX)
           ADD DU-INTEREST(WS-DUE-IDX) TO WN-INTEREST(WS-WIN-IDX)
           ADD WS-CASH-OUT TO WN-CASH-OUT(WS-WIN-IDX).

       WRITE-RUNNING-TOTAL.
           ADD WN-COUNT(WS-WIN-IDX) TO WS-RUN-COUNT
           ADD WN-AMOUNT(WS-WIN-IDX) TO WS-RUN-AMOUNT
           ADD WN-INTEREST(WS-WIN-IDX) TO WS-RUN-INTEREST
           ADD WN-CASH-OUT(WS-WIN-IDX) TO WS-RUN-CASH-OUT
           MOVE WS-WIN-LIMIT(WS-WIN-IDX) TO WS-FR-LIMIT
           MOVE WS-RUN-COUNT TO WS-FR-COUNT
           MOVE WS-RUN-AMOUNT TO WS-FR-AMOUNT
           MOVE WS-RUN-INTEREST TO WS-FR-INTEREST
           MOVE WS-RUN-CASH-OUT TO WS-FR-CASH-OUT
           WRITE FORECAST-LINE FROM WS-FC-RUNNING.
