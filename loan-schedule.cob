       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-SCHEDULE.

      *---------------------------------------------------------------
      * Books new staff and student loans and builds their
      * amortization schedules. Loans are keyed into loan-master.txt
      * in STANDING-ORDERS' by-hand style:
      *
      *   <loan acct 4><borrower acct 4><principal 9(5)V99>
      *   <annual rate 9(4)><term months 9(3)><start date 9(8)>
      *   <status N|A|C>
      *
      * The rate is in ten-thousandths, the convention the interest
      * rate file uses (0650 is 6.50% a year). A loan keyed with
      * status N is picked up here: its level monthly installment
      * is worked out on the standard annuity formula, and one row
      * per installment is appended to loan-schedule.txt:
      *
      *   <loan acct 4><installment 9(3)><due date 9(8)>
      *   <payment 9(5)V99><interest 9(5)V99><principal 9(5)V99>
      *   <balance after 9(5)V99><status X><paid 9(5)V99>
      *
      * Interest each month is the outstanding balance at the
      * monthly rate, rounded to the cent, and the rest of the
      * payment reduces principal; the last installment takes up
      * the rounding so the balance ends at exactly zero. The first
      * installment falls due one month after the start date, and
      * later ones monthly, the day held at 28 or earlier as
      * STANDING-ORDERS rolls its monthly orders. Status and paid
      * start blank and zero - LOAN-INSTALLMENTS fills them in.
      *
      * The advance itself goes out as a balanced journal batch,
      * entry type "L": the loan account (a debit-balance account on
      * the master, kept on overdraft-exempt.txt) is debited the
      * principal and the borrower's account credited it. The loan
      * then goes to status A. A loan that fails validation stays
      * N, is reported, and the run ends with return code 4.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "loan-master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOAN.
           SELECT SCHEDULE-FILE ASSIGN TO "loan-schedule.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SCHEDULE.
           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-FILE.
       01 LOAN-REC.
          05 LM-LOAN-ACCT    PIC 9(4).
          05 LM-BORROWER     PIC 9(4).
          05 LM-PRINCIPAL    PIC 9(5)V99.
          05 LM-RATE-TTH     PIC 9(4).
          05 LM-TERM         PIC 9(3).
          05 LM-START-DATE   PIC 9(8).
          05 LM-STATUS       PIC X.

       FD SCHEDULE-FILE.
       01 SCHEDULE-REC.
          05 LS-LOAN-ACCT    PIC 9(4).
          05 LS-INST-NO      PIC 9(3).
          05 LS-DUE-DATE     PIC 9(8).
          05 LS-PAYMENT      PIC 9(5)V99.
          05 LS-INTEREST     PIC 9(5)V99.
          05 LS-PRINCIPAL    PIC 9(5)V99.
          05 LS-BALANCE      PIC 9(5)V99.
          05 LS-STATUS       PIC X.
          05 LS-PAID         PIC 9(5)V99.

       FD JOURNAL-FILE.
       01 JOURNAL-REC        PIC X(16).

       WORKING-STORAGE SECTION.
       01 FS-LOAN            PIC XX.
       01 FS-SCHEDULE        PIC XX.
       01 FS-JOURNAL         PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".

      *---------------------------------------------------------------
      * Loans held whole so the booked ones can be written back
      * with their new status in one pass.
      *---------------------------------------------------------------
       01 WS-LOAN-COUNT      PIC 9(3) VALUE 0.
       01 WS-LOAN-IDX        PIC 9(3).
       01 WS-LOAN-TABLE.
          05 WS-LOAN-ENTRY OCCURS 100 TIMES.
             10 LT-LOAN-ACCT PIC 9(4).
             10 LT-BORROWER  PIC 9(4).
             10 LT-PRINCIPAL PIC 9(5)V99.
             10 LT-RATE-TTH  PIC 9(4).
             10 LT-TERM      PIC 9(3).
             10 LT-START-DATE PIC 9(8).
             10 LT-STATUS    PIC X.
             10 LT-BOOKED    PIC X.

       01 WS-BOOKED-COUNT    PIC 9(3) VALUE 0.
       01 WS-REFUSED-COUNT   PIC 9(3) VALUE 0.

       01 WS-CHECK-ACCT      PIC 9(4).
       01 WS-CHECK-VALID     PIC X.
       01 WS-LOAN-OK         PIC X.

      *---------------------------------------------------------------
      * Annuity arithmetic. The monthly rate is carried to nine
      * places so a 30-year schedule still lands within a cent or
      * two of zero before the last installment squares it.
      *---------------------------------------------------------------
       01 WS-MONTHLY-RATE    PIC 9V9(9) COMP-3.
       01 WS-GROWTH          PIC 9(5)V9(9) COMP-3.
       01 WS-PAYMENT-WORK    PIC 9(7)V9(9) COMP-3.
       01 WS-PAYMENT         PIC 9(5)V99.
       01 WS-INTEREST        PIC 9(5)V99.
       01 WS-PRINCIPAL-PART  PIC 9(5)V99.
       01 WS-BALANCE         PIC 9(5)V99.
       01 WS-INST-NO         PIC 9(3).
       01 WS-PAYMENT-ED      PIC Z(4)9.99.

       01 WS-DUE-DATE.
          05 WS-DUE-YYYY     PIC 9(4).
          05 WS-DUE-MM       PIC 9(2).
          05 WS-DUE-DD       PIC 9(2).
       01 WS-DUE-DATE-N REDEFINES WS-DUE-DATE PIC 9(8).

       01 WS-JRNL-HEADER.
          05 JH-TYPE         PIC X.
          05 JH-COUNT        PIC 9(5).
          05 JH-NET          PIC S9(7)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-JRNL-DETAIL.
          05 JT-TYPE         PIC X.
          05 JT-ACCT         PIC 9(4).
          05 JT-DC           PIC X.
          05 JT-AMOUNT       PIC 9(5)V99.
       01 WS-JRNL-PERIOD.
          05 JP-TYPE         PIC X.
          05 JP-PERIOD       PIC 9(6).
          05 JP-ENTRY-TYPE   PIC X.
       01 WS-JRNL-BATCH.
          05 JB-TYPE         PIC X.
          05 JB-BATCH-ID     PIC 9(7).
          05 JB-OPERATOR     PIC X(8).
       01 WS-OPEN-PERIOD     PIC 9(6).
       01 WS-OPEN-PD-STATUS  PIC X.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM LOAD-LOAN-MASTER
           IF WS-LOAN-COUNT = 0
               DISPLAY "No loans on file"
               STOP RUN
           END-IF

           OPEN EXTEND SCHEDULE-FILE
           IF FS-SCHEDULE NOT = "00"
               OPEN OUTPUT SCHEDULE-FILE
           END-IF
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               MOVE "N" TO LT-BOOKED(WS-LOAN-IDX)
               IF LT-STATUS(WS-LOAN-IDX) = "N"
                   PERFORM VALIDATE-NEW-LOAN
                   IF WS-LOAN-OK = "Y"
                       PERFORM BUILD-LOAN-SCHEDULE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SCHEDULE-FILE

           IF WS-BOOKED-COUNT > 0
               PERFORM WRITE-ADVANCE-BATCH
               PERFORM REWRITE-LOAN-MASTER
           END-IF

           DISPLAY "Loans booked: " WS-BOOKED-COUNT ", refused: "
               WS-REFUSED-COUNT
           IF WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-LOAN-MASTER.
           OPEN INPUT LOAN-FILE
           IF FS-LOAN NOT = "00"
               DISPLAY "Cannot open loan master, FS=" FS-LOAN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ LOAN-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-LOAN-COUNT < 100
                           ADD 1 TO WS-LOAN-COUNT
                           MOVE LM-LOAN-ACCT
                               TO LT-LOAN-ACCT(WS-LOAN-COUNT)
                           MOVE LM-BORROWER
                               TO LT-BORROWER(WS-LOAN-COUNT)
                           MOVE LM-PRINCIPAL
                               TO LT-PRINCIPAL(WS-LOAN-COUNT)
                           MOVE LM-RATE-TTH
                               TO LT-RATE-TTH(WS-LOAN-COUNT)
                           MOVE LM-TERM TO LT-TERM(WS-LOAN-COUNT)
                           MOVE LM-START-DATE
                               TO LT-START-DATE(WS-LOAN-COUNT)
                           MOVE LM-STATUS TO LT-STATUS(WS-LOAN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE.

      *---------------------------------------------------------------
      * Both account numbers must pass the check digit, and the
      * terms must be usable: some principal, a rate no higher than
      * 25% a year, a term of one to 360 months, and a real start
      * date.
      *---------------------------------------------------------------
       VALIDATE-NEW-LOAN.
           MOVE "Y" TO WS-LOAN-OK
           MOVE LT-LOAN-ACCT(WS-LOAN-IDX) TO WS-CHECK-ACCT
           CALL "ACCT-CHECK-DIGIT" USING WS-CHECK-ACCT WS-CHECK-VALID
           END-CALL
           IF WS-CHECK-VALID NOT = "Y"
               DISPLAY "Loan " LT-LOAN-ACCT(WS-LOAN-IDX)
                   " refused - loan account fails check digit"
               MOVE "N" TO WS-LOAN-OK
           END-IF
           MOVE LT-BORROWER(WS-LOAN-IDX) TO WS-CHECK-ACCT
           CALL "ACCT-CHECK-DIGIT" USING WS-CHECK-ACCT WS-CHECK-VALID
           END-CALL
           IF WS-CHECK-VALID NOT = "Y"
               DISPLAY "Loan " LT-LOAN-ACCT(WS-LOAN-IDX)
                   " refused - borrower account fails check digit"
               MOVE "N" TO WS-LOAN-OK
           END-IF
           IF LT-PRINCIPAL(WS-LOAN-IDX) NOT NUMERIC
               OR LT-PRINCIPAL(WS-LOAN-IDX) = 0
               OR LT-RATE-TTH(WS-LOAN-IDX) NOT NUMERIC
               OR LT-RATE-TTH(WS-LOAN-IDX) > 2500
               OR LT-TERM(WS-LOAN-IDX) NOT NUMERIC
               OR LT-TERM(WS-LOAN-IDX) = 0
               OR LT-TERM(WS-LOAN-IDX) > 360
               DISPLAY "Loan " LT-LOAN-ACCT(WS-LOAN-IDX)
                   " refused - principal, rate, or term unusable"
               MOVE "N" TO WS-LOAN-OK
           END-IF
           IF LT-START-DATE(WS-LOAN-IDX) NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(
                   LT-START-DATE(WS-LOAN-IDX)) NOT = 0
               DISPLAY "Loan " LT-LOAN-ACCT(WS-LOAN-IDX)
                   " refused - start date invalid"
               MOVE "N" TO WS-LOAN-OK
           END-IF
           IF WS-LOAN-OK NOT = "Y"
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.

      *---------------------------------------------------------------
      * Level payment = P * r * (1+r)**n / ((1+r)**n - 1), or the
      * principal spread evenly for an interest-free loan.
      *---------------------------------------------------------------
       BUILD-LOAN-SCHEDULE.
           COMPUTE WS-MONTHLY-RATE =
               LT-RATE-TTH(WS-LOAN-IDX) / 120000
           IF WS-MONTHLY-RATE = 0
               COMPUTE WS-PAYMENT ROUNDED =
                   LT-PRINCIPAL(WS-LOAN-IDX) / LT-TERM(WS-LOAN-IDX)
           ELSE
               COMPUTE WS-GROWTH ROUNDED =
                   (1 + WS-MONTHLY-RATE) ** LT-TERM(WS-LOAN-IDX)
               COMPUTE WS-PAYMENT-WORK ROUNDED =
                   LT-PRINCIPAL(WS-LOAN-IDX) * WS-MONTHLY-RATE
                   * WS-GROWTH
               COMPUTE WS-PAYMENT ROUNDED =
                   WS-PAYMENT-WORK / (WS-GROWTH - 1)
           END-IF

           MOVE LT-PRINCIPAL(WS-LOAN-IDX) TO WS-BALANCE
           MOVE LT-START-DATE(WS-LOAN-IDX) TO WS-DUE-DATE-N
           IF WS-DUE-DD > 28
               MOVE 28 TO WS-DUE-DD
           END-IF
           PERFORM VARYING WS-INST-NO FROM 1 BY 1
                   UNTIL WS-INST-NO > LT-TERM(WS-LOAN-IDX)
               PERFORM WRITE-SCHEDULE-ROW
           END-PERFORM

           MOVE "A" TO LT-STATUS(WS-LOAN-IDX)
           MOVE "Y" TO LT-BOOKED(WS-LOAN-IDX)
           ADD 1 TO WS-BOOKED-COUNT
           MOVE WS-PAYMENT TO WS-PAYMENT-ED
           DISPLAY "Loan " LT-LOAN-ACCT(WS-LOAN-IDX) " booked: "
               LT-TERM(WS-LOAN-IDX) " installments of "
               WS-PAYMENT-ED.

       WRITE-SCHEDULE-ROW.
           ADD 1 TO WS-DUE-MM
           IF WS-DUE-MM > 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           END-IF
           COMPUTE WS-INTEREST ROUNDED = WS-BALANCE * WS-MONTHLY-RATE
           IF WS-INST-NO = LT-TERM(WS-LOAN-IDX)
               MOVE WS-BALANCE TO WS-PRINCIPAL-PART
           ELSE
               IF WS-PAYMENT > WS-INTEREST
                   COMPUTE WS-PRINCIPAL-PART =
                       WS-PAYMENT - WS-INTEREST
               ELSE
                   MOVE 0 TO WS-PRINCIPAL-PART
               END-IF
               IF WS-PRINCIPAL-PART > WS-BALANCE
                   MOVE WS-BALANCE TO WS-PRINCIPAL-PART
               END-IF
           END-IF
           SUBTRACT WS-PRINCIPAL-PART FROM WS-BALANCE

           MOVE LT-LOAN-ACCT(WS-LOAN-IDX) TO LS-LOAN-ACCT
           MOVE WS-INST-NO TO LS-INST-NO
           MOVE WS-DUE-DATE-N TO LS-DUE-DATE
           COMPUTE LS-PAYMENT = WS-INTEREST + WS-PRINCIPAL-PART
           MOVE WS-INTEREST TO LS-INTEREST
           MOVE WS-PRINCIPAL-PART TO LS-PRINCIPAL
           MOVE WS-BALANCE TO LS-BALANCE
           MOVE SPACE TO LS-STATUS
           MOVE 0 TO LS-PAID
           WRITE SCHEDULE-REC.

      *---------------------------------------------------------------
      * One balanced batch for every loan booked this run: the loan
      * account debited and the borrower credited the principal.
      *---------------------------------------------------------------
       WRITE-ADVANCE-BATCH.
           OPEN EXTEND JOURNAL-FILE
           IF FS-JOURNAL NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF FS-JOURNAL NOT = "00"
               DISPLAY "Cannot open journal, FS=" FS-JOURNAL
                   " - loan advances not written"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL "GET-OPEN-PERIOD"
               USING WS-OPEN-PERIOD WS-OPEN-PD-STATUS
           END-CALL
           MOVE "P" TO JP-TYPE
           MOVE WS-OPEN-PERIOD TO JP-PERIOD
           MOVE "L" TO JP-ENTRY-TYPE
           MOVE WS-JRNL-PERIOD TO JOURNAL-REC
           WRITE JOURNAL-REC
           CALL "NEXT-BATCH-ID" USING JB-BATCH-ID JB-OPERATOR
           END-CALL
           MOVE "B" TO JB-TYPE
           MOVE WS-JRNL-BATCH TO JOURNAL-REC
           WRITE JOURNAL-REC

           MOVE "H" TO JH-TYPE
           COMPUTE JH-COUNT = WS-BOOKED-COUNT * 2
           MOVE 0 TO JH-NET
           MOVE WS-JRNL-HEADER TO JOURNAL-REC
           WRITE JOURNAL-REC

           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF LT-BOOKED(WS-LOAN-IDX) = "Y"
                   MOVE "D" TO JT-TYPE
                   MOVE LT-LOAN-ACCT(WS-LOAN-IDX) TO JT-ACCT
                   MOVE "D" TO JT-DC
                   MOVE LT-PRINCIPAL(WS-LOAN-IDX) TO JT-AMOUNT
                   MOVE WS-JRNL-DETAIL TO JOURNAL-REC
                   WRITE JOURNAL-REC
                   MOVE LT-BORROWER(WS-LOAN-IDX) TO JT-ACCT
                   MOVE "C" TO JT-DC
                   MOVE WS-JRNL-DETAIL TO JOURNAL-REC
                   WRITE JOURNAL-REC
               END-IF
           END-PERFORM
           CLOSE JOURNAL-FILE.

       REWRITE-LOAN-MASTER.
           OPEN OUTPUT LOAN-FILE
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               MOVE LT-LOAN-ACCT(WS-LOAN-IDX) TO LM-LOAN-ACCT
               MOVE LT-BORROWER(WS-LOAN-IDX) TO LM-BORROWER
               MOVE LT-PRINCIPAL(WS-LOAN-IDX) TO LM-PRINCIPAL
               MOVE LT-RATE-TTH(WS-LOAN-IDX) TO LM-RATE-TTH
               MOVE LT-TERM(WS-LOAN-IDX) TO LM-TERM
               MOVE LT-START-DATE(WS-LOAN-IDX) TO LM-START-DATE
               MOVE LT-STATUS(WS-LOAN-IDX) TO LM-STATUS
               WRITE LOAN-REC
           END-PERFORM
           CLOSE LOAN-FILE.
