       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-STATEMENTS.

      *---------------------------------------------------------------
      * Loan statements: one page per booked loan in
      * loan-master.txt, in ACCT-STATEMENTS' header style. Each
      * shows the loan's terms, what has been paid to date and how
      * it split between interest and principal, what is in
      * arrears, the principal still outstanding by the schedule
      * beside the loan account's balance on the master, and then
      * the remaining schedule from loan-schedule.txt - every
      * installment not yet fully paid, with any arrears marked
      * SHORT or MISSED. A fully repaid loan gets a closing page
      * with no schedule left on it.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC ASSIGN TO "bbbbbb.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS FS-ACCT.
           SELECT LOAN-FILE ASSIGN TO "loan-master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOAN.
           SELECT SCHEDULE-FILE ASSIGN TO "loan-schedule.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SCHEDULE.
           SELECT STATEMENT-FILE ASSIGN TO "loan-statements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATEMENT.

       DATA DIVISION.
       FILE SECTION.
       FD ACCT-REC.
       01 ACCT-RECORD.
          05 ACCT-NUMBER.
             10 ACCT-BASE    PIC 9(3).
             10 ACCT-CHECK   PIC 9.
          05 ACCT-NAME       PIC X(4).
          05 ACCT-BALANCE    PIC S9(5)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

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

       FD STATEMENT-FILE.
       01 STATEMENT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-ACCT            PIC XX.
       01 FS-LOAN            PIC XX.
       01 FS-SCHEDULE        PIC XX.
       01 FS-STATEMENT       PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".

       01 WS-RUN-DATE        PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-PAGE-NO         PIC 9(3) VALUE 0.
       01 WS-LOAN-COUNT      PIC 9(3) VALUE 0.

      *---------------------------------------------------------------
      * Every schedule row, and the master balance of every loan
      * account, held for the run.
      *---------------------------------------------------------------
       01 WS-ROW-COUNT       PIC 9(4) VALUE 0.
       01 WS-ROW-IDX         PIC 9(4).
       01 WS-ROW-TABLE.
          05 WS-ROW-ENTRY OCCURS 2000 TIMES.
             10 SR-LOAN-ACCT PIC 9(4).
             10 SR-INST-NO   PIC 9(3).
             10 SR-DUE-DATE  PIC 9(8).
             10 SR-PAYMENT   PIC 9(5)V99.
             10 SR-INTEREST  PIC 9(5)V99.
             10 SR-PRINCIPAL PIC 9(5)V99.
             10 SR-BALANCE   PIC 9(5)V99.
             10 SR-STATUS    PIC X.
             10 SR-PAID      PIC 9(5)V99.

       01 WS-BAL-COUNT       PIC 9(3) VALUE 0.
       01 WS-BAL-IDX         PIC 9(3).
       01 WS-BAL-TABLE.
          05 WS-BAL-ENTRY OCCURS 200 TIMES.
             10 BL-ACCT      PIC 9(4).
             10 BL-BALANCE   PIC S9(5)V99.

      *---------------------------------------------------------------
      * One loan's figures, built from its schedule rows.
      *---------------------------------------------------------------
       01 WS-PAID-TOTAL      PIC 9(7)V99.
       01 WS-INT-PAID        PIC 9(7)V99.
       01 WS-PRIN-PAID       PIC 9(7)V99.
       01 WS-ARREARS         PIC 9(7)V99.
       01 WS-OUTSTANDING     PIC S9(7)V99.
       01 WS-LEDGER-OWED     PIC S9(7)V99.
       01 WS-HAVE-LEDGER     PIC X.
       01 WS-INSTALLMENT     PIC 9(5)V99.
       01 WS-REMAINING       PIC 9(3).

       01 WS-STMT-HEADER.
          05 FILLER PIC X(27) VALUE "LOAN STATEMENT   RUN DATE: ".
          05 WS-H-DATE       PIC 9(8).
          05 FILLER PIC X(9) VALUE "   PAGE: ".
          05 WS-H-PAGE       PIC ZZ9.
       01 WS-LOAN-HEADER.
          05 FILLER PIC X(6) VALUE "LOAN: ".
          05 WS-LH-LOAN      PIC 9(4).
          05 FILLER PIC X(21) VALUE "   REPAID FROM ACCT: ".
          05 WS-LH-BORROWER  PIC 9(4).
          05 FILLER PIC X(10) VALUE "   STATUS ".
          05 WS-LH-STATUS    PIC X(8).
       01 WS-TERMS-LINE.
          05 FILLER PIC X(11) VALUE "PRINCIPAL: ".
          05 WS-TL-PRINCIPAL PIC Z(4)9.99.
          05 FILLER PIC X(9) VALUE "   RATE: ".
          05 WS-TL-RATE      PIC Z9.99.
          05 FILLER PIC X(10) VALUE "%   TERM: ".
          05 WS-TL-TERM      PIC ZZ9.
          05 FILLER PIC X(17) VALUE " MONTHS   START: ".
          05 WS-TL-START     PIC 9(8).
       01 WS-MONEY-LINE.
          05 WS-M-LABEL      PIC X(30).
          05 WS-M-AMOUNT     PIC -(6)9.99.
       01 WS-SCHED-HEADING.
          05 FILLER PIC X(35) VALUE
             "INST DUE DATE   PAYMENT  INTEREST  ".
          05 FILLER PIC X(28) VALUE
             "PRINCIPAL   BALANCE  STATUS".
       01 WS-SCHED-DETAIL.
          05 WS-SD-INST      PIC ZZ9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-SD-DUE-DATE  PIC 9(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-SD-PAYMENT   PIC Z(5)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-SD-INTEREST  PIC Z(5)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-SD-PRINCIPAL PIC Z(5)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-SD-BALANCE   PIC Z(5)9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-SD-STATUS    PIC X(6).

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL
           PERFORM LOAD-LOAN-SCHEDULE
           PERFORM LOAD-MASTER-BALANCES

           OPEN INPUT LOAN-FILE
           IF FS-LOAN NOT = "00"
               DISPLAY "Cannot open loan master, FS=" FS-LOAN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ LOAN-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF LM-STATUS = "A" OR LM-STATUS = "C"
                           PERFORM WRITE-ONE-LOAN-STATEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE STATEMENT-FILE
           DISPLAY "Loan statements written: " WS-LOAN-COUNT
           STOP RUN.

       LOAD-LOAN-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF FS-SCHEDULE NOT = "00"
               DISPLAY "No loan schedules on file, FS=" FS-SCHEDULE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-ROW-COUNT >= 2000
                           DISPLAY "Loan schedule table full - "
                               "statements stopped short"
                           MOVE 4 TO RETURN-CODE
                           MOVE "Y" TO WS-END-FLAG
                       ELSE
                           ADD 1 TO WS-ROW-COUNT
                           MOVE SCHEDULE-REC
                               TO WS-ROW-ENTRY(WS-ROW-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.

       LOAD-MASTER-BALANCES.
           OPEN INPUT ACCT-REC
           IF FS-ACCT NOT = "00"
               DISPLAY "Cannot open account master, FS=" FS-ACCT
                   " - ledger balances not shown"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ ACCT-REC
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-BAL-COUNT < 200
                           ADD 1 TO WS-BAL-COUNT
                           MOVE ACCT-NUMBER TO BL-ACCT(WS-BAL-COUNT)
                           MOVE ACCT-BALANCE
                               TO BL-BALANCE(WS-BAL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-REC.

       WRITE-ONE-LOAN-STATEMENT.
           PERFORM TOTAL-LOAN-ROWS
           ADD 1 TO WS-LOAN-COUNT
           ADD 1 TO WS-PAGE-NO
           MOVE WS-RUN-DATE TO WS-H-DATE
           MOVE WS-PAGE-NO TO WS-H-PAGE
           WRITE STATEMENT-LINE FROM WS-STMT-HEADER
           MOVE LM-LOAN-ACCT TO WS-LH-LOAN
           MOVE LM-BORROWER TO WS-LH-BORROWER
           IF LM-STATUS = "C"
               MOVE "REPAID" TO WS-LH-STATUS
           ELSE
               MOVE "ACTIVE" TO WS-LH-STATUS
           END-IF
           WRITE STATEMENT-LINE FROM WS-LOAN-HEADER
           MOVE LM-PRINCIPAL TO WS-TL-PRINCIPAL
           COMPUTE WS-TL-RATE = LM-RATE-TTH / 100
           MOVE LM-TERM TO WS-TL-TERM
           MOVE LM-START-DATE TO WS-TL-START
           WRITE STATEMENT-LINE FROM WS-TERMS-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE "MONTHLY INSTALLMENT:" TO WS-M-LABEL
           MOVE WS-INSTALLMENT TO WS-M-AMOUNT
           WRITE STATEMENT-LINE FROM WS-MONEY-LINE
           MOVE "PAID TO DATE:" TO WS-M-LABEL
           MOVE WS-PAID-TOTAL TO WS-M-AMOUNT
           WRITE STATEMENT-LINE FROM WS-MONEY-LINE
           MOVE "  OF WHICH INTEREST:" TO WS-M-LABEL
           MOVE WS-INT-PAID TO WS-M-AMOUNT
           WRITE STATEMENT-LINE FROM WS-MONEY-LINE
           MOVE "  OF WHICH PRINCIPAL:" TO WS-M-LABEL
           MOVE WS-PRIN-PAID TO WS-M-AMOUNT
           WRITE STATEMENT-LINE FROM WS-MONEY-LINE
           MOVE "IN ARREARS:" TO WS-M-LABEL
           MOVE WS-ARREARS TO WS-M-AMOUNT
           WRITE STATEMENT-LINE FROM WS-MONEY-LINE
           MOVE "PRINCIPAL OUTSTANDING:" TO WS-M-LABEL
           MOVE WS-OUTSTANDING TO WS-M-AMOUNT
           WRITE STATEMENT-LINE FROM WS-MONEY-LINE
           IF WS-HAVE-LEDGER = "Y"
               MOVE "LOAN ACCOUNT BALANCE OWED:" TO WS-M-LABEL
               MOVE WS-LEDGER-OWED TO WS-M-AMOUNT
               WRITE STATEMENT-LINE FROM WS-MONEY-LINE
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           IF WS-REMAINING = 0
               MOVE "NO INSTALLMENTS REMAINING" TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           ELSE
               MOVE "REMAINING SCHEDULE" TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               WRITE STATEMENT-LINE FROM WS-SCHED-HEADING
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                       UNTIL WS-ROW-IDX > WS-ROW-COUNT
                   IF SR-LOAN-ACCT(WS-ROW-IDX) = LM-LOAN-ACCT
                       AND SR-STATUS(WS-ROW-IDX) NOT = "P"
                       PERFORM WRITE-SCHEDULE-LINE
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      *---------------------------------------------------------------
      * A payment covers the installment's interest before any of
      * its principal, the same split LOAN-INSTALLMENTS posts, so
      * the outstanding figure here is principal less principal
      * actually collected. The loan account carries the debt as a
      * debit balance; owed is that balance turned positive.
      *---------------------------------------------------------------
       TOTAL-LOAN-ROWS.
           MOVE 0 TO WS-PAID-TOTAL WS-INT-PAID WS-PRIN-PAID
               WS-ARREARS WS-INSTALLMENT WS-REMAINING
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF SR-LOAN-ACCT(WS-ROW-IDX) = LM-LOAN-ACCT
                   IF SR-INST-NO(WS-ROW-IDX) = 1
                       MOVE SR-PAYMENT(WS-ROW-IDX) TO WS-INSTALLMENT
                   END-IF
                   ADD SR-PAID(WS-ROW-IDX) TO WS-PAID-TOTAL
                   IF SR-PAID(WS-ROW-IDX) > SR-INTEREST(WS-ROW-IDX)
                       ADD SR-INTEREST(WS-ROW-IDX) TO WS-INT-PAID
                       COMPUTE WS-PRIN-PAID = WS-PRIN-PAID
                           + SR-PAID(WS-ROW-IDX)
                           - SR-INTEREST(WS-ROW-IDX)
                   ELSE
                       ADD SR-PAID(WS-ROW-IDX) TO WS-INT-PAID
                   END-IF
                   IF SR-STATUS(WS-ROW-IDX) = "S"
                       OR SR-STATUS(WS-ROW-IDX) = "M"
                       COMPUTE WS-ARREARS = WS-ARREARS
                           + SR-PAYMENT(WS-ROW-IDX)
                           - SR-PAID(WS-ROW-IDX)
                   END-IF
                   IF SR-STATUS(WS-ROW-IDX) NOT = "P"
                       ADD 1 TO WS-REMAINING
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-OUTSTANDING = LM-PRINCIPAL - WS-PRIN-PAID

           MOVE "N" TO WS-HAVE-LEDGER
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BAL-COUNT
               IF BL-ACCT(WS-BAL-IDX) = LM-LOAN-ACCT
                   COMPUTE WS-LEDGER-OWED = 0 - BL-BALANCE(WS-BAL-IDX)
                   MOVE "Y" TO WS-HAVE-LEDGER
               END-IF
           END-PERFORM.

       WRITE-SCHEDULE-LINE.
           MOVE SR-INST-NO(WS-ROW-IDX) TO WS-SD-INST
           MOVE SR-DUE-DATE(WS-ROW-IDX) TO WS-SD-DUE-DATE
           MOVE SR-PAYMENT(WS-ROW-IDX) TO WS-SD-PAYMENT
           MOVE SR-INTEREST(WS-ROW-IDX) TO WS-SD-INTEREST
           MOVE SR-PRINCIPAL(WS-ROW-IDX) TO WS-SD-PRINCIPAL
           MOVE SR-BALANCE(WS-ROW-IDX) TO WS-SD-BALANCE
           EVALUATE SR-STATUS(WS-ROW-IDX)
               WHEN "S"
                   MOVE "SHORT" TO WS-SD-STATUS
               WHEN "M"
                   MOVE "MISSED" TO WS-SD-STATUS
               WHEN OTHER
                   MOVE SPACES TO WS-SD-STATUS
           END-EVALUATE
           WRITE STATEMENT-LINE FROM WS-SCHED-DETAIL.
