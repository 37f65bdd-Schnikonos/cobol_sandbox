       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBLEDGER-RECON.

      *---------------------------------------------------------------
      * Nightly subledger-to-ledger reconciliation. Tuition, payroll
      * and interest all post to the account master through
      * journal batches, and this run proves the master still
      * agrees with the records each of them keeps:
      *
      *   - tuition receivable: for every student on
      *     student-accounts.txt, what TUITION-BILLING charged
      *     (tuition-charges.txt) less what TUITION-REFUND refunded
      *     (refund-history.txt) less the aid AID-DISBURSEMENT paid
      *     (aid-awards.txt, status D) is what the student owes,
      *     and the student's receivable account must carry it as
      *     a debit balance;
      *   - payroll: every payroll register generation
      *     GENERATION-KEEPER catalogued (register, supp-register,
      *     final-register) summed by column - gross to the salary
      *     expense account, tax, deductions and net to their
      *     clearing accounts, as payroll-post-accounts.txt names
      *     them. A net-pay account that is a bank cash account on
      *     bank-cash-accounts.txt is left to BANK-RECONCILE, which
      *     already matches the net against what the bank paid;
      *   - interest: the TOTAL COST OF FUNDS line of every
      *     accrual-register generation, debited to the contra
      *     account in interest-contra-account.dat.
      *
      * A ledger account can carry a balance from before its
      * subledger was kept. subledger-recon-openings.txt gives that
      * starting point per account:
      *
      *   <acct 9(4)><as-of date 9(8)><balance S9(7)V99 TS>
      *
      * and only generations dated after the as-of date are added
      * to it. Revenue and expense accounts are cleared by
      * YEAR-END-CLOSE, so for those only generations after the
      * last fiscal year closed (year-end-control.dat) count, and
      * an opening dated in a closed year no longer applies.
      *
      * Every control is printed on subledger-recon.txt with its
      * subledger total, the balance on the keyed master and the
      * difference; an out-of-balance control is followed by its
      * drill-down - each student who differs, or each generation
      * and opening that make up the payroll or interest total.
      * Each control out of balance is written to the shared
      * exception log with status OB, and END-OF-DAY will not
      * advance the date past it until a later run comes out
      * clean. RETURN-CODE 4 when any control is out of balance,
      * 8 when the account master cannot be read.
      *
      * It runs each weeknight from the run plan, after POSITIVE-PAY.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC ASSIGN TO "bbbbbb.idx"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACCT-NUMBER
              FILE STATUS IS ACCT-FILE-STATUS.
           SELECT CHART-FILE ASSIGN TO "chart-of-accounts.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHART-FILE-STATUS.
           SELECT YEAR-CONTROL-FILE ASSIGN TO "year-end-control.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS YCTL-FILE-STATUS.
           SELECT OPENING-FILE
              ASSIGN TO "subledger-recon-openings.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OPEN-FILE-STATUS.
           SELECT ACCOUNT-MAP-FILE
              ASSIGN TO "intermediate/student-accounts.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MAP-FILE-STATUS.
           SELECT CHARGE-FILE
              ASSIGN TO "intermediate/tuition-charges.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHRG-FILE-STATUS.
           SELECT REFUND-FILE
              ASSIGN TO "intermediate/refund-history.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RFND-FILE-STATUS.
           SELECT AWARD-FILE
              ASSIGN TO "intermediate/aid-awards.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AWRD-FILE-STATUS.
           SELECT POST-ACCOUNT-FILE
              ASSIGN TO "intermediate/payroll-post-accounts.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PACT-FILE-STATUS.
           SELECT CASH-ACCOUNT-FILE ASSIGN TO "bank-cash-accounts.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CASH-FILE-STATUS.
           SELECT CONTRA-FILE
              ASSIGN TO "interest-contra-account.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTRA-FILE-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "generation-catalog.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CATALOG.
           SELECT OLD-REGISTER-FILE ASSIGN USING WS-REG-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-OLD-REG.
           SELECT RECON-FILE ASSIGN TO "subledger-recon.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RECN-FILE-STATUS.
           COPY EXCLGSEL.
           COPY RUNSTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD ACCT-REC.
       01 ACCT-RECORD.
          05 ACCT-NUMBER.
             10 ACCT-BASE PIC 9(3).
             10 ACCT-CHECK PIC 9.
          05 ACCT-NAME PIC X(4).
          05 ACCT-BALANCE PIC S9(5)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

       FD CHART-FILE.
       01 CHART-REC.
          05 CH-ACCT PIC 9(4).
          05 CH-TYPE PIC X.
          05 CH-NAME PIC X(20).

       FD YEAR-CONTROL-FILE.
       01 YEAR-CONTROL-REC PIC 9(4).

       FD OPENING-FILE.
       01 OPENING-REC.
          05 OP-ACCT PIC 9(4).
          05 OP-AS-OF PIC 9(8).
          05 OP-BALANCE PIC S9(7)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

       FD ACCOUNT-MAP-FILE.
       01 ACCOUNT-MAP-REC.
          05 SA-STUDENT-ID PIC 9(5).
          05 SA-ACCT PIC 9(4).

       FD CHARGE-FILE.
       01 CHARGE-REC.
          05 CG-STUDENT-ID PIC 9(5).
          05 CG-COURSE-CODE PIC X(6).
          05 CG-TERM-CODE PIC X(5).
          05 CG-AMOUNT PIC 9(5)V99.
          05 CG-BILL-DATE PIC 9(8).
          05 CG-BATCH-ID PIC 9(7).

       FD REFUND-FILE.
       01 REFUND-REC.
          05 RH-LOG-DATE PIC 9(8).
          05 RH-EVENT PIC X(10).
          05 RH-STUDENT-ID PIC 9(5).
          05 RH-COURSE-CODE PIC X(6).
          05 RH-TERM-CODE PIC X(5).
          05 RH-EFF-DATE PIC 9(8).
          05 RH-DAY PIC 9(3).
          05 RH-PERCENT PIC 9(3).
          05 RH-AMOUNT PIC 9(5)V99.
          05 RH-BATCH-ID PIC 9(7).

       FD AWARD-FILE.
       01 AWARD-REC.
          05 AW-STUDENT-ID PIC 9(5).
          05 AW-TERM-CODE PIC X(5).
          05 AW-FUND PIC X(6).
          05 AW-BASIS PIC X.
          05 AW-VALUE PIC 9(5)V99.
          05 AW-MIN-GPA PIC 9V99.
          05 AW-MIN-CREDITS PIC 9(2).
          05 AW-STATUS PIC X.
          05 AW-PAID PIC 9(5)V99.
          05 AW-BATCH-ID PIC 9(7).

       FD POST-ACCOUNT-FILE.
       01 POST-ACCOUNT-REC.
          05 PA-EXPENSE-ACCT PIC 9(4).
          05 PA-TAX-ACCT PIC 9(4).
          05 PA-DED-ACCT PIC 9(4).
          05 PA-NET-ACCT PIC 9(4).

       FD CASH-ACCOUNT-FILE.
       01 CASH-ACCOUNT-REC.
          05 CA-ACCT PIC 9(4).
          05 CA-BANK-ACCT PIC X(12).

       FD CONTRA-FILE.
       01 CONTRA-REC PIC 9(4).

       FD CATALOG-FILE.
       01 CATALOG-REC.
          05 CG-BASE PIC X(16).
          05 CG-FILLER-1 PIC X.
          05 CG-DATE PIC 9(8).
          05 CG-FILLER-2 PIC X.
          05 CG-PATH PIC X(60).

       FD OLD-REGISTER-FILE.
       01 OLD-REGISTER-LINE PIC X(60).

       FD RECON-FILE.
       01 RECON-LINE PIC X(80).

       COPY EXCLGFD.
       COPY RUNSTFD.

       WORKING-STORAGE SECTION.
       COPY EXCLGWS.
       COPY RUNSTWS.

       01 ACCT-FILE-STATUS PIC XX.
       01 CHART-FILE-STATUS PIC XX.
       01 YCTL-FILE-STATUS PIC XX.
       01 OPEN-FILE-STATUS PIC XX.
       01 MAP-FILE-STATUS PIC XX.
       01 CHRG-FILE-STATUS PIC XX.
       01 RFND-FILE-STATUS PIC XX.
       01 AWRD-FILE-STATUS PIC XX.
       01 PACT-FILE-STATUS PIC XX.
       01 CASH-FILE-STATUS PIC XX.
       01 CTRA-FILE-STATUS PIC XX.
       01 FS-CATALOG PIC XX.
       01 FS-OLD-REG PIC XX.
       01 RECN-FILE-STATUS PIC XX.
       01 WS-END-FLAG PIC X VALUE "N".
       01 WS-REG-END-FLAG PIC X.
       01 WS-REG-PATH PIC X(60).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-LAST-CLOSED-YEAR PIC 9(4) VALUE 0.
       01 WS-OUT-COUNT PIC 9(3) VALUE 0.
       01 WS-CONTROL-COUNT PIC 9(3) VALUE 0.

      *---------------------------------------------------------------
      * Revenue and expense accounts off the chart, the ones
      * YEAR-END-CLOSE clears.
      *---------------------------------------------------------------
       01 WS-PL-COUNT PIC 9(3) VALUE 0.
       01 WS-PL-IDX PIC 9(3).
       01 WS-PL-TABLE.
          05 WS-PL-ACCT OCCURS 200 TIMES PIC 9(4).

       01 WS-OPN-COUNT PIC 9(3) VALUE 0.
       01 WS-OPN-IDX PIC 9(3).
       01 WS-OPN-TABLE.
          05 WS-OPN-ENTRY OCCURS 50 TIMES.
             10 ON-ACCT PIC 9(4).
             10 ON-AS-OF PIC 9(8).
             10 ON-BALANCE PIC S9(7)V99.

      *---------------------------------------------------------------
      * One row per student: the three subledger figures and what
      * the master carries.
      *---------------------------------------------------------------
       01 WS-STU-COUNT PIC 9(3) VALUE 0.
       01 WS-STU-IDX PIC 9(3).
       01 WS-STU-MATCH PIC 9(3).
       01 WS-FIND-ID PIC 9(5).
       01 WS-STU-TABLE.
          05 WS-STU-ENTRY OCCURS 500 TIMES.
             10 ST-STUDENT-ID PIC 9(5).
             10 ST-ACCT PIC 9(4).
             10 ST-CHARGED PIC S9(7)V99.
             10 ST-REFUNDED PIC S9(7)V99.
             10 ST-AID PIC S9(7)V99.

      *---------------------------------------------------------------
      * Every payroll and accrual register generation read, with
      * its column totals, for the drill-down.
      *---------------------------------------------------------------
       01 WS-GEN-COUNT PIC 9(4) VALUE 0.
       01 WS-GEN-IDX PIC 9(4).
       01 WS-GEN-TABLE.
          05 WS-GEN-ENTRY OCCURS 1000 TIMES.
             10 GN-KIND PIC X.
             10 GN-BASE PIC X(16).
             10 GN-DATE PIC 9(8).
             10 GN-AMOUNT PIC S9(9)V99 OCCURS 4 TIMES.

       01 WS-COL-IDX PIC 9.
       01 WS-LINE-AMOUNT PIC S9(7)V99.

       01 WS-EXPENSE-ACCT PIC 9(4) VALUE 0.
       01 WS-TAX-ACCT PIC 9(4) VALUE 0.
       01 WS-DED-ACCT PIC 9(4) VALUE 0.
       01 WS-NET-ACCT PIC 9(4) VALUE 0.
       01 WS-CONTRA-ACCT PIC 9(4) VALUE 0.
       01 WS-NET-IS-CASH PIC X VALUE "N".

      *---------------------------------------------------------------
      * The control being proved: its account, which generations
      * and column feed it, and the direction they post (D takes
      * from the balance, C adds to it).
      *---------------------------------------------------------------
       01 WS-CTL-NAME PIC X(24).
       01 WS-CTL-ACCT PIC 9(4).
       01 WS-CTL-KIND PIC X.
       01 WS-CTL-COLUMN PIC 9.
       01 WS-CTL-DC PIC X.
       01 WS-CTL-FROM-DATE PIC 9(8).
       01 WS-CTL-FROM-PARTS REDEFINES WS-CTL-FROM-DATE.
          05 WS-CTL-FROM-YEAR PIC 9(4).
          05 FILLER PIC 9(4).
       01 WS-CTL-IS-PL PIC X.
       01 WS-CTL-OPENING PIC S9(9)V99.
       01 WS-CTL-OPEN-IDX PIC 9(3).
       01 WS-SUBLEDGER PIC S9(9)V99.
       01 WS-LEDGER PIC S9(9)V99.
       01 WS-DIFFERENCE PIC S9(9)V99.
       01 WS-ACCT-FOUND PIC X.
       01 WS-STU-OWED PIC S9(9)V99.
       01 WS-STU-LEDGER PIC S9(9)V99.
       01 WS-STU-DIFFS PIC 9(3).

       01 WS-AMOUNT-ED PIC -(8)9.99.
       01 WS-AMOUNT-ED-2 PIC -(8)9.99.
       01 WS-AMOUNT-ED-3 PIC -(8)9.99.
       01 WS-SMALL-ED-1 PIC -(6)9.99.
       01 WS-SMALL-ED-2 PIC -(6)9.99.
       01 WS-SMALL-ED-3 PIC -(6)9.99.
       01 WS-SMALL-ED-4 PIC -(6)9.99.
       01 WS-VERDICT PIC X(14).

       01 WS-CONTROL-LINE.
          05 WS-C-NAME PIC X(24).
          05 FILLER PIC X(6) VALUE SPACES.
          05 WS-C-ACCT PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 WS-C-SUBLEDGER PIC -(8)9.99.
          05 FILLER PIC X VALUE SPACE.
          05 WS-C-LEDGER PIC -(8)9.99.
          05 FILLER PIC X VALUE SPACE.
          05 WS-C-DIFFERENCE PIC -(8)9.99.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           MOVE "SUBLEDGER-RECON" TO EL-PROGRAM-ID
           MOVE "SUBLEDGER-RECON" TO RS-PROGRAM-ID
           PERFORM START-RUN-STATS
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL

           OPEN INPUT ACCT-REC
           IF ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open account master, FS="
                   ACCT-FILE-STATUS " - nothing reconciled"
               MOVE "bbbbbb.idx" TO EL-CURRENT-FILE
               MOVE ACCT-FILE-STATUS TO EL-CURRENT-STATUS
               PERFORM WRITE-EXCEPTION-LOG
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-STATS
               STOP RUN
           END-IF

           PERFORM LOAD-CLOSED-YEAR
           PERFORM LOAD-PL-ACCOUNTS
           PERFORM LOAD-OPENINGS
           PERFORM LOAD-POSTING-ACCOUNTS
           PERFORM LOAD-GENERATIONS

           OPEN OUTPUT RECON-FILE
           MOVE SPACES TO RECON-LINE
           STRING "SUBLEDGER RECONCILIATION   BUSINESS DATE "
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           MOVE "CONTROL                       ACCT    SUBLEDGER"
               & "       LEDGER   DIFFERENCE" TO RECON-LINE
           WRITE RECON-LINE

           PERFORM RECONCILE-TUITION
           PERFORM RECONCILE-PAYROLL
           PERFORM RECONCILE-INTEREST

           CLOSE RECON-FILE ACCT-REC
           DISPLAY "Controls reconciled: " WS-CONTROL-COUNT
           DISPLAY "Out of balance:      " WS-OUT-COUNT
           IF WS-OUT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-CONTROL-COUNT TO RS-IN-COUNT
           MOVE WS-OUT-COUNT TO RS-OUT-COUNT
           PERFORM WRITE-RUN-STATS
           STOP RUN.

       LOAD-CLOSED-YEAR.
           OPEN INPUT YEAR-CONTROL-FILE
           IF YCTL-FILE-STATUS = "00"
               READ YEAR-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE YEAR-CONTROL-REC TO WS-LAST-CLOSED-YEAR
               END-READ
               CLOSE YEAR-CONTROL-FILE
           END-IF.

       LOAD-PL-ACCOUNTS.
           OPEN INPUT CHART-FILE
           IF CHART-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-END-FLAG
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ CHART-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF (CH-TYPE = "R" OR CH-TYPE = "X")
                           AND WS-PL-COUNT < 200
                           ADD 1 TO WS-PL-COUNT
                           MOVE CH-ACCT TO WS-PL-ACCT(WS-PL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF CHART-FILE-STATUS = "00" OR CHART-FILE-STATUS = "10"
               CLOSE CHART-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       LOAD-OPENINGS.
           OPEN INPUT OPENING-FILE
           IF OPEN-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-END-FLAG
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ OPENING-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-OPN-COUNT < 50
                           ADD 1 TO WS-OPN-COUNT
                           MOVE OP-ACCT TO ON-ACCT(WS-OPN-COUNT)
                           MOVE OP-AS-OF TO ON-AS-OF(WS-OPN-COUNT)
                           MOVE OP-BALANCE
                               TO ON-BALANCE(WS-OPN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF OPEN-FILE-STATUS = "00" OR OPEN-FILE-STATUS = "10"
               CLOSE OPENING-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       LOAD-POSTING-ACCOUNTS.
           OPEN INPUT POST-ACCOUNT-FILE
           IF PACT-FILE-STATUS = "00"
               READ POST-ACCOUNT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PA-EXPENSE-ACCT TO WS-EXPENSE-ACCT
                       MOVE PA-TAX-ACCT TO WS-TAX-ACCT
                       MOVE PA-DED-ACCT TO WS-DED-ACCT
                       MOVE PA-NET-ACCT TO WS-NET-ACCT
               END-READ
               CLOSE POST-ACCOUNT-FILE
           END-IF

           OPEN INPUT CASH-ACCOUNT-FILE
           IF CASH-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-END-FLAG
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ CASH-ACCOUNT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF CA-ACCT = WS-NET-ACCT
                           MOVE "Y" TO WS-NET-IS-CASH
                       END-IF
               END-READ
           END-PERFORM
           IF CASH-FILE-STATUS = "00" OR CASH-FILE-STATUS = "10"
               CLOSE CASH-ACCOUNT-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG

           OPEN INPUT CONTRA-FILE
           IF CTRA-FILE-STATUS = "00"
               READ CONTRA-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CONTRA-REC TO WS-CONTRA-ACCT
               END-READ
               CLOSE CONTRA-FILE
           END-IF.

      *---------------------------------------------------------------
      * Kind P is a payroll register of any run type, kind I an
      * accrual register. Which of them count toward a control is
      * decided per account when it is reconciled.
      *---------------------------------------------------------------
       LOAD-GENERATIONS.
           OPEN INPUT CATALOG-FILE
           IF FS-CATALOG NOT = "00"
               DISPLAY "No generation catalog - payroll and "
                   "interest subledgers are empty"
               MOVE "Y" TO WS-END-FLAG
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CG-BASE(1:8) = "register"
                               OR CG-BASE(1:13) = "supp-register"
                               OR CG-BASE(1:14) = "final-register"
                               PERFORM ADD-GENERATION
                               MOVE "P" TO GN-KIND(WS-GEN-COUNT)
                               PERFORM TOTAL-PAYROLL-GENERATION
                           WHEN CG-BASE = "accrual-register"
                               PERFORM ADD-GENERATION
                               MOVE "I" TO GN-KIND(WS-GEN-COUNT)
                               PERFORM TOTAL-ACCRUAL-GENERATION
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF FS-CATALOG = "00" OR FS-CATALOG = "10"
               CLOSE CATALOG-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       ADD-GENERATION.
           IF WS-GEN-COUNT >= 1000
               DISPLAY "Generation table full"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-STATS
               STOP RUN
           END-IF
           ADD 1 TO WS-GEN-COUNT
           MOVE CG-BASE TO GN-BASE(WS-GEN-COUNT)
           MOVE CG-DATE TO GN-DATE(WS-GEN-COUNT)
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 4
               MOVE 0 TO GN-AMOUNT(WS-GEN-COUNT WS-COL-IDX)
           END-PERFORM
           MOVE CG-PATH TO WS-REG-PATH.

      *---------------------------------------------------------------
      * Gross, tax, deductions and net sit where PAYROLL-DRIVER's
      * WS-REG-DETAIL puts them; heading and totals rows are
      * skipped the way QUARTERLY-REMIT skips them, and a
      * PAYROLL-REVERSAL void line carries its own minus sign.
      *---------------------------------------------------------------
       TOTAL-PAYROLL-GENERATION.
           MOVE "N" TO WS-REG-END-FLAG
           OPEN INPUT OLD-REGISTER-FILE
           IF FS-OLD-REG NOT = "00"
               DISPLAY "Cannot open generation "
                   FUNCTION TRIM(WS-REG-PATH) " FS=" FS-OLD-REG
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REG-END-FLAG = "Y"
               READ OLD-REGISTER-FILE
                   AT END
                       MOVE "Y" TO WS-REG-END-FLAG
                   NOT AT END
                       IF OLD-REGISTER-LINE(1:6) NOT = "EMP-ID"
                           AND OLD-REGISTER-LINE(1:6) NOT = "TOTALS"
                           AND OLD-REGISTER-LINE(1:6) NOT = "PAY PE"
                           AND OLD-REGISTER-LINE(1:6) NOT = SPACES
                           PERFORM ADD-REGISTER-COLUMNS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OLD-REGISTER-FILE.

       ADD-REGISTER-COLUMNS.
           COMPUTE WS-LINE-AMOUNT =
               FUNCTION NUMVAL(OLD-REGISTER-LINE(8:8))
           ADD WS-LINE-AMOUNT TO GN-AMOUNT(WS-GEN-COUNT 1)
           COMPUTE WS-LINE-AMOUNT =
               FUNCTION NUMVAL(OLD-REGISTER-LINE(17:8))
           ADD WS-LINE-AMOUNT TO GN-AMOUNT(WS-GEN-COUNT 2)
           COMPUTE WS-LINE-AMOUNT =
               FUNCTION NUMVAL(OLD-REGISTER-LINE(26:8))
           ADD WS-LINE-AMOUNT TO GN-AMOUNT(WS-GEN-COUNT 3)
           COMPUTE WS-LINE-AMOUNT =
               FUNCTION NUMVAL(OLD-REGISTER-LINE(35:8))
           ADD WS-LINE-AMOUNT TO GN-AMOUNT(WS-GEN-COUNT 4).

      *---------------------------------------------------------------
      * The day's accrual is INTEREST-ACCRUAL's TOTAL COST OF FUNDS
      * line, the figure its batch debits to the contra account.
      *---------------------------------------------------------------
       TOTAL-ACCRUAL-GENERATION.
           MOVE "N" TO WS-REG-END-FLAG
           OPEN INPUT OLD-REGISTER-FILE
           IF FS-OLD-REG NOT = "00"
               DISPLAY "Cannot open generation "
                   FUNCTION TRIM(WS-REG-PATH) " FS=" FS-OLD-REG
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REG-END-FLAG = "Y"
               READ OLD-REGISTER-FILE
                   AT END
                       MOVE "Y" TO WS-REG-END-FLAG
                   NOT AT END
                       IF OLD-REGISTER-LINE(1:20)
                           = "TOTAL COST OF FUNDS "
                           COMPUTE WS-LINE-AMOUNT = FUNCTION
                               NUMVAL(OLD-REGISTER-LINE(21:11))
                           ADD WS-LINE-AMOUNT
                               TO GN-AMOUNT(WS-GEN-COUNT 1)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OLD-REGISTER-FILE.

      *---------------------------------------------------------------
      * Tuition: the student's subledger balance against the
      * receivable account, one student at a time. A debit balance
      * shows on the master as a negative figure, so what is owed
      * is the balance with its sign turned.
      *---------------------------------------------------------------
       RECONCILE-TUITION.
           PERFORM LOAD-STUDENT-ACCOUNTS
           PERFORM LOAD-TUITION-CHARGES
           PERFORM LOAD-TUITION-REFUNDS
           PERFORM LOAD-AID-PAID

           MOVE "TUITION RECEIVABLE" TO WS-CTL-NAME
           MOVE 0 TO WS-CTL-ACCT
           MOVE 0 TO WS-SUBLEDGER
           MOVE 0 TO WS-LEDGER
           MOVE 0 TO WS-STU-DIFFS
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               COMPUTE WS-STU-OWED = ST-CHARGED(WS-STU-IDX)
                   - ST-REFUNDED(WS-STU-IDX) - ST-AID(WS-STU-IDX)
               MOVE ST-ACCT(WS-STU-IDX) TO ACCT-NUMBER
               PERFORM READ-LEDGER-ACCOUNT
               COMPUTE WS-STU-LEDGER = 0 - ACCT-BALANCE
               IF WS-ACCT-FOUND = "N"
                   MOVE 0 TO WS-STU-LEDGER
               END-IF
               ADD WS-STU-OWED TO WS-SUBLEDGER
               ADD WS-STU-LEDGER TO WS-LEDGER
               IF WS-STU-OWED NOT = WS-STU-LEDGER
                   OR WS-ACCT-FOUND = "N"
                   ADD 1 TO WS-STU-DIFFS
               END-IF
           END-PERFORM

           COMPUTE WS-DIFFERENCE = WS-LEDGER - WS-SUBLEDGER
           PERFORM WRITE-CONTROL-LINE
           IF WS-STU-DIFFS > 0
               IF WS-DIFFERENCE = 0
                   PERFORM RECORD-OUT-OF-BALANCE
                   MOVE "  STUDENT DIFFERENCES OFFSET IN TOTAL"
                       TO RECON-LINE
                   WRITE RECON-LINE
               END-IF
               PERFORM WRITE-STUDENT-DRILL-DOWN
           END-IF.

       LOAD-STUDENT-ACCOUNTS.
           OPEN INPUT ACCOUNT-MAP-FILE
           IF MAP-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-END-FLAG
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ ACCOUNT-MAP-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-STU-COUNT >= 500
                           DISPLAY "Student table full"
                           MOVE 8 TO RETURN-CODE
                           PERFORM WRITE-RUN-STATS
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-STU-COUNT
                       MOVE SA-STUDENT-ID
                           TO ST-STUDENT-ID(WS-STU-COUNT)
                       MOVE SA-ACCT TO ST-ACCT(WS-STU-COUNT)
                       MOVE 0 TO ST-CHARGED(WS-STU-COUNT)
                       MOVE 0 TO ST-REFUNDED(WS-STU-COUNT)
                       MOVE 0 TO ST-AID(WS-STU-COUNT)
               END-READ
           END-PERFORM
           IF MAP-FILE-STATUS = "00" OR MAP-FILE-STATUS = "10"
               CLOSE ACCOUNT-MAP-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * Charges, refunds and aid for a student with no receivable
      * account were never posted anywhere, so they are left out
      * the same way the posting runs leave them out.
      *---------------------------------------------------------------
       LOAD-TUITION-CHARGES.
           OPEN INPUT CHARGE-FILE
           IF CHRG-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-END-FLAG
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ CHARGE-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE CG-STUDENT-ID TO WS-FIND-ID
                       PERFORM FIND-STUDENT
                       IF WS-STU-MATCH > 0
                           ADD CG-AMOUNT TO ST-CHARGED(WS-STU-MATCH)
                       END-IF
               END-READ
           END-PERFORM
           IF CHRG-FILE-STATUS = "00" OR CHRG-FILE-STATUS = "10"
               CLOSE CHARGE-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       LOAD-TUITION-REFUNDS.
           OPEN INPUT REFUND-FILE
           IF RFND-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-END-FLAG
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ REFUND-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE RH-STUDENT-ID TO WS-FIND-ID
                       PERFORM FIND-STUDENT
                       IF WS-STU-MATCH > 0
                           ADD RH-AMOUNT
                               TO ST-REFUNDED(WS-STU-MATCH)
                       END-IF
               END-READ
           END-PERFORM
           IF RFND-FILE-STATUS = "00" OR RFND-FILE-STATUS = "10"
               CLOSE REFUND-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       LOAD-AID-PAID.
           OPEN INPUT AWARD-FILE
           IF AWRD-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-END-FLAG
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ AWARD-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF AW-STATUS = "D"
                           MOVE AW-STUDENT-ID TO WS-FIND-ID
                           PERFORM FIND-STUDENT
                           IF WS-STU-MATCH > 0
                               ADD AW-PAID TO ST-AID(WS-STU-MATCH)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF AWRD-FILE-STATUS = "00" OR AWRD-FILE-STATUS = "10"
               CLOSE AWARD-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * Called with the student id in WS-FIND-ID; hands back the
      * student's row in WS-STU-MATCH, or zero when the student has
      * no account.
      *---------------------------------------------------------------
       FIND-STUDENT.
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               IF ST-STUDENT-ID(WS-STU-IDX) = WS-FIND-ID
                   MOVE WS-STU-IDX TO WS-STU-MATCH
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 0 TO WS-STU-MATCH.

       WRITE-STUDENT-DRILL-DOWN.
           MOVE "  STUDENT ACCT    CHARGED   REFUNDED        AID"
               & "       OWED      LEDGER" TO RECON-LINE
           WRITE RECON-LINE
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               COMPUTE WS-STU-OWED = ST-CHARGED(WS-STU-IDX)
                   - ST-REFUNDED(WS-STU-IDX) - ST-AID(WS-STU-IDX)
               MOVE ST-ACCT(WS-STU-IDX) TO ACCT-NUMBER
               PERFORM READ-LEDGER-ACCOUNT
               COMPUTE WS-STU-LEDGER = 0 - ACCT-BALANCE
               IF WS-ACCT-FOUND = "N"
                   MOVE 0 TO WS-STU-LEDGER
               END-IF
               IF WS-STU-OWED NOT = WS-STU-LEDGER
                   OR WS-ACCT-FOUND = "N"
                   PERFORM WRITE-STUDENT-LINE
               END-IF
           END-PERFORM.

       WRITE-STUDENT-LINE.
           MOVE ST-CHARGED(WS-STU-IDX) TO WS-SMALL-ED-1
           MOVE ST-REFUNDED(WS-STU-IDX) TO WS-SMALL-ED-2
           MOVE ST-AID(WS-STU-IDX) TO WS-SMALL-ED-3
           MOVE WS-STU-OWED TO WS-SMALL-ED-4
           MOVE WS-STU-LEDGER TO WS-AMOUNT-ED
           MOVE SPACES TO RECON-LINE
           IF WS-ACCT-FOUND = "N"
               STRING "  " ST-STUDENT-ID(WS-STU-IDX) "   "
                   ST-ACCT(WS-STU-IDX) " " WS-SMALL-ED-1 " "
                   WS-SMALL-ED-2 " " WS-SMALL-ED-3 " "
                   WS-SMALL-ED-4 "  NOT ON MASTER"
                   DELIMITED BY SIZE INTO RECON-LINE
               END-STRING
           ELSE
               STRING "  " ST-STUDENT-ID(WS-STU-IDX) "   "
                   ST-ACCT(WS-STU-IDX) " " WS-SMALL-ED-1 " "
                   WS-SMALL-ED-2 " " WS-SMALL-ED-3 " "
                   WS-SMALL-ED-4 WS-AMOUNT-ED
                   DELIMITED BY SIZE INTO RECON-LINE
               END-STRING
           END-IF
           WRITE RECON-LINE.

      *---------------------------------------------------------------
      * Payroll: gross debited to salary expense, tax, deductions
      * and net credited to their clearing accounts.
      *---------------------------------------------------------------
       RECONCILE-PAYROLL.
           IF WS-EXPENSE-ACCT = 0
               MOVE "  NO PAYROLL POSTING ACCOUNTS ON FILE"
                   TO RECON-LINE
               WRITE RECON-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO WS-CTL-KIND

           MOVE "PAYROLL GROSS EXPENSE" TO WS-CTL-NAME
           MOVE WS-EXPENSE-ACCT TO WS-CTL-ACCT
           MOVE 1 TO WS-CTL-COLUMN
           MOVE "D" TO WS-CTL-DC
           PERFORM RECONCILE-ONE-ACCOUNT

           MOVE "PAYROLL TAX WITHHELD" TO WS-CTL-NAME
           MOVE WS-TAX-ACCT TO WS-CTL-ACCT
           MOVE 2 TO WS-CTL-COLUMN
           MOVE "C" TO WS-CTL-DC
           PERFORM RECONCILE-ONE-ACCOUNT

           MOVE "PAYROLL DEDUCTIONS" TO WS-CTL-NAME
           MOVE WS-DED-ACCT TO WS-CTL-ACCT
           MOVE 3 TO WS-CTL-COLUMN
           PERFORM RECONCILE-ONE-ACCOUNT

           IF WS-NET-IS-CASH = "Y"
               MOVE SPACES TO RECON-LINE
               STRING "PAYROLL NET PAY               "
                   WS-NET-ACCT
                   "  BANK CASH ACCOUNT - SEE BANK-RECONCILE"
                   DELIMITED BY SIZE INTO RECON-LINE
               END-STRING
               WRITE RECON-LINE
           ELSE
               MOVE "PAYROLL NET PAY" TO WS-CTL-NAME
               MOVE WS-NET-ACCT TO WS-CTL-ACCT
               MOVE 4 TO WS-CTL-COLUMN
               PERFORM RECONCILE-ONE-ACCOUNT
           END-IF.

      *---------------------------------------------------------------
      * Interest: each day's cost of funds debited to the contra.
      *---------------------------------------------------------------
       RECONCILE-INTEREST.
           IF WS-CONTRA-ACCT = 0
               MOVE "  NO INTEREST CONTRA ACCOUNT ON FILE"
                   TO RECON-LINE
               WRITE RECON-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "INTEREST CONTRA" TO WS-CTL-NAME
           MOVE WS-CONTRA-ACCT TO WS-CTL-ACCT
           MOVE "I" TO WS-CTL-KIND
           MOVE 1 TO WS-CTL-COLUMN
           MOVE "D" TO WS-CTL-DC
           PERFORM RECONCILE-ONE-ACCOUNT.

      *---------------------------------------------------------------
      * One generation-fed account: the opening, if any still
      * applies, plus every counted generation's column in the
      * account's direction, against its balance on the master.
      *---------------------------------------------------------------
       RECONCILE-ONE-ACCOUNT.
           PERFORM SET-COUNTING-WINDOW
           MOVE WS-CTL-OPENING TO WS-SUBLEDGER
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               IF GN-KIND(WS-GEN-IDX) = WS-CTL-KIND
                   AND GN-DATE(WS-GEN-IDX) > WS-CTL-FROM-DATE
                   IF WS-CTL-DC = "D"
                       SUBTRACT GN-AMOUNT(WS-GEN-IDX WS-CTL-COLUMN)
                           FROM WS-SUBLEDGER
                   ELSE
                       ADD GN-AMOUNT(WS-GEN-IDX WS-CTL-COLUMN)
                           TO WS-SUBLEDGER
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-CTL-ACCT TO ACCT-NUMBER
           PERFORM READ-LEDGER-ACCOUNT
           IF WS-ACCT-FOUND = "Y"
               MOVE ACCT-BALANCE TO WS-LEDGER
           ELSE
               MOVE 0 TO WS-LEDGER
           END-IF
           COMPUTE WS-DIFFERENCE = WS-LEDGER - WS-SUBLEDGER
           PERFORM WRITE-CONTROL-LINE
           IF WS-ACCT-FOUND = "N"
               MOVE "  ACCOUNT NOT ON MASTER" TO RECON-LINE
               WRITE RECON-LINE
               IF WS-DIFFERENCE = 0
                   PERFORM RECORD-OUT-OF-BALANCE
               END-IF
           END-IF
           IF WS-DIFFERENCE NOT = 0
               PERFORM WRITE-GENERATION-DRILL-DOWN
           END-IF.

      *---------------------------------------------------------------
      * Generations count from the opening's as-of date, or from
      * the start of the first open fiscal year for a revenue or
      * expense account whose opening was cleared at a year end.
      *---------------------------------------------------------------
       SET-COUNTING-WINDOW.
           MOVE "N" TO WS-CTL-IS-PL
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
               IF WS-PL-ACCT(WS-PL-IDX) = WS-CTL-ACCT
                   MOVE "Y" TO WS-CTL-IS-PL
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CTL-OPENING
           MOVE 0 TO WS-CTL-FROM-DATE
           MOVE 0 TO WS-CTL-OPEN-IDX
           PERFORM VARYING WS-OPN-IDX FROM 1 BY 1
                   UNTIL WS-OPN-IDX > WS-OPN-COUNT
               IF ON-ACCT(WS-OPN-IDX) = WS-CTL-ACCT
                   MOVE WS-OPN-IDX TO WS-CTL-OPEN-IDX
                   MOVE ON-BALANCE(WS-OPN-IDX) TO WS-CTL-OPENING
                   MOVE ON-AS-OF(WS-OPN-IDX) TO WS-CTL-FROM-DATE
               END-IF
           END-PERFORM
           IF WS-CTL-IS-PL = "Y" AND WS-LAST-CLOSED-YEAR > 0
               AND WS-CTL-FROM-YEAR <= WS-LAST-CLOSED-YEAR
               MOVE 0 TO WS-CTL-OPENING
               MOVE 0 TO WS-CTL-OPEN-IDX
               COMPUTE WS-CTL-FROM-DATE =
                   WS-LAST-CLOSED-YEAR * 10000 + 1231
           END-IF.

       WRITE-GENERATION-DRILL-DOWN.
           IF WS-CTL-OPEN-IDX > 0
               MOVE WS-CTL-OPENING TO WS-AMOUNT-ED
               MOVE SPACES TO RECON-LINE
               STRING "  OPENING AS OF " WS-CTL-FROM-DATE
                   "           " WS-AMOUNT-ED
                   DELIMITED BY SIZE INTO RECON-LINE
               END-STRING
               WRITE RECON-LINE
           END-IF
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               IF GN-KIND(WS-GEN-IDX) = WS-CTL-KIND
                   AND GN-DATE(WS-GEN-IDX) > WS-CTL-FROM-DATE
                   IF WS-CTL-DC = "D"
                       COMPUTE WS-AMOUNT-ED =
                           0 - GN-AMOUNT(WS-GEN-IDX WS-CTL-COLUMN)
                   ELSE
                       MOVE GN-AMOUNT(WS-GEN-IDX WS-CTL-COLUMN)
                           TO WS-AMOUNT-ED
                   END-IF
                   MOVE SPACES TO RECON-LINE
                   STRING "  " GN-BASE(WS-GEN-IDX) " "
                       GN-DATE(WS-GEN-IDX) "        " WS-AMOUNT-ED
                       DELIMITED BY SIZE INTO RECON-LINE
                   END-STRING
                   WRITE RECON-LINE
               END-IF
           END-PERFORM.

       READ-LEDGER-ACCOUNT.
           READ ACCT-REC
               INVALID KEY
                   MOVE "N" TO WS-ACCT-FOUND
                   MOVE 0 TO ACCT-BALANCE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ACCT-FOUND
           END-READ.

       WRITE-CONTROL-LINE.
           ADD 1 TO WS-CONTROL-COUNT
           MOVE WS-CTL-NAME TO WS-C-NAME
           MOVE WS-CTL-ACCT TO WS-C-ACCT
           MOVE WS-SUBLEDGER TO WS-C-SUBLEDGER
           MOVE WS-LEDGER TO WS-C-LEDGER
           MOVE WS-DIFFERENCE TO WS-C-DIFFERENCE
           WRITE RECON-LINE FROM WS-CONTROL-LINE
           IF WS-DIFFERENCE NOT = 0
               PERFORM RECORD-OUT-OF-BALANCE
           END-IF.

      *---------------------------------------------------------------
      * One exception-log line per control out of balance, naming
      * the control, for END-OF-DAY's readiness gate.
      *---------------------------------------------------------------
       RECORD-OUT-OF-BALANCE.
           ADD 1 TO WS-OUT-COUNT
           MOVE "  OUT OF BALANCE" TO RECON-LINE
           WRITE RECON-LINE
           DISPLAY "OUT OF BALANCE: " WS-CTL-NAME
           MOVE WS-CTL-NAME TO EL-CURRENT-FILE
           MOVE "OB" TO EL-CURRENT-STATUS
           PERFORM WRITE-EXCEPTION-LOG.

       COPY EXCLGPD.
       COPY RUNSTPD.
