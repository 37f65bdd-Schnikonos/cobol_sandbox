       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-DEPOSIT-MATURITY.

      *---------------------------------------------------------------
      * Maturity run for fixed-term deposits. A term deposit is an
      * ordinary account on the master whose funds are locked for a
      * term at a fixed rate; the terms are keyed by hand into
      * term-deposits.txt:
      *
      *   <acct 4><locked amount 9(5)V99><annual rate 9(4)>
      *   <start date 9(8)><maturity date 9(8)><term months 9(3)>
      *   <instruction R|P><payout acct 4><status A|M|B>
      *
      * The rate is in ten-thousandths, as loan-master.txt keeps it.
      * While a deposit is active (A) and short of its maturity
      * date, POST-BALANCE-UPDATE refuses any debit against the
      * account except in a TERM-DEPOSIT-BREAK batch, which charges
      * the early-withdrawal penalty. INTEREST-ACCRUAL passes active
      * deposits by - they earn the fixed rate here instead of the
      * daily tiers.
      *
      * Every active deposit whose maturity date has come by the
      * business date earns simple interest on the locked amount
      * for the days from start to maturity at its fixed rate,
      * rounded to the cent. The interest goes out as a credit to
      * the deposit account, offset by a debit to the term deposit
      * interest expense account named in
      * term-deposit-interest-account.dat. Then, as instructed:
      *
      *   R  rollover - the interest joins the locked amount and a
      *      new term of the same length starts at the old maturity
      *      date (a day the new month lacks is held at its last)
      *   P  payout   - the amount plus interest is debited from the
      *      deposit account and credited to the payout account,
      *      and the deposit goes to status M
      *
      * All of it is one balanced journal batch, entry type "T",
      * posted by POST-BALANCE-UPDATE like any other. A deposit
      * that cannot be matured - an account failing its check
      * digit, a payout with no valid payout account, a deposit or
      * payout account frozen, closed or dormant in acct-status.txt
      * (POST-BALANCE-UPDATE would reject the posting and with it
      * the whole batch), or a total too large for one journal
      * detail - is left untouched, reported, and the run ends with
      * return code 4.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSIT-FILE ASSIGN TO "term-deposits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEPOSIT.
           SELECT EXPENSE-FILE
               ASSIGN TO "term-deposit-interest-account.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXPENSE.
           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL.
           SELECT STATUS-FILE ASSIGN TO "acct-status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS.

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

       FD EXPENSE-FILE.
       01 EXPENSE-REC        PIC 9(4).

       FD JOURNAL-FILE.
       01 JOURNAL-REC        PIC X(16).

       FD STATUS-FILE.
       01 STATUS-REC.
          05 AS-ACCT         PIC 9(4).
          05 AS-STATUS       PIC X.

       WORKING-STORAGE SECTION.
       01 FS-DEPOSIT         PIC XX.
       01 FS-EXPENSE         PIC XX.
       01 FS-JOURNAL         PIC XX.
       01 FS-STATUS          PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".
       01 WS-STAT-END-FLAG   PIC X VALUE "N".

       01 WS-RUN-DATE        PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-OPEN-PERIOD     PIC 9(6).
       01 WS-OPEN-PD-STATUS  PIC X.
       01 WS-EXPENSE-ACCT    PIC 9(4) VALUE 0.
       01 WS-HAVE-EXPENSE    PIC X VALUE "N".

      *---------------------------------------------------------------
      * Deposits held whole so the matured ones can be written back
      * with their new terms or status in one pass.
      *---------------------------------------------------------------
       01 WS-TD-COUNT        PIC 9(3) VALUE 0.
       01 WS-TD-IDX          PIC 9(3).
       01 WS-TD-TABLE.
          05 WS-TD-ENTRY OCCURS 200 TIMES.
             10 TT-ACCT        PIC 9(4).
             10 TT-AMOUNT      PIC 9(5)V99.
             10 TT-RATE-TTH    PIC 9(4).
             10 TT-START-DATE  PIC 9(8).
             10 TT-MATURITY    PIC 9(8).
             10 TT-TERM        PIC 9(3).
             10 TT-INSTRUCTION PIC X.
             10 TT-PAYOUT-ACCT PIC 9(4).
             10 TT-STATUS      PIC X.

      *---------------------------------------------------------------
      * One entry per deposit matured this run, for the batch.
      *---------------------------------------------------------------
       01 WS-MAT-COUNT       PIC 9(3) VALUE 0.
       01 WS-MAT-IDX         PIC 9(3).
       01 WS-MAT-TABLE.
          05 WS-MAT-ENTRY OCCURS 200 TIMES.
             10 MT-ACCT        PIC 9(4).
             10 MT-INTEREST    PIC 9(5)V99.
             10 MT-PAYOUT-ACCT PIC 9(4).
             10 MT-PAYOUT      PIC 9(5)V99.

       01 WS-REFUSED-COUNT   PIC 9(3) VALUE 0.
       01 WS-ROLLED-COUNT    PIC 9(3) VALUE 0.
       01 WS-PAID-COUNT      PIC 9(3) VALUE 0.
       01 WS-DEPOSIT-OK      PIC X.
       01 WS-CHECK-ACCT      PIC 9(4).
       01 WS-CHECK-VALID     PIC X.
       01 WS-ACCT-STATUS     PIC X.

      *---------------------------------------------------------------
      * Account statuses, for passing by frozen, closed and dormant
      * accounts.
      *---------------------------------------------------------------
       01 WS-STAT-COUNT      PIC 9(3) VALUE 0.
       01 WS-STAT-IDX        PIC 9(3).
       01 WS-STAT-TABLE.
          05 WS-STAT-ENTRY OCCURS 200 TIMES.
             10 ST-ACCT        PIC 9(4).
             10 ST-STATUS      PIC X.

       01 WS-TERM-DAYS       PIC 9(5).
       01 WS-INTEREST-WORK   PIC 9(11)V99 COMP-3.
       01 WS-INTEREST        PIC 9(5)V99.
       01 WS-NEW-AMOUNT      PIC 9(6)V99.
       01 WS-TOTAL-INTEREST  PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-PAYOUT    PIC 9(7)V99 VALUE 0.
       01 WS-DTL-COUNT       PIC 9(5) VALUE 0.
       01 WS-AMOUNT-ED       PIC Z(6)9.99.

       01 WS-NEW-MATURITY.
          05 WS-NM-YYYY      PIC 9(4).
          05 WS-NM-MM        PIC 9(2).
          05 WS-NM-DD        PIC 9(2).
       01 WS-NEW-MATURITY-N REDEFINES WS-NEW-MATURITY PIC 9(8).
       01 WS-MONTHS-ON       PIC 9(5).

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

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL
           PERFORM LOAD-EXPENSE-ACCOUNT
           IF WS-HAVE-EXPENSE NOT = "Y"
               DISPLAY "No term deposit interest account on file - "
                   "maturity run not done"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-TERM-DEPOSITS
           IF WS-TD-COUNT = 0
               DISPLAY "No term deposits on file"
               STOP RUN
           END-IF
           PERFORM LOAD-ACCOUNT-STATUSES

           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
                   UNTIL WS-TD-IDX > WS-TD-COUNT
               IF TT-STATUS(WS-TD-IDX) = "A"
                   AND TT-MATURITY(WS-TD-IDX) <= WS-RUN-DATE
                   PERFORM VALIDATE-MATURING-DEPOSIT
                   IF WS-DEPOSIT-OK = "Y"
                       PERFORM MATURE-ONE-DEPOSIT
                   END-IF
               END-IF
           END-PERFORM

           IF WS-MAT-COUNT > 0
               PERFORM WRITE-MATURITY-BATCH
               PERFORM REWRITE-TERM-DEPOSITS
           END-IF

           MOVE WS-TOTAL-INTEREST TO WS-AMOUNT-ED
           DISPLAY "Term deposits matured: " WS-MAT-COUNT
               " (rolled over " WS-ROLLED-COUNT ", paid out "
               WS-PAID-COUNT "), interest " WS-AMOUNT-ED
           IF WS-REFUSED-COUNT > 0
               DISPLAY "Term deposits not matured: " WS-REFUSED-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-EXPENSE-ACCOUNT.
           OPEN INPUT EXPENSE-FILE
           IF FS-EXPENSE = "00"
               READ EXPENSE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EXPENSE-REC TO WS-EXPENSE-ACCT
                       MOVE "Y" TO WS-HAVE-EXPENSE
               END-READ
               CLOSE EXPENSE-FILE
           END-IF.

       LOAD-TERM-DEPOSITS.
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
                       IF WS-TD-COUNT < 200
                           ADD 1 TO WS-TD-COUNT
                           MOVE TD-ACCT TO TT-ACCT(WS-TD-COUNT)
                           MOVE TD-AMOUNT TO TT-AMOUNT(WS-TD-COUNT)
                           MOVE TD-RATE-TTH
                               TO TT-RATE-TTH(WS-TD-COUNT)
                           MOVE TD-START-DATE
                               TO TT-START-DATE(WS-TD-COUNT)
                           MOVE TD-MATURITY
                               TO TT-MATURITY(WS-TD-COUNT)
                           MOVE TD-TERM TO TT-TERM(WS-TD-COUNT)
                           MOVE TD-INSTRUCTION
                               TO TT-INSTRUCTION(WS-TD-COUNT)
                           MOVE TD-PAYOUT-ACCT
                               TO TT-PAYOUT-ACCT(WS-TD-COUNT)
                           MOVE TD-STATUS TO TT-STATUS(WS-TD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-FILE.

       LOAD-ACCOUNT-STATUSES.
           OPEN INPUT STATUS-FILE
           IF FS-STATUS = "00"
               PERFORM UNTIL WS-STAT-END-FLAG = "Y"
                   READ STATUS-FILE
                       AT END
                           MOVE "Y" TO WS-STAT-END-FLAG
                       NOT AT END
                           IF WS-STAT-COUNT < 200
                               ADD 1 TO WS-STAT-COUNT
                               MOVE AS-ACCT TO ST-ACCT(WS-STAT-COUNT)
                               MOVE AS-STATUS
                                   TO ST-STATUS(WS-STAT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATUS-FILE
           END-IF.

      *---------------------------------------------------------------
      * Status of WS-CHECK-ACCT into WS-ACCT-STATUS; an account with
      * no entry is open.
      *---------------------------------------------------------------
       FIND-ACCOUNT-STATUS.
           MOVE "O" TO WS-ACCT-STATUS
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                   UNTIL WS-STAT-IDX > WS-STAT-COUNT
               IF ST-ACCT(WS-STAT-IDX) = WS-CHECK-ACCT
                   MOVE ST-STATUS(WS-STAT-IDX) TO WS-ACCT-STATUS
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * The deposit account must pass its check digit, be neither
      * frozen, closed nor dormant, and the dates must be real; a
      * payout needs a payout account that passes both too, and a
      * rollover needs a term to roll over for.
      *---------------------------------------------------------------
       VALIDATE-MATURING-DEPOSIT.
           MOVE "Y" TO WS-DEPOSIT-OK
           MOVE TT-ACCT(WS-TD-IDX) TO WS-CHECK-ACCT
           CALL "ACCT-CHECK-DIGIT" USING WS-CHECK-ACCT WS-CHECK-VALID
           END-CALL
           IF WS-CHECK-VALID NOT = "Y"
               DISPLAY "Term deposit " TT-ACCT(WS-TD-IDX)
                   " not matured - account fails check digit"
               MOVE "N" TO WS-DEPOSIT-OK
           END-IF
           PERFORM FIND-ACCOUNT-STATUS
           IF WS-ACCT-STATUS = "F" OR WS-ACCT-STATUS = "C"
               OR WS-ACCT-STATUS = "D"
               DISPLAY "Term deposit " TT-ACCT(WS-TD-IDX)
                   " not matured - account status " WS-ACCT-STATUS
               MOVE "N" TO WS-DEPOSIT-OK
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(TT-START-DATE(WS-TD-IDX))
                   NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(TT-MATURITY(WS-TD-IDX))
                   NOT = 0
               OR TT-START-DATE(WS-TD-IDX) > TT-MATURITY(WS-TD-IDX)
               DISPLAY "Term deposit " TT-ACCT(WS-TD-IDX)
                   " not matured - start or maturity date invalid"
               MOVE "N" TO WS-DEPOSIT-OK
           END-IF
           EVALUATE TT-INSTRUCTION(WS-TD-IDX)
               WHEN "P"
                   MOVE TT-PAYOUT-ACCT(WS-TD-IDX) TO WS-CHECK-ACCT
                   CALL "ACCT-CHECK-DIGIT"
                       USING WS-CHECK-ACCT WS-CHECK-VALID
                   END-CALL
                   IF WS-CHECK-VALID NOT = "Y"
                       OR TT-PAYOUT-ACCT(WS-TD-IDX) = 0
                       OR TT-PAYOUT-ACCT(WS-TD-IDX) = TT-ACCT(WS-TD-IDX)
                       DISPLAY "Term deposit " TT-ACCT(WS-TD-IDX)
                           " not matured - payout account "
                           TT-PAYOUT-ACCT(WS-TD-IDX) " unusable"
                       MOVE "N" TO WS-DEPOSIT-OK
                   END-IF
                   PERFORM FIND-ACCOUNT-STATUS
                   IF WS-ACCT-STATUS = "F" OR WS-ACCT-STATUS = "C"
                       OR WS-ACCT-STATUS = "D"
                       DISPLAY "Term deposit " TT-ACCT(WS-TD-IDX)
                           " not matured - payout account "
                           TT-PAYOUT-ACCT(WS-TD-IDX) " status "
                           WS-ACCT-STATUS
                       MOVE "N" TO WS-DEPOSIT-OK
                   END-IF
               WHEN "R"
                   IF TT-TERM(WS-TD-IDX) = 0
                       DISPLAY "Term deposit " TT-ACCT(WS-TD-IDX)
                           " not matured - no term to roll over for"
                       MOVE "N" TO WS-DEPOSIT-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "Term deposit " TT-ACCT(WS-TD-IDX)
                       " not matured - instruction "
                       TT-INSTRUCTION(WS-TD-IDX) " unknown"
                   MOVE "N" TO WS-DEPOSIT-OK
           END-EVALUATE
           IF WS-DEPOSIT-OK NOT = "Y"
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.

      *---------------------------------------------------------------
      * Interest = amount * rate/10000 * days/365, the product
      * carried whole before the one division so nothing is lost
      * to intermediate rounding.
      *---------------------------------------------------------------
       MATURE-ONE-DEPOSIT.
           COMPUTE WS-TERM-DAYS =
               FUNCTION INTEGER-OF-DATE(TT-MATURITY(WS-TD-IDX))
               - FUNCTION INTEGER-OF-DATE(TT-START-DATE(WS-TD-IDX))
           COMPUTE WS-INTEREST-WORK =
               TT-AMOUNT(WS-TD-IDX) * TT-RATE-TTH(WS-TD-IDX)
           COMPUTE WS-INTEREST-WORK = WS-INTEREST-WORK * WS-TERM-DAYS
           COMPUTE WS-INTEREST ROUNDED = WS-INTEREST-WORK / 3650000
           COMPUTE WS-NEW-AMOUNT =
               TT-AMOUNT(WS-TD-IDX) + WS-INTEREST
           IF WS-NEW-AMOUNT > 99999.99
               DISPLAY "Term deposit " TT-ACCT(WS-TD-IDX)
                   " not matured - amount with interest too large"
                   " for one journal detail"
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MAT-COUNT
           MOVE TT-ACCT(WS-TD-IDX) TO MT-ACCT(WS-MAT-COUNT)
           MOVE WS-INTEREST TO MT-INTEREST(WS-MAT-COUNT)
           ADD WS-INTEREST TO WS-TOTAL-INTEREST
           MOVE WS-INTEREST TO WS-AMOUNT-ED
           IF TT-INSTRUCTION(WS-TD-IDX) = "P"
               MOVE TT-PAYOUT-ACCT(WS-TD-IDX)
                   TO MT-PAYOUT-ACCT(WS-MAT-COUNT)
               MOVE WS-NEW-AMOUNT TO MT-PAYOUT(WS-MAT-COUNT)
               ADD WS-NEW-AMOUNT TO WS-TOTAL-PAYOUT
               MOVE "M" TO TT-STATUS(WS-TD-IDX)
               ADD 1 TO WS-PAID-COUNT
               DISPLAY "Term deposit " TT-ACCT(WS-TD-IDX)
                   " matured, interest " WS-AMOUNT-ED
                   " - paid out to " TT-PAYOUT-ACCT(WS-TD-IDX)
           ELSE
               MOVE 0 TO MT-PAYOUT-ACCT(WS-MAT-COUNT)
               MOVE 0 TO MT-PAYOUT(WS-MAT-COUNT)
               MOVE WS-NEW-AMOUNT TO TT-AMOUNT(WS-TD-IDX)
               PERFORM ADVANCE-MATURITY
               ADD 1 TO WS-ROLLED-COUNT
               DISPLAY "Term deposit " TT-ACCT(WS-TD-IDX)
                   " matured, interest " WS-AMOUNT-ED
                   " - rolled over to " TT-MATURITY(WS-TD-IDX)
           END-IF.

      *---------------------------------------------------------------
      * The new term starts at the old maturity date and runs the
      * same number of months; a day the new month lacks (the 31st,
      * or 29 February outside a leap year) is held at its last.
      *---------------------------------------------------------------
       ADVANCE-MATURITY.
           MOVE TT-MATURITY(WS-TD-IDX) TO WS-NEW-MATURITY-N
           MOVE TT-MATURITY(WS-TD-IDX) TO TT-START-DATE(WS-TD-IDX)
           COMPUTE WS-MONTHS-ON = WS-NM-MM - 1 + TT-TERM(WS-TD-IDX)
           COMPUTE WS-NM-YYYY = WS-NM-YYYY + WS-MONTHS-ON / 12
           COMPUTE WS-NM-MM =
               FUNCTION MOD(WS-MONTHS-ON, 12) + 1
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-MATURITY-N)
                   = 0
               SUBTRACT 1 FROM WS-NM-DD
           END-PERFORM
           MOVE WS-NEW-MATURITY-N TO TT-MATURITY(WS-TD-IDX).

      *---------------------------------------------------------------
      * One balanced batch: per deposit, the interest expense
      * account debited and the deposit credited the interest, then
      * for a payout the deposit debited and the payout account
      * credited the amount plus interest.
      *---------------------------------------------------------------
       WRITE-MATURITY-BATCH.
           OPEN EXTEND JOURNAL-FILE
           IF FS-JOURNAL NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF FS-JOURNAL NOT = "00"
               DISPLAY "Cannot open journal, FS=" FS-JOURNAL
                   " - maturities not written"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-DTL-COUNT
           PERFORM VARYING WS-MAT-IDX FROM 1 BY 1
                   UNTIL WS-MAT-IDX > WS-MAT-COUNT
               IF MT-INTEREST(WS-MAT-IDX) > 0
                   ADD 2 TO WS-DTL-COUNT
               END-IF
               IF MT-PAYOUT(WS-MAT-IDX) > 0
                   ADD 2 TO WS-DTL-COUNT
               END-IF
           END-PERFORM
           IF WS-DTL-COUNT = 0
               CLOSE JOURNAL-FILE
               EXIT PARAGRAPH
           END-IF

           CALL "GET-OPEN-PERIOD"
               USING WS-OPEN-PERIOD WS-OPEN-PD-STATUS
           END-CALL
           MOVE "P" TO JP-TYPE
           MOVE WS-OPEN-PERIOD TO JP-PERIOD
           MOVE "T" TO JP-ENTRY-TYPE
           MOVE WS-JRNL-PERIOD TO JOURNAL-REC
           WRITE JOURNAL-REC
           CALL "NEXT-BATCH-ID" USING JB-BATCH-ID JB-OPERATOR
           END-CALL
           MOVE "B" TO JB-TYPE
           MOVE WS-JRNL-BATCH TO JOURNAL-REC
           WRITE JOURNAL-REC

           MOVE "H" TO JH-TYPE
           MOVE WS-DTL-COUNT TO JH-COUNT
           MOVE 0 TO JH-NET
           MOVE WS-JRNL-HEADER TO JOURNAL-REC
           WRITE JOURNAL-REC

           MOVE "D" TO JT-TYPE
           PERFORM VARYING WS-MAT-IDX FROM 1 BY 1
                   UNTIL WS-MAT-IDX > WS-MAT-COUNT
               IF MT-INTEREST(WS-MAT-IDX) > 0
                   MOVE WS-EXPENSE-ACCT TO JT-ACCT
                   MOVE "D" TO JT-DC
                   MOVE MT-INTEREST(WS-MAT-IDX) TO JT-AMOUNT
                   MOVE WS-JRNL-DETAIL TO JOURNAL-REC
                   WRITE JOURNAL-REC
                   MOVE MT-ACCT(WS-MAT-IDX) TO JT-ACCT
                   MOVE "C" TO JT-DC
                   MOVE WS-JRNL-DETAIL TO JOURNAL-REC
                   WRITE JOURNAL-REC
               END-IF
               IF MT-PAYOUT(WS-MAT-IDX) > 0
                   MOVE MT-ACCT(WS-MAT-IDX) TO JT-ACCT
                   MOVE "D" TO JT-DC
                   MOVE MT-PAYOUT(WS-MAT-IDX) TO JT-AMOUNT
                   MOVE WS-JRNL-DETAIL TO JOURNAL-REC
                   WRITE JOURNAL-REC
                   MOVE MT-PAYOUT-ACCT(WS-MAT-IDX) TO JT-ACCT
                   MOVE "C" TO JT-DC
                   MOVE WS-JRNL-DETAIL TO JOURNAL-REC
                   WRITE JOURNAL-REC
               END-IF
           END-PERFORM
           CLOSE JOURNAL-FILE
           DISPLAY "Maturity batch written: " WS-DTL-COUNT " details".

       REWRITE-TERM-DEPOSITS.
           OPEN OUTPUT DEPOSIT-FILE
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
                   UNTIL WS-TD-IDX > WS-TD-COUNT
               MOVE TT-ACCT(WS-TD-IDX) TO TD-ACCT
               MOVE TT-AMOUNT(WS-TD-IDX) TO TD-AMOUNT
               MOVE TT-RATE-TTH(WS-TD-IDX) TO TD-RATE-TTH
               MOVE TT-START-DATE(WS-TD-IDX) TO TD-START-DATE
               MOVE TT-MATURITY(WS-TD-IDX) TO TD-MATURITY
               MOVE TT-TERM(WS-TD-IDX) TO TD-TERM
               MOVE TT-INSTRUCTION(WS-TD-IDX) TO TD-INSTRUCTION
               MOVE TT-PAYOUT-ACCT(WS-TD-IDX) TO TD-PAYOUT-ACCT
               MOVE TT-STATUS(WS-TD-IDX) TO TD-STATUS
               WRITE DEPOSIT-REC
           END-PERFORM
           CLOSE DEPOSIT-FILE.
