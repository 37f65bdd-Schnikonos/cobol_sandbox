       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-ACCRUAL.

      *---------------------------------------------------------------
      * Month-end accrual of wages earned but not yet paid. Pay
      * dates fall where the pay cycle puts them, not on the month
      * end, so the days between the last pay date and the close
      * are worked in one month and paid in the next. The run books
      * that earned-but-unpaid gross into the closing month and
      * takes it back out at the start of the next:
      *
      *   - the closing month is the open accounting period
      *     GET-OPEN-PERIOD returns; the run is meant to be made
      *     once each month before ACCT-PERIOD-CLOSE
      *   - the last pay date is the latest PAID date on or before
      *     the month end in pay-period-control.dat, and the pay
      *     period's length is the gap back to the PAID date before
      *     it (14 days with only one on file)
      *   - a salaried employee accrues gross * unpaid days / period
      *     days from employees.txt; an hourly one, whose gross on
      *     file is zero, accrues rate * 40 hours a week over the
      *     unpaid days
      *   - a leaver awaiting PAYROLL-FINAL (a last day worked on
      *     the row) only earned up to that day, so accrues the
      *     unpaid days up to it, or nothing if it fell on or
      *     before the last pay date
      *
      * Two balanced batches go to the journal, each with the
      * payroll company's E record. The accrual, entry type "W", is
      * stamped with the closing period: salary expense (the first
      * account on payroll-post-accounts.txt) debited and accrued
      * wages (payroll-accrual-account.dat) credited the total. The
      * reversal is stamped with the next period - it takes effect
      * on the first day of the next month - as entry type "R" with
      * an R record naming the accrual, the same shape BATCH-
      * REVERSAL writes, so the accrual cannot be reversed twice.
      * POST-BALANCE-UPDATE leaves the reversal unposted until
      * that period opens. If the accrual is rejected at approval,
      * its reversal should be rejected with it.
      *
      * Each month accrued is logged to payroll-accrual-control.dat:
      *
      *   <period YYYYMM><accrual batch id><reversal batch id>
      *
      * and a second run for the same month writes nothing and ends
      * with return code 4. An employee line that cannot be priced
      * is reported and left out, also return code 4.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "intermediate/employees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMPLOYEE.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "intermediate/pay-period-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIOD-CONTROL.
           SELECT POST-ACCOUNT-FILE
               ASSIGN TO "intermediate/payroll-post-accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-POST-ACCT.
           SELECT ACCRUAL-ACCOUNT-FILE
               ASSIGN TO "intermediate/payroll-accrual-account.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCRUAL-ACCT.
           SELECT ACCRUAL-CONTROL-FILE
               ASSIGN TO "intermediate/payroll-accrual-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCRUAL-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL.
           COPY RUNSTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       01 EMPLOYEE-LINE      PIC X(80).

       FD PERIOD-CONTROL-FILE.
       01 PERIOD-CONTROL-REC.
          05 PC-PERIOD       PIC 9(8).
          05 PC-STATUS       PIC X(4).

       FD POST-ACCOUNT-FILE.
       01 POST-ACCOUNT-REC.
          05 PA-EXPENSE-ACCT PIC 9(4).
          05 PA-TAX-ACCT     PIC 9(4).
          05 PA-DED-ACCT     PIC 9(4).
          05 PA-NET-ACCT     PIC 9(4).

       FD ACCRUAL-ACCOUNT-FILE.
       01 ACCRUAL-ACCOUNT-REC PIC 9(4).

       FD ACCRUAL-CONTROL-FILE.
       01 ACCRUAL-CONTROL-REC.
          05 AC-PERIOD       PIC 9(6).
          05 AC-ACCRUAL-ID   PIC 9(7).
          05 AC-REVERSAL-ID  PIC 9(7).

       FD JOURNAL-FILE.
       01 JOURNAL-REC        PIC X(16).

       COPY RUNSTFD.

       WORKING-STORAGE SECTION.
       01 FS-EMPLOYEE        PIC XX.
       01 FS-PERIOD-CONTROL  PIC XX.
       01 FS-POST-ACCT       PIC XX.
       01 FS-ACCRUAL-ACCT    PIC XX.
       01 FS-ACCRUAL-CONTROL PIC XX.
       01 FS-JOURNAL         PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".

       COPY RUNSTWS.

       01 WS-OPEN-PD-STATUS  PIC X.
       01 WS-OPEN-PERIOD     PIC 9(6).
       01 WS-OPEN-PERIOD-X REDEFINES WS-OPEN-PERIOD.
          05 WS-OP-YYYY      PIC 9(4).
          05 WS-OP-MM        PIC 9(2).
       01 WS-NEXT-PERIOD     PIC 9(6).
       01 WS-NEXT-PERIOD-X REDEFINES WS-NEXT-PERIOD.
          05 WS-NP-YYYY      PIC 9(4).
          05 WS-NP-MM        PIC 9(2).
       01 WS-NEXT-FIRST      PIC 9(8).
       01 WS-MONTH-END       PIC 9(8).
       01 WS-MONTH-END-DAY   PIC 9(7).

       01 WS-LAST-PAY-DATE   PIC 9(8) VALUE 0.
       01 WS-PRIOR-PAY-DATE  PIC 9(8) VALUE 0.
       01 WS-PERIOD-DAYS     PIC 9(3).
       01 WS-UNPAID-DAYS     PIC 9(3).

       01 WS-EXPENSE-ACCT    PIC 9(4) VALUE 0.
       01 WS-ACCRUED-ACCT    PIC 9(4) VALUE 0.
       01 WS-CHECK-ACCT      PIC 9(4).
       01 WS-CHECK-VALID     PIC X.

       01 EMP-ID             PIC X(6).
       01 EMP-GROSS-TEXT     PIC X(10).
       01 EMP-GROSS-NUM REDEFINES EMP-GROSS-TEXT PIC 9(7).
       01 EMP-JURIS          PIC X(3).
       01 EMP-PAY-TYPE       PIC X.
       01 EMP-RATE-TEXT      PIC X(10).
       01 EMP-RATE-NUM REDEFINES EMP-RATE-TEXT PIC 9(3)V99.
       01 EMP-LAST-DAY       PIC X(10).
       01 EMP-LAST-DAY-NUM REDEFINES EMP-LAST-DAY PIC 9(8).
       01 WS-EMP-DAYS        PIC S9(5).

       01 WS-EMP-COUNT       PIC 9(5) VALUE 0.
       01 WS-ACCRUED-COUNT   PIC 9(5) VALUE 0.
       01 WS-SKIPPED-COUNT   PIC 9(5) VALUE 0.
       01 WS-EMP-ACCRUAL     PIC 9(7)V99.
       01 WS-TOTAL-ACCRUAL   PIC 9(9)V99 VALUE 0.
       01 WS-AMOUNT-ED       PIC Z(8)9.99.

       01 WS-ACCRUAL-ID      PIC 9(7) VALUE 0.
       01 WS-REVERSAL-ID     PIC 9(7) VALUE 0.
       01 WS-BATCH-ENTRY     PIC X.
       01 WS-BATCH-PERIOD    PIC 9(6).
       01 WS-DEBIT-ACCT      PIC 9(4).
       01 WS-CREDIT-ACCT     PIC 9(4).

       01 WS-POST-LEFT       PIC 9(9)V99.
       01 WS-POST-CHUNK      PIC 9(5)V99.
       01 WS-POST-ACCT       PIC 9(4).
       01 WS-POST-DC         PIC X.
       01 WS-PJ-COUNT        PIC 9(3).
       01 WS-PJ-IDX          PIC 9(3).
       01 WS-PJ-TABLE.
          05 WS-PJ-ENTRY OCCURS 100 TIMES.
             10 PJ-ACCT      PIC 9(4).
             10 PJ-DC        PIC X.
             10 PJ-AMOUNT    PIC 9(5)V99.

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
       01 WS-JRNL-XREF.
          05 JR-TYPE         PIC X.
          05 JR-ORIG-ID      PIC 9(7).
       01 WS-JRNL-ENTITY.
          05 JE-TYPE         PIC X VALUE "E".
          05 JE-ENTITY       PIC X(3) VALUE "PAY".

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           MOVE "PAYROLL-ACCRUAL" TO RS-PROGRAM-ID
           PERFORM START-RUN-STATS
           CALL "GET-OPEN-PERIOD"
               USING WS-OPEN-PERIOD WS-OPEN-PD-STATUS
           END-CALL
           PERFORM SET-PERIOD-DATES
           PERFORM CHECK-ALREADY-ACCRUED
           PERFORM LOAD-ACCRUAL-ACCOUNTS
           PERFORM FIND-LAST-PAY-DATE

           DISPLAY "Payroll accrual for period " WS-OPEN-PERIOD
               ": paid through " WS-LAST-PAY-DATE ", "
               WS-UNPAID-DAYS " unpaid day(s) of a "
               WS-PERIOD-DAYS "-day pay period"
           IF WS-UNPAID-DAYS > 0
               PERFORM ACCRUE-EMPLOYEES
           END-IF

           IF WS-TOTAL-ACCRUAL = 0
               DISPLAY "Nothing earned and unpaid - no batch written"
           ELSE
               PERFORM WRITE-ACCRUAL-BATCHES
               PERFORM LOG-ACCRUED-PERIOD
               MOVE WS-TOTAL-ACCRUAL TO WS-AMOUNT-ED
               DISPLAY "Accrued " WS-AMOUNT-ED " for "
                   WS-ACCRUED-COUNT " employee(s): batch "
                   WS-ACCRUAL-ID ", reversed " WS-NEXT-FIRST
                   " by batch " WS-REVERSAL-ID
           END-IF
           IF WS-SKIPPED-COUNT > 0
               DISPLAY "Employees not accrued: " WS-SKIPPED-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM FINISH-RUN.

       FINISH-RUN.
           MOVE WS-EMP-COUNT TO RS-IN-COUNT
           MOVE WS-ACCRUED-COUNT TO RS-OUT-COUNT
           PERFORM WRITE-RUN-STATS
           STOP RUN.

      *---------------------------------------------------------------
      * The closing month's last day, and the first day of the next
      * month, which the reversal takes effect from.
      *---------------------------------------------------------------
       SET-PERIOD-DATES.
           IF WS-OP-MM = 12
               COMPUTE WS-NP-YYYY = WS-OP-YYYY + 1
               MOVE 1 TO WS-NP-MM
           ELSE
               MOVE WS-OP-YYYY TO WS-NP-YYYY
               COMPUTE WS-NP-MM = WS-OP-MM + 1
           END-IF
           COMPUTE WS-NEXT-FIRST = WS-NEXT-PERIOD * 100 + 1
           COMPUTE WS-MONTH-END-DAY =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1
           COMPUTE WS-MONTH-END =
               FUNCTION DATE-OF-INTEGER(WS-MONTH-END-DAY).

       CHECK-ALREADY-ACCRUED.
           OPEN INPUT ACCRUAL-CONTROL-FILE
           IF FS-ACCRUAL-CONTROL NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ ACCRUAL-CONTROL-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF AC-PERIOD = WS-OPEN-PERIOD
                           DISPLAY "Period " WS-OPEN-PERIOD
                               " already accrued by batch "
                               AC-ACCRUAL-ID " - nothing written"
                           CLOSE ACCRUAL-CONTROL-FILE
                           MOVE 4 TO RETURN-CODE
                           PERFORM FINISH-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCRUAL-CONTROL-FILE.

       LOAD-ACCRUAL-ACCOUNTS.
           OPEN INPUT POST-ACCOUNT-FILE
           IF FS-POST-ACCT = "00"
               READ POST-ACCOUNT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PA-EXPENSE-ACCT TO WS-EXPENSE-ACCT
               END-READ
               CLOSE POST-ACCOUNT-FILE
           END-IF
           OPEN INPUT ACCRUAL-ACCOUNT-FILE
           IF FS-ACCRUAL-ACCT = "00"
               READ ACCRUAL-ACCOUNT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ACCRUAL-ACCOUNT-REC TO WS-ACCRUED-ACCT
               END-READ
               CLOSE ACCRUAL-ACCOUNT-FILE
           END-IF
           IF WS-EXPENSE-ACCT = 0 OR WS-ACCRUED-ACCT = 0
               DISPLAY "Salary expense or accrued wages account not"
                   " on file - nothing accrued"
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF
           MOVE WS-EXPENSE-ACCT TO WS-CHECK-ACCT
           CALL "ACCT-CHECK-DIGIT" USING WS-CHECK-ACCT WS-CHECK-VALID
           END-CALL
           IF WS-CHECK-VALID = "Y"
               MOVE WS-ACCRUED-ACCT TO WS-CHECK-ACCT
               CALL "ACCT-CHECK-DIGIT"
                   USING WS-CHECK-ACCT WS-CHECK-VALID
               END-CALL
           END-IF
           IF WS-CHECK-VALID NOT = "Y"
               DISPLAY "Account " WS-CHECK-ACCT
                   " fails check digit - nothing accrued"
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF.

      *---------------------------------------------------------------
      * The control file is appended to by every payroll run, an
      * override rerun included, so it is scanned whole for the two
      * latest PAID dates on or before the month end.
      *---------------------------------------------------------------
       FIND-LAST-PAY-DATE.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF FS-PERIOD-CONTROL NOT = "00"
               DISPLAY "No pay period control on file, FS="
                   FS-PERIOD-CONTROL " - nothing accrued"
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ PERIOD-CONTROL-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF PC-STATUS = "PAID"
                           AND PC-PERIOD NUMERIC
                           AND PC-PERIOD <= WS-MONTH-END
                           PERFORM KEEP-LATEST-PAY-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-CONTROL-FILE

           IF WS-LAST-PAY-DATE = 0
               DISPLAY "No paid pay date on or before " WS-MONTH-END
                   " - nothing accrued"
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF
           IF WS-PRIOR-PAY-DATE = 0
               MOVE 14 TO WS-PERIOD-DAYS
           ELSE
               COMPUTE WS-PERIOD-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-PAY-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-PRIOR-PAY-DATE)
           END-IF
           COMPUTE WS-UNPAID-DAYS = WS-MONTH-END-DAY
               - FUNCTION INTEGER-OF-DATE(WS-LAST-PAY-DATE).

       KEEP-LATEST-PAY-DATE.
           IF PC-PERIOD > WS-LAST-PAY-DATE
               MOVE WS-LAST-PAY-DATE TO WS-PRIOR-PAY-DATE
               MOVE PC-PERIOD TO WS-LAST-PAY-DATE
           ELSE
               IF PC-PERIOD < WS-LAST-PAY-DATE
                   AND PC-PERIOD > WS-PRIOR-PAY-DATE
                   MOVE PC-PERIOD TO WS-PRIOR-PAY-DATE
               END-IF
           END-IF.

       ACCRUE-EMPLOYEES.
           OPEN INPUT EMPLOYEE-FILE
           IF FS-EMPLOYEE NOT = "00"
               DISPLAY "Cannot open employees, FS=" FS-EMPLOYEE
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ EMPLOYEE-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       ADD 1 TO WS-EMP-COUNT
                       PERFORM ACCRUE-ONE-EMPLOYEE
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.

       ACCRUE-ONE-EMPLOYEE.
           MOVE SPACES TO EMP-ID EMP-GROSS-TEXT EMP-JURIS
               EMP-PAY-TYPE EMP-RATE-TEXT EMP-LAST-DAY
           UNSTRING EMPLOYEE-LINE DELIMITED BY ","
               INTO EMP-ID EMP-GROSS-TEXT EMP-JURIS EMP-PAY-TYPE
                   EMP-RATE-TEXT EMP-LAST-DAY
           END-UNSTRING
           MOVE WS-UNPAID-DAYS TO WS-EMP-DAYS
           IF EMP-LAST-DAY(1:8) NUMERIC
               AND EMP-LAST-DAY-NUM < WS-MONTH-END
               COMPUTE WS-EMP-DAYS =
                   FUNCTION INTEGER-OF-DATE(EMP-LAST-DAY-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-LAST-PAY-DATE)
               IF WS-EMP-DAYS < 0
                   MOVE 0 TO WS-EMP-DAYS
               END-IF
           END-IF
           IF EMP-PAY-TYPE = "H"
               IF EMP-RATE-TEXT(1:5) NOT NUMERIC
                   DISPLAY "Employee " EMP-ID
                       " not accrued - hourly rate not numeric"
                   ADD 1 TO WS-SKIPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-EMP-ACCRUAL ROUNDED =
                   EMP-RATE-NUM * 40 * WS-EMP-DAYS / 7
           ELSE
               IF EMP-GROSS-TEXT(1:7) NOT NUMERIC
                   DISPLAY "Employee " EMP-ID
                       " not accrued - gross not numeric"
                   ADD 1 TO WS-SKIPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-EMP-ACCRUAL ROUNDED =
                   EMP-GROSS-NUM * WS-EMP-DAYS / WS-PERIOD-DAYS
           END-IF
           IF WS-EMP-ACCRUAL > 0
               ADD 1 TO WS-ACCRUED-COUNT
               ADD WS-EMP-ACCRUAL TO WS-TOTAL-ACCRUAL
               MOVE WS-EMP-ACCRUAL TO WS-AMOUNT-ED
               DISPLAY "Employee " EMP-ID " accrued " WS-AMOUNT-ED
           END-IF.

      *---------------------------------------------------------------
      * The accrual in the closing period and its mirror image in
      * the next, each one debit and one credit of the total, split
      * into detail-sized pieces where the total outgrows one line.
      *---------------------------------------------------------------
       WRITE-ACCRUAL-BATCHES.
           OPEN EXTEND JOURNAL-FILE
           IF FS-JOURNAL NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF FS-JOURNAL NOT = "00"
               DISPLAY "Cannot open journal, FS=" FS-JOURNAL
                   " - accrual not written"
               MOVE 12 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF

           MOVE WS-OPEN-PERIOD TO WS-BATCH-PERIOD
           MOVE "W" TO WS-BATCH-ENTRY
           MOVE WS-EXPENSE-ACCT TO WS-DEBIT-ACCT
           MOVE WS-ACCRUED-ACCT TO WS-CREDIT-ACCT
           PERFORM WRITE-ONE-BATCH
           MOVE JB-BATCH-ID TO WS-ACCRUAL-ID

           MOVE WS-NEXT-PERIOD TO WS-BATCH-PERIOD
           MOVE "R" TO WS-BATCH-ENTRY
           MOVE WS-ACCRUED-ACCT TO WS-DEBIT-ACCT
           MOVE WS-EXPENSE-ACCT TO WS-CREDIT-ACCT
           PERFORM WRITE-ONE-BATCH
           MOVE JB-BATCH-ID TO WS-REVERSAL-ID
           CLOSE JOURNAL-FILE.

       WRITE-ONE-BATCH.
           MOVE 0 TO WS-PJ-COUNT
           MOVE WS-DEBIT-ACCT TO WS-POST-ACCT
           MOVE "D" TO WS-POST-DC
           MOVE WS-TOTAL-ACCRUAL TO WS-POST-LEFT
           PERFORM ADD-JOURNAL-CHUNKS
           MOVE WS-CREDIT-ACCT TO WS-POST-ACCT
           MOVE "C" TO WS-POST-DC
           MOVE WS-TOTAL-ACCRUAL TO WS-POST-LEFT
           PERFORM ADD-JOURNAL-CHUNKS

           MOVE "P" TO JP-TYPE
           MOVE WS-BATCH-PERIOD TO JP-PERIOD
           MOVE WS-BATCH-ENTRY TO JP-ENTRY-TYPE
           MOVE WS-JRNL-PERIOD TO JOURNAL-REC
           WRITE JOURNAL-REC
           CALL "NEXT-BATCH-ID" USING JB-BATCH-ID JB-OPERATOR
           END-CALL
           MOVE "B" TO JB-TYPE
           MOVE WS-JRNL-BATCH TO JOURNAL-REC
           WRITE JOURNAL-REC
           IF WS-BATCH-ENTRY = "R"
               MOVE SPACES TO JOURNAL-REC
               MOVE "R" TO JR-TYPE
               MOVE WS-ACCRUAL-ID TO JR-ORIG-ID
               MOVE WS-JRNL-XREF TO JOURNAL-REC
               WRITE JOURNAL-REC
           END-IF
           MOVE SPACES TO JOURNAL-REC
           MOVE WS-JRNL-ENTITY TO JOURNAL-REC
           WRITE JOURNAL-REC
           MOVE "H" TO JH-TYPE
           MOVE WS-PJ-COUNT TO JH-COUNT
           MOVE 0 TO JH-NET
           MOVE WS-JRNL-HEADER TO JOURNAL-REC
           WRITE JOURNAL-REC
           PERFORM VARYING WS-PJ-IDX FROM 1 BY 1
                   UNTIL WS-PJ-IDX > WS-PJ-COUNT
               MOVE "D" TO JT-TYPE
               MOVE PJ-ACCT(WS-PJ-IDX) TO JT-ACCT
               MOVE PJ-DC(WS-PJ-IDX) TO JT-DC
               MOVE PJ-AMOUNT(WS-PJ-IDX) TO JT-AMOUNT
               MOVE WS-JRNL-DETAIL TO JOURNAL-REC
               WRITE JOURNAL-REC
           END-PERFORM.

       ADD-JOURNAL-CHUNKS.
           PERFORM UNTIL WS-POST-LEFT = 0
                   OR WS-PJ-COUNT >= 100
               IF WS-POST-LEFT > 99999.99
                   MOVE 99999.99 TO WS-POST-CHUNK
               ELSE
                   MOVE WS-POST-LEFT TO WS-POST-CHUNK
               END-IF
               SUBTRACT WS-POST-CHUNK FROM WS-POST-LEFT
               ADD 1 TO WS-PJ-COUNT
               MOVE WS-POST-ACCT TO PJ-ACCT(WS-PJ-COUNT)
               MOVE WS-POST-DC TO PJ-DC(WS-PJ-COUNT)
               MOVE WS-POST-CHUNK TO PJ-AMOUNT(WS-PJ-COUNT)
           END-PERFORM.

       LOG-ACCRUED-PERIOD.
           OPEN EXTEND ACCRUAL-CONTROL-FILE
           IF FS-ACCRUAL-CONTROL NOT = "00"
               OPEN OUTPUT ACCRUAL-CONTROL-FILE
           END-IF
           MOVE WS-OPEN-PERIOD TO AC-PERIOD
           MOVE WS-ACCRUAL-ID TO AC-ACCRUAL-ID
           MOVE WS-REVERSAL-ID TO AC-REVERSAL-ID
           WRITE ACCRUAL-CONTROL-REC
           CLOSE ACCRUAL-CONTROL-FILE.

       COPY RUNSTPD.
