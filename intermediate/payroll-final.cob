       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-FINAL.

      *---------------------------------------------------------------
      * Final pay for leavers. EMPLOYEE-MAINT's T transaction stamps
      * the last day worked on the employee's row instead of
      * dropping it; the regular cycle stops paying the row, and
      * this run pays the employee out and only then takes the row
      * off the master. A row is due once its last day is on or
      * before the business date, which is the final pay date.
      *
      * For each leaver due:
      *   - the final period is prorated: the days from the last
      *     regular pay date on or before the last day worked up
      *     to that day, over the pay period's length - the gap to
      *     the PAID date before it on pay-period-control.dat (14
      *     days with only one on file). Salaried rows are paid
      *     gross * days / period days; hourly rows rate * 40 hours
      *     a week over the days, as PAYROLL-ACCRUAL prices them
      *   - leave taken still waiting on leave-taken.txt comes off
      *     the balances first (never below zero), then the
      *     vacation balance is paid out at the hourly equivalent:
      *     the rate, or for salaried rows the period gross over
      *     40 hours a week. Other leave types are forfeited and
      *     shown as such on the separation statement
      *   - a retro adjustment PAYROLL-RETRO queued is paid with it
      *   - tax is the regular run's year-to-date method through
      *     BRACKET-LOADER and CALLS-SUB, federal and state
      *   - recurring deductions stop: none are taken, and the
      *     employee's emp-deductions.txt rows are removed
      *   - open garnishment orders are applied as the regular run
      *     applies them - priority order, capped at their percent
      *     of disposable net, never below an order's protected
      *     net, shortfall to arrears. What is still owed stays on
      *     the order file and is shown on the statement; the take
      *     is remitted on final-garnish-remittance.txt
      *   - payment elections stop: the rows are removed and the
      *     final net is paid by printed check off
      *     final-check-register.txt
      *
      * A FINAL PAY slip goes to final-payslips.txt and a separation
      * statement - last day, service date, the pay-out figures,
      * leave paid and forfeited, what stopped, orders still owing,
      * the year to date - to separation-statements.txt. The run's
      * register, final-register.txt in the regular columns, is
      * kept as a generation under base final-register, one run a
      * day, and QUARTERLY-REMIT remits its tax with the rest. One
      * balanced journal batch is posted as the regular run's.
      *
      * The YTD master keeps the leaver's row for the year-end
      * statements; the leave master and the pending leave, retro,
      * deduction, and election rows go. The pay-period control is
      * not touched. Removing rows changes the master, so the
      * PAYROLL-EDIT verdict is stamped STALE as EMPLOYEE-MAINT
      * does. A termination keyed after a regular cycle had already
      * paid past the last day worked still prorates from the last
      * pay date before that day and has to be recovered by hand.
      * The run takes PAYROLL-DRIVER's lock.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "intermediate/employees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMPLOYEE.
           SELECT EDIT-STATUS-FILE
               ASSIGN TO "intermediate/payroll-edit-status.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EDIT-STATUS.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "intermediate/pay-period-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIOD.
           SELECT YTD-FILE ASSIGN TO "intermediate/ytd-master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-YTD.
           SELECT LEAVE-MASTER-FILE
               ASSIGN TO "intermediate/leave-master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LEAVE-MASTER.
           SELECT LEAVE-TAKEN-FILE
               ASSIGN TO "intermediate/leave-taken.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LEAVE-TAKEN.
           SELECT RETRO-PENDING-FILE
               ASSIGN TO "intermediate/retro-pending.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETRO.
           SELECT GARNISH-ORDER-FILE
               ASSIGN TO "intermediate/garnishment-orders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GARNISH.
           SELECT GARNISH-REMIT-FILE
               ASSIGN TO "intermediate/final-garnish-remittance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GARN-REMIT.
           SELECT EMP-DEDUCTION-FILE
               ASSIGN TO "intermediate/emp-deductions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMP-DED.
           SELECT ELECTION-FILE
               ASSIGN TO "intermediate/payment-elections.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ELECTION.
           SELECT REGISTER-FILE
               ASSIGN TO "intermediate/final-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTER.
           SELECT PAYSLIP-FILE
               ASSIGN TO "intermediate/final-payslips.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAYSLIP.
           SELECT STATEMENT-FILE
               ASSIGN TO "intermediate/separation-statements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATEMENT.
           SELECT CHECK-REGISTER-FILE
               ASSIGN TO "intermediate/final-check-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHECK-REG.
           SELECT POST-ACCOUNT-FILE
               ASSIGN TO "intermediate/payroll-post-accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-POST-ACCT.
           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL.
           SELECT CATALOG-FILE ASSIGN TO "generation-catalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATALOG.
           COPY RUNSTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       01 EMPLOYEE-LINE      PIC X(40).

       FD EDIT-STATUS-FILE.
       01 EDIT-STATUS-REC    PIC X(9).

       FD PERIOD-CONTROL-FILE.
       01 PERIOD-CONTROL-REC.
          05 PC-PERIOD       PIC 9(8).
          05 PC-STATUS       PIC X(4).

       FD YTD-FILE.
       01 YTD-REC.
          05 YTD-EMP-ID      PIC X(6).
          05 YTD-YEAR        PIC 9(4).
          05 YTD-GROSS       PIC 9(7)V99.
          05 YTD-TAX         PIC 9(7)V99.
          05 YTD-NET         PIC 9(7)V99.
          05 YTD-EMPLOYER    PIC 9(7)V99.
          05 YTD-SUPP-GROSS  PIC 9(7)V99.
          05 YTD-SUPP-TAX    PIC 9(7)V99.

       FD LEAVE-MASTER-FILE.
       01 LEAVE-MASTER-REC.
          05 LM-EMP-ID       PIC X(6).
          05 LM-TYPE         PIC X(3).
          05 LM-SERVICE-DATE PIC 9(8).
          05 LM-BALANCE      PIC 9(4)V99.
          05 LM-ACCRUED-YTD  PIC 9(4)V99.
          05 LM-TAKEN-YTD    PIC 9(4)V99.
          05 LM-LAST-PERIOD  PIC 9(8).
          05 LM-CLOSED-YEAR  PIC 9(4).

       FD LEAVE-TAKEN-FILE.
       01 LEAVE-TAKEN-REC.
          05 LT-EMP-ID       PIC X(6).
          05 LT-TYPE         PIC X(3).
          05 LT-DATE         PIC 9(8).
          05 LT-HOURS        PIC 9(3)V99.

       FD RETRO-PENDING-FILE.
       01 RETRO-PENDING-REC.
          05 RP-EMP-ID       PIC X(6).
          05 RP-GROSS-ADJ    PIC 9(7)V99.
          05 RP-TAX-ADJ      PIC 9(7)V99.

       FD GARNISH-ORDER-FILE.
       01 GARNISH-ORDER-REC.
          05 GO-EMP-ID       PIC X(6).
          05 GO-DOCKET       PIC X(10).
          05 GO-PRIORITY     PIC 9.
          05 GO-CAP-PCT      PIC 9(2).
          05 GO-PROTECTED    PIC 9(5)V99.
          05 GO-BALANCE      PIC 9(7)V99.
          05 GO-ARREARS      PIC 9(7)V99.
          05 GO-PAYEE        PIC X(10).

       FD GARNISH-REMIT-FILE.
       01 GARNISH-REMIT-LINE PIC X(70).

       FD EMP-DEDUCTION-FILE.
       01 EMP-DEDUCTION-REC.
          05 ED-EMP-ID       PIC X(6).
          05 ED-DED-CODE     PIC X(3).

       FD ELECTION-FILE.
       01 ELECTION-REC.
          05 PE-EMP-ID       PIC X(6).
          05 PE-REST         PIC X(23).

       FD REGISTER-FILE.
       01 REGISTER-LINE      PIC X(60).

       FD PAYSLIP-FILE.
       01 PAYSLIP-LINE       PIC X(60).

       FD STATEMENT-FILE.
       01 STATEMENT-LINE     PIC X(60).

       FD CHECK-REGISTER-FILE.
       01 CHECK-REGISTER-LINE PIC X(60).

       FD POST-ACCOUNT-FILE.
       01 POST-ACCOUNT-REC.
          05 PA-EXPENSE-ACCT PIC 9(4).
          05 PA-TAX-ACCT     PIC 9(4).
          05 PA-DED-ACCT     PIC 9(4).
          05 PA-NET-ACCT     PIC 9(4).

       FD JOURNAL-FILE.
       01 JOURNAL-REC        PIC X(16).

       FD CATALOG-FILE.
       01 CATALOG-REC.
          05 CG-BASE         PIC X(16).
          05 CG-FILLER-1     PIC X.
          05 CG-DATE         PIC 9(8).
          05 CG-FILLER-2     PIC X.
          05 CG-PATH         PIC X(60).

       COPY RUNSTFD.

       WORKING-STORAGE SECTION.
       01 FS-EMPLOYEE        PIC XX.
       01 FS-EDIT-STATUS     PIC XX.
       01 FS-PERIOD          PIC XX.
       01 FS-YTD             PIC XX.
       01 FS-LEAVE-MASTER    PIC XX.
       01 FS-LEAVE-TAKEN     PIC XX.
       01 FS-RETRO           PIC XX.
       01 FS-GARNISH         PIC XX.
       01 FS-GARN-REMIT      PIC XX.
       01 FS-EMP-DED         PIC XX.
       01 FS-ELECTION        PIC XX.
       01 FS-REGISTER        PIC XX.
       01 FS-PAYSLIP         PIC XX.
       01 FS-STATEMENT       PIC XX.
       01 FS-CHECK-REG       PIC XX.
       01 FS-POST-ACCT       PIC XX.
       01 FS-JOURNAL         PIC XX.
       01 FS-CATALOG         PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".

       COPY RUNSTWS.

       01 WS-LOCK-NAME       PIC X(16) VALUE "PAYROLL-DRIVER".
       01 WS-LOCK-ACTION     PIC X.
       01 WS-LOCK-RESULT     PIC X.
       01 WS-SAVED-RC        PIC 9(4).
       01 WS-EDIT-VERDICT    PIC X(9) VALUE SPACES.

       01 WS-PAY-DATE        PIC 9(8).
       01 WS-PAY-YEAR        PIC 9(4).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-OPEN-PERIOD     PIC 9(6).
       01 WS-OPEN-PD-STATUS  PIC X.
       01 WS-FED-JURIS       PIC X(3) VALUE "FED".
       01 WS-PAYOUT-TYPE     PIC X(3) VALUE "VAC".

      *---------------------------------------------------------------
      * The regular pay dates on file, oldest first, so each
      * leaver's final period can be measured from the last one on
      * or before the last day worked.
      *---------------------------------------------------------------
       01 WS-PD-COUNT        PIC 9(3) VALUE 0.
       01 WS-PD-IDX          PIC 9(3).
       01 WS-PD-TABLE.
          05 WS-PD-DATE OCCURS 400 TIMES PIC 9(8).
       01 WS-LAST-PAY-DATE   PIC 9(8).
       01 WS-PRIOR-PAY-DATE  PIC 9(8).
       01 WS-PERIOD-DAYS     PIC 9(3).
       01 WS-FINAL-DAYS      PIC S9(5).

      *---------------------------------------------------------------
      * The master held whole: rows paid out this run are left out
      * when it is written back.
      *---------------------------------------------------------------
       01 WS-EMP-COUNT       PIC 9(3) VALUE 0.
       01 WS-EMP-IDX         PIC 9(3).
       01 WS-EMP-TABLE.
          05 WS-EMP-ENTRY OCCURS 200 TIMES.
             10 EMT-LINE     PIC X(40).
             10 EMT-ID       PIC X(6).
             10 EMT-FINAL    PIC X.
       01 WS-DUE-COUNT       PIC 9(3) VALUE 0.
       01 WS-WAITING-COUNT   PIC 9(3) VALUE 0.

       01 EMP-ID             PIC X(6).
       01 EMP-GROSS-TEXT     PIC X(10).
       01 EMP-GROSS-NUM REDEFINES EMP-GROSS-TEXT PIC 9(7).
       01 EMP-JURIS          PIC X(3).
       01 EMP-PAY-TYPE       PIC X.
       01 EMP-RATE-TEXT      PIC X(10).
       01 EMP-RATE-NUM REDEFINES EMP-RATE-TEXT PIC 9(3)V99.
       01 EMP-LAST-DAY       PIC X(10).
       01 EMP-LAST-DAY-NUM REDEFINES EMP-LAST-DAY PIC 9(8).

       01 WS-BRACKET-STATUS  PIC X.
       01 WS-BRACKET-USED    PIC 9.
       01 WS-BRACKET-TABLE.
          05 WS-BRACKET OCCURS 5 TIMES.
             10 WS-BRACKET-CEILING PIC 9(7)V99.
             10 WS-BRACKET-RATE    PIC 9V999.
       01 WS-SLICE-TABLE.
          05 WS-SLICE-AMOUNT OCCURS 5 TIMES PIC 9(7)V99.
       01 WS-STATE-BRACKET   PIC 9.
       01 WS-STATE-SLICES.
          05 WS-ST-SLICE-AMT OCCURS 5 TIMES PIC 9(7)V99.
       01 WS-STATE-STATUS    PIC X.
       01 WS-STATE-TABLE.
          05 WS-STATE-BRACKET-ROW OCCURS 5 TIMES.
             10 WS-ST-CEILING PIC 9(7)V99.
             10 WS-ST-RATE    PIC 9V999.
       01 WS-CUM-GROSS       PIC 9(7)V99.
       01 WS-FED-CUM-TAX     PIC 9(7)V99.
       01 WS-STATE-CUM-TAX   PIC 9(7)V99.
       01 WS-CUM-TAX         PIC 9(7)V99.
       01 WS-PRIOR-YTD-TAX   PIC 9(7)V99.

       01 WS-PERIOD-PAY      PIC 9(7)V99.
       01 WS-HOUR-RATE       PIC 9(5)V9999.
       01 WS-PAYOUT-HOURS    PIC 9(4)V99.
       01 WS-PAYOUT-AMT      PIC 9(7)V99.
       01 WS-AMOUNT          PIC 9(7)V99.
       01 WS-TAX-OUT         PIC 9(7)V99.
       01 WS-DEDUCTIONS      PIC 9(7)V99.
       01 WS-NET-PAY         PIC 9(7)V99.
       01 WS-PAID-COUNT      PIC 9(5) VALUE 0.
       01 WS-TOTAL-GROSS     PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-TAX       PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-DED       PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-NET       PIC 9(9)V99 VALUE 0.

       01 WS-YTD-COUNT       PIC 9(3) VALUE 0.
       01 WS-YTD-IDX         PIC 9(3).
       01 WS-YTD-TABLE.
          05 WS-YTD-ENTRY OCCURS 200 TIMES.
             10 YT-EMP-ID    PIC X(6).
             10 YT-GROSS     PIC 9(7)V99.
             10 YT-TAX       PIC 9(7)V99.
             10 YT-NET       PIC 9(7)V99.
             10 YT-EMPLOYER  PIC 9(7)V99.
             10 YT-SUPP-GROSS PIC 9(7)V99.
             10 YT-SUPP-TAX  PIC 9(7)V99.

       01 WS-LM-COUNT        PIC 9(3) VALUE 0.
       01 WS-LM-IDX          PIC 9(3).
       01 WS-LM-MATCH        PIC 9(3).
       01 WS-LM-TABLE.
          05 WS-LM-ENTRY OCCURS 400 TIMES.
             10 LMT-REC      PIC X(47).
             10 LMT-DROP     PIC X.
       01 WS-SERVICE-DATE    PIC 9(8).

       01 WS-LT-COUNT        PIC 9(3) VALUE 0.
       01 WS-LT-IDX          PIC 9(3).
       01 WS-LT-TABLE.
          05 WS-LT-ENTRY OCCURS 200 TIMES.
             10 LTT-REC      PIC X(22).
             10 LTT-DONE     PIC X.

       01 WS-RETRO-COUNT     PIC 9(3) VALUE 0.
       01 WS-RETRO-IDX       PIC 9(3).
       01 WS-RETRO-GROSS-THIS PIC 9(7)V99.
       01 WS-RETRO-TAX-THIS  PIC 9(7)V99.
       01 WS-RETRO-TABLE.
          05 WS-RETRO-ENTRY OCCURS 100 TIMES.
             10 RPT-EMP-ID   PIC X(6).
             10 RPT-GROSS-ADJ PIC 9(7)V99.
             10 RPT-TAX-ADJ  PIC 9(7)V99.
             10 RPT-CONSUMED PIC X.

       01 WS-GARN-COUNT      PIC 9(3) VALUE 0.
       01 WS-GARN-IDX        PIC 9(3).
       01 WS-GARN-PICK-IDX   PIC 9(3).
       01 WS-GARN-SCAN-IDX   PIC 9(3).
       01 WS-GARN-TABLE.
          05 WS-GARN-ENTRY OCCURS 100 TIMES.
             10 GT-EMP-ID    PIC X(6).
             10 GT-DOCKET    PIC X(10).
             10 GT-PRIORITY  PIC 9.
             10 GT-CAP-PCT   PIC 9(2).
             10 GT-PROTECTED PIC 9(5)V99.
             10 GT-BALANCE   PIC 9(7)V99.
             10 GT-ARREARS   PIC 9(7)V99.
             10 GT-PAYEE     PIC X(10).
             10 GT-TAKEN     PIC 9(7)V99.
             10 GT-DONE      PIC X.
       01 WS-GARN-DISPOSABLE PIC 9(7)V99.
       01 WS-GARN-CAP-AMT    PIC 9(7)V99.
       01 WS-GARN-WANTED     PIC 9(7)V99.
       01 WS-GARN-ROOM       PIC S9(7)V99.
       01 WS-GARN-TAKE       PIC 9(7)V99.
       01 WS-GARN-THIS-EMP   PIC 9(7)V99.
       01 WS-CURR-PAYEE      PIC X(10).
       01 WS-PAYEE-TOTAL     PIC 9(9)V99.

       01 WS-ED-COUNT        PIC 9(3) VALUE 0.
       01 WS-ED-IDX          PIC 9(3).
       01 WS-ED-TABLE.
          05 WS-ED-ENTRY OCCURS 200 TIMES.
             10 EDT-REC      PIC X(9).
             10 EDT-DROP     PIC X.
       01 WS-PE-COUNT        PIC 9(3) VALUE 0.
       01 WS-PE-IDX          PIC 9(3).
       01 WS-PE-TABLE.
          05 WS-PE-ENTRY OCCURS 200 TIMES.
             10 PET-REC      PIC X(29).
             10 PET-DROP     PIC X.
       01 WS-STOPPED-COUNT   PIC 9(3).

       01 WS-GEN-SOURCE      PIC X(60)
           VALUE "intermediate/final-register.txt".
       01 WS-GEN-DIR         PIC X(14) VALUE "intermediate/".
       01 WS-GEN-BASE        PIC X(16) VALUE "final-register".
       01 WS-GEN-EXT         PIC X(4) VALUE ".txt".

       01 WS-REG-PERIOD-LINE.
          05 FILLER          PIC X(11) VALUE "PAY PERIOD ".
          05 WS-REG-PERIOD   PIC 9(8).
          05 FILLER          PIC X(10) VALUE " FINAL PAY".

       01 WS-REG-DETAIL.
          05 WS-REG-ID       PIC X(6).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-REG-GROSS    PIC Z(4)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-REG-TAX      PIC Z(4)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-REG-DED      PIC Z(4)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-REG-NET      PIC Z(4)9.99.

       01 WS-REG-TOTAL.
          05 FILLER          PIC X(6)  VALUE "TOTALS".
          05 FILLER          PIC X     VALUE SPACE.
          05 WS-TOT-GROSS    PIC Z(6)9.99.
          05 FILLER          PIC X     VALUE SPACE.
          05 WS-TOT-TAX      PIC Z(6)9.99.
          05 FILLER          PIC X     VALUE SPACE.
          05 WS-TOT-DED      PIC Z(6)9.99.
          05 FILLER          PIC X     VALUE SPACE.
          05 WS-TOT-NET      PIC Z(6)9.99.

       01 WS-CHECK-COUNT     PIC 9(5) VALUE 0.
       01 WS-CHECK-TOTAL     PIC 9(9)V99 VALUE 0.
       01 WS-CHECK-DETAIL.
          05 WS-CK-EMP-ID    PIC X(6).
          05 FILLER          PIC X(7) VALUE "  NET  ".
          05 WS-CK-NET       PIC Z(6)9.99.
          05 FILLER          PIC X(17) VALUE "  FINAL PAY".
          05 FILLER          PIC X(7) VALUE " CHECK ".
          05 WS-CK-NUMBER    PIC 9(7).

       01 WS-CHECK-TOTAL-LINE.
          05 FILLER          PIC X(7) VALUE "CHECKS ".
          05 WS-CK-COUNT     PIC Z(4)9.
          05 FILLER          PIC X(8) VALUE "  TOTAL ".
          05 WS-CK-TOTAL     PIC Z(8)9.99.

       01 WS-REMIT-DETAIL.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-RM-DOCKET    PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RM-EMP-ID    PIC X(6).
          05 FILLER          PIC X(9) VALUE "  AMOUNT ".
          05 WS-RM-AMOUNT    PIC Z(6)9.99.

       01 WS-REMIT-TOTAL-LINE.
          05 FILLER          PIC X(15) VALUE "  PAYEE TOTAL  ".
          05 WS-RM-TOTAL     PIC Z(8)9.99.

       01 WS-DATE-IN         PIC 9(8).
       01 WS-DATE-IN-PARTS REDEFINES WS-DATE-IN.
          05 WS-DI-YYYY      PIC 9(4).
          05 WS-DI-MM        PIC 9(2).
          05 WS-DI-DD        PIC 9(2).
       01 WS-DATE-ED.
          05 WS-DE-YYYY      PIC 9(4).
          05 FILLER          PIC X VALUE "-".
          05 WS-DE-MM        PIC 9(2).
          05 FILLER          PIC X VALUE "-".
          05 WS-DE-DD        PIC 9(2).

       01 WS-SLIP-HEADER.
          05 FILLER          PIC X(19) VALUE "FINAL PAY PAY DATE ".
          05 WS-SLIP-DATE    PIC X(10).
          05 FILLER          PIC X(6)  VALUE "   EMP".
          05 FILLER          PIC X     VALUE SPACE.
          05 WS-SLIP-EMP-ID  PIC X(6).

       01 WS-STMT-HEADER.
          05 FILLER          PIC X(26)
             VALUE "SEPARATION STATEMENT   EMP".
          05 FILLER          PIC X     VALUE SPACE.
          05 WS-STMT-EMP-ID  PIC X(6).

       01 WS-MONEY-LINE.
          05 WS-ML-LABEL     PIC X(24).
          05 WS-ML-AMOUNT    PIC Z(6)9.99.

       01 WS-TEXT-LINE.
          05 WS-TL-LABEL     PIC X(24).
          05 WS-TL-TEXT      PIC X(36).

       01 WS-DAYS-LINE.
          05 FILLER          PIC X(24) VALUE "  FINAL PERIOD DAYS:    ".
          05 WS-DL-DAYS      PIC ZZ9.
          05 FILLER          PIC X(4)  VALUE " OF ".
          05 WS-DL-PERIOD    PIC ZZ9.

       01 WS-LEAVE-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-LL-TYPE      PIC X(3).
          05 WS-LL-TEXT      PIC X(11).
          05 WS-LL-HOURS     PIC Z(3)9.99.
          05 FILLER          PIC X(4) VALUE " HRS".

       01 WS-ORDER-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-OL-DOCKET    PIC X(10).
          05 FILLER          PIC X(7) VALUE " OWING ".
          05 WS-OL-BALANCE   PIC Z(6)9.99.
          05 FILLER          PIC X(7) VALUE " PAYEE ".
          05 WS-OL-PAYEE     PIC X(10).

       01 WS-COUNT-ED        PIC ZZ9.

       01 WS-EXPENSE-ACCT    PIC 9(4).
       01 WS-TAX-ACCT        PIC 9(4).
       01 WS-DED-ACCT        PIC 9(4).
       01 WS-NET-ACCT        PIC 9(4).
       01 WS-POST-ACCTS-OK   PIC X VALUE "N".
       01 WS-JRNL-NET        PIC S9(7)V99.
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
       01 WS-JRNL-BATCH.
          05 JB-TYPE         PIC X.
          05 JB-BATCH-ID     PIC 9(7).
          05 JB-OPERATOR     PIC X(8).
       01 WS-JRNL-ENTITY.
          05 JE-TYPE         PIC X VALUE "E".
          05 JE-ENTITY       PIC X(3) VALUE "PAY".

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           MOVE "PAYROLL-FINAL" TO RS-PROGRAM-ID
           PERFORM START-RUN-STATS
           MOVE "A" TO WS-LOCK-ACTION
           CALL "RUN-LOCK" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-RESULT
           END-CALL
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "A pay run is already running"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "GET-BUSINESS-DATE"
               USING WS-PAY-DATE WS-BUS-DATE-STATUS
           END-CALL
           MOVE WS-PAY-DATE(1:4) TO WS-PAY-YEAR

           PERFORM CHECK-EDIT-VERDICT
           PERFORM LOAD-EMPLOYEES
           IF WS-DUE-COUNT = 0
               DISPLAY "No leavers due final pay on " WS-PAY-DATE
                   " (" WS-WAITING-COUNT " waiting)"
               PERFORM RELEASE-AND-STOP
           END-IF
           PERFORM CHECK-ONE-RUN-A-DAY
           CALL "BRACKET-LOADER"
               USING WS-PAY-DATE WS-FED-JURIS WS-BRACKET-TABLE
                   WS-BRACKET-STATUS
           END-CALL
           IF WS-BRACKET-STATUS NOT = "Y"
               DISPLAY "No tax bracket set in force for pay date "
                   WS-PAY-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-AND-STOP
           END-IF
           PERFORM LOAD-PAY-DATES
           PERFORM LOAD-YTD-MASTER
           PERFORM LOAD-LEAVE-FILES
           PERFORM LOAD-RETRO-PENDING
           PERFORM LOAD-GARNISHMENTS
           PERFORM LOAD-DEDUCTIONS-AND-ELECTIONS

           OPEN OUTPUT REGISTER-FILE PAYSLIP-FILE STATEMENT-FILE
               CHECK-REGISTER-FILE
           MOVE WS-PAY-DATE TO WS-REG-PERIOD
           WRITE REGISTER-LINE FROM WS-REG-PERIOD-LINE
           MOVE "EMP-ID GROSS    TAX      DED      NET"
               TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "FINAL PAY CHECK REGISTER" TO CHECK-REGISTER-LINE
           WRITE CHECK-REGISTER-LINE

           PERFORM PAY-ONE-LEAVER
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT

           MOVE WS-TOTAL-GROSS TO WS-TOT-GROSS
           MOVE WS-TOTAL-TAX TO WS-TOT-TAX
           MOVE WS-TOTAL-DED TO WS-TOT-DED
           MOVE WS-TOTAL-NET TO WS-TOT-NET
           WRITE REGISTER-LINE FROM WS-REG-TOTAL
           MOVE WS-CHECK-COUNT TO WS-CK-COUNT
           MOVE WS-CHECK-TOTAL TO WS-CK-TOTAL
           WRITE CHECK-REGISTER-LINE FROM WS-CHECK-TOTAL-LINE
           CLOSE REGISTER-FILE PAYSLIP-FILE STATEMENT-FILE
               CHECK-REGISTER-FILE

           CALL "GENERATION-KEEPER" USING WS-GEN-SOURCE
               WS-GEN-DIR WS-GEN-BASE WS-GEN-EXT WS-PAY-DATE
           END-CALL
           PERFORM REWRITE-YTD-MASTER
           PERFORM REWRITE-GARNISHMENTS
           PERFORM WRITE-GARNISH-REMITTANCE
           PERFORM REWRITE-LEAVE-FILES
           PERFORM CLEAR-CONSUMED-RETRO
           PERFORM REWRITE-DEDUCTIONS-AND-ELECTIONS
           PERFORM POST-FINAL-JOURNAL
           PERFORM REWRITE-EMPLOYEE-MASTER
           PERFORM MARK-EDIT-VERDICT-STALE

           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUN-LOCK" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-RESULT
           END-CALL

           MOVE WS-DUE-COUNT TO RS-IN-COUNT
           MOVE WS-PAID-COUNT TO RS-OUT-COUNT
           PERFORM WRITE-RUN-STATS
           DISPLAY "Leavers paid out:    " WS-PAID-COUNT
           DISPLAY "Still to leave:      " WS-WAITING-COUNT
           DISPLAY "Total gross:         " WS-TOTAL-GROSS
           DISPLAY "Total tax:           " WS-TOTAL-TAX
           DISPLAY "Total garnished:     " WS-TOTAL-DED
           DISPLAY "Total net:           " WS-TOTAL-NET
           STOP RUN.

      *---------------------------------------------------------------
      * Final pay comes off the same edited master the regular cycle
      * pays from: no OK verdict from PAYROLL-EDIT, no run.
      *---------------------------------------------------------------
       CHECK-EDIT-VERDICT.
           OPEN INPUT EDIT-STATUS-FILE
           IF FS-EDIT-STATUS = "00"
               READ EDIT-STATUS-FILE
                   AT END
                       MOVE SPACES TO WS-EDIT-VERDICT
                   NOT AT END
                       MOVE EDIT-STATUS-REC TO WS-EDIT-VERDICT
               END-READ
               CLOSE EDIT-STATUS-FILE
           END-IF
           IF WS-EDIT-VERDICT NOT = "OK"
               DISPLAY "Employee file not passed by PAYROLL-EDIT"
                   " (verdict: " WS-EDIT-VERDICT ") - run the edit"
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-AND-STOP
           END-IF.

       LOAD-EMPLOYEES.
           OPEN INPUT EMPLOYEE-FILE
           IF FS-EMPLOYEE NOT = "00"
               DISPLAY "Cannot open employee file, FS=" FS-EMPLOYEE
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-AND-STOP
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ EMPLOYEE-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       PERFORM STORE-EMPLOYEE-ROW
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           MOVE "N" TO WS-END-FLAG.

       STORE-EMPLOYEE-ROW.
           IF WS-EMP-COUNT >= 200
               DISPLAY "Employee table full, cannot load master"
               CLOSE EMPLOYEE-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-AND-STOP
           END-IF
           ADD 1 TO WS-EMP-COUNT
           MOVE EMPLOYEE-LINE TO EMT-LINE(WS-EMP-COUNT)
           PERFORM SPLIT-EMPLOYEE-LINE
           MOVE EMP-ID TO EMT-ID(WS-EMP-COUNT)
           MOVE "N" TO EMT-FINAL(WS-EMP-COUNT)
           IF EMP-LAST-DAY NOT = SPACES
               IF EMP-LAST-DAY-NUM <= WS-PAY-DATE
                   MOVE "Y" TO EMT-FINAL(WS-EMP-COUNT)
                   ADD 1 TO WS-DUE-COUNT
               ELSE
                   ADD 1 TO WS-WAITING-COUNT
               END-IF
           END-IF.

       SPLIT-EMPLOYEE-LINE.
           MOVE SPACES TO EMP-ID EMP-GROSS-TEXT EMP-JURIS
               EMP-PAY-TYPE EMP-RATE-TEXT EMP-LAST-DAY
           UNSTRING EMPLOYEE-LINE DELIMITED BY ","
               INTO EMP-ID EMP-GROSS-TEXT EMP-JURIS EMP-PAY-TYPE
                   EMP-RATE-TEXT EMP-LAST-DAY
           END-UNSTRING
           IF EMP-JURIS = SPACES
               MOVE WS-FED-JURIS TO EMP-JURIS
           END-IF.

       CHECK-ONE-RUN-A-DAY.
           OPEN INPUT CATALOG-FILE
           IF FS-CATALOG NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF CG-BASE = WS-GEN-BASE
                           AND CG-DATE = WS-PAY-DATE
                           DISPLAY "Final pay run already made"
                               " for " WS-PAY-DATE
                           CLOSE CATALOG-FILE
                           MOVE 8 TO RETURN-CODE
                           PERFORM RELEASE-AND-STOP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * The PAID dates, held in date order for the per-leaver look
      * back. Without a regular pay date there is nothing to
      * measure a final period from.
      *---------------------------------------------------------------
       LOAD-PAY-DATES.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF FS-PERIOD = "00"
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ PERIOD-CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF PC-STATUS = "PAID"
                               AND PC-PERIOD NUMERIC
                               AND WS-PD-COUNT < 400
                               ADD 1 TO WS-PD-COUNT
                               MOVE PC-PERIOD
                                   TO WS-PD-DATE(WS-PD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CONTROL-FILE
               MOVE "N" TO WS-END-FLAG
           END-IF
           IF WS-PD-COUNT = 0
               DISPLAY "No regular pay date on file - final periods"
                   " cannot be measured"
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-AND-STOP
           END-IF.

       FIND-FINAL-PERIOD.
           MOVE 0 TO WS-LAST-PAY-DATE
           MOVE 0 TO WS-PRIOR-PAY-DATE
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
               IF WS-PD-DATE(WS-PD-IDX) <= EMP-LAST-DAY-NUM
                   IF WS-PD-DATE(WS-PD-IDX) > WS-LAST-PAY-DATE
                       MOVE WS-LAST-PAY-DATE TO WS-PRIOR-PAY-DATE
                       MOVE WS-PD-DATE(WS-PD-IDX) TO WS-LAST-PAY-DATE
                   ELSE
                       IF WS-PD-DATE(WS-PD-IDX) < WS-LAST-PAY-DATE
                           AND WS-PD-DATE(WS-PD-IDX) >
                               WS-PRIOR-PAY-DATE
                           MOVE WS-PD-DATE(WS-PD-IDX)
                               TO WS-PRIOR-PAY-DATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PRIOR-PAY-DATE = 0
               MOVE 14 TO WS-PERIOD-DAYS
           ELSE
               COMPUTE WS-PERIOD-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-PAY-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-PRIOR-PAY-DATE)
           END-IF
           IF WS-LAST-PAY-DATE = 0
               MOVE WS-PERIOD-DAYS TO WS-FINAL-DAYS
           ELSE
               COMPUTE WS-FINAL-DAYS =
                   FUNCTION INTEGER-OF-DATE(EMP-LAST-DAY-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-LAST-PAY-DATE)
           END-IF
           IF WS-FINAL-DAYS > WS-PERIOD-DAYS
               MOVE WS-PERIOD-DAYS TO WS-FINAL-DAYS
           END-IF
           IF WS-FINAL-DAYS < 0
               MOVE 0 TO WS-FINAL-DAYS
           END-IF.

      *---------------------------------------------------------------
      * Only the regular run rolls the YTD master into a new year,
      * so a master still on last year refuses the run.
      *---------------------------------------------------------------
       LOAD-YTD-MASTER.
           OPEN INPUT YTD-FILE
           IF FS-YTD NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ YTD-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       PERFORM STORE-YTD-ROW
               END-READ
           END-PERFORM
           CLOSE YTD-FILE
           MOVE "N" TO WS-END-FLAG.

       STORE-YTD-ROW.
           IF YTD-YEAR NOT = WS-PAY-YEAR
               DISPLAY "YTD master is not yet rolled to " WS-PAY-YEAR
                   " - run the regular pay cycle first"
               CLOSE YTD-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-AND-STOP
           END-IF
           IF WS-YTD-COUNT >= 200
               DISPLAY "YTD master table full"
               CLOSE YTD-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-AND-STOP
           END-IF
           ADD 1 TO WS-YTD-COUNT
           MOVE YTD-EMP-ID TO YT-EMP-ID(WS-YTD-COUNT)
           MOVE YTD-GROSS TO YT-GROSS(WS-YTD-COUNT)
           MOVE YTD-TAX TO YT-TAX(WS-YTD-COUNT)
           MOVE YTD-NET TO YT-NET(WS-YTD-COUNT)
           MOVE YTD-EMPLOYER TO YT-EMPLOYER(WS-YTD-COUNT)
           MOVE 0 TO YT-SUPP-GROSS(WS-YTD-COUNT)
               YT-SUPP-TAX(WS-YTD-COUNT)
           IF YTD-SUPP-GROSS NUMERIC AND YTD-SUPP-TAX NUMERIC
               MOVE YTD-SUPP-GROSS TO YT-SUPP-GROSS(WS-YTD-COUNT)
               MOVE YTD-SUPP-TAX TO YT-SUPP-TAX(WS-YTD-COUNT)
           END-IF.

       LOAD-LEAVE-FILES.
           OPEN INPUT LEAVE-MASTER-FILE
           IF FS-LEAVE-MASTER = "00"
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ LEAVE-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-LM-COUNT >= 400
                               DISPLAY "Leave master table full"
                               CLOSE LEAVE-MASTER-FILE
                               MOVE 8 TO RETURN-CODE
                               PERFORM RELEASE-AND-STOP
                           END-IF
                           ADD 1 TO WS-LM-COUNT
                           MOVE LEAVE-MASTER-REC
                               TO LMT-REC(WS-LM-COUNT)
                           MOVE "N" TO LMT-DROP(WS-LM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE LEAVE-MASTER-FILE
               MOVE "N" TO WS-END-FLAG
           END-IF

           OPEN INPUT LEAVE-TAKEN-FILE
           IF FS-LEAVE-TAKEN = "00"
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ LEAVE-TAKEN-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-LT-COUNT >= 200
                               DISPLAY "Leave-taken table full"
                               CLOSE LEAVE-TAKEN-FILE
                               MOVE 8 TO RETURN-CODE
                               PERFORM RELEASE-AND-STOP
                           END-IF
                           ADD 1 TO WS-LT-COUNT
                           MOVE LEAVE-TAKEN-REC
                               TO LTT-REC(WS-LT-COUNT)
                           MOVE "N" TO LTT-DONE(WS-LT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE LEAVE-TAKEN-FILE
               MOVE "N" TO WS-END-FLAG
           END-IF.

       LOAD-RETRO-PENDING.
           OPEN INPUT RETRO-PENDING-FILE
           IF FS-RETRO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ RETRO-PENDING-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-RETRO-COUNT < 100
                           ADD 1 TO WS-RETRO-COUNT
                           MOVE RP-EMP-ID TO RPT-EMP-ID(WS-RETRO-COUNT)
                           MOVE RP-GROSS-ADJ
                               TO RPT-GROSS-ADJ(WS-RETRO-COUNT)
                           MOVE RP-TAX-ADJ
                               TO RPT-TAX-ADJ(WS-RETRO-COUNT)
                           MOVE "N" TO RPT-CONSUMED(WS-RETRO-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETRO-PENDING-FILE
           MOVE "N" TO WS-END-FLAG.

       LOAD-GARNISHMENTS.
           OPEN INPUT GARNISH-ORDER-FILE
           IF FS-GARNISH NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ GARNISH-ORDER-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-GARN-COUNT < 100
                           ADD 1 TO WS-GARN-COUNT
                           MOVE GO-EMP-ID TO GT-EMP-ID(WS-GARN-COUNT)
                           MOVE GO-DOCKET TO GT-DOCKET(WS-GARN-COUNT)
                           MOVE GO-PRIORITY
                               TO GT-PRIORITY(WS-GARN-COUNT)
                           MOVE GO-CAP-PCT TO GT-CAP-PCT(WS-GARN-COUNT)
                           MOVE GO-PROTECTED
                               TO GT-PROTECTED(WS-GARN-COUNT)
                           MOVE GO-BALANCE TO GT-BALANCE(WS-GARN-COUNT)
                           MOVE GO-ARREARS TO GT-ARREARS(WS-GARN-COUNT)
                           MOVE GO-PAYEE TO GT-PAYEE(WS-GARN-COUNT)
                           MOVE 0 TO GT-TAKEN(WS-GARN-COUNT)
                           MOVE "N" TO GT-DONE(WS-GARN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GARNISH-ORDER-FILE
           MOVE "N" TO WS-END-FLAG.

       LOAD-DEDUCTIONS-AND-ELECTIONS.
           OPEN INPUT EMP-DEDUCTION-FILE
           IF FS-EMP-DED = "00"
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ EMP-DEDUCTION-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-ED-COUNT < 200
                               ADD 1 TO WS-ED-COUNT
                               MOVE EMP-DEDUCTION-REC
                                   TO EDT-REC(WS-ED-COUNT)
                               MOVE "N" TO EDT-DROP(WS-ED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-DEDUCTION-FILE
               MOVE "N" TO WS-END-FLAG
           END-IF

           OPEN INPUT ELECTION-FILE
           IF FS-ELECTION = "00"
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ ELECTION-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-PE-COUNT < 200
                               ADD 1 TO WS-PE-COUNT
                               MOVE ELECTION-REC
                                   TO PET-REC(WS-PE-COUNT)
                               MOVE "N" TO PET-DROP(WS-PE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ELECTION-FILE
               MOVE "N" TO WS-END-FLAG
           END-IF.

      *---------------------------------------------------------------
      * One leaver: final period, leave pay-out, retro, tax on the
      * year to date, garnishment orders, then the slip, the
      * statement, the register line, and the check.
      *---------------------------------------------------------------
       PAY-ONE-LEAVER.
           IF EMT-FINAL(WS-EMP-IDX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE EMT-LINE(WS-EMP-IDX) TO EMPLOYEE-LINE
           PERFORM SPLIT-EMPLOYEE-LINE
           PERFORM FIND-FINAL-PERIOD

           IF EMP-PAY-TYPE = "H"
               MOVE EMP-RATE-NUM TO WS-HOUR-RATE
               COMPUTE WS-PERIOD-PAY ROUNDED =
                   EMP-RATE-NUM * 40 * WS-FINAL-DAYS / 7
           ELSE
               COMPUTE WS-HOUR-RATE ROUNDED =
                   EMP-GROSS-NUM * 7 / (WS-PERIOD-DAYS * 40)
               COMPUTE WS-PERIOD-PAY ROUNDED =
                   EMP-GROSS-NUM * WS-FINAL-DAYS / WS-PERIOD-DAYS
           END-IF

           PERFORM SETTLE-LEAVE
           COMPUTE WS-PAYOUT-AMT ROUNDED =
               WS-PAYOUT-HOURS * WS-HOUR-RATE
           COMPUTE WS-AMOUNT = WS-PERIOD-PAY + WS-PAYOUT-AMT

           PERFORM FIND-YTD-ENTRY
           COMPUTE WS-CUM-GROSS = YT-GROSS(WS-YTD-IDX)
               - YT-SUPP-GROSS(WS-YTD-IDX) + WS-AMOUNT
           CALL "CALLS-SUB"
               USING WS-CUM-GROSS WS-BRACKET-TABLE WS-FED-CUM-TAX
                   WS-BRACKET-USED WS-SLICE-TABLE
           END-CALL
           PERFORM PRICE-STATE-TAX
           COMPUTE WS-CUM-TAX = WS-FED-CUM-TAX + WS-STATE-CUM-TAX
           COMPUTE WS-PRIOR-YTD-TAX =
               YT-TAX(WS-YTD-IDX) - YT-SUPP-TAX(WS-YTD-IDX)
           IF WS-CUM-TAX > WS-PRIOR-YTD-TAX
               COMPUTE WS-TAX-OUT = WS-CUM-TAX - WS-PRIOR-YTD-TAX
           ELSE
               MOVE 0 TO WS-TAX-OUT
           END-IF
           IF WS-TAX-OUT > WS-AMOUNT
               MOVE WS-AMOUNT TO WS-TAX-OUT
           END-IF

           PERFORM APPLY-RETRO-ADJUSTMENT
           MOVE 0 TO WS-DEDUCTIONS
           COMPUTE WS-NET-PAY = WS-AMOUNT - WS-TAX-OUT
           PERFORM APPLY-GARNISHMENTS

           ADD WS-AMOUNT TO YT-GROSS(WS-YTD-IDX)
           ADD WS-TAX-OUT TO YT-TAX(WS-YTD-IDX)
           ADD WS-NET-PAY TO YT-NET(WS-YTD-IDX)

           PERFORM WRITE-FINAL-SLIP
           PERFORM STOP-DEDUCTIONS-AND-ELECTIONS
           PERFORM WRITE-SEPARATION-STATEMENT

           MOVE EMP-ID TO WS-REG-ID
           MOVE WS-AMOUNT TO WS-REG-GROSS
           MOVE WS-TAX-OUT TO WS-REG-TAX
           MOVE WS-DEDUCTIONS TO WS-REG-DED
           MOVE WS-NET-PAY TO WS-REG-NET
           WRITE REGISTER-LINE FROM WS-REG-DETAIL

           MOVE EMP-ID TO WS-CK-EMP-ID
           MOVE WS-NET-PAY TO WS-CK-NET
           CALL "NEXT-CHECK-NUMBER" USING WS-CK-NUMBER
           END-CALL
           WRITE CHECK-REGISTER-LINE FROM WS-CHECK-DETAIL
           ADD 1 TO WS-CHECK-COUNT
           ADD WS-NET-PAY TO WS-CHECK-TOTAL

           ADD 1 TO WS-PAID-COUNT
           ADD WS-AMOUNT TO WS-TOTAL-GROSS
           ADD WS-TAX-OUT TO WS-TOTAL-TAX
           ADD WS-DEDUCTIONS TO WS-TOTAL-DED
           ADD WS-NET-PAY TO WS-TOTAL-NET.

      *---------------------------------------------------------------
      * Waiting leave taken comes off first, never below zero; then
      * the pay-out type's balance is what gets paid, and every row
      * of the leaver's is marked to leave the master.
      *---------------------------------------------------------------
       SETTLE-LEAVE.
           MOVE 0 TO WS-PAYOUT-HOURS
           MOVE 0 TO WS-SERVICE-DATE
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LT-COUNT
               MOVE LTT-REC(WS-LT-IDX) TO LEAVE-TAKEN-REC
               IF LT-EMP-ID = EMP-ID
                   PERFORM TAKE-WAITING-LEAVE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
                   UNTIL WS-LM-IDX > WS-LM-COUNT
               MOVE LMT-REC(WS-LM-IDX) TO LEAVE-MASTER-REC
               IF LM-EMP-ID = EMP-ID
                   MOVE "Y" TO LMT-DROP(WS-LM-IDX)
                   MOVE LM-SERVICE-DATE TO WS-SERVICE-DATE
                   IF LM-TYPE = WS-PAYOUT-TYPE
                       ADD LM-BALANCE TO WS-PAYOUT-HOURS
                   END-IF
               END-IF
           END-PERFORM.

       TAKE-WAITING-LEAVE.
           MOVE "Y" TO LTT-DONE(WS-LT-IDX)
           IF LT-HOURS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LM-MATCH
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
                   UNTIL WS-LM-IDX > WS-LM-COUNT
               IF LMT-REC(WS-LM-IDX)(1:6) = EMP-ID
                   AND LMT-REC(WS-LM-IDX)(7:3) = LT-TYPE
                   MOVE WS-LM-IDX TO WS-LM-MATCH
               END-IF
           END-PERFORM
           IF WS-LM-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           MOVE LMT-REC(WS-LM-MATCH) TO LEAVE-MASTER-REC
           IF LT-HOURS > LM-BALANCE
               ADD LM-BALANCE TO LM-TAKEN-YTD
               MOVE 0 TO LM-BALANCE
           ELSE
               SUBTRACT LT-HOURS FROM LM-BALANCE
               ADD LT-HOURS TO LM-TAKEN-YTD
           END-IF
           MOVE LEAVE-MASTER-REC TO LMT-REC(WS-LM-MATCH).

       FIND-YTD-ENTRY.
           PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                   UNTIL WS-YTD-IDX > WS-YTD-COUNT
                      OR EMP-ID = YT-EMP-ID(WS-YTD-IDX)
               CONTINUE
           END-PERFORM
           IF WS-YTD-IDX > WS-YTD-COUNT
               IF WS-YTD-COUNT >= 200
                   DISPLAY "YTD table full, cannot track " EMP-ID
                   MOVE 8 TO RETURN-CODE
                   PERFORM RELEASE-AND-STOP
               END-IF
               ADD 1 TO WS-YTD-COUNT
               MOVE WS-YTD-COUNT TO WS-YTD-IDX
               MOVE EMP-ID TO YT-EMP-ID(WS-YTD-IDX)
               MOVE 0 TO YT-GROSS(WS-YTD-IDX)
               MOVE 0 TO YT-TAX(WS-YTD-IDX)
               MOVE 0 TO YT-NET(WS-YTD-IDX)
               MOVE 0 TO YT-EMPLOYER(WS-YTD-IDX)
               MOVE 0 TO YT-SUPP-GROSS(WS-YTD-IDX)
               MOVE 0 TO YT-SUPP-TAX(WS-YTD-IDX)
           END-IF.

      *---------------------------------------------------------------
      * A run pays a handful of leavers, so each state set is simply
      * loaded for the leaver who needs it.
      *---------------------------------------------------------------
       PRICE-STATE-TAX.
           MOVE 0 TO WS-STATE-CUM-TAX
           IF EMP-JURIS = WS-FED-JURIS
               EXIT PARAGRAPH
           END-IF
           CALL "BRACKET-LOADER"
               USING WS-PAY-DATE EMP-JURIS WS-STATE-TABLE
                   WS-STATE-STATUS
           END-CALL
           IF WS-STATE-STATUS NOT = "Y"
               DISPLAY "No " EMP-JURIS
                   " bracket set in force for pay date " WS-PAY-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-AND-STOP
           END-IF
           CALL "CALLS-SUB"
               USING WS-CUM-GROSS WS-STATE-TABLE WS-STATE-CUM-TAX
                   WS-STATE-BRACKET WS-STATE-SLICES
           END-CALL.

       APPLY-RETRO-ADJUSTMENT.
           MOVE 0 TO WS-RETRO-GROSS-THIS
           MOVE 0 TO WS-RETRO-TAX-THIS
           PERFORM VARYING WS-RETRO-IDX FROM 1 BY 1
                   UNTIL WS-RETRO-IDX > WS-RETRO-COUNT
               IF RPT-EMP-ID(WS-RETRO-IDX) = EMP-ID
                   AND RPT-CONSUMED(WS-RETRO-IDX) = "N"
                   ADD RPT-GROSS-ADJ(WS-RETRO-IDX)
                       TO WS-RETRO-GROSS-THIS
                   ADD RPT-TAX-ADJ(WS-RETRO-IDX)
                       TO WS-RETRO-TAX-THIS
                   MOVE "Y" TO RPT-CONSUMED(WS-RETRO-IDX)
               END-IF
           END-PERFORM
           ADD WS-RETRO-GROSS-THIS TO WS-AMOUNT
           ADD WS-RETRO-TAX-THIS TO WS-TAX-OUT.

      *---------------------------------------------------------------
      * PAYROLL-DRIVER's order rules, over the final net.
      *---------------------------------------------------------------
       APPLY-GARNISHMENTS.
           MOVE 0 TO WS-GARN-THIS-EMP
           MOVE WS-NET-PAY TO WS-GARN-DISPOSABLE
           PERFORM APPLY-NEXT-ORDER
               WITH TEST AFTER UNTIL WS-GARN-PICK-IDX = 0
           IF WS-GARN-THIS-EMP > 0
               ADD WS-GARN-THIS-EMP TO WS-DEDUCTIONS
               COMPUTE WS-NET-PAY =
                   WS-AMOUNT - WS-TAX-OUT - WS-DEDUCTIONS
           END-IF.

       APPLY-NEXT-ORDER.
           MOVE 0 TO WS-GARN-PICK-IDX
           PERFORM VARYING WS-GARN-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-GARN-SCAN-IDX > WS-GARN-COUNT
               IF GT-EMP-ID(WS-GARN-SCAN-IDX) = EMP-ID
                   AND GT-DONE(WS-GARN-SCAN-IDX) = "N"
                   AND GT-BALANCE(WS-GARN-SCAN-IDX) > 0
                   IF WS-GARN-PICK-IDX = 0
                       OR GT-PRIORITY(WS-GARN-SCAN-IDX) <
                          GT-PRIORITY(WS-GARN-PICK-IDX)
                       MOVE WS-GARN-SCAN-IDX TO WS-GARN-PICK-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GARN-PICK-IDX NOT = 0
               PERFORM TAKE-ONE-ORDER
           END-IF.

       TAKE-ONE-ORDER.
           MOVE WS-GARN-PICK-IDX TO WS-GARN-IDX
           COMPUTE WS-GARN-CAP-AMT ROUNDED =
               WS-GARN-DISPOSABLE * GT-CAP-PCT(WS-GARN-IDX) / 100
           IF GT-BALANCE(WS-GARN-IDX) < WS-GARN-CAP-AMT
               MOVE GT-BALANCE(WS-GARN-IDX) TO WS-GARN-WANTED
           ELSE
               MOVE WS-GARN-CAP-AMT TO WS-GARN-WANTED
           END-IF
           COMPUTE WS-GARN-ROOM =
               WS-NET-PAY - WS-GARN-THIS-EMP - GT-PROTECTED(WS-GARN-IDX)
           IF WS-GARN-ROOM < 0
               MOVE 0 TO WS-GARN-ROOM
           END-IF
           IF WS-GARN-WANTED > WS-GARN-ROOM
               MOVE WS-GARN-ROOM TO WS-GARN-TAKE
           ELSE
               MOVE WS-GARN-WANTED TO WS-GARN-TAKE
           END-IF
           IF WS-GARN-WANTED > WS-GARN-TAKE
               COMPUTE GT-ARREARS(WS-GARN-IDX) =
                   GT-ARREARS(WS-GARN-IDX)
                   + WS-GARN-WANTED - WS-GARN-TAKE
           END-IF
           SUBTRACT WS-GARN-TAKE FROM GT-BALANCE(WS-GARN-IDX)
           ADD WS-GARN-TAKE TO GT-TAKEN(WS-GARN-IDX)
           ADD WS-GARN-TAKE TO WS-GARN-THIS-EMP
           MOVE "Y" TO GT-DONE(WS-GARN-IDX).

       EDIT-DATE.
           MOVE WS-DI-YYYY TO WS-DE-YYYY
           MOVE WS-DI-MM TO WS-DE-MM
           MOVE WS-DI-DD TO WS-DE-DD.

       WRITE-FINAL-SLIP.
           MOVE WS-PAY-DATE TO WS-DATE-IN
           PERFORM EDIT-DATE
           MOVE WS-DATE-ED TO WS-SLIP-DATE
           MOVE EMP-ID TO WS-SLIP-EMP-ID
           WRITE PAYSLIP-LINE FROM WS-SLIP-HEADER
           MOVE WS-FINAL-DAYS TO WS-DL-DAYS
           MOVE WS-PERIOD-DAYS TO WS-DL-PERIOD
           WRITE PAYSLIP-LINE FROM WS-DAYS-LINE
           MOVE "  FINAL PERIOD PAY:     " TO WS-ML-LABEL
           MOVE WS-PERIOD-PAY TO WS-ML-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-MONEY-LINE
           MOVE WS-PAYOUT-TYPE TO WS-LL-TYPE
           MOVE " PAID OUT: " TO WS-LL-TEXT
           MOVE WS-PAYOUT-HOURS TO WS-LL-HOURS
           WRITE PAYSLIP-LINE FROM WS-LEAVE-LINE
           MOVE "  LEAVE PAY-OUT:        " TO WS-ML-LABEL
           MOVE WS-PAYOUT-AMT TO WS-ML-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-MONEY-LINE
           IF WS-RETRO-GROSS-THIS > 0
               MOVE "  RETRO ADJUSTMENT:     " TO WS-ML-LABEL
               MOVE WS-RETRO-GROSS-THIS TO WS-ML-AMOUNT
               WRITE PAYSLIP-LINE FROM WS-MONEY-LINE
           END-IF
           MOVE "  GROSS THIS RUN:       " TO WS-ML-LABEL
           MOVE WS-AMOUNT TO WS-ML-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-MONEY-LINE
           MOVE "  TAX WITHHELD:         " TO WS-ML-LABEL
           MOVE WS-TAX-OUT TO WS-ML-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-MONEY-LINE
           PERFORM VARYING WS-GARN-IDX FROM 1 BY 1
                   UNTIL WS-GARN-IDX > WS-GARN-COUNT
               IF GT-EMP-ID(WS-GARN-IDX) = EMP-ID
                   AND GT-TAKEN(WS-GARN-IDX) > 0
                   MOVE SPACES TO WS-ML-LABEL
                   STRING "  GARNISH "  DELIMITED BY SIZE
                       GT-DOCKET(WS-GARN-IDX) DELIMITED BY SIZE
                       ":"  DELIMITED BY SIZE
                       INTO WS-ML-LABEL
                   END-STRING
                   MOVE GT-TAKEN(WS-GARN-IDX) TO WS-ML-AMOUNT
                   WRITE PAYSLIP-LINE FROM WS-MONEY-LINE
               END-IF
           END-PERFORM
           MOVE "  NET PAY (BY CHECK):   " TO WS-ML-LABEL
           MOVE WS-NET-PAY TO WS-ML-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-MONEY-LINE
           MOVE "  YTD GROSS:            " TO WS-ML-LABEL
           MOVE YT-GROSS(WS-YTD-IDX) TO WS-ML-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-MONEY-LINE
           MOVE "  YTD TAX:              " TO WS-ML-LABEL
           MOVE YT-TAX(WS-YTD-IDX) TO WS-ML-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-MONEY-LINE
           MOVE SPACES TO PAYSLIP-LINE
           WRITE PAYSLIP-LINE.

      *---------------------------------------------------------------
      * Recurring deductions and payment elections end with the
      * employment: the leaver's rows are marked to drop when the
      * files are written back, and counted for the statement.
      *---------------------------------------------------------------
       STOP-DEDUCTIONS-AND-ELECTIONS.
           PERFORM VARYING WS-ED-IDX FROM 1 BY 1
                   UNTIL WS-ED-IDX > WS-ED-COUNT
               IF EDT-REC(WS-ED-IDX)(1:6) = EMP-ID
                   MOVE "Y" TO EDT-DROP(WS-ED-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                   UNTIL WS-PE-IDX > WS-PE-COUNT
               IF PET-REC(WS-PE-IDX)(1:6) = EMP-ID
                   MOVE "Y" TO PET-DROP(WS-PE-IDX)
               END-IF
           END-PERFORM.

       WRITE-SEPARATION-STATEMENT.
           MOVE EMP-ID TO WS-STMT-EMP-ID
           WRITE STATEMENT-LINE FROM WS-STMT-HEADER
           MOVE "  LAST DAY WORKED:      " TO WS-TL-LABEL
           MOVE EMP-LAST-DAY-NUM TO WS-DATE-IN
           PERFORM EDIT-DATE
           MOVE WS-DATE-ED TO WS-TL-TEXT
           WRITE STATEMENT-LINE FROM WS-TEXT-LINE
           MOVE "  SERVICE DATE:         " TO WS-TL-LABEL
           IF WS-SERVICE-DATE = 0
               MOVE "NOT ON LEAVE MASTER" TO WS-TL-TEXT
           ELSE
               MOVE WS-SERVICE-DATE TO WS-DATE-IN
               PERFORM EDIT-DATE
               MOVE WS-DATE-ED TO WS-TL-TEXT
           END-IF
           WRITE STATEMENT-LINE FROM WS-TEXT-LINE
           MOVE "  FINAL PAY DATE:       " TO WS-TL-LABEL
           MOVE WS-PAY-DATE TO WS-DATE-IN
           PERFORM EDIT-DATE
           MOVE WS-DATE-ED TO WS-TL-TEXT
           WRITE STATEMENT-LINE FROM WS-TEXT-LINE
           WRITE STATEMENT-LINE FROM WS-DAYS-LINE
           MOVE "  FINAL PERIOD PAY:     " TO WS-ML-LABEL
           MOVE WS-PERIOD-PAY TO WS-ML-AMOUNT
           WRITE STATEMENT-LINE FROM WS-MONEY-LINE

           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
                   UNTIL WS-LM-IDX > WS-LM-COUNT
               MOVE LMT-REC(WS-LM-IDX) TO LEAVE-MASTER-REC
               IF LM-EMP-ID = EMP-ID
                   MOVE LM-TYPE TO WS-LL-TYPE
                   IF LM-TYPE = WS-PAYOUT-TYPE
                       MOVE " PAID OUT: " TO WS-LL-TEXT
                   ELSE
                       MOVE " FORFEIT:  " TO WS-LL-TEXT
                   END-IF
                   MOVE LM-BALANCE TO WS-LL-HOURS
                   WRITE STATEMENT-LINE FROM WS-LEAVE-LINE
               END-IF
           END-PERFORM
           MOVE "  LEAVE PAY-OUT:        " TO WS-ML-LABEL
           MOVE WS-PAYOUT-AMT TO WS-ML-AMOUNT
           WRITE STATEMENT-LINE FROM WS-MONEY-LINE
           MOVE "  GROSS:                " TO WS-ML-LABEL
           MOVE WS-AMOUNT TO WS-ML-AMOUNT
           WRITE STATEMENT-LINE FROM WS-MONEY-LINE
           MOVE "  TAX:                  " TO WS-ML-LABEL
           MOVE WS-TAX-OUT TO WS-ML-AMOUNT
           WRITE STATEMENT-LINE FROM WS-MONEY-LINE
           MOVE "  GARNISHED:            " TO WS-ML-LABEL
           MOVE WS-DEDUCTIONS TO WS-ML-AMOUNT
           WRITE STATEMENT-LINE FROM WS-MONEY-LINE
           MOVE "  NET PAID BY CHECK:    " TO WS-ML-LABEL
           MOVE WS-NET-PAY TO WS-ML-AMOUNT
           WRITE STATEMENT-LINE FROM WS-MONEY-LINE

           MOVE 0 TO WS-STOPPED-COUNT
           PERFORM VARYING WS-ED-IDX FROM 1 BY 1
                   UNTIL WS-ED-IDX > WS-ED-COUNT
               IF EDT-REC(WS-ED-IDX)(1:6) = EMP-ID
                   ADD 1 TO WS-STOPPED-COUNT
               END-IF
           END-PERFORM
           MOVE "  DEDUCTIONS STOPPED:   " TO WS-TL-LABEL
           MOVE WS-STOPPED-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO WS-TL-TEXT
           WRITE STATEMENT-LINE FROM WS-TEXT-LINE
           MOVE 0 TO WS-STOPPED-COUNT
           PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                   UNTIL WS-PE-IDX > WS-PE-COUNT
               IF PET-REC(WS-PE-IDX)(1:6) = EMP-ID
                   ADD 1 TO WS-STOPPED-COUNT
               END-IF
           END-PERFORM
           MOVE "  ELECTIONS STOPPED:    " TO WS-TL-LABEL
           MOVE WS-STOPPED-COUNT TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO WS-TL-TEXT
           WRITE STATEMENT-LINE FROM WS-TEXT-LINE

           PERFORM VARYING WS-GARN-IDX FROM 1 BY 1
                   UNTIL WS-GARN-IDX > WS-GARN-COUNT
               IF GT-EMP-ID(WS-GARN-IDX) = EMP-ID
                   AND GT-BALANCE(WS-GARN-IDX) > 0
                   MOVE GT-DOCKET(WS-GARN-IDX) TO WS-OL-DOCKET
                   MOVE GT-BALANCE(WS-GARN-IDX) TO WS-OL-BALANCE
                   MOVE GT-PAYEE(WS-GARN-IDX) TO WS-OL-PAYEE
                   WRITE STATEMENT-LINE FROM WS-ORDER-LINE
               END-IF
           END-PERFORM

           MOVE "  YTD GROSS:            " TO WS-ML-LABEL
           MOVE YT-GROSS(WS-YTD-IDX) TO WS-ML-AMOUNT
           WRITE STATEMENT-LINE FROM WS-MONEY-LINE
           MOVE "  YTD TAX:              " TO WS-ML-LABEL
           MOVE YT-TAX(WS-YTD-IDX) TO WS-ML-AMOUNT
           WRITE STATEMENT-LINE FROM WS-MONEY-LINE
           MOVE "  YTD NET:              " TO WS-ML-LABEL
           MOVE YT-NET(WS-YTD-IDX) TO WS-ML-AMOUNT
           WRITE STATEMENT-LINE FROM WS-MONEY-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       REWRITE-YTD-MASTER.
           OPEN OUTPUT YTD-FILE
           PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                   UNTIL WS-YTD-IDX > WS-YTD-COUNT
               MOVE YT-EMP-ID(WS-YTD-IDX) TO YTD-EMP-ID
               MOVE WS-PAY-YEAR TO YTD-YEAR
               MOVE YT-GROSS(WS-YTD-IDX) TO YTD-GROSS
               MOVE YT-TAX(WS-YTD-IDX) TO YTD-TAX
               MOVE YT-NET(WS-YTD-IDX) TO YTD-NET
               MOVE YT-EMPLOYER(WS-YTD-IDX) TO YTD-EMPLOYER
               MOVE YT-SUPP-GROSS(WS-YTD-IDX) TO YTD-SUPP-GROSS
               MOVE YT-SUPP-TAX(WS-YTD-IDX) TO YTD-SUPP-TAX
               WRITE YTD-REC
           END-PERFORM
           CLOSE YTD-FILE.

      *---------------------------------------------------------------
      * Orders stay on file, balance and arrears brought up to date:
      * a leaver's order still owing is the court's to close, not
      * this run's.
      *---------------------------------------------------------------
       REWRITE-GARNISHMENTS.
           IF WS-GARN-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GARNISH-ORDER-FILE
           PERFORM VARYING WS-GARN-IDX FROM 1 BY 1
                   UNTIL WS-GARN-IDX > WS-GARN-COUNT
               MOVE GT-EMP-ID(WS-GARN-IDX) TO GO-EMP-ID
               MOVE GT-DOCKET(WS-GARN-IDX) TO GO-DOCKET
               MOVE GT-PRIORITY(WS-GARN-IDX) TO GO-PRIORITY
               MOVE GT-CAP-PCT(WS-GARN-IDX) TO GO-CAP-PCT
               MOVE GT-PROTECTED(WS-GARN-IDX) TO GO-PROTECTED
               MOVE GT-BALANCE(WS-GARN-IDX) TO GO-BALANCE
               MOVE GT-ARREARS(WS-GARN-IDX) TO GO-ARREARS
               MOVE GT-PAYEE(WS-GARN-IDX) TO GO-PAYEE
               WRITE GARNISH-ORDER-REC
           END-PERFORM
           CLOSE GARNISH-ORDER-FILE.

       WRITE-GARNISH-REMITTANCE.
           OPEN OUTPUT GARNISH-REMIT-FILE
           PERFORM VARYING WS-GARN-IDX FROM 1 BY 1
                   UNTIL WS-GARN-IDX > WS-GARN-COUNT
               MOVE "N" TO GT-DONE(WS-GARN-IDX)
           END-PERFORM
           PERFORM VARYING WS-GARN-IDX FROM 1 BY 1
                   UNTIL WS-GARN-IDX > WS-GARN-COUNT
               IF GT-DONE(WS-GARN-IDX) = "N"
                   AND GT-TAKEN(WS-GARN-IDX) > 0
                   MOVE GT-PAYEE(WS-GARN-IDX) TO WS-CURR-PAYEE
                   MOVE 0 TO WS-PAYEE-TOTAL
                   MOVE SPACES TO GARNISH-REMIT-LINE
                   STRING "PAYEE " DELIMITED BY SIZE
                       WS-CURR-PAYEE DELIMITED BY SIZE
                       INTO GARNISH-REMIT-LINE
                   END-STRING
                   WRITE GARNISH-REMIT-LINE
                   PERFORM WRITE-PAYEE-LINES
                   MOVE WS-PAYEE-TOTAL TO WS-RM-TOTAL
                   WRITE GARNISH-REMIT-LINE FROM WS-REMIT-TOTAL-LINE
               END-IF
           END-PERFORM
           CLOSE GARNISH-REMIT-FILE.

       WRITE-PAYEE-LINES.
           PERFORM VARYING WS-GARN-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-GARN-SCAN-IDX > WS-GARN-COUNT
               IF GT-PAYEE(WS-GARN-SCAN-IDX) = WS-CURR-PAYEE
                   AND GT-DONE(WS-GARN-SCAN-IDX) = "N"
                   AND GT-TAKEN(WS-GARN-SCAN-IDX) > 0
                   MOVE GT-DOCKET(WS-GARN-SCAN-IDX) TO WS-RM-DOCKET
                   MOVE GT-EMP-ID(WS-GARN-SCAN-IDX) TO WS-RM-EMP-ID
                   MOVE GT-TAKEN(WS-GARN-SCAN-IDX) TO WS-RM-AMOUNT
                   WRITE GARNISH-REMIT-LINE FROM WS-REMIT-DETAIL
                   ADD GT-TAKEN(WS-GARN-SCAN-IDX) TO WS-PAYEE-TOTAL
                   MOVE "Y" TO GT-DONE(WS-GARN-SCAN-IDX)
               END-IF
           END-PERFORM.

       REWRITE-LEAVE-FILES.
           IF WS-LM-COUNT > 0
               OPEN OUTPUT LEAVE-MASTER-FILE
               PERFORM VARYING WS-LM-IDX FROM 1 BY 1
                       UNTIL WS-LM-IDX > WS-LM-COUNT
                   IF LMT-DROP(WS-LM-IDX) = "N"
                       MOVE LMT-REC(WS-LM-IDX) TO LEAVE-MASTER-REC
                       WRITE LEAVE-MASTER-REC
                   END-IF
               END-PERFORM
               CLOSE LEAVE-MASTER-FILE
           END-IF
           IF WS-LT-COUNT > 0
               OPEN OUTPUT LEAVE-TAKEN-FILE
               PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                       UNTIL WS-LT-IDX > WS-LT-COUNT
                   IF LTT-DONE(WS-LT-IDX) = "N"
                       MOVE LTT-REC(WS-LT-IDX) TO LEAVE-TAKEN-REC
                       WRITE LEAVE-TAKEN-REC
                   END-IF
               END-PERFORM
               CLOSE LEAVE-TAKEN-FILE
           END-IF.

       CLEAR-CONSUMED-RETRO.
           IF WS-RETRO-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RETRO-PENDING-FILE
           PERFORM VARYING WS-RETRO-IDX FROM 1 BY 1
                   UNTIL WS-RETRO-IDX > WS-RETRO-COUNT
               IF RPT-CONSUMED(WS-RETRO-IDX) = "N"
                   MOVE RPT-EMP-ID(WS-RETRO-IDX) TO RP-EMP-ID
                   MOVE RPT-GROSS-ADJ(WS-RETRO-IDX) TO RP-GROSS-ADJ
                   MOVE RPT-TAX-ADJ(WS-RETRO-IDX) TO RP-TAX-ADJ
                   WRITE RETRO-PENDING-REC
               END-IF
           END-PERFORM
           CLOSE RETRO-PENDING-FILE.

       REWRITE-DEDUCTIONS-AND-ELECTIONS.
           IF WS-ED-COUNT > 0
               OPEN OUTPUT EMP-DEDUCTION-FILE
               PERFORM VARYING WS-ED-IDX FROM 1 BY 1
                       UNTIL WS-ED-IDX > WS-ED-COUNT
                   IF EDT-DROP(WS-ED-IDX) = "N"
                       MOVE EDT-REC(WS-ED-IDX) TO EMP-DEDUCTION-REC
                       WRITE EMP-DEDUCTION-REC
                   END-IF
               END-PERFORM
               CLOSE EMP-DEDUCTION-FILE
           END-IF
           IF WS-PE-COUNT > 0
               OPEN OUTPUT ELECTION-FILE
               PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                       UNTIL WS-PE-IDX > WS-PE-COUNT
                   IF PET-DROP(WS-PE-IDX) = "N"
                       MOVE PET-REC(WS-PE-IDX) TO ELECTION-REC
                       WRITE ELECTION-REC
                   END-IF
               END-PERFORM
               CLOSE ELECTION-FILE
           END-IF.

      *---------------------------------------------------------------
      * Last of all, with the money out, the paid leavers come off
      * the master; anyone whose last day is still ahead stays.
      *---------------------------------------------------------------
       REWRITE-EMPLOYEE-MASTER.
           OPEN OUTPUT EMPLOYEE-FILE
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF EMT-FINAL(WS-EMP-IDX) = "N"
                   MOVE EMT-LINE(WS-EMP-IDX) TO EMPLOYEE-LINE
                   WRITE EMPLOYEE-LINE
               END-IF
           END-PERFORM
           CLOSE EMPLOYEE-FILE.

       MARK-EDIT-VERDICT-STALE.
           OPEN OUTPUT EDIT-STATUS-FILE
           IF FS-EDIT-STATUS NOT = "00"
               DISPLAY "Cannot stamp edit status, FS=" FS-EDIT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "STALE" TO EDIT-STATUS-REC
               WRITE EDIT-STATUS-REC
               CLOSE EDIT-STATUS-FILE
           END-IF.

      *---------------------------------------------------------------
      * The run's ledger batch in PAYROLL-DRIVER's shape: expense
      * debited the gross; tax, garnishments (deductions clearing),
      * and net clearing credited - it nets to zero.
      *---------------------------------------------------------------
       POST-FINAL-JOURNAL.
           OPEN INPUT POST-ACCOUNT-FILE
           IF FS-POST-ACCT NOT = "00"
               DISPLAY "No payroll posting accounts on file - "
                   "ledger batch not written"
               EXIT PARAGRAPH
           END-IF
           READ POST-ACCOUNT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PA-EXPENSE-ACCT TO WS-EXPENSE-ACCT
                   MOVE PA-TAX-ACCT TO WS-TAX-ACCT
                   MOVE PA-DED-ACCT TO WS-DED-ACCT
                   MOVE PA-NET-ACCT TO WS-NET-ACCT
                   MOVE "Y" TO WS-POST-ACCTS-OK
           END-READ
           CLOSE POST-ACCOUNT-FILE
           IF WS-POST-ACCTS-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PJ-COUNT
           MOVE 0 TO WS-JRNL-NET
           MOVE WS-EXPENSE-ACCT TO WS-POST-ACCT
           MOVE "D" TO WS-POST-DC
           MOVE WS-TOTAL-GROSS TO WS-POST-LEFT
           PERFORM ADD-JOURNAL-CHUNKS
           MOVE "C" TO WS-POST-DC
           MOVE WS-TAX-ACCT TO WS-POST-ACCT
           MOVE WS-TOTAL-TAX TO WS-POST-LEFT
           PERFORM ADD-JOURNAL-CHUNKS
           MOVE WS-DED-ACCT TO WS-POST-ACCT
           MOVE WS-TOTAL-DED TO WS-POST-LEFT
           PERFORM ADD-JOURNAL-CHUNKS
           MOVE WS-NET-ACCT TO WS-POST-ACCT
           MOVE WS-TOTAL-NET TO WS-POST-LEFT
           PERFORM ADD-JOURNAL-CHUNKS

           OPEN EXTEND JOURNAL-FILE
           IF FS-JOURNAL NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF FS-JOURNAL NOT = "00"
               DISPLAY "Cannot open journal, FS=" FS-JOURNAL
                   " - ledger batch not written"
               EXIT PARAGRAPH
           END-IF
           CALL "GET-OPEN-PERIOD"
               USING WS-OPEN-PERIOD WS-OPEN-PD-STATUS
           END-CALL
           MOVE SPACES TO JOURNAL-REC
           MOVE "P" TO JP-TYPE
           MOVE WS-OPEN-PERIOD TO JP-PERIOD
           MOVE WS-JRNL-PERIOD TO JOURNAL-REC
           WRITE JOURNAL-REC
           CALL "NEXT-BATCH-ID" USING JB-BATCH-ID JB-OPERATOR
           END-CALL
           MOVE "B" TO JB-TYPE
           MOVE WS-JRNL-BATCH TO JOURNAL-REC
           WRITE JOURNAL-REC
           MOVE SPACES TO JOURNAL-REC
           MOVE WS-JRNL-ENTITY TO JOURNAL-REC
           WRITE JOURNAL-REC
           MOVE "H" TO JH-TYPE
           MOVE WS-PJ-COUNT TO JH-COUNT
           MOVE WS-JRNL-NET TO JH-NET
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
           END-PERFORM
           CLOSE JOURNAL-FILE
           DISPLAY "Final pay ledger batch written: "
               WS-PJ-COUNT " details".

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
               IF WS-POST-DC = "C"
                   ADD WS-POST-CHUNK TO WS-JRNL-NET
               ELSE
                   SUBTRACT WS-POST-CHUNK FROM WS-JRNL-NET
               END-IF
           END-PERFORM.

       COPY RUNSTPD.

      *---------------------------------------------------------------
      * Early-exit path: the shared pay-run lock is released and the
      * run logged before the stop.
      *---------------------------------------------------------------
       RELEASE-AND-STOP.
           MOVE RETURN-CODE TO WS-SAVED-RC
           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUN-LOCK" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-RESULT
           END-CALL
           MOVE WS-SAVED-RC TO RETURN-CODE
           MOVE WS-DUE-COUNT TO RS-IN-COUNT
           PERFORM WRITE-RUN-STATS
           STOP RUN.
