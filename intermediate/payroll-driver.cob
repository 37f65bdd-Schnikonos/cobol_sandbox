           SELECT EMPLOYEE-FILE ASSIGN TO "intermediate/employees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMPLOYEE.
           SELECT REGISTER-FILE ASSIGN USING WS-REGISTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTER.
           SELECT PRIOR-REGISTER-FILE
               ASSIGN TO "intermediate/payroll-edit-status.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EDIT-STATUS.
           SELECT TS-STATUS-FILE
               ASSIGN TO "intermediate/timesheet-edit-status.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TS-STATUS.
           SELECT TIMESHEET-FILE
               ASSIGN TO "intermediate/timesheets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TIMESHEET.
           SELECT OT-RULE-FILE
               ASSIGN TO "intermediate/overtime-rules.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OT-RULE.
           SELECT LEAVE-MASTER-FILE
               ASSIGN TO "intermediate/leave-master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LEAVE-MASTER.
           SELECT LEAVE-RULE-FILE
               ASSIGN TO "intermediate/leave-rules.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LEAVE-RULE.
           SELECT LEAVE-TAKEN-FILE
               ASSIGN TO "intermediate/leave-taken.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LEAVE-TAKEN.
           SELECT LEAVE-SUSPENSE-FILE
               ASSIGN TO "intermediate/leave-suspense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LEAVE-SUSP.
           SELECT PAYSLIP-FILE ASSIGN USING WS-PAYSLIP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAYSLIP.
           SELECT BANK-FEED-FILE
               ASSIGN TO "intermediate/pay-period-override.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OVERRIDE.
           SELECT RUN-MODE-FILE
               ASSIGN TO "intermediate/payroll-run-mode.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-MODE.
           SELECT PERIOD-AUDIT-FILE
               ASSIGN TO "intermediate/pay-period-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
      * Year-to-date master, one row per employee. Accumulates gross,
      * tax, and net across payroll runs so each run can tax on the
      * year's earnings to date instead of this run's gross alone.
      * The supplemental share PAYROLL-SUPPLEMENTAL paid - bonuses
      * and commissions, taxed at the flat rate - is carried inside
      * the gross and tax and again on its own, so the regular run
      * can take it back out and keep it clear of the brackets.
      *---------------------------------------------------------------
       FD YTD-FILE.
       01 YTD-REC.
          05 YTD-TAX         PIC 9(7)V99.
          05 YTD-NET         PIC 9(7)V99.
          05 YTD-EMPLOYER    PIC 9(7)V99.
          05 YTD-SUPP-GROSS  PIC 9(7)V99.
          05 YTD-SUPP-TAX    PIC 9(7)V99.

       FD YEAR-END-FILE.
       01 YEAR-END-REC       PIC X(64).

       FD EDIT-STATUS-FILE.
       01 EDIT-STATUS-REC    PIC X(9).

       FD TS-STATUS-FILE.
       01 TS-STATUS-REC.
          05 TSS-VERDICT     PIC X(9).
          05 TSS-PERIOD      PIC X(8).

      *---------------------------------------------------------------
      * Hours worked by hourly employees this pay period, passed by
      * TIMESHEET-EDIT, and the premium multipliers they are paid
      * at: overtime (OT) and holiday (HOL) hours as a multiple of
      * the hourly rate, e.g. OT 150 = time and a half.
      *---------------------------------------------------------------
       FD TIMESHEET-FILE.
       01 TIMESHEET-REC.
          05 TR-EMP-ID       PIC X(6).
          05 TR-PERIOD       PIC 9(8).
          05 TR-REGULAR      PIC 9(3)V99.
          05 TR-OVERTIME     PIC 9(3)V99.
          05 TR-HOLIDAY      PIC 9(3)V99.

       FD OT-RULE-FILE.
       01 OT-RULE-REC.
          05 OR-CODE         PIC X(3).
          05 OR-MULTIPLIER   PIC 9V99.

      *---------------------------------------------------------------
      * Leave master, one row per employee per leave type: the
      * service date tenure is measured from, the balance in hours,
      * the year's accrued and taken hours, the last pay period
      * accrued (so a rerun under override cannot accrue twice),
      * and the last year LEAVE-YEAR-END closed on the row.
      *---------------------------------------------------------------
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

      *---------------------------------------------------------------
      * Accrual rules by leave type and tenure band: a band applies
      * from its minimum whole years of service up to the next
      * band's, and gives the hours accrued per pay period and the
      * hours a balance may carry into a new year.
      *---------------------------------------------------------------
       FD LEAVE-RULE-FILE.
       01 LEAVE-RULE-REC.
          05 LR-TYPE         PIC X(3).
          05 LR-MIN-YEARS    PIC 9(2).
          05 LR-ACCRUAL      PIC 9(2)V99.
          05 LR-CARRY-CAP    PIC 9(4)V99.

      *---------------------------------------------------------------
      * Leave taken, keyed from the absence slips. Applied by the
      * run that pays the employee; a row for an employee this run
      * did not pay stays on file for the next run.
      *---------------------------------------------------------------
       FD LEAVE-TAKEN-FILE.
       01 LEAVE-TAKEN-REC.
          05 LT-EMP-ID       PIC X(6).
          05 LT-TYPE         PIC X(3).
          05 LT-DATE         PIC 9(8).
          05 LT-HOURS        PIC 9(3)V99.

       FD LEAVE-SUSPENSE-FILE.
       01 LEAVE-SUSPENSE-REC.
          05 LS-TAKEN-LINE   PIC X(40).
          05 LS-FILLER       PIC X.
          05 LS-REASON-CODE  PIC X(12).

       FD PAYSLIP-FILE.
       01 PAYSLIP-LINE       PIC X(60).

      * Pay-period control: one row per period already paid. A
      * period on file refuses to run again unless the supervisor
      * has left an override on file, and the override is consumed
      * and logged with the operator who used it. Every run that
      * gets as far as marking its period paid is logged the same
      * way, so the audit shows who ran each period's payroll.
      *---------------------------------------------------------------
       FD PERIOD-CONTROL-FILE.
       01 PERIOD-CONTROL-REC.
       FD OVERRIDE-FILE.
       01 OVERRIDE-REC       PIC X(8).

       FD RUN-MODE-FILE.
       01 RUN-MODE-REC       PIC X(8).

       FD PERIOD-AUDIT-FILE.
       01 PERIOD-AUDIT-REC   PIC X(60).

       01 EMP-GROSS-TEXT     PIC X(10).
       01 EMP-GROSS-NUM REDEFINES EMP-GROSS-TEXT PIC 9(7).
       01 EMP-JURIS          PIC X(3).
       01 EMP-PAY-TYPE       PIC X.
       01 EMP-RATE-TEXT      PIC X(10).
       01 EMP-RATE-NUM REDEFINES EMP-RATE-TEXT PIC 9(3)V99.
       01 EMP-LAST-DAY       PIC X(10).
       01 WS-LEAVER-COUNT    PIC 9(5) VALUE 0.
       01 WS-AMOUNT          PIC 9(5)V99.
       01 WS-TAX-OUT         PIC 9(5)V99.
       01 WS-NET-PAY         PIC 9(5)V99.
          05 WS-YEAR-END-YEAR PIC 9(4).
          05 FILLER          PIC X(4) VALUE ".txt".
       01 FS-PAYSLIP         PIC XX.

      *---------------------------------------------------------------
      * Trial run: payroll-run-mode.dat holding TRIAL makes the run
      * a rehearsal - every figure is calculated as a live run
      * would, but only the trial register and trial payslips are
      * written. The mode file is read and left as it stands;
      * payroll sets it back to LIVE (or removes it) for the real
      * run.
      *---------------------------------------------------------------
       01 FS-RUN-MODE        PIC XX.
       01 WS-TRIAL-RUN       PIC X VALUE "N".
       01 WS-REGISTER-NAME   PIC X(40)
           VALUE "intermediate/register.txt".
       01 WS-PAYSLIP-NAME    PIC X(40)
           VALUE "intermediate/payslips.txt".
       01 WS-YTD-END-FLAG    PIC X VALUE "N".
       01 WS-CUM-GROSS       PIC 9(7)V99.
       01 WS-CUM-TAX         PIC 9(7)V99.
          05 WS-CK-NET       PIC Z(6)9.99.
          05 FILLER          PIC X(12) VALUE "  NO BANK ON".
          05 FILLER          PIC X(5) VALUE " FILE".
          05 FILLER          PIC X(7) VALUE " CHECK ".
          05 WS-CK-NUMBER    PIC 9(7).

       01 WS-CHECK-TOTAL-LINE.
          05 FILLER          PIC X(7) VALUE "CHECKS ".
          05 PD-AUD-PERIOD   PIC 9(8).
          05 PD-AUD-SPACE-3  PIC X VALUE SPACE.
          05 PD-AUD-OPERATOR PIC X(8).
       01 WS-PERIOD-AUDIT-TEXT PIC X(22).

      *---------------------------------------------------------------
      * Hourly pay: the period's timesheets, the premium
      * multipliers (time and a half and double time unless
      * overtime-rules.txt says otherwise), and the pay per hours
      * category for the payslip. Gross is the sum of the three
      * rounded category amounts, so the slip foots to the gross.
      *---------------------------------------------------------------
       01 FS-TS-STATUS       PIC XX.
       01 FS-TIMESHEET       PIC XX.
       01 FS-OT-RULE         PIC XX.
       01 WS-TS-END-FLAG     PIC X VALUE "N".
       01 WS-HOURLY-ON-FILE  PIC X VALUE "N".
       01 WS-TS-VERDICT      PIC X(9) VALUE SPACES.
       01 WS-TS-PERIOD       PIC X(8) VALUE SPACES.
       01 WS-PAY-DATE-X      PIC X(8).
       01 WS-REG-MULT        PIC 9V99 VALUE 1.00.
       01 WS-OT-MULT         PIC 9V99 VALUE 1.50.
       01 WS-HOL-MULT        PIC 9V99 VALUE 2.00.
       01 WS-REG-PAY         PIC 9(7)V99.
       01 WS-OT-PAY          PIC 9(7)V99.
       01 WS-HOL-PAY         PIC 9(7)V99.
       01 WS-HOURLY-GROSS    PIC 9(7)V99.

       01 WS-TS-COUNT        PIC 9(3) VALUE 0.
       01 WS-TS-IDX          PIC 9(3).
       01 WS-TS-MATCH        PIC 9(3).
       01 WS-TS-TABLE.
          05 WS-TS-ENTRY OCCURS 200 TIMES.
             10 TST-EMP-ID   PIC X(6).
             10 TST-REGULAR  PIC 9(3)V99.
             10 TST-OVERTIME PIC 9(3)V99.
             10 TST-HOLIDAY  PIC 9(3)V99.

      *---------------------------------------------------------------
      * Leave tables held for the run and rewritten at the end.
      *---------------------------------------------------------------
       01 FS-LEAVE-MASTER    PIC XX.
       01 FS-LEAVE-RULE      PIC XX.
       01 FS-LEAVE-TAKEN     PIC XX.
       01 FS-LEAVE-SUSP      PIC XX.
       01 WS-LV-END-FLAG     PIC X VALUE "N".
       01 WS-LV-SERVICE-DATE PIC 9(8).
       01 WS-LV-SERVICE-PARTS REDEFINES WS-LV-SERVICE-DATE.
          05 WS-LV-SERVICE-YYYY PIC 9(4).
          05 WS-LV-SERVICE-MMDD PIC 9(4).
       01 WS-LV-TENURE       PIC 9(2).
       01 WS-LV-ACCRUAL      PIC 9(2)V99.
       01 WS-LV-SUSPENDED    PIC 9(5) VALUE 0.
       01 WS-LV-REASON       PIC X(12).

       01 WS-LM-COUNT        PIC 9(3) VALUE 0.
       01 WS-LM-IDX          PIC 9(3).
       01 WS-LM-MATCH        PIC 9(3).
       01 WS-LM-TABLE.
          05 WS-LM-ENTRY OCCURS 400 TIMES.
             10 LMT-EMP-ID   PIC X(6).
             10 LMT-TYPE     PIC X(3).
             10 LMT-SERVICE-DATE PIC 9(8).
             10 LMT-BALANCE  PIC 9(4)V99.
             10 LMT-ACCRUED-YTD PIC 9(4)V99.
             10 LMT-TAKEN-YTD PIC 9(4)V99.
             10 LMT-LAST-PERIOD PIC 9(8).
             10 LMT-CLOSED-YEAR PIC 9(4).

       01 WS-LR-COUNT        PIC 9(2) VALUE 0.
       01 WS-LR-IDX          PIC 9(2).
       01 WS-LR-MATCH        PIC 9(2).
       01 WS-LR-TABLE.
          05 WS-LR-ENTRY OCCURS 30 TIMES.
             10 LRT-TYPE     PIC X(3).
             10 LRT-MIN-YEARS PIC 9(2).
             10 LRT-ACCRUAL  PIC 9(2)V99.

       01 WS-LVT-COUNT       PIC 9 VALUE 0.
       01 WS-LVT-IDX         PIC 9.
       01 WS-LVT-TABLE.
          05 WS-LVT-TYPE OCCURS 9 TIMES PIC X(3).

       01 WS-LT-COUNT        PIC 9(3) VALUE 0.
       01 WS-LT-IDX          PIC 9(3).
       01 WS-LT-TABLE.
          05 WS-LT-ENTRY OCCURS 200 TIMES.
             10 LTT-REC      PIC X(22).
             10 LTT-DONE     PIC X.

       01 WS-SLIP-LEAVE-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-SLIP-LV-TYPE PIC X(3).
          05 FILLER          PIC X(19)
             VALUE " LEAVE BALANCE HRS:".
          05 WS-SLIP-LV-HOURS PIC Z(6)9.99.

       01 WS-REG-PERIOD-LINE.
          05 FILLER          PIC X(11) VALUE "PAY PERIOD ".
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

       01 WS-PJ-COUNT        PIC 9(3) VALUE 0.
       01 WS-PJ-IDX          PIC 9(3).
          05 WS-RC-NET       PIC Z(6)9.99.
          05 FILLER          PIC X(17)
             VALUE "  REISSUED RETURN".
          05 FILLER          PIC X(7) VALUE " CHECK ".
          05 WS-RC-NUMBER    PIC 9(7).

       01 FS-RETRO           PIC XX.
       01 WS-RETRO-COUNT     PIC 9(3) VALUE 0.
          05 WS-SLIP-LABEL   PIC X(24).
          05 WS-SLIP-AMOUNT  PIC Z(6)9.99.

       01 WS-SLIP-HOURS-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-SLIP-H-LABEL PIC X(9).
          05 FILLER          PIC X(6) VALUE "HOURS ".
          05 WS-SLIP-H-HOURS PIC ZZ9.99.
          05 FILLER          PIC X(3) VALUE " X ".
          05 WS-SLIP-H-MULT  PIC 9.99.
          05 FILLER          PIC X(3) VALUE " = ".
          05 WS-SLIP-H-PAY   PIC Z(6)9.99.

       01 WS-SLIP-BRACKET-LINE.
          05 FILLER          PIC X(10) VALUE "  BRACKET ".
          05 WS-SLIP-BRACKET PIC 9.
             10 YT-TAX       PIC 9(7)V99.
             10 YT-NET       PIC 9(7)V99.
             10 YT-EMPLOYER  PIC 9(7)V99.
             10 YT-SUPP-GROSS PIC 9(7)V99.
             10 YT-SUPP-TAX  PIC 9(7)V99.

       01 WS-BRACKET-TABLE.
          05 WS-BRACKET OCCURS 5 TIMES.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0400-CHECK-RUN-MODE
           PERFORM 0500-CHECK-EDIT-VERDICT
           PERFORM 1000-INIT-BRACKETS
           IF WS-BRACKET-STATUS NOT = "Y"
                   WS-PAY-DATE
               PERFORM 9000-RELEASE-AND-STOP
           END-IF
           PERFORM 0510-CHECK-TIMESHEET-VERDICT
           PERFORM 0600-CHECK-PAY-PERIOD
           PERFORM 1100-LOAD-YTD-MASTER
           PERFORM 1300-LOAD-DEDUCTION-TABLES
           PERFORM 1370-LOAD-GARNISHMENTS
           PERFORM 1380-LOAD-MATCH-TABLES
           PERFORM 1390-LOAD-BANK-BLOCKS
           PERFORM 1397-LOAD-LEAVE-TABLES

           OPEN INPUT EMPLOYEE-FILE
           IF FS-EMPLOYEE NOT = "00"
               PERFORM 9000-RELEASE-AND-STOP
           END-IF

           IF WS-TRIAL-RUN = "N"
               PERFORM 1400-SNAPSHOT-PRIOR-REGISTER
           END-IF
           OPEN OUTPUT REGISTER-FILE
           MOVE WS-PAY-DATE TO WS-REG-PERIOD
           WRITE REGISTER-LINE FROM WS-REG-PERIOD-LINE
           MOVE WS-PAY-DATE(5:2) TO WS-RUN-MM
           MOVE WS-PAY-DATE(7:2) TO WS-RUN-DD

           IF WS-TRIAL-RUN = "N"
               OPEN OUTPUT BANK-FEED-FILE
               PERFORM 1200-WRITE-BANK-HEADER

               OPEN OUTPUT CHECK-REGISTER-FILE
               MOVE "CHECK REGISTER - EMPLOYEES WITH NO ELECTION"
                   TO CHECK-REGISTER-LINE
               WRITE CHECK-REGISTER-LINE
           END-IF

           PERFORM UNTIL END-FLAG = "Y"
               READ EMPLOYEE-FILE
           MOVE WS-TOTAL-DED   TO WS-TOT-DED
           MOVE WS-TOTAL-NET   TO WS-TOT-NET
           WRITE REGISTER-LINE FROM WS-REG-TOTAL
           IF WS-TRIAL-RUN = "Y"
               PERFORM 0450-END-TRIAL-RUN
           END-IF

           PERFORM 2900-WRITE-BANK-TRAILER
           PERFORM 2800-WRITE-REISSUE-CHECKS
           PERFORM 3500-MARK-PERIOD-PAID
           PERFORM 3600-REWRITE-EMP-MATCH
           PERFORM 3700-WRITE-PLAN-REMITTANCE
           PERFORM 3800-REWRITE-LEAVE-FILES

           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUN-LOCK" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-RESULT
           END-CALL

           IF WS-LV-SUSPENDED > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-EMP-COUNT TO RS-IN-COUNT
           MOVE WS-EMP-COUNT TO RS-OUT-COUNT
           PERFORM WRITE-RUN-STATS

           DISPLAY "Employees processed: " WS-EMP-COUNT
           DISPLAY "Awaiting final pay:  " WS-LEAVER-COUNT
           DISPLAY "Total gross:         " WS-TOTAL-GROSS
           DISPLAY "Total tax:           " WS-TOTAL-TAX
           DISPLAY "Total deductions:    " WS-TOTAL-DED
           DISPLAY "Total net:           " WS-TOTAL-NET
           STOP RUN.

      *---------------------------------------------------------------
      * A trial run keeps its register and payslips apart from the
      * live ones, and logs its run statistics under its own name so
      * rehearsals never count as pay cycles.
      *---------------------------------------------------------------
       0400-CHECK-RUN-MODE.
           OPEN INPUT RUN-MODE-FILE
           IF FS-RUN-MODE = "00"
               READ RUN-MODE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUN-MODE-REC = "TRIAL"
                           MOVE "Y" TO WS-TRIAL-RUN
                       END-IF
               END-READ
               CLOSE RUN-MODE-FILE
           END-IF
           IF WS-TRIAL-RUN = "Y"
               MOVE "intermediate/trial-register.txt"
                   TO WS-REGISTER-NAME
               MOVE "intermediate/trial-payslips.txt"
                   TO WS-PAYSLIP-NAME
               MOVE "PAYROLL-TRIAL" TO RS-PROGRAM-ID
               DISPLAY "TRIAL RUN - no master, counter, or control"
                   " file will be updated"
           END-IF.

      *---------------------------------------------------------------
      * End of a trial run, once the trial register is complete:
      * the bank feed, check register, reissue queue, generation
      * catalog, YTD master, garnishment, match, and leave balances,
      * retro queue, journal, and pay-period control are all left
      * exactly as they were. REGISTER-COMPARE, run with the mode
      * file still at TRIAL, sets the trial register against the
      * last live one.
      *---------------------------------------------------------------
       0450-END-TRIAL-RUN.
           CLOSE EMPLOYEE-FILE REGISTER-FILE PAYSLIP-FILE
           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUN-LOCK" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-RESULT
           END-CALL
           IF WS-LV-SUSPENDED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-EMP-COUNT TO RS-IN-COUNT
           MOVE WS-EMP-COUNT TO RS-OUT-COUNT
           PERFORM WRITE-RUN-STATS

           DISPLAY "TRIAL RUN - nothing updated"
           DISPLAY "Employees calculated: " WS-EMP-COUNT
           DISPLAY "Awaiting final pay:   " WS-LEAVER-COUNT
           DISPLAY "Leave taken refused:  " WS-LV-SUSPENDED
           DISPLAY "Bank splits:          " WS-BANK-DTL-COUNT
           DISPLAY "Printed checks:       " WS-CHECK-COUNT
           DISPLAY "Total gross:          " WS-TOTAL-GROSS
           DISPLAY "Total tax:            " WS-TOTAL-TAX
           DISPLAY "Total deductions:     " WS-TOTAL-DED
           DISPLAY "Total net:            " WS-TOTAL-NET
           STOP RUN.

      *---------------------------------------------------------------
      * The pay cycle only runs over an employee file PAYROLL-EDIT
      * has passed clean. No verdict on file means the edit was never
               PERFORM 9000-RELEASE-AND-STOP
           END-IF.

      *---------------------------------------------------------------
      * Hourly employees are paid off the hours, so when the master
      * carries any, the period's timesheets must have passed
      * TIMESHEET-EDIT clean for this very pay date - a verdict
      * earned for last period's file does not pay this one. A
      * master with no hourly rows runs exactly as it always did.
      *---------------------------------------------------------------
       0510-CHECK-TIMESHEET-VERDICT.
           OPEN INPUT EMPLOYEE-FILE
           IF FS-EMPLOYEE NOT = "00"
               DISPLAY "Cannot open employee file, FS=" FS-EMPLOYEE
               PERFORM 9000-RELEASE-AND-STOP
           END-IF
           PERFORM UNTIL END-FLAG = "Y"
               READ EMPLOYEE-FILE
                   AT END
                       MOVE "Y" TO END-FLAG
                   NOT AT END
                       MOVE SPACES TO EMP-JURIS EMP-PAY-TYPE
                           EMP-RATE-TEXT EMP-LAST-DAY
                       UNSTRING EMPLOYEE-LINE DELIMITED BY ","
                           INTO EMP-ID EMP-GROSS-TEXT EMP-JURIS
                               EMP-PAY-TYPE EMP-RATE-TEXT EMP-LAST-DAY
                       END-UNSTRING
                       IF EMP-PAY-TYPE = "H"
                           AND EMP-LAST-DAY = SPACES
                           MOVE "Y" TO WS-HOURLY-ON-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           MOVE "N" TO END-FLAG
           IF WS-HOURLY-ON-FILE = "N"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT TS-STATUS-FILE
           IF FS-TS-STATUS = "00"
               READ TS-STATUS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TSS-VERDICT TO WS-TS-VERDICT
                       MOVE TSS-PERIOD TO WS-TS-PERIOD
               END-READ
               CLOSE TS-STATUS-FILE
           END-IF

           MOVE WS-PAY-DATE TO WS-PAY-DATE-X
           IF WS-TS-VERDICT NOT = "OK"
               OR WS-TS-PERIOD NOT = WS-PAY-DATE-X
               DISPLAY "Timesheets not passed by TIMESHEET-EDIT for "
                   WS-PAY-DATE " (verdict: " WS-TS-VERDICT
                   " " WS-TS-PERIOD ") - run the edit"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-RELEASE-AND-STOP
           END-IF
           PERFORM 1395-LOAD-TIMESHEETS
           PERFORM 1396-LOAD-OVERTIME-RULES.

      *---------------------------------------------------------------
      * A period already marked paid refuses to run again: nothing
      * stopped an operator double-running a period and doubling
               CLOSE PERIOD-CONTROL-FILE
           END-IF

           IF WS-PERIOD-PAID = "Y" AND WS-TRIAL-RUN = "Y"
               DISPLAY "Pay period " WS-PAY-DATE
                   " already paid - trial run only"
               EXIT PARAGRAPH
           END-IF
           IF WS-PERIOD-PAID = "Y"
               PERFORM 0610-CHECK-OVERRIDE
               IF WS-OVERRIDE-FLAG = "Y"
                   END-IF
                   DISPLAY "Period " WS-PAY-DATE
                       " rerun under supervisor override"
                   MOVE "OVERRIDE RERUN PERIOD " TO WS-PERIOD-AUDIT-TEXT
                   PERFORM 0620-WRITE-PERIOD-AUDIT
               ELSE
                   DISPLAY "Pay period " WS-PAY-DATE
           MOVE WS-PERIOD-NOW(1:6) TO PD-AUD-TIME
           MOVE SPACE TO PD-AUD-SPACE-1 PD-AUD-SPACE-2
               PD-AUD-SPACE-3
           MOVE WS-PERIOD-AUDIT-TEXT TO PD-AUD-TEXT
           MOVE WS-PAY-DATE TO PD-AUD-PERIOD
           MOVE WS-OPERATOR-ID TO PD-AUD-OPERATOR
           OPEN EXTEND PERIOD-AUDIT-FILE
               MOVE "PAID" TO PC-STATUS
               WRITE PERIOD-CONTROL-REC
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           MOVE "PAYROLL PAID PERIOD   " TO WS-PERIOD-AUDIT-TEXT
           PERFORM 0620-WRITE-PERIOD-AUDIT.

      *---------------------------------------------------------------
      * Brackets come from the effective-dated rate file through
               MOVE YTD-TAX   TO YT-TAX(WS-YTD-COUNT)
               MOVE YTD-NET   TO YT-NET(WS-YTD-COUNT)
               MOVE YTD-EMPLOYER TO YT-EMPLOYER(WS-YTD-COUNT)
               IF YTD-SUPP-GROSS NUMERIC AND YTD-SUPP-TAX NUMERIC
                   MOVE YTD-SUPP-GROSS TO YT-SUPP-GROSS(WS-YTD-COUNT)
                   MOVE YTD-SUPP-TAX TO YT-SUPP-TAX(WS-YTD-COUNT)
               ELSE
                   MOVE 0 TO YT-SUPP-GROSS(WS-YTD-COUNT)
                   MOVE 0 TO YT-SUPP-TAX(WS-YTD-COUNT)
               END-IF
           ELSE
               PERFORM 1120-ARCHIVE-OLD-YEAR-ROW
               MOVE 0 TO YT-GROSS(WS-YTD-COUNT)
               MOVE 0 TO YT-TAX(WS-YTD-COUNT)
               MOVE 0 TO YT-NET(WS-YTD-COUNT)
               MOVE 0 TO YT-EMPLOYER(WS-YTD-COUNT)
               MOVE 0 TO YT-SUPP-GROSS(WS-YTD-COUNT)
               MOVE 0 TO YT-SUPP-TAX(WS-YTD-COUNT)
           END-IF.

       1120-ARCHIVE-OLD-YEAR-ROW.
           IF WS-TRIAL-RUN = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-YEAR-END-OPEN = "Y"
               AND WS-YEAR-END-YEAR NOT = YTD-YEAR
               CLOSE YEAR-END-FILE
      * the run's withholding is the cumulative tax due less what the
      * YTD master shows already withheld. A monthly-paid employee is
      * no longer taxed as if one month's pay were the whole year.
      * Supplemental pay already taxed at the flat rate is left out
      * of both the cumulative gross and the tax already withheld.
      * A row carrying a last day worked is a leaver waiting on
      * PAYROLL-FINAL, which pays the final period; the regular
      * cycle passes it by.
      *---------------------------------------------------------------
       2000-PROCESS-EMPLOYEE.
           MOVE SPACES TO EMP-JURIS EMP-PAY-TYPE EMP-RATE-TEXT
               EMP-LAST-DAY
           UNSTRING EMPLOYEE-LINE DELIMITED BY ","
               INTO EMP-ID EMP-GROSS-TEXT EMP-JURIS EMP-PAY-TYPE
                   EMP-RATE-TEXT EMP-LAST-DAY
           END-UNSTRING
           IF EMP-LAST-DAY NOT = SPACES
               DISPLAY "Employee " EMP-ID " left " EMP-LAST-DAY
                   " - awaiting final pay, not paid this cycle"
               ADD 1 TO WS-LEAVER-COUNT
               EXIT PARAGRAPH
           END-IF
           IF EMP-PAY-TYPE = "H"
               PERFORM 2050-PRICE-HOURLY-GROSS
           ELSE
               MOVE EMP-GROSS-NUM TO WS-AMOUNT
           END-IF
           IF EMP-JURIS = SPACES
               MOVE WS-FED-JURIS TO EMP-JURIS
           END-IF

           PERFORM 2100-FIND-YTD-ENTRY
           COMPUTE WS-CUM-GROSS = YT-GROSS(WS-YTD-IDX)
               - YT-SUPP-GROSS(WS-YTD-IDX) + WS-AMOUNT

           CALL "CALLS-SUB"
               USING WS-CUM-GROSS WS-BRACKET-TABLE WS-FED-CUM-TAX
           PERFORM 2120-PRICE-STATE-TAX
           COMPUTE WS-CUM-TAX = WS-FED-CUM-TAX + WS-STATE-CUM-TAX

           COMPUTE WS-PRIOR-YTD-TAX =
               YT-TAX(WS-YTD-IDX) - YT-SUPP-TAX(WS-YTD-IDX)
           IF WS-CUM-TAX > WS-PRIOR-YTD-TAX
               COMPUTE WS-TAX-OUT =
                   WS-CUM-TAX - WS-PRIOR-YTD-TAX
           ADD WS-TAX-OUT TO YT-TAX(WS-YTD-IDX)
           ADD WS-NET-PAY TO YT-NET(WS-YTD-IDX)

           PERFORM 2400-POST-LEAVE
           PERFORM 2200-WRITE-PAYSLIP
           PERFORM 2300-WRITE-BANK-DETAIL

           ADD WS-DEDUCTIONS TO WS-TOTAL-DED
           ADD WS-NET-PAY    TO WS-TOTAL-NET.

      *---------------------------------------------------------------
      * An hourly employee's gross for the period: each category of
      * hours at the hourly rate times its multiplier. The edit
      * guarantees a timesheet for every hourly employee, so one
      * missing here means the file changed after the edit passed.
      *---------------------------------------------------------------
       2050-PRICE-HOURLY-GROSS.
           PERFORM 2060-FIND-TIMESHEET
           IF WS-TS-MATCH = 0
               DISPLAY "No timesheet for hourly employee " EMP-ID
                   " - rerun TIMESHEET-EDIT"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-RELEASE-AND-STOP
           END-IF
           COMPUTE WS-REG-PAY ROUNDED =
               EMP-RATE-NUM * TST-REGULAR(WS-TS-MATCH) * WS-REG-MULT
           COMPUTE WS-OT-PAY ROUNDED =
               EMP-RATE-NUM * TST-OVERTIME(WS-TS-MATCH) * WS-OT-MULT
           COMPUTE WS-HOL-PAY ROUNDED =
               EMP-RATE-NUM * TST-HOLIDAY(WS-TS-MATCH) * WS-HOL-MULT
           COMPUTE WS-HOURLY-GROSS =
               WS-REG-PAY + WS-OT-PAY + WS-HOL-PAY
           IF WS-HOURLY-GROSS > 99999.99
               DISPLAY "Hourly gross " WS-HOURLY-GROSS " for "
                   EMP-ID " exceeds a single run's pay"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-RELEASE-AND-STOP
           END-IF
           MOVE WS-HOURLY-GROSS TO WS-AMOUNT.

       2060-FIND-TIMESHEET.
           MOVE 0 TO WS-TS-MATCH
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
                   UNTIL WS-TS-IDX > WS-TS-COUNT
               IF TST-EMP-ID(WS-TS-IDX) = EMP-ID
                   MOVE WS-TS-IDX TO WS-TS-MATCH
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * State withholding on the year's gross to date through the
      * employee's jurisdiction set. FED means no state scale -
           MOVE EMP-ID TO WS-SLIP-EMP-ID
           WRITE PAYSLIP-LINE FROM WS-SLIP-HEADER

           IF EMP-PAY-TYPE = "H"
               PERFORM 2210-WRITE-HOURS-LINES
           END-IF

           MOVE "  GROSS THIS RUN:       " TO WS-SLIP-LABEL
           MOVE WS-AMOUNT TO WS-SLIP-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-SLIP-MONEY-LINE
           MOVE WS-NET-PAY TO WS-SLIP-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-SLIP-MONEY-LINE

           PERFORM 2220-WRITE-LEAVE-LINES

           MOVE SPACES TO PAYSLIP-LINE
           WRITE PAYSLIP-LINE.

      *---------------------------------------------------------------
      * The hours behind an hourly gross: the rate, then each
      * category's hours, multiplier, and pay.
      *---------------------------------------------------------------
       2210-WRITE-HOURS-LINES.
           MOVE "  HOURLY RATE:          " TO WS-SLIP-LABEL
           MOVE EMP-RATE-NUM TO WS-SLIP-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-SLIP-MONEY-LINE

           MOVE "REGULAR" TO WS-SLIP-H-LABEL
           MOVE TST-REGULAR(WS-TS-MATCH) TO WS-SLIP-H-HOURS
           MOVE WS-REG-MULT TO WS-SLIP-H-MULT
           MOVE WS-REG-PAY TO WS-SLIP-H-PAY
           WRITE PAYSLIP-LINE FROM WS-SLIP-HOURS-LINE

           MOVE "OVERTIME" TO WS-SLIP-H-LABEL
           MOVE TST-OVERTIME(WS-TS-MATCH) TO WS-SLIP-H-HOURS
           MOVE WS-OT-MULT TO WS-SLIP-H-MULT
           MOVE WS-OT-PAY TO WS-SLIP-H-PAY
           WRITE PAYSLIP-LINE FROM WS-SLIP-HOURS-LINE

           MOVE "HOLIDAY" TO WS-SLIP-H-LABEL
           MOVE TST-HOLIDAY(WS-TS-MATCH) TO WS-SLIP-H-HOURS
           MOVE WS-HOL-MULT TO WS-SLIP-H-MULT
           MOVE WS-HOL-PAY TO WS-SLIP-H-PAY
           WRITE PAYSLIP-LINE FROM WS-SLIP-HOURS-LINE.

      *---------------------------------------------------------------
      * Current balance of every leave type the employee holds,
      * after this run's accrual and leave taken.
      *---------------------------------------------------------------
       2220-WRITE-LEAVE-LINES.
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
                   UNTIL WS-LM-IDX > WS-LM-COUNT
               IF LMT-EMP-ID(WS-LM-IDX) = EMP-ID
                   MOVE LMT-TYPE(WS-LM-IDX) TO WS-SLIP-LV-TYPE
                   MOVE LMT-BALANCE(WS-LM-IDX) TO WS-SLIP-LV-HOURS
                   WRITE PAYSLIP-LINE FROM WS-SLIP-LEAVE-LINE
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * The period's leave for one employee. Every leave type with
      * accrual rules gets a row - a new employee's rows open with
      * the service date of any row already held, else this pay
      * date - then each row accrues its tenure band's hours once
      * per pay period, then the employee's leave-taken rows come
      * off the balances in file order. Taking more than the
      * balance holds is refused to the leave suspense file; a
      * balance never goes negative.
      *---------------------------------------------------------------
       2400-POST-LEAVE.
           MOVE WS-PAY-DATE TO WS-LV-SERVICE-DATE
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
                   UNTIL WS-LM-IDX > WS-LM-COUNT
               IF LMT-EMP-ID(WS-LM-IDX) = EMP-ID
                   MOVE LMT-SERVICE-DATE(WS-LM-IDX)
                       TO WS-LV-SERVICE-DATE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-LVT-IDX FROM 1 BY 1
                   UNTIL WS-LVT-IDX > WS-LVT-COUNT
               PERFORM 2420-FIND-LEAVE-ROW
               IF WS-LM-MATCH = 0
                   PERFORM 2425-OPEN-LEAVE-ROW
               END-IF
           END-PERFORM

           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
                   UNTIL WS-LM-IDX > WS-LM-COUNT
               IF LMT-EMP-ID(WS-LM-IDX) = EMP-ID
                   AND LMT-LAST-PERIOD(WS-LM-IDX) NOT = WS-PAY-DATE
                   PERFORM 2410-ACCRUE-LEAVE-ROW
               END-IF
           END-PERFORM

           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LT-COUNT
               MOVE LTT-REC(WS-LT-IDX) TO LEAVE-TAKEN-REC
               IF LT-EMP-ID = EMP-ID
                   AND LTT-DONE(WS-LT-IDX) = "N"
                   PERFORM 2430-APPLY-LEAVE-TAKEN
               END-IF
           END-PERFORM.

       2410-ACCRUE-LEAVE-ROW.
           MOVE LMT-SERVICE-DATE(WS-LM-IDX) TO WS-LV-SERVICE-DATE
           MOVE 0 TO WS-LV-TENURE
           IF WS-LV-SERVICE-YYYY < WS-PAY-YEAR
               COMPUTE WS-LV-TENURE =
                   WS-PAY-YEAR - WS-LV-SERVICE-YYYY
               IF WS-PAY-DATE(5:4) < WS-LV-SERVICE-MMDD
                   SUBTRACT 1 FROM WS-LV-TENURE
               END-IF
           END-IF

           MOVE 0 TO WS-LR-MATCH
           PERFORM VARYING WS-LR-IDX FROM 1 BY 1
                   UNTIL WS-LR-IDX > WS-LR-COUNT
               IF LRT-TYPE(WS-LR-IDX) = LMT-TYPE(WS-LM-IDX)
                   AND LRT-MIN-YEARS(WS-LR-IDX) NOT > WS-LV-TENURE
                   IF WS-LR-MATCH = 0
                       MOVE WS-LR-IDX TO WS-LR-MATCH
                   ELSE
                       IF LRT-MIN-YEARS(WS-LR-IDX) >
                               LRT-MIN-YEARS(WS-LR-MATCH)
                           MOVE WS-LR-IDX TO WS-LR-MATCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LR-MATCH = 0
               EXIT PARAGRAPH
           END-IF

           MOVE LRT-ACCRUAL(WS-LR-MATCH) TO WS-LV-ACCRUAL
           ADD WS-LV-ACCRUAL TO LMT-BALANCE(WS-LM-IDX)
           ADD WS-LV-ACCRUAL TO LMT-ACCRUED-YTD(WS-LM-IDX)
           MOVE WS-PAY-DATE TO LMT-LAST-PERIOD(WS-LM-IDX).

       2420-FIND-LEAVE-ROW.
           MOVE 0 TO WS-LM-MATCH
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
                   UNTIL WS-LM-IDX > WS-LM-COUNT
               IF LMT-EMP-ID(WS-LM-IDX) = EMP-ID
                   AND LMT-TYPE(WS-LM-IDX) = WS-LVT-TYPE(WS-LVT-IDX)
                   MOVE WS-LM-IDX TO WS-LM-MATCH
               END-IF
           END-PERFORM.

       2425-OPEN-LEAVE-ROW.
           IF WS-LM-COUNT >= 400
               DISPLAY "Leave master table full"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-RELEASE-AND-STOP
           END-IF
           ADD 1 TO WS-LM-COUNT
           MOVE EMP-ID TO LMT-EMP-ID(WS-LM-COUNT)
           MOVE WS-LVT-TYPE(WS-LVT-IDX) TO LMT-TYPE(WS-LM-COUNT)
           MOVE WS-LV-SERVICE-DATE TO LMT-SERVICE-DATE(WS-LM-COUNT)
           MOVE 0 TO LMT-BALANCE(WS-LM-COUNT)
           MOVE 0 TO LMT-ACCRUED-YTD(WS-LM-COUNT)
           MOVE 0 TO LMT-TAKEN-YTD(WS-LM-COUNT)
           MOVE 0 TO LMT-LAST-PERIOD(WS-LM-COUNT)
           MOVE 0 TO LMT-CLOSED-YEAR(WS-LM-COUNT).

       2430-APPLY-LEAVE-TAKEN.
           MOVE "Y" TO LTT-DONE(WS-LT-IDX)
           MOVE 0 TO WS-LM-MATCH
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
                   UNTIL WS-LM-IDX > WS-LM-COUNT
               IF LMT-EMP-ID(WS-LM-IDX) = EMP-ID
                   AND LMT-TYPE(WS-LM-IDX) = LT-TYPE
                   MOVE WS-LM-IDX TO WS-LM-MATCH
               END-IF
           END-PERFORM

           IF WS-LM-MATCH = 0
               MOVE "UNKNOWN-TYPE" TO WS-LV-REASON
               PERFORM 2440-SUSPEND-LEAVE-TAKEN
               EXIT PARAGRAPH
           END-IF
           IF LT-HOURS IS NOT NUMERIC
               MOVE "BAD-HOURS" TO WS-LV-REASON
               PERFORM 2440-SUSPEND-LEAVE-TAKEN
               EXIT PARAGRAPH
           END-IF
           IF LT-HOURS > LMT-BALANCE(WS-LM-MATCH)
               MOVE "NEGATIVE-BAL" TO WS-LV-REASON
               PERFORM 2440-SUSPEND-LEAVE-TAKEN
               EXIT PARAGRAPH
           END-IF

           SUBTRACT LT-HOURS FROM LMT-BALANCE(WS-LM-MATCH)
           ADD LT-HOURS TO LMT-TAKEN-YTD(WS-LM-MATCH).

       2440-SUSPEND-LEAVE-TAKEN.
           MOVE LEAVE-TAKEN-REC TO LS-TAKEN-LINE
           MOVE SPACE TO LS-FILLER
           MOVE WS-LV-REASON TO LS-REASON-CODE
           IF WS-TRIAL-RUN = "N"
               WRITE LEAVE-SUSPENSE-REC
           END-IF
           ADD 1 TO WS-LV-SUSPENDED.

       1300-LOAD-DEDUCTION-TABLES.
           MOVE "N" TO WS-DED-END-FLAG
           OPEN INPUT DEDUCTION-CODE-FILE
                       UNTIL WS-RI-IDX > WS-RI-COUNT
                   MOVE RIT-EMP-ID(WS-RI-IDX) TO WS-RC-EMP-ID
                   MOVE RIT-AMOUNT(WS-RI-IDX) TO WS-RC-NET
                   CALL "NEXT-CHECK-NUMBER" USING WS-RC-NUMBER
                   END-CALL
                   WRITE CHECK-REGISTER-LINE
                       FROM WS-REISSUE-DETAIL
                   ADD 1 TO WS-CHECK-COUNT
                   WS-AMOUNT - WS-TAX-OUT - WS-DEDUCTIONS
           END-IF.

      *---------------------------------------------------------------
      * The period's timesheets, held for the run. Only lines for
      * this pay date are taken; the edit has already refused any
      * other period.
      *---------------------------------------------------------------
       1395-LOAD-TIMESHEETS.
           OPEN INPUT TIMESHEET-FILE
           IF FS-TIMESHEET NOT = "00"
               DISPLAY "Cannot open timesheets, FS=" FS-TIMESHEET
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-RELEASE-AND-STOP
           END-IF
           PERFORM UNTIL WS-TS-END-FLAG = "Y"
               READ TIMESHEET-FILE
                   AT END
                       MOVE "Y" TO WS-TS-END-FLAG
                   NOT AT END
                       IF TR-PERIOD = WS-PAY-DATE
                           IF WS-TS-COUNT >= 200
                               DISPLAY "Timesheet table full"
                               MOVE 8 TO RETURN-CODE
                               PERFORM 9000-RELEASE-AND-STOP
                           END-IF
                           ADD 1 TO WS-TS-COUNT
                           MOVE TR-EMP-ID TO TST-EMP-ID(WS-TS-COUNT)
                           MOVE TR-REGULAR
                               TO TST-REGULAR(WS-TS-COUNT)
                           MOVE TR-OVERTIME
                               TO TST-OVERTIME(WS-TS-COUNT)
                           MOVE TR-HOLIDAY
                               TO TST-HOLIDAY(WS-TS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TIMESHEET-FILE.

      *---------------------------------------------------------------
      * No rules file keeps time and a half for overtime and double
      * time for holidays.
      *---------------------------------------------------------------
       1396-LOAD-OVERTIME-RULES.
           MOVE "N" TO WS-TS-END-FLAG
           OPEN INPUT OT-RULE-FILE
           IF FS-OT-RULE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TS-END-FLAG = "Y"
               READ OT-RULE-FILE
                   AT END
                       MOVE "Y" TO WS-TS-END-FLAG
                   NOT AT END
                       EVALUATE OR-CODE
                           WHEN "OT "
                               MOVE OR-MULTIPLIER TO WS-OT-MULT
                           WHEN "HOL"
                               MOVE OR-MULTIPLIER TO WS-HOL-MULT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE OT-RULE-FILE.

      *---------------------------------------------------------------
      * Leave master, accrual rules, and the leave-taken rows
      * waiting to be applied. The distinct leave types on the
      * rules are the types every employee holds a row for. A
      * missing master is a first run; missing rules mean nothing
      * accrues, but leave taken is still checked against the rows
      * on file. The leave suspense file is this run's refusals.
      *---------------------------------------------------------------
       1397-LOAD-LEAVE-TABLES.
           MOVE "N" TO WS-LV-END-FLAG
           OPEN INPUT LEAVE-MASTER-FILE
           IF FS-LEAVE-MASTER = "00"
               PERFORM UNTIL WS-LV-END-FLAG = "Y"
                   READ LEAVE-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-LV-END-FLAG
                       NOT AT END
                           PERFORM 1398-STORE-LEAVE-ROW
                   END-READ
               END-PERFORM
               CLOSE LEAVE-MASTER-FILE
           END-IF

           MOVE "N" TO WS-LV-END-FLAG
           OPEN INPUT LEAVE-RULE-FILE
           IF FS-LEAVE-RULE = "00"
               PERFORM UNTIL WS-LV-END-FLAG = "Y"
                   READ LEAVE-RULE-FILE
                       AT END
                           MOVE "Y" TO WS-LV-END-FLAG
                       NOT AT END
                           PERFORM 1399-STORE-LEAVE-RULE
                   END-READ
               END-PERFORM
               CLOSE LEAVE-RULE-FILE
           END-IF

           MOVE "N" TO WS-LV-END-FLAG
           OPEN INPUT LEAVE-TAKEN-FILE
           IF FS-LEAVE-TAKEN = "00"
               PERFORM UNTIL WS-LV-END-FLAG = "Y"
                   READ LEAVE-TAKEN-FILE
                       AT END
                           MOVE "Y" TO WS-LV-END-FLAG
                       NOT AT END
                           IF WS-LT-COUNT >= 200
                               DISPLAY "Leave-taken table full"
                               MOVE 8 TO RETURN-CODE
                               PERFORM 9000-RELEASE-AND-STOP
                           END-IF
                           ADD 1 TO WS-LT-COUNT
                           MOVE LEAVE-TAKEN-REC
                               TO LTT-REC(WS-LT-COUNT)
                           MOVE "N" TO LTT-DONE(WS-LT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE LEAVE-TAKEN-FILE
           END-IF

           IF WS-TRIAL-RUN = "N"
               OPEN OUTPUT LEAVE-SUSPENSE-FILE
           END-IF.

       1398-STORE-LEAVE-ROW.
           IF WS-LM-COUNT >= 400
               DISPLAY "Leave master table full"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-RELEASE-AND-STOP
           END-IF
           ADD 1 TO WS-LM-COUNT
           MOVE LM-EMP-ID TO LMT-EMP-ID(WS-LM-COUNT)
           MOVE LM-TYPE TO LMT-TYPE(WS-LM-COUNT)
           MOVE LM-SERVICE-DATE TO LMT-SERVICE-DATE(WS-LM-COUNT)
           MOVE LM-BALANCE TO LMT-BALANCE(WS-LM-COUNT)
           MOVE LM-ACCRUED-YTD TO LMT-ACCRUED-YTD(WS-LM-COUNT)
           MOVE LM-TAKEN-YTD TO LMT-TAKEN-YTD(WS-LM-COUNT)
           MOVE LM-LAST-PERIOD TO LMT-LAST-PERIOD(WS-LM-COUNT)
           MOVE LM-CLOSED-YEAR TO LMT-CLOSED-YEAR(WS-LM-COUNT).

       1399-STORE-LEAVE-RULE.
           IF WS-LR-COUNT >= 30
               DISPLAY "Leave rule table full"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-RELEASE-AND-STOP
           END-IF
           ADD 1 TO WS-LR-COUNT
           MOVE LR-TYPE TO LRT-TYPE(WS-LR-COUNT)
           MOVE LR-MIN-YEARS TO LRT-MIN-YEARS(WS-LR-COUNT)
           MOVE LR-ACCRUAL TO LRT-ACCRUAL(WS-LR-COUNT)

           MOVE 0 TO WS-LR-MATCH
           PERFORM VARYING WS-LVT-IDX FROM 1 BY 1
                   UNTIL WS-LVT-IDX > WS-LVT-COUNT
               IF WS-LVT-TYPE(WS-LVT-IDX) = LR-TYPE
                   MOVE 1 TO WS-LR-MATCH
               END-IF
           END-PERFORM
           IF WS-LR-MATCH = 0
               IF WS-LVT-COUNT >= 9
                   DISPLAY "Too many leave types on the rules"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9000-RELEASE-AND-STOP
               END-IF
               ADD 1 TO WS-LVT-COUNT
               MOVE LR-TYPE TO WS-LVT-TYPE(WS-LVT-COUNT)
           END-IF.

      *---------------------------------------------------------------
      * The leave master goes back out whole. Leave-taken rows this
      * run applied or refused are cleared; rows for employees it
      * did not pay stay for the next run, as retro adjustments do.
      *---------------------------------------------------------------
       3800-REWRITE-LEAVE-FILES.
           CLOSE LEAVE-SUSPENSE-FILE
           OPEN OUTPUT LEAVE-MASTER-FILE
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
                   UNTIL WS-LM-IDX > WS-LM-COUNT
               MOVE LMT-EMP-ID(WS-LM-IDX) TO LM-EMP-ID
               MOVE LMT-TYPE(WS-LM-IDX) TO LM-TYPE
               MOVE LMT-SERVICE-DATE(WS-LM-IDX) TO LM-SERVICE-DATE
               MOVE LMT-BALANCE(WS-LM-IDX) TO LM-BALANCE
               MOVE LMT-ACCRUED-YTD(WS-LM-IDX) TO LM-ACCRUED-YTD
               MOVE LMT-TAKEN-YTD(WS-LM-IDX) TO LM-TAKEN-YTD
               MOVE LMT-LAST-PERIOD(WS-LM-IDX) TO LM-LAST-PERIOD
               MOVE LMT-CLOSED-YEAR(WS-LM-IDX) TO LM-CLOSED-YEAR
               WRITE LEAVE-MASTER-REC
           END-PERFORM
           CLOSE LEAVE-MASTER-FILE

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
           END-IF

           IF WS-LV-SUSPENDED > 0
               DISPLAY "Leave taken refused to suspense: "
                   WS-LV-SUSPENDED
           END-IF.

       1370-LOAD-GARNISHMENTS.
           MOVE "N" TO WS-DED-END-FLAG
           OPEN INPUT GARNISH-ORDER-FILE
      * POST-BALANCE-UPDATE's H/D format: salary expense debited the
      * gross, the tax, deduction, and net clearing accounts
      * credited their shares. gross = tax + deductions + net, so
      * the batch nets to zero and pre-totals clean at posting. The
      * E record books it to the payroll company; the net clearing
      * account belongs to the group treasury, which pays the staff,
      * so posting squares the two through their intercompany pair.
      *---------------------------------------------------------------
       3400-POST-PAYROLL-JOURNAL.
           OPEN INPUT POST-ACCOUNT-FILE
               MOVE SPACES TO JOURNAL-REC
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
               WS-BANK-NET-ED               DELIMITED BY SIZE
               INTO BANK-FEED-REC
           END-STRING
           IF WS-TRIAL-RUN = "N"
               WRITE BANK-FEED-REC
           END-IF.

       2350-WRITE-CHECK-LINE.
           MOVE EMP-ID TO WS-CK-EMP-ID
           MOVE WS-NET-PAY TO WS-CK-NET
           IF WS-TRIAL-RUN = "N"
               CALL "NEXT-CHECK-NUMBER" USING WS-CK-NUMBER
               END-CALL
               WRITE CHECK-REGISTER-LINE FROM WS-CHECK-DETAIL
           END-IF
           ADD 1 TO WS-CHECK-COUNT
           ADD WS-NET-PAY TO WS-CHECK-TOTAL.

               MOVE 0 TO YT-TAX(WS-YTD-IDX)
               MOVE 0 TO YT-NET(WS-YTD-IDX)
               MOVE 0 TO YT-EMPLOYER(WS-YTD-IDX)
               MOVE 0 TO YT-SUPP-GROSS(WS-YTD-IDX)
               MOVE 0 TO YT-SUPP-TAX(WS-YTD-IDX)
           END-IF.

       3000-REWRITE-YTD-MASTER.
               MOVE YT-TAX(WS-YTD-IDX)    TO YTD-TAX
               MOVE YT-NET(WS-YTD-IDX)    TO YTD-NET
               MOVE YT-EMPLOYER(WS-YTD-IDX) TO YTD-EMPLOYER
               MOVE YT-SUPP-GROSS(WS-YTD-IDX) TO YTD-SUPP-GROSS
               MOVE YT-SUPP-TAX(WS-YTD-IDX) TO YTD-SUPP-TAX
               WRITE YTD-REC
           END-PERFORM
           CLOSE YTD-FILE.
