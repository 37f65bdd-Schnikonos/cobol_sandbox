       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-SUPPLEMENTAL.

      *---------------------------------------------------------------
      * Off-cycle supplemental pay run: bonuses and commissions paid
      * between regular cycles, instead of being added to a regular
      * run's gross and backed out again. Payments are keyed to
      * bonus-transactions.txt:
      *
      *   <emp-id 6><kind B=bonus|C=commission><amount 9(5)V99>
      *
      * Supplemental pay is taxed at the flat supplemental rate, not
      * through the brackets: the bracket-0 row of tax-rates.txt for
      * FED, plus the bracket-0 row of the employee's state where
      * the state has one, each the latest in force on the pay date.
      * Nothing else comes out of it - voluntary deductions,
      * garnishments, and employer match belong to the regular run.
      * Each payment is added to the YTD master's gross, tax, and
      * net and to its supplemental gross and tax, which the regular
      * run keeps out of its bracket calculation.
      *
      * The run pays on the business date and writes its own set of
      * outputs, each flagged supplemental, so the regular cycle's
      * files are never overwritten:
      *   - supp-payslips.txt, one SUPPLEMENTAL PAY slip per payment
      *   - supp-bank-feed.txt, header SUPPRUN, one SUP detail per
      *     election split, trailer count and hash; an employee
      *     with no election, or whose bank details BANK-RETURNS
      *     blocked, goes to supp-check-register.txt
      *   - supp-register.txt in the regular register's columns,
      *     kept as a generation under base supp-register
      *   - one journal batch: salary expense debited the gross,
      *     tax-withheld and net-pay clearing credited
      *
      * The pay-period control is neither read nor marked - this is
      * not a pay period. What keeps a bonus from paying twice is
      * the transaction file itself: paid lines are cleared from it
      * at the end of the run, and only the lines sent to
      * bonus-suspense.txt (unknown employee, bad kind, bad amount)
      * stay behind for correction, with return code 4. One
      * supplemental run a day, and never alongside the regular
      * run: it takes PAYROLL-DRIVER's run lock.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BONUS-FILE
               ASSIGN TO "intermediate/bonus-transactions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BONUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "intermediate/employees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMPLOYEE.
           SELECT TAX-RATE-FILE ASSIGN TO "intermediate/tax-rates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAX-RATE.
           SELECT YTD-FILE ASSIGN TO "intermediate/ytd-master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-YTD.
           SELECT ELECTION-FILE
               ASSIGN TO "intermediate/payment-elections.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ELECTION.
           SELECT BLOCKED-FILE
               ASSIGN TO "intermediate/bank-blocked.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BLOCKED.
           SELECT REGISTER-FILE
               ASSIGN TO "intermediate/supp-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTER.
           SELECT PAYSLIP-FILE
               ASSIGN TO "intermediate/supp-payslips.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAYSLIP.
           SELECT BANK-FEED-FILE
               ASSIGN TO "intermediate/supp-bank-feed.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BANK-FEED.
           SELECT CHECK-REGISTER-FILE
               ASSIGN TO "intermediate/supp-check-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHECK-REG.
           SELECT SUSPENSE-FILE
               ASSIGN TO "intermediate/bonus-suspense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENSE.
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
       FD BONUS-FILE.
       01 BONUS-REC.
          05 BN-EMP-ID       PIC X(6).
          05 BN-KIND         PIC X.
          05 BN-AMOUNT       PIC 9(5)V99.

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-LINE      PIC X(80).

       FD TAX-RATE-FILE.
       01 TAX-RATE-REC.
          05 TR-EFF-DATE     PIC 9(8).
          05 TR-BRACKET-NO   PIC 9.
          05 TR-CEILING      PIC 9(7)V99.
          05 TR-RATE         PIC 9V999.
          05 TR-JURIS        PIC X(3).

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

       FD ELECTION-FILE.
       01 ELECTION-REC.
          05 PE-EMP-ID       PIC X(6).
          05 PE-SEQ          PIC 9.
          05 PE-TYPE         PIC X.
          05 PE-VALUE        PIC 9(7)V99.
          05 PE-BANK-ACCT    PIC X(12).

       FD BLOCKED-FILE.
       01 BLOCKED-REC        PIC X(6).

       FD REGISTER-FILE.
       01 REGISTER-LINE      PIC X(60).

       FD PAYSLIP-FILE.
       01 PAYSLIP-LINE       PIC X(60).

       FD BANK-FEED-FILE.
       01 BANK-FEED-REC      PIC X(40).

       FD CHECK-REGISTER-FILE.
       01 CHECK-REGISTER-LINE PIC X(60).

       FD SUSPENSE-FILE.
       01 SUSPENSE-REC.
          05 SU-TXN          PIC X(14).
          05 SU-FILLER       PIC X.
          05 SU-REASON-CODE  PIC X(12).

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
       01 FS-BONUS           PIC XX.
       01 FS-EMPLOYEE        PIC XX.
       01 FS-TAX-RATE        PIC XX.
       01 FS-YTD             PIC XX.
       01 FS-ELECTION        PIC XX.
       01 FS-BLOCKED         PIC XX.
       01 FS-REGISTER        PIC XX.
       01 FS-PAYSLIP         PIC XX.
       01 FS-BANK-FEED       PIC XX.
       01 FS-CHECK-REG       PIC XX.
       01 FS-SUSPENSE        PIC XX.
       01 FS-POST-ACCT       PIC XX.
       01 FS-JOURNAL         PIC XX.
       01 FS-CATALOG         PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".

       COPY RUNSTWS.

       01 WS-LOCK-NAME       PIC X(16) VALUE "PAYROLL-DRIVER".
       01 WS-LOCK-ACTION     PIC X.
       01 WS-LOCK-RESULT     PIC X.
       01 WS-SAVED-RC        PIC 9(4).

       01 WS-PAY-DATE        PIC 9(8).
       01 WS-PAY-YEAR        PIC 9(4).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-OPEN-PERIOD     PIC 9(6).
       01 WS-OPEN-PD-STATUS  PIC X.
       01 WS-FED-JURIS       PIC X(3) VALUE "FED".

      *---------------------------------------------------------------
      * Flat supplemental rates in force on the pay date, one per
      * jurisdiction that has one: the best-dated bracket-0 row.
      *---------------------------------------------------------------
       01 WS-SR-COUNT        PIC 9(2) VALUE 0.
       01 WS-SR-IDX          PIC 9(2).
       01 WS-SR-MATCH        PIC 9(2).
       01 WS-SR-TABLE.
          05 WS-SR-ENTRY OCCURS 20 TIMES.
             10 SRT-JURIS    PIC X(3).
             10 SRT-EFF-DATE PIC 9(8).
             10 SRT-RATE     PIC 9V999.
       01 WS-FED-SR-IDX      PIC 9(2) VALUE 0.
       01 WS-STATE-SR-IDX    PIC 9(2).

       01 WS-EMP-COUNT       PIC 9(3) VALUE 0.
       01 WS-EMP-IDX         PIC 9(3).
       01 WS-EMP-MATCH       PIC 9(3).
       01 WS-EMP-TABLE.
          05 WS-EMP-ENTRY OCCURS 200 TIMES.
             10 EMT-ID       PIC X(6).
             10 EMT-JURIS    PIC X(3).
       01 EMP-ID             PIC X(6).
       01 EMP-GROSS-TEXT     PIC X(10).
       01 EMP-JURIS          PIC X(3).

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

       01 WS-ELECT-COUNT     PIC 9(3) VALUE 0.
       01 WS-ELECT-IDX       PIC 9(3).
       01 WS-ELECT-LAST-IDX  PIC 9(3).
       01 WS-ELECT-TABLE.
          05 WS-ELECT-ENTRY OCCURS 200 TIMES.
             10 PET-EMP-ID   PIC X(6).
             10 PET-TYPE     PIC X.
             10 PET-VALUE    PIC 9(7)V99.
             10 PET-BANK-ACCT PIC X(12).
       01 WS-BLOCKED-COUNT   PIC 9(3) VALUE 0.
       01 WS-BLOCKED-IDX     PIC 9(3).
       01 WS-BLOCKED-FLAG    PIC X.
       01 WS-BLOCKED-TABLE.
          05 WS-BLOCKED-ID OCCURS 100 TIMES PIC X(6).

       01 WS-SPLIT-AMOUNT    PIC 9(7)V99.
       01 WS-SPLIT-REMAINING PIC 9(7)V99.

      *---------------------------------------------------------------
      * Transactions held so the file can be written back with only
      * the suspended lines once the run is through.
      *---------------------------------------------------------------
       01 WS-BN-COUNT        PIC 9(3) VALUE 0.
       01 WS-BN-IDX          PIC 9(3).
       01 WS-BN-TABLE.
          05 WS-BN-ENTRY OCCURS 500 TIMES.
             10 BNT-REC      PIC X(14).
             10 BNT-PAID     PIC X.

       01 WS-REASON          PIC X(12).
       01 WS-PAID-COUNT      PIC 9(5) VALUE 0.
       01 WS-SUSPENDED-COUNT PIC 9(5) VALUE 0.
       01 WS-FED-TAX         PIC 9(7)V99.
       01 WS-STATE-TAX       PIC 9(7)V99.
       01 WS-TAX-OUT         PIC 9(7)V99.
       01 WS-NET-PAY         PIC 9(7)V99.
       01 WS-TOTAL-GROSS     PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-TAX       PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-NET       PIC 9(9)V99 VALUE 0.

       01 WS-BANK-NET-ED     PIC 9(7).99.
       01 WS-BANK-COUNT-ED   PIC 9(5).
       01 WS-BANK-HASH       PIC 9(11)V99 VALUE 0.
       01 WS-BANK-HASH-ED    PIC 9(11).99.
       01 WS-BANK-DTL-COUNT  PIC 9(5) VALUE 0.
       01 WS-CHECK-COUNT     PIC 9(5) VALUE 0.
       01 WS-CHECK-TOTAL     PIC 9(9)V99 VALUE 0.

       01 WS-GEN-SOURCE      PIC X(60)
           VALUE "intermediate/supp-register.txt".
       01 WS-GEN-DIR         PIC X(14) VALUE "intermediate/".
       01 WS-GEN-BASE        PIC X(16) VALUE "supp-register".
       01 WS-GEN-EXT         PIC X(4) VALUE ".txt".

       01 WS-REG-PERIOD-LINE.
          05 FILLER          PIC X(11) VALUE "PAY PERIOD ".
          05 WS-REG-PERIOD   PIC 9(8).
          05 FILLER          PIC X(13) VALUE " SUPPLEMENTAL".

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

       01 WS-CHECK-DETAIL.
          05 WS-CK-EMP-ID    PIC X(6).
          05 FILLER          PIC X(7) VALUE "  NET  ".
          05 WS-CK-NET       PIC Z(6)9.99.
          05 FILLER          PIC X(12) VALUE "  NO BANK ON".
          05 FILLER          PIC X(5) VALUE " FILE".
          05 FILLER          PIC X(7) VALUE " CHECK ".
          05 WS-CK-NUMBER    PIC 9(7).

       01 WS-CHECK-TOTAL-LINE.
          05 FILLER          PIC X(7) VALUE "CHECKS ".
          05 WS-CK-COUNT     PIC Z(4)9.
          05 FILLER          PIC X(8) VALUE "  TOTAL ".
          05 WS-CK-TOTAL     PIC Z(8)9.99.

       01 WS-RUN-DATE-ED.
          05 WS-RUN-YYYY     PIC 9(4).
          05 FILLER          PIC X VALUE "-".
          05 WS-RUN-MM       PIC 9(2).
          05 FILLER          PIC X VALUE "-".
          05 WS-RUN-DD       PIC 9(2).

       01 WS-SLIP-HEADER.
          05 FILLER          PIC X(24)
             VALUE "SUPPLEMENTAL PAY   DATE ".
          05 WS-SLIP-DATE    PIC X(10).
          05 FILLER          PIC X(6)  VALUE "   EMP".
          05 FILLER          PIC X     VALUE SPACE.
          05 WS-SLIP-EMP-ID  PIC X(6).

       01 WS-SLIP-MONEY-LINE.
          05 WS-SLIP-LABEL   PIC X(24).
          05 WS-SLIP-AMOUNT  PIC Z(6)9.99.

       01 WS-SLIP-RATE-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-SLIP-R-JURIS PIC X(3).
          05 FILLER          PIC X(9) VALUE " FLAT AT ".
          05 WS-SLIP-R-RATE  PIC Z9.9.
          05 FILLER          PIC X(6) VALUE "%:    ".
          05 WS-SLIP-R-TAX   PIC Z(6)9.99.
       01 WS-RATE-PCT        PIC 99V9.

       01 WS-EXPENSE-ACCT    PIC 9(4).
       01 WS-TAX-ACCT        PIC 9(4).
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
           MOVE "PAYROLL-SUPPLEMENTAL" TO RS-PROGRAM-ID
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
           MOVE WS-PAY-DATE(1:4) TO WS-RUN-YYYY
           MOVE WS-PAY-DATE(5:2) TO WS-RUN-MM
           MOVE WS-PAY-DATE(7:2) TO WS-RUN-DD

           PERFORM CHECK-ONE-RUN-A-DAY
           PERFORM LOAD-SUPPLEMENTAL-RATES
           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-YTD-MASTER
           PERFORM LOAD-ELECTIONS
           PERFORM LOAD-BANK-BLOCKS
           PERFORM LOAD-BONUS-TRANSACTIONS

           OPEN OUTPUT REGISTER-FILE PAYSLIP-FILE BANK-FEED-FILE
               CHECK-REGISTER-FILE SUSPENSE-FILE
           MOVE WS-PAY-DATE TO WS-REG-PERIOD
           WRITE REGISTER-LINE FROM WS-REG-PERIOD-LINE
           MOVE "EMP-ID GROSS    TAX      DED      NET"
               TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO BANK-FEED-REC
           STRING
               "HDR|SUPPRUN|"  DELIMITED BY SIZE
               WS-PAY-DATE     DELIMITED BY SIZE
               INTO BANK-FEED-REC
           END-STRING
           WRITE BANK-FEED-REC
           MOVE "SUPPLEMENTAL CHECK REGISTER - NO ELECTION OR BLOCKED"
               TO CHECK-REGISTER-LINE
           WRITE CHECK-REGISTER-LINE

           PERFORM PAY-ONE-TRANSACTION
               VARYING WS-BN-IDX FROM 1 BY 1
               UNTIL WS-BN-IDX > WS-BN-COUNT

           MOVE WS-TOTAL-GROSS TO WS-TOT-GROSS
           MOVE WS-TOTAL-TAX TO WS-TOT-TAX
           MOVE 0 TO WS-TOT-DED
           MOVE WS-TOTAL-NET TO WS-TOT-NET
           WRITE REGISTER-LINE FROM WS-REG-TOTAL
           MOVE WS-BANK-DTL-COUNT TO WS-BANK-COUNT-ED
           MOVE WS-BANK-HASH TO WS-BANK-HASH-ED
           MOVE SPACES TO BANK-FEED-REC
           STRING
               "TRL|"            DELIMITED BY SIZE
               WS-BANK-COUNT-ED  DELIMITED BY SIZE
               "|"               DELIMITED BY SIZE
               WS-BANK-HASH-ED   DELIMITED BY SIZE
               INTO BANK-FEED-REC
           END-STRING
           WRITE BANK-FEED-REC
           MOVE WS-CHECK-COUNT TO WS-CK-COUNT
           MOVE WS-CHECK-TOTAL TO WS-CK-TOTAL
           WRITE CHECK-REGISTER-LINE FROM WS-CHECK-TOTAL-LINE
           CLOSE REGISTER-FILE PAYSLIP-FILE BANK-FEED-FILE
               CHECK-REGISTER-FILE SUSPENSE-FILE

           IF WS-PAID-COUNT > 0
               CALL "GENERATION-KEEPER" USING WS-GEN-SOURCE
                   WS-GEN-DIR WS-GEN-BASE WS-GEN-EXT WS-PAY-DATE
               END-CALL
               PERFORM REWRITE-YTD-MASTER
               PERFORM POST-SUPPLEMENTAL-JOURNAL
           END-IF
           PERFORM REWRITE-BONUS-TRANSACTIONS

           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUN-LOCK" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-RESULT
           END-CALL
           IF WS-SUSPENDED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-BN-COUNT TO RS-IN-COUNT
           MOVE WS-PAID-COUNT TO RS-OUT-COUNT
           PERFORM WRITE-RUN-STATS
           DISPLAY "Supplemental payments: " WS-PAID-COUNT
           DISPLAY "Suspended:             " WS-SUSPENDED-COUNT
           DISPLAY "Total gross:           " WS-TOTAL-GROSS
           DISPLAY "Total tax:             " WS-TOTAL-TAX
           DISPLAY "Total net:             " WS-TOTAL-NET
           STOP RUN.

      *---------------------------------------------------------------
      * The register generation is named for the pay date, so a
      * second run the same day would overwrite the first one's
      * audit copy and have QUARTERLY-REMIT count the second twice.
      *---------------------------------------------------------------
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
                           DISPLAY "Supplemental run already made"
                               " for " WS-PAY-DATE
                           CLOSE CATALOG-FILE
                           MOVE 8 TO RETURN-CODE
                           PERFORM RELEASE-AND-STOP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           MOVE "N" TO WS-END-FLAG.

       LOAD-SUPPLEMENTAL-RATES.
           OPEN INPUT TAX-RATE-FILE
           IF FS-TAX-RATE NOT = "00"
               DISPLAY "Cannot open tax rate file, FS=" FS-TAX-RATE
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-AND-STOP
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ TAX-RATE-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF TR-BRACKET-NO = 0
                           AND TR-EFF-DATE <= WS-PAY-DATE
                           PERFORM STORE-SUPPLEMENTAL-RATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-RATE-FILE
           MOVE "N" TO WS-END-FLAG

           MOVE WS-FED-JURIS TO EMP-JURIS
           PERFORM FIND-SUPPLEMENTAL-RATE
           MOVE WS-SR-MATCH TO WS-FED-SR-IDX
           IF WS-FED-SR-IDX = 0
               DISPLAY "No federal supplemental rate in force for "
                   WS-PAY-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-AND-STOP
           END-IF.

       STORE-SUPPLEMENTAL-RATE.
           IF TR-JURIS = SPACES
               MOVE WS-FED-JURIS TO TR-JURIS
           END-IF
           MOVE TR-JURIS TO EMP-JURIS
           PERFORM FIND-SUPPLEMENTAL-RATE
           IF WS-SR-MATCH = 0
               IF WS-SR-COUNT >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SR-COUNT
               MOVE WS-SR-COUNT TO WS-SR-MATCH
               MOVE TR-JURIS TO SRT-JURIS(WS-SR-MATCH)
               MOVE 0 TO SRT-EFF-DATE(WS-SR-MATCH)
           END-IF
           IF TR-EFF-DATE >= SRT-EFF-DATE(WS-SR-MATCH)
               MOVE TR-EFF-DATE TO SRT-EFF-DATE(WS-SR-MATCH)
               MOVE TR-RATE TO SRT-RATE(WS-SR-MATCH)
           END-IF.

       FIND-SUPPLEMENTAL-RATE.
           MOVE 0 TO WS-SR-MATCH
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                   UNTIL WS-SR-IDX > WS-SR-COUNT
               IF SRT-JURIS(WS-SR-IDX) = EMP-JURIS
                   MOVE WS-SR-IDX TO WS-SR-MATCH
               END-IF
           END-PERFORM.

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
                       IF WS-EMP-COUNT < 200
                           MOVE SPACES TO EMP-JURIS
                           UNSTRING EMPLOYEE-LINE DELIMITED BY ","
                               INTO EMP-ID EMP-GROSS-TEXT EMP-JURIS
                           END-UNSTRING
                           IF EMP-JURIS = SPACES
                               MOVE WS-FED-JURIS TO EMP-JURIS
                           END-IF
                           ADD 1 TO WS-EMP-COUNT
                           MOVE EMP-ID TO EMT-ID(WS-EMP-COUNT)
                           MOVE EMP-JURIS TO EMT-JURIS(WS-EMP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * Only the regular run rolls the YTD master into a new year
      * (it archives the old year's rows first), so a master still
      * holding last year's rows refuses the run.
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

       LOAD-ELECTIONS.
           OPEN INPUT ELECTION-FILE
           IF FS-ELECTION NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ ELECTION-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-ELECT-COUNT < 200
                           ADD 1 TO WS-ELECT-COUNT
                           MOVE PE-EMP-ID TO PET-EMP-ID(WS-ELECT-COUNT)
                           MOVE PE-TYPE TO PET-TYPE(WS-ELECT-COUNT)
                           MOVE PE-VALUE TO PET-VALUE(WS-ELECT-COUNT)
                           MOVE PE-BANK-ACCT
                               TO PET-BANK-ACCT(WS-ELECT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ELECTION-FILE
           MOVE "N" TO WS-END-FLAG.

       LOAD-BANK-BLOCKS.
           OPEN INPUT BLOCKED-FILE
           IF FS-BLOCKED NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ BLOCKED-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-BLOCKED-COUNT < 100
                           ADD 1 TO WS-BLOCKED-COUNT
                           MOVE BLOCKED-REC
                               TO WS-BLOCKED-ID(WS-BLOCKED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BLOCKED-FILE
           MOVE "N" TO WS-END-FLAG.

       LOAD-BONUS-TRANSACTIONS.
           OPEN INPUT BONUS-FILE
           IF FS-BONUS NOT = "00"
               DISPLAY "No bonus transactions on file, FS=" FS-BONUS
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-AND-STOP
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ BONUS-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-BN-COUNT >= 500
                           DISPLAY "Bonus transaction table full"
                           CLOSE BONUS-FILE
                           MOVE 8 TO RETURN-CODE
                           PERFORM RELEASE-AND-STOP
                       END-IF
                       ADD 1 TO WS-BN-COUNT
                       MOVE BONUS-REC TO BNT-REC(WS-BN-COUNT)
                       MOVE "N" TO BNT-PAID(WS-BN-COUNT)
               END-READ
           END-PERFORM
           CLOSE BONUS-FILE
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * First failure wins: the employee must be on the master, the
      * kind a bonus or a commission, the amount numeric and above
      * zero.
      *---------------------------------------------------------------
       PAY-ONE-TRANSACTION.
           MOVE BNT-REC(WS-BN-IDX) TO BONUS-REC
           MOVE SPACES TO WS-REASON
           MOVE 0 TO WS-EMP-MATCH
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF EMT-ID(WS-EMP-IDX) = BN-EMP-ID
                   MOVE WS-EMP-IDX TO WS-EMP-MATCH
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-EMP-MATCH = 0
                   MOVE "UNKNOWN-ID" TO WS-REASON
               WHEN BN-KIND NOT = "B" AND BN-KIND NOT = "C"
                   MOVE "BAD-KIND" TO WS-REASON
               WHEN BN-AMOUNT NOT NUMERIC
                   MOVE "BAD-AMOUNT" TO WS-REASON
               WHEN BN-AMOUNT = 0
                   MOVE "BAD-AMOUNT" TO WS-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REASON NOT = SPACES
               MOVE BONUS-REC TO SU-TXN
               MOVE SPACE TO SU-FILLER
               MOVE WS-REASON TO SU-REASON-CODE
               WRITE SUSPENSE-REC
               ADD 1 TO WS-SUSPENDED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE BN-EMP-ID TO EMP-ID
           MOVE EMT-JURIS(WS-EMP-MATCH) TO EMP-JURIS
           COMPUTE WS-FED-TAX ROUNDED =
               BN-AMOUNT * SRT-RATE(WS-FED-SR-IDX)
           MOVE 0 TO WS-STATE-TAX
           MOVE 0 TO WS-STATE-SR-IDX
           IF EMP-JURIS NOT = WS-FED-JURIS
               PERFORM FIND-SUPPLEMENTAL-RATE
               MOVE WS-SR-MATCH TO WS-STATE-SR-IDX
               IF WS-STATE-SR-IDX > 0
                   COMPUTE WS-STATE-TAX ROUNDED =
                       BN-AMOUNT * SRT-RATE(WS-STATE-SR-IDX)
               END-IF
           END-IF
           COMPUTE WS-TAX-OUT = WS-FED-TAX + WS-STATE-TAX
           COMPUTE WS-NET-PAY = BN-AMOUNT - WS-TAX-OUT

           PERFORM FIND-YTD-ENTRY
           ADD BN-AMOUNT TO YT-GROSS(WS-YTD-IDX)
           ADD WS-TAX-OUT TO YT-TAX(WS-YTD-IDX)
           ADD WS-NET-PAY TO YT-NET(WS-YTD-IDX)
           ADD BN-AMOUNT TO YT-SUPP-GROSS(WS-YTD-IDX)
           ADD WS-TAX-OUT TO YT-SUPP-TAX(WS-YTD-IDX)

           PERFORM WRITE-SUPPLEMENTAL-SLIP
           PERFORM WRITE-BANK-DETAIL

           MOVE EMP-ID TO WS-REG-ID
           MOVE BN-AMOUNT TO WS-REG-GROSS
           MOVE WS-TAX-OUT TO WS-REG-TAX
           MOVE 0 TO WS-REG-DED
           MOVE WS-NET-PAY TO WS-REG-NET
           WRITE REGISTER-LINE FROM WS-REG-DETAIL

           MOVE "Y" TO BNT-PAID(WS-BN-IDX)
           ADD 1 TO WS-PAID-COUNT
           ADD BN-AMOUNT TO WS-TOTAL-GROSS
           ADD WS-TAX-OUT TO WS-TOTAL-TAX
           ADD WS-NET-PAY TO WS-TOTAL-NET.

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

       WRITE-SUPPLEMENTAL-SLIP.
           MOVE WS-RUN-DATE-ED TO WS-SLIP-DATE
           MOVE EMP-ID TO WS-SLIP-EMP-ID
           WRITE PAYSLIP-LINE FROM WS-SLIP-HEADER
           IF BN-KIND = "B"
               MOVE "  BONUS:                " TO WS-SLIP-LABEL
           ELSE
               MOVE "  COMMISSION:           " TO WS-SLIP-LABEL
           END-IF
           MOVE BN-AMOUNT TO WS-SLIP-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-SLIP-MONEY-LINE

           MOVE WS-FED-JURIS TO WS-SLIP-R-JURIS
           COMPUTE WS-RATE-PCT = SRT-RATE(WS-FED-SR-IDX) * 100
           MOVE WS-RATE-PCT TO WS-SLIP-R-RATE
           MOVE WS-FED-TAX TO WS-SLIP-R-TAX
           WRITE PAYSLIP-LINE FROM WS-SLIP-RATE-LINE
           IF WS-STATE-SR-IDX > 0
               MOVE EMP-JURIS TO WS-SLIP-R-JURIS
               COMPUTE WS-RATE-PCT = SRT-RATE(WS-STATE-SR-IDX) * 100
               MOVE WS-RATE-PCT TO WS-SLIP-R-RATE
               MOVE WS-STATE-TAX TO WS-SLIP-R-TAX
               WRITE PAYSLIP-LINE FROM WS-SLIP-RATE-LINE
           END-IF

           MOVE "  NET PAY:              " TO WS-SLIP-LABEL
           MOVE WS-NET-PAY TO WS-SLIP-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-SLIP-MONEY-LINE
           MOVE "  YTD GROSS:            " TO WS-SLIP-LABEL
           MOVE YT-GROSS(WS-YTD-IDX) TO WS-SLIP-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-SLIP-MONEY-LINE
           MOVE "  YTD TAX:              " TO WS-SLIP-LABEL
           MOVE YT-TAX(WS-YTD-IDX) TO WS-SLIP-AMOUNT
           WRITE PAYSLIP-LINE FROM WS-SLIP-MONEY-LINE
           MOVE SPACES TO PAYSLIP-LINE
           WRITE PAYSLIP-LINE.

      *---------------------------------------------------------------
      * Split across the employee's elections exactly as the regular
      * run splits net pay: the last split takes the remainder.
      *---------------------------------------------------------------
       WRITE-BANK-DETAIL.
           MOVE 0 TO WS-ELECT-LAST-IDX
           PERFORM VARYING WS-ELECT-IDX FROM 1 BY 1
                   UNTIL WS-ELECT-IDX > WS-ELECT-COUNT
               IF PET-EMP-ID(WS-ELECT-IDX) = EMP-ID
                   MOVE WS-ELECT-IDX TO WS-ELECT-LAST-IDX
               END-IF
           END-PERFORM
           MOVE "N" TO WS-BLOCKED-FLAG
           PERFORM VARYING WS-BLOCKED-IDX FROM 1 BY 1
                   UNTIL WS-BLOCKED-IDX > WS-BLOCKED-COUNT
               IF WS-BLOCKED-ID(WS-BLOCKED-IDX) = EMP-ID
                   MOVE "Y" TO WS-BLOCKED-FLAG
               END-IF
           END-PERFORM
           IF WS-ELECT-LAST-IDX = 0 OR WS-BLOCKED-FLAG = "Y"
               MOVE EMP-ID TO WS-CK-EMP-ID
               MOVE WS-NET-PAY TO WS-CK-NET
               CALL "NEXT-CHECK-NUMBER" USING WS-CK-NUMBER
               END-CALL
               WRITE CHECK-REGISTER-LINE FROM WS-CHECK-DETAIL
               ADD 1 TO WS-CHECK-COUNT
               ADD WS-NET-PAY TO WS-CHECK-TOTAL
           ELSE
               MOVE WS-NET-PAY TO WS-SPLIT-REMAINING
               PERFORM VARYING WS-ELECT-IDX FROM 1 BY 1
                       UNTIL WS-ELECT-IDX > WS-ELECT-COUNT
                   IF PET-EMP-ID(WS-ELECT-IDX) = EMP-ID
                       PERFORM WRITE-ONE-SPLIT
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-ONE-SPLIT.
           IF WS-ELECT-IDX = WS-ELECT-LAST-IDX
               MOVE WS-SPLIT-REMAINING TO WS-SPLIT-AMOUNT
           ELSE
               IF PET-TYPE(WS-ELECT-IDX) = "P"
                   COMPUTE WS-SPLIT-AMOUNT ROUNDED =
                       WS-NET-PAY * PET-VALUE(WS-ELECT-IDX) / 100
               ELSE
                   MOVE PET-VALUE(WS-ELECT-IDX) TO WS-SPLIT-AMOUNT
               END-IF
               IF WS-SPLIT-AMOUNT > WS-SPLIT-REMAINING
                   MOVE WS-SPLIT-REMAINING TO WS-SPLIT-AMOUNT
               END-IF
           END-IF
           SUBTRACT WS-SPLIT-AMOUNT FROM WS-SPLIT-REMAINING

           MOVE WS-SPLIT-AMOUNT TO WS-BANK-NET-ED
           ADD WS-SPLIT-AMOUNT TO WS-BANK-HASH
           ADD 1 TO WS-BANK-DTL-COUNT
           MOVE SPACES TO BANK-FEED-REC
           STRING
               "SUP|"                       DELIMITED BY SIZE
               FUNCTION TRIM(EMP-ID)        DELIMITED BY SIZE
               "|"                          DELIMITED BY SIZE
               FUNCTION TRIM
                   (PET-BANK-ACCT(WS-ELECT-IDX))
                                            DELIMITED BY SIZE
               "|"                          DELIMITED BY SIZE
               WS-BANK-NET-ED               DELIMITED BY SIZE
               INTO BANK-FEED-REC
           END-STRING
           WRITE BANK-FEED-REC.

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
      * Paid lines leave the file; suspended ones stay to be fixed
      * and picked up by the next supplemental run.
      *---------------------------------------------------------------
       REWRITE-BONUS-TRANSACTIONS.
           OPEN OUTPUT BONUS-FILE
           PERFORM VARYING WS-BN-IDX FROM 1 BY 1
                   UNTIL WS-BN-IDX > WS-BN-COUNT
               IF BNT-PAID(WS-BN-IDX) = "N"
                   MOVE BNT-REC(WS-BN-IDX) TO BONUS-REC
                   WRITE BONUS-REC
               END-IF
           END-PERFORM
           CLOSE BONUS-FILE.

      *---------------------------------------------------------------
      * The run's own ledger batch in PAYROLL-DRIVER's shape: gross
      * = tax + net, so it nets to zero; nothing is credited to the
      * deductions clearing account.
      *---------------------------------------------------------------
       POST-SUPPLEMENTAL-JOURNAL.
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
           MOVE WS-TAX-ACCT TO WS-POST-ACCT
           MOVE "C" TO WS-POST-DC
           MOVE WS-TOTAL-TAX TO WS-POST-LEFT
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
           DISPLAY "Supplemental ledger batch written: "
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
      * Abort path: the shared pay-run lock is released before the
      * stop so the regular cycle is not left locked out.
      *---------------------------------------------------------------
       RELEASE-AND-STOP.
           MOVE RETURN-CODE TO WS-SAVED-RC
           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUN-LOCK" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-RESULT
           END-CALL
           MOVE WS-SAVED-RC TO RETURN-CODE
           STOP RUN.
