       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAGE-FILING.

      *---------------------------------------------------------------
      * Year-end electronic wage and tax filing, built from
      * ytd-master.txt instead of being retyped off YTD-STATEMENT's
      * printed statements into the tax authority's upload template.
      * The file (wage-filing.txt, 80-byte records) carries:
      *
      *   RA  submitter record - filing year, submitter ID and name
      *       from wage-filing-submitter.dat, creation date
      *   RW  one wage record per employee per jurisdiction - FED
      *       for everyone, plus the employee's state bracket set
      *       when the employee master names one
      *   RT  one totals record per jurisdiction
      *   RF  final record - wage record count and file totals
      *
      * The YTD master holds one combined tax figure, so the state
      * share is priced back the way the pay runs withheld it: the
      * state brackets on the year's regular gross (CALLS-SUB over
      * BRACKET-LOADER's set, as PAYROLL-DRIVER does) plus the
      * state's flat supplemental rate on the supplemental gross
      * (as PAYROLL-SUPPLEMENTAL does). The federal record carries
      * the rest, so FED plus state always equals YTD-TAX. An
      * employee no longer on the employee master (a leaver paid
      * out by PAYROLL-FINAL) has no state code left, is filed
      * federal only, and is named with return code 4.
      *
      * Nothing is written until the file's withholding is proved
      * against what was actually remitted: the total must equal
      * the four quarters on QUARTERLY-REMIT's summary, and every
      * employee's YTD-TAX must equal the sum of that employee's
      * four quarters on quarterly-remit-employees.txt. Each
      * employee who causes a difference is listed, and the run
      * stops with return code 8 and no filing written. Run
      * QUARTERLY-REMIT first, on the same business year.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-FILE ASSIGN TO "intermediate/ytd-master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-YTD.
           SELECT EMPLOYEE-FILE ASSIGN TO "intermediate/employees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMPLOYEE.
           SELECT TAX-RATE-FILE ASSIGN TO "intermediate/tax-rates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAX-RATE.
           SELECT REMIT-FILE
               ASSIGN TO "intermediate/quarterly-remittance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REMIT.
           SELECT EMP-REMIT-FILE
               ASSIGN TO "intermediate/quarterly-remit-employees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMP-REMIT.
           SELECT SUBMITTER-FILE
               ASSIGN TO "intermediate/wage-filing-submitter.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUBMITTER.
           SELECT FILING-FILE ASSIGN TO "intermediate/wage-filing.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILING.

       DATA DIVISION.
       FILE SECTION.
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

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-LINE      PIC X(80).

       FD TAX-RATE-FILE.
       01 TAX-RATE-REC.
          05 TR-EFF-DATE     PIC 9(8).
          05 TR-BRACKET-NO   PIC 9.
          05 TR-CEILING      PIC 9(7)V99.
          05 TR-RATE         PIC 9V999.
          05 TR-JURIS        PIC X(3).

       FD REMIT-FILE.
       01 REMIT-LINE         PIC X(60).

       FD EMP-REMIT-FILE.
       01 EMP-REMIT-REC.
          05 ER-EMP-ID       PIC X(6).
          05 ER-YEAR         PIC 9(4).
          05 ER-QTR-TAX OCCURS 4 TIMES
                             PIC S9(9)V99 SIGN LEADING SEPARATE.

       FD SUBMITTER-FILE.
       01 SUBMITTER-REC.
          05 SB-ID           PIC X(9).
          05 SB-NAME         PIC X(30).

       FD FILING-FILE.
       01 FILING-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-YTD             PIC XX.
       01 FS-EMPLOYEE        PIC XX.
       01 FS-TAX-RATE        PIC XX.
       01 FS-REMIT           PIC XX.
       01 FS-EMP-REMIT       PIC XX.
       01 FS-SUBMITTER       PIC XX.
       01 FS-FILING          PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".

       01 WS-RUN-DATE        PIC 9(8).
       01 WS-RUN-YEAR        PIC 9(4).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-FED-JURIS       PIC X(3) VALUE "FED".

       01 EMP-ID             PIC X(6).
       01 EMP-GROSS-TEXT     PIC X(7).
       01 EMP-JURIS          PIC X(3).

      *---------------------------------------------------------------
      * The four quarters QUARTERLY-REMIT remitted, off its summary.
      *---------------------------------------------------------------
       01 WS-REMIT-YEAR      PIC X(4) VALUE SPACES.
       01 WS-QTR-TAX-TABLE.
          05 WS-QTR-TAX OCCURS 4 TIMES PIC S9(9)V99.
       01 WS-QTR-FOUND       PIC 9 VALUE 0.
       01 WS-QTR-IDX         PIC 9.
       01 WS-REMITTED-TAX    PIC S9(9)V99 VALUE 0.

      *---------------------------------------------------------------
      * One row per employee on either the YTD master or the
      * quarterly breakdown, with the jurisdiction split of the
      * year's withholding.
      *---------------------------------------------------------------
       01 WS-EMP-COUNT       PIC 9(3) VALUE 0.
       01 WS-EMP-IDX         PIC 9(3).
       01 WS-MATCH-IDX       PIC 9(3).
       01 WS-EMP-TABLE.
          05 WS-EMP-ENTRY OCCURS 200 TIMES.
             10 ET-EMP-ID    PIC X(6).
             10 ET-JURIS     PIC X(3).
             10 ET-ON-MASTER PIC X.
             10 ET-ON-YTD    PIC X.
             10 ET-GROSS     PIC 9(7)V99.
             10 ET-SUPP-GROSS PIC 9(7)V99.
             10 ET-YTD-TAX   PIC 9(7)V99.
             10 ET-STATE-TAX PIC 9(7)V99.
             10 ET-FED-TAX   PIC 9(7)V99.
             10 ET-QTR-SUM   PIC S9(9)V99.

       01 WS-MASTER-COUNT    PIC 9(3) VALUE 0.
       01 WS-MASTER-IDX      PIC 9(3).
       01 WS-MASTER-TABLE.
          05 WS-MASTER-ENTRY OCCURS 200 TIMES.
             10 MT-EMP-ID    PIC X(6).
             10 MT-JURIS     PIC X(3).

      *---------------------------------------------------------------
      * State bracket sets and flat supplemental rates, one slot per
      * jurisdiction, loaded as the employees call for them.
      *---------------------------------------------------------------
       01 WS-JB-COUNT        PIC 9 VALUE 0.
       01 WS-JB-IDX          PIC 9.
       01 WS-JB-MATCH        PIC 9.
       01 WS-JB-CACHE.
          05 WS-JB-ENTRY OCCURS 5 TIMES.
             10 JB-JURIS     PIC X(3).
             10 JB-STATUS    PIC X.
             10 JB-TABLE.
                15 JB-BRACKET OCCURS 5 TIMES.
                   20 JB-CEILING PIC 9(7)V99.
                   20 JB-RATE    PIC 9V999.
             10 JB-FLAT-DATE PIC 9(8).
             10 JB-FLAT-RATE PIC 9V999.

       01 WS-REG-GROSS       PIC 9(7)V99.
       01 WS-STATE-REG-TAX   PIC 9(7)V99.
       01 WS-STATE-SUPP-TAX  PIC 9(7)V99.
       01 WS-STATE-BRACKET   PIC 9.
       01 WS-STATE-SLICES.
          05 WS-ST-SLICE-AMT OCCURS 5 TIMES PIC 9(7)V99.

       01 WS-FILE-TAX        PIC S9(9)V99 VALUE 0.
       01 WS-DIFF            PIC S9(9)V99.
       01 WS-DIFF-COUNT      PIC 9(3) VALUE 0.
       01 WS-FED-ONLY-COUNT  PIC 9(3) VALUE 0.
       01 WS-DIFF-ED         PIC -(8)9.99.
       01 WS-TAX-ED          PIC -(8)9.99.

      *---------------------------------------------------------------
      * Jurisdiction totals for the RT records, FED first.
      *---------------------------------------------------------------
       01 WS-JT-COUNT        PIC 9 VALUE 0.
       01 WS-JT-IDX          PIC 9.
       01 WS-JT-MATCH        PIC 9.
       01 WS-JT-TABLE.
          05 WS-JT-ENTRY OCCURS 6 TIMES.
             10 JT-JURIS     PIC X(3).
             10 JT-COUNT     PIC 9(7).
             10 JT-WAGES     PIC 9(9)V99.
             10 JT-TAX       PIC 9(9)V99.

       01 WS-RW-COUNT        PIC 9(7) VALUE 0.
       01 WS-TOTAL-WAGES     PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-TAX       PIC 9(9)V99 VALUE 0.

       01 WS-RA-REC.
          05 FILLER          PIC X(2) VALUE "RA".
          05 WS-RA-YEAR      PIC 9(4).
          05 WS-RA-ID        PIC X(9).
          05 WS-RA-NAME      PIC X(30).
          05 WS-RA-CREATED   PIC 9(8).
          05 FILLER          PIC X(27) VALUE SPACES.

       01 WS-RW-REC.
          05 FILLER          PIC X(2) VALUE "RW".
          05 WS-RW-YEAR      PIC 9(4).
          05 WS-RW-EMP-ID    PIC X(6).
          05 WS-RW-JURIS     PIC X(3).
          05 WS-RW-WAGES     PIC 9(9)V99.
          05 WS-RW-TAX       PIC 9(9)V99.
          05 FILLER          PIC X(43) VALUE SPACES.

       01 WS-RT-REC.
          05 FILLER          PIC X(2) VALUE "RT".
          05 WS-RT-YEAR      PIC 9(4).
          05 WS-RT-JURIS     PIC X(3).
          05 WS-RT-COUNT     PIC 9(7).
          05 WS-RT-WAGES     PIC 9(9)V99.
          05 WS-RT-TAX       PIC 9(9)V99.
          05 FILLER          PIC X(42) VALUE SPACES.

       01 WS-RF-REC.
          05 FILLER          PIC X(2) VALUE "RF".
          05 WS-RF-YEAR      PIC 9(4).
          05 WS-RF-COUNT     PIC 9(7).
          05 WS-RF-WAGES     PIC 9(9)V99.
          05 WS-RF-TAX       PIC 9(9)V99.
          05 FILLER          PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR

           PERFORM LOAD-REMITTED-QUARTERS
           PERFORM LOAD-EMPLOYEE-MASTER
           PERFORM LOAD-YTD-MASTER
           IF WS-EMP-COUNT = 0
               DISPLAY "No YTD rows for " WS-RUN-YEAR
                   " - nothing to file"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-EMPLOYEE-QUARTERS
           PERFORM PROVE-TO-QUARTERS
           IF WS-DIFF-COUNT > 0
               OR WS-FILE-TAX NOT = WS-REMITTED-TAX
               DISPLAY "Filing withholding does not equal the "
                   "quarters remitted - no filing written"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SPLIT-JURISDICTIONS
           PERFORM WRITE-FILING

           DISPLAY "Wage records written: " WS-RW-COUNT
           MOVE WS-TOTAL-TAX TO WS-TAX-ED
           DISPLAY "Withholding filed:    " WS-TAX-ED
           DISPLAY "Filed federal only:   " WS-FED-ONLY-COUNT
           IF WS-FED-ONLY-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *---------------------------------------------------------------
      * The summary must be for the year being filed and carry all
      * four quarters; anything else means QUARTERLY-REMIT has not
      * been run for this year.
      *---------------------------------------------------------------
       LOAD-REMITTED-QUARTERS.
           PERFORM VARYING WS-QTR-IDX FROM 1 BY 1
                   UNTIL WS-QTR-IDX > 4
               MOVE 0 TO WS-QTR-TAX(WS-QTR-IDX)
           END-PERFORM
           OPEN INPUT REMIT-FILE
           IF FS-REMIT NOT = "00"
               DISPLAY "Cannot open remittance summary, FS=" FS-REMIT
                   " - run QUARTERLY-REMIT first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ REMIT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       PERFORM STORE-REMIT-LINE
               END-READ
           END-PERFORM
           CLOSE REMIT-FILE
           MOVE "N" TO WS-END-FLAG

           IF WS-REMIT-YEAR NOT = WS-RUN-YEAR OR WS-QTR-FOUND < 4
               DISPLAY "Remittance summary is not for " WS-RUN-YEAR
                   " - run QUARTERLY-REMIT first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       STORE-REMIT-LINE.
           IF REMIT-LINE(1:31) = "WITHHOLDING REMITTANCE SUMMARY "
               MOVE REMIT-LINE(32:4) TO WS-REMIT-YEAR
           END-IF
           IF REMIT-LINE(1:8) = "QUARTER "
               AND REMIT-LINE(9:1) >= "1" AND REMIT-LINE(9:1) <= "4"
               MOVE REMIT-LINE(9:1) TO WS-QTR-IDX
               COMPUTE WS-QTR-TAX(WS-QTR-IDX) =
                   FUNCTION NUMVAL(REMIT-LINE(25:12))
               ADD WS-QTR-TAX(WS-QTR-IDX) TO WS-REMITTED-TAX
               ADD 1 TO WS-QTR-FOUND
           END-IF.

       LOAD-EMPLOYEE-MASTER.
           OPEN INPUT EMPLOYEE-FILE
           IF FS-EMPLOYEE NOT = "00"
               DISPLAY "Cannot open employee file, FS=" FS-EMPLOYEE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ EMPLOYEE-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-MASTER-COUNT < 200
                           MOVE SPACES TO EMP-JURIS
                           UNSTRING EMPLOYEE-LINE DELIMITED BY ","
                               INTO EMP-ID EMP-GROSS-TEXT EMP-JURIS
                           END-UNSTRING
                           IF EMP-JURIS = SPACES
                               MOVE WS-FED-JURIS TO EMP-JURIS
                           END-IF
                           ADD 1 TO WS-MASTER-COUNT
                           MOVE EMP-ID TO MT-EMP-ID(WS-MASTER-COUNT)
                           MOVE EMP-JURIS TO MT-JURIS(WS-MASTER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           MOVE "N" TO WS-END-FLAG.

       LOAD-YTD-MASTER.
           OPEN INPUT YTD-FILE
           IF FS-YTD NOT = "00"
               DISPLAY "Cannot open YTD master, FS=" FS-YTD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ YTD-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF YTD-YEAR = WS-RUN-YEAR
                           PERFORM STORE-YTD-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YTD-FILE
           MOVE "N" TO WS-END-FLAG.

       STORE-YTD-ROW.
           MOVE YTD-EMP-ID TO EMP-ID
           PERFORM FIND-EMP-ENTRY
           MOVE "Y" TO ET-ON-YTD(WS-MATCH-IDX)
           MOVE YTD-GROSS TO ET-GROSS(WS-MATCH-IDX)
           MOVE YTD-TAX TO ET-YTD-TAX(WS-MATCH-IDX)
           IF YTD-SUPP-GROSS NUMERIC
               MOVE YTD-SUPP-GROSS TO ET-SUPP-GROSS(WS-MATCH-IDX)
           END-IF
           ADD YTD-TAX TO WS-FILE-TAX.

       LOAD-EMPLOYEE-QUARTERS.
           OPEN INPUT EMP-REMIT-FILE
           IF FS-EMP-REMIT NOT = "00"
               DISPLAY "Cannot open quarterly employee breakdown, FS="
                   FS-EMP-REMIT " - run QUARTERLY-REMIT first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ EMP-REMIT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF ER-YEAR = WS-RUN-YEAR
                           MOVE ER-EMP-ID TO EMP-ID
                           PERFORM FIND-EMP-ENTRY
                           PERFORM VARYING WS-QTR-IDX FROM 1 BY 1
                                   UNTIL WS-QTR-IDX > 4
                               ADD ER-QTR-TAX(WS-QTR-IDX)
                                   TO ET-QTR-SUM(WS-MATCH-IDX)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-REMIT-FILE
           MOVE "N" TO WS-END-FLAG.

       FIND-EMP-ENTRY.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF ET-EMP-ID(WS-EMP-IDX) = EMP-ID
                   MOVE WS-EMP-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0
               IF WS-EMP-COUNT >= 200
                   DISPLAY "Employee table full"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-EMP-COUNT
               MOVE WS-EMP-COUNT TO WS-MATCH-IDX
               MOVE EMP-ID TO ET-EMP-ID(WS-MATCH-IDX)
               MOVE "N" TO ET-ON-YTD(WS-MATCH-IDX)
               MOVE 0 TO ET-GROSS(WS-MATCH-IDX)
               MOVE 0 TO ET-SUPP-GROSS(WS-MATCH-IDX)
               MOVE 0 TO ET-YTD-TAX(WS-MATCH-IDX)
               MOVE 0 TO ET-STATE-TAX(WS-MATCH-IDX)
               MOVE 0 TO ET-FED-TAX(WS-MATCH-IDX)
               MOVE 0 TO ET-QTR-SUM(WS-MATCH-IDX)
               PERFORM FIND-MASTER-JURIS
           END-IF.

       FIND-MASTER-JURIS.
           MOVE WS-FED-JURIS TO ET-JURIS(WS-MATCH-IDX)
           MOVE "N" TO ET-ON-MASTER(WS-MATCH-IDX)
           PERFORM VARYING WS-MASTER-IDX FROM 1 BY 1
                   UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
               IF MT-EMP-ID(WS-MASTER-IDX) = EMP-ID
                   MOVE MT-JURIS(WS-MASTER-IDX)
                       TO ET-JURIS(WS-MATCH-IDX)
                   MOVE "Y" TO ET-ON-MASTER(WS-MATCH-IDX)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Line-by-line proof: each employee whose YTD withholding does
      * not equal the four quarters remitted for them is named with
      * the difference, including employees on one side only.
      *---------------------------------------------------------------
       PROVE-TO-QUARTERS.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               COMPUTE WS-DIFF =
                   ET-YTD-TAX(WS-EMP-IDX) - ET-QTR-SUM(WS-EMP-IDX)
               IF WS-DIFF NOT = 0
                   MOVE WS-DIFF TO WS-DIFF-ED
                   DISPLAY "DIFFERENCE " ET-EMP-ID(WS-EMP-IDX)
                       " YTD VS QUARTERS " WS-DIFF-ED
                   ADD 1 TO WS-DIFF-COUNT
               END-IF
               IF ET-ON-YTD(WS-EMP-IDX) = "N"
                   DISPLAY "NOT ON YTD MASTER: "
                       ET-EMP-ID(WS-EMP-IDX)
               END-IF
           END-PERFORM

           MOVE WS-FILE-TAX TO WS-TAX-ED
           DISPLAY "YTD withholding:      " WS-TAX-ED
           MOVE WS-REMITTED-TAX TO WS-TAX-ED
           DISPLAY "Quarters remitted:    " WS-TAX-ED
           DISPLAY "Employees differing:  " WS-DIFF-COUNT.

      *---------------------------------------------------------------
      * State share first, federal takes the remainder.
      *---------------------------------------------------------------
       SPLIT-JURISDICTIONS.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF ET-ON-MASTER(WS-EMP-IDX) = "N"
                   DISPLAY "NOT ON EMPLOYEE MASTER: "
                       ET-EMP-ID(WS-EMP-IDX) " - FILED FEDERAL ONLY"
                   ADD 1 TO WS-FED-ONLY-COUNT
               END-IF
               IF ET-JURIS(WS-EMP-IDX) NOT = WS-FED-JURIS
                   PERFORM PRICE-STATE-SHARE
               END-IF
               COMPUTE ET-FED-TAX(WS-EMP-IDX) =
                   ET-YTD-TAX(WS-EMP-IDX) - ET-STATE-TAX(WS-EMP-IDX)
           END-PERFORM.

       PRICE-STATE-SHARE.
           MOVE ET-JURIS(WS-EMP-IDX) TO EMP-JURIS
           PERFORM FIND-JURIS-SET
           IF JB-STATUS(WS-JB-MATCH) NOT = "Y"
               DISPLAY "No " EMP-JURIS " bracket set in force for "
                   WS-RUN-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-REG-GROSS =
               ET-GROSS(WS-EMP-IDX) - ET-SUPP-GROSS(WS-EMP-IDX)
           CALL "CALLS-SUB"
               USING WS-REG-GROSS JB-TABLE(WS-JB-MATCH)
                   WS-STATE-REG-TAX WS-STATE-BRACKET WS-STATE-SLICES
           END-CALL
           COMPUTE WS-STATE-SUPP-TAX ROUNDED =
               ET-SUPP-GROSS(WS-EMP-IDX) * JB-FLAT-RATE(WS-JB-MATCH)
           COMPUTE ET-STATE-TAX(WS-EMP-IDX) =
               WS-STATE-REG-TAX + WS-STATE-SUPP-TAX
           IF ET-STATE-TAX(WS-EMP-IDX) > ET-YTD-TAX(WS-EMP-IDX)
               MOVE ET-YTD-TAX(WS-EMP-IDX) TO ET-STATE-TAX(WS-EMP-IDX)
           END-IF.

       FIND-JURIS-SET.
           MOVE 0 TO WS-JB-MATCH
           PERFORM VARYING WS-JB-IDX FROM 1 BY 1
                   UNTIL WS-JB-IDX > WS-JB-COUNT
               IF JB-JURIS(WS-JB-IDX) = EMP-JURIS
                   MOVE WS-JB-IDX TO WS-JB-MATCH
               END-IF
           END-PERFORM
           IF WS-JB-MATCH = 0
               IF WS-JB-COUNT >= 5
                   DISPLAY "Jurisdiction cache full for " EMP-JURIS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-JB-COUNT
               MOVE WS-JB-COUNT TO WS-JB-MATCH
               MOVE EMP-JURIS TO JB-JURIS(WS-JB-MATCH)
               CALL "BRACKET-LOADER"
                   USING WS-RUN-DATE JB-JURIS(WS-JB-MATCH)
                       JB-TABLE(WS-JB-MATCH)
                       JB-STATUS(WS-JB-MATCH)
               END-CALL
               PERFORM LOAD-FLAT-RATE
           END-IF.

      *---------------------------------------------------------------
      * The state's flat supplemental rate is its bracket-0 row, the
      * latest in force on the run date; a state without one took no
      * state tax on supplemental pay.
      *---------------------------------------------------------------
       LOAD-FLAT-RATE.
           MOVE 0 TO JB-FLAT-DATE(WS-JB-MATCH)
           MOVE 0 TO JB-FLAT-RATE(WS-JB-MATCH)
           OPEN INPUT TAX-RATE-FILE
           IF FS-TAX-RATE NOT = "00"
               DISPLAY "Cannot open tax rate file, FS=" FS-TAX-RATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ TAX-RATE-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF TR-BRACKET-NO = 0
                           AND TR-JURIS = EMP-JURIS
                           AND TR-EFF-DATE <= WS-RUN-DATE
                           AND TR-EFF-DATE >= JB-FLAT-DATE(WS-JB-MATCH)
                           MOVE TR-EFF-DATE
                               TO JB-FLAT-DATE(WS-JB-MATCH)
                           MOVE TR-RATE TO JB-FLAT-RATE(WS-JB-MATCH)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-RATE-FILE
           MOVE "N" TO WS-END-FLAG.

       WRITE-FILING.
           MOVE SPACES TO SUBMITTER-REC
           OPEN INPUT SUBMITTER-FILE
           IF FS-SUBMITTER = "00"
               READ SUBMITTER-FILE
                   AT END
                       MOVE SPACES TO SUBMITTER-REC
               END-READ
               CLOSE SUBMITTER-FILE
           END-IF
           IF SB-ID = SPACES
               DISPLAY "No submitter on wage-filing-submitter.dat"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT FILING-FILE
           MOVE WS-RUN-YEAR TO WS-RA-YEAR
           MOVE SB-ID TO WS-RA-ID
           MOVE SB-NAME TO WS-RA-NAME
           MOVE WS-RUN-DATE TO WS-RA-CREATED
           WRITE FILING-REC FROM WS-RA-REC

           MOVE 1 TO WS-JT-COUNT
           MOVE WS-FED-JURIS TO JT-JURIS(1)
           MOVE 0 TO JT-COUNT(1) JT-WAGES(1) JT-TAX(1)
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               MOVE WS-FED-JURIS TO EMP-JURIS
               MOVE ET-FED-TAX(WS-EMP-IDX) TO WS-RW-TAX
               PERFORM WRITE-WAGE-RECORD
               IF ET-JURIS(WS-EMP-IDX) NOT = WS-FED-JURIS
                   MOVE ET-JURIS(WS-EMP-IDX) TO EMP-JURIS
                   MOVE ET-STATE-TAX(WS-EMP-IDX) TO WS-RW-TAX
                   PERFORM WRITE-WAGE-RECORD
               END-IF
           END-PERFORM

           PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                   UNTIL WS-JT-IDX > WS-JT-COUNT
               MOVE WS-RUN-YEAR TO WS-RT-YEAR
               MOVE JT-JURIS(WS-JT-IDX) TO WS-RT-JURIS
               MOVE JT-COUNT(WS-JT-IDX) TO WS-RT-COUNT
               MOVE JT-WAGES(WS-JT-IDX) TO WS-RT-WAGES
               MOVE JT-TAX(WS-JT-IDX) TO WS-RT-TAX
               WRITE FILING-REC FROM WS-RT-REC
           END-PERFORM

           MOVE WS-RUN-YEAR TO WS-RF-YEAR
           MOVE WS-RW-COUNT TO WS-RF-COUNT
           MOVE WS-TOTAL-WAGES TO WS-RF-WAGES
           MOVE WS-TOTAL-TAX TO WS-RF-TAX
           WRITE FILING-REC FROM WS-RF-REC
           CLOSE FILING-FILE.

      *---------------------------------------------------------------
      * Wages are the year's whole gross in every jurisdiction; the
      * file total counts federal wages once, so it adds up to the
      * YTD master's gross and withholding.
      *---------------------------------------------------------------
       WRITE-WAGE-RECORD.
           MOVE WS-RUN-YEAR TO WS-RW-YEAR
           MOVE ET-EMP-ID(WS-EMP-IDX) TO WS-RW-EMP-ID
           MOVE EMP-JURIS TO WS-RW-JURIS
           MOVE ET-GROSS(WS-EMP-IDX) TO WS-RW-WAGES
           WRITE FILING-REC FROM WS-RW-REC
           ADD 1 TO WS-RW-COUNT
           IF EMP-JURIS = WS-FED-JURIS
               ADD ET-GROSS(WS-EMP-IDX) TO WS-TOTAL-WAGES
           END-IF
           ADD WS-RW-TAX TO WS-TOTAL-TAX

           MOVE 0 TO WS-JT-MATCH
           PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                   UNTIL WS-JT-IDX > WS-JT-COUNT
               IF JT-JURIS(WS-JT-IDX) = EMP-JURIS
                   MOVE WS-JT-IDX TO WS-JT-MATCH
               END-IF
           END-PERFORM
           IF WS-JT-MATCH = 0
               ADD 1 TO WS-JT-COUNT
               MOVE WS-JT-COUNT TO WS-JT-MATCH
               MOVE EMP-JURIS TO JT-JURIS(WS-JT-MATCH)
               MOVE 0 TO JT-COUNT(WS-JT-MATCH)
               MOVE 0 TO JT-WAGES(WS-JT-MATCH)
               MOVE 0 TO JT-TAX(WS-JT-MATCH)
           END-IF
           ADD 1 TO JT-COUNT(WS-JT-MATCH)
           ADD ET-GROSS(WS-EMP-IDX) TO JT-WAGES(WS-JT-MATCH)
           ADD WS-RW-TAX TO JT-TAX(WS-JT-MATCH).
