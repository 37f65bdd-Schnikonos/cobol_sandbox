      * ytd-master.txt. Any employee whose register history and YTD
      * figure disagree is reported line by line - a remittance that
      * doesn't tie to the registers is an audit finding waiting to
      * happen. PAYROLL-SUPPLEMENTAL's registers (base
      * supp-register) are totalled with the regular ones, since
      * the flat-rate tax on bonuses is in YTD-TAX too, and so are
      * PAYROLL-FINAL's leaver registers (base final-register). The
      * filing summary (tax remitted per quarter plus the year
      * total) is written to quarterly-remittance.txt, and each
      * employee's register tax by quarter to
      * quarterly-remit-employees.txt, which WAGE-FILING proves the
      * year-end filing against.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "intermediate/quarterly-remittance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REMIT.
           SELECT EMP-REMIT-FILE
               ASSIGN TO "intermediate/quarterly-remit-employees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMP-REMIT.

       DATA DIVISION.
       FILE SECTION.
          05 YTD-TAX         PIC 9(7)V99.
          05 YTD-NET         PIC 9(7)V99.
          05 YTD-EMPLOYER    PIC 9(7)V99.
          05 YTD-SUPP-GROSS  PIC 9(7)V99.
          05 YTD-SUPP-TAX    PIC 9(7)V99.

       FD REMIT-FILE.
       01 REMIT-LINE         PIC X(60).

       FD EMP-REMIT-FILE.
       01 EMP-REMIT-REC.
          05 ER-EMP-ID       PIC X(6).
          05 ER-YEAR         PIC 9(4).
          05 ER-QTR-TAX OCCURS 4 TIMES
                             PIC S9(9)V99 SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01 FS-CATALOG         PIC XX.
       01 FS-OLD-REG         PIC XX.
       01 FS-YTD             PIC XX.
       01 FS-REMIT           PIC XX.
       01 FS-EMP-REMIT       PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".
       01 WS-REG-END-FLAG    PIC X.
       01 WS-REG-PATH        PIC X(60).
             10 ET-REG-TAX   PIC S9(9)V99.
             10 ET-YTD-TAX   PIC S9(9)V99.
             10 ET-ON-YTD    PIC X.
             10 ET-QTR-TAX OCCURS 4 TIMES PIC S9(9)V99.

       01 WS-DIFF            PIC S9(9)V99.
       01 WS-DIFF-COUNT      PIC 9(3) VALUE 0.
           PERFORM LOAD-YTD-TAX
           PERFORM CROSS-FOOT-EMPLOYEES
           PERFORM WRITE-REMITTANCE-SUMMARY
           PERFORM WRITE-EMPLOYEE-QUARTERS

           DISPLAY "Registers totalled:  " WS-REGS-READ
           DISPLAY "Employees differing: " WS-DIFF-COUNT
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF (CG-BASE(1:8) = "register"
                               OR CG-BASE(1:13) = "supp-register"
                               OR CG-BASE(1:14) = "final-register")
                               AND CG-DATE(1:4) = WS-RUN-YEAR
                               PERFORM TOTAL-ONE-REGISTER
                           END-IF
               ADD WS-LINE-TAX TO WS-YEAR-REG-TAX
               PERFORM FIND-EMP-ENTRY
               ADD WS-LINE-TAX TO ET-REG-TAX(WS-MATCH-IDX)
               ADD WS-LINE-TAX
                   TO ET-QTR-TAX(WS-MATCH-IDX WS-QUARTER)
           END-IF.

       FIND-EMP-ENTRY.
               MOVE 0 TO ET-REG-TAX(WS-MATCH-IDX)
               MOVE 0 TO ET-YTD-TAX(WS-MATCH-IDX)
               MOVE "N" TO ET-ON-YTD(WS-MATCH-IDX)
               PERFORM CLEAR-EMP-QUARTERS
           END-IF.

       CLEAR-EMP-QUARTERS.
           PERFORM VARYING WS-QTR-IDX FROM 1 BY 1
                   UNTIL WS-QTR-IDX > 4
               MOVE 0 TO ET-QTR-TAX(WS-MATCH-IDX WS-QTR-IDX)
           END-PERFORM.

       LOAD-YTD-TAX.
           OPEN INPUT YTD-FILE
           IF FS-YTD NOT = "00"
               MOVE WS-EMP-COUNT TO WS-MATCH-IDX
               MOVE YTD-EMP-ID TO ET-EMP-ID(WS-MATCH-IDX)
               MOVE 0 TO ET-REG-TAX(WS-MATCH-IDX)
               PERFORM CLEAR-EMP-QUARTERS
           END-IF
           MOVE YTD-TAX TO ET-YTD-TAX(WS-MATCH-IDX)
           MOVE "Y" TO ET-ON-YTD(WS-MATCH-IDX)
           DISPLAY "Register tax for year: " WS-TAX-ED
           MOVE WS-YEAR-YTD-TAX TO WS-TAX-ED
           DISPLAY "YTD master tax:        " WS-TAX-ED.

      *---------------------------------------------------------------
      * One row per employee seen on either side: the register tax
      * that went into each quarter's remittance. An employee on the
      * YTD master only carries four zero quarters.
      *---------------------------------------------------------------
       WRITE-EMPLOYEE-QUARTERS.
           OPEN OUTPUT EMP-REMIT-FILE
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               MOVE ET-EMP-ID(WS-EMP-IDX) TO ER-EMP-ID
               MOVE WS-RUN-YEAR TO ER-YEAR
               PERFORM VARYING WS-QTR-IDX FROM 1 BY 1
                       UNTIL WS-QTR-IDX > 4
                   MOVE ET-QTR-TAX(WS-EMP-IDX WS-QTR-IDX)
                       TO ER-QTR-TAX(WS-QTR-IDX)
               END-PERFORM
               WRITE EMP-REMIT-REC
           END-PERFORM
           CLOSE EMP-REMIT-FILE.
