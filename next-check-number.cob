       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEXT-CHECK-NUMBER.

      *---------------------------------------------------------------
      * Shared check numbering for the pay runs that print checks on
      * the payroll account, in NEXT-BATCH-ID's CALLable style.
      * Every check line on a check register carries its number, and
      * POSITIVE-PAY tells the bank which numbers and amounts are
      * good, so a number must never be issued twice.
      *
      * The last number issued lives in check-number-control.dat;
      * each call takes the next one and writes it back.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-CONTROL-FILE
               ASSIGN TO "intermediate/check-number-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHECK-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD CHECK-CONTROL-FILE.
       01 CHECK-CONTROL-REC  PIC 9(7).

       WORKING-STORAGE SECTION.
       01 FS-CHECK-CONTROL   PIC XX.
       01 WS-LAST-CHECK-NO   PIC 9(7).

       LINKAGE SECTION.
       01 LK-CHECK-NUMBER    PIC 9(7).

       PROCEDURE DIVISION USING LK-CHECK-NUMBER.
           MOVE 0 TO WS-LAST-CHECK-NO
           OPEN INPUT CHECK-CONTROL-FILE
           IF FS-CHECK-CONTROL = "00"
               READ CHECK-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHECK-CONTROL-REC IS NUMERIC
                           MOVE CHECK-CONTROL-REC TO WS-LAST-CHECK-NO
                       END-IF
               END-READ
               CLOSE CHECK-CONTROL-FILE
           END-IF

           ADD 1 TO WS-LAST-CHECK-NO
           OPEN OUTPUT CHECK-CONTROL-FILE
           MOVE WS-LAST-CHECK-NO TO CHECK-CONTROL-REC
           WRITE CHECK-CONTROL-REC
           CLOSE CHECK-CONTROL-FILE

           MOVE WS-LAST-CHECK-NO TO LK-CHECK-NUMBER
           GOBACK.
