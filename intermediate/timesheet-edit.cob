       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMESHEET-EDIT.

      *---------------------------------------------------------------
      * Pre-payroll edit over the period's timesheets. Hourly
      * employees (pay type H on employees.txt) are paid from the
      * hours on timesheets.txt instead of a fixed gross, one line
      * per employee per pay period:
      *
      *   <emp-id 6><period YYYYMMDD><regular 9(3)V99>
      *   <overtime 9(3)V99><holiday 9(3)V99>
      *
      * The period is the pay date the driver will run under - the
      * business date. Every line is edited before PAYROLL-DRIVER
      * may price it: the EMP-ID must be on the master and hourly,
      * the period must be this pay period, one line per employee,
      * and each hours figure goes through FIELD-VALIDATOR's HOURS
      * rule. An hourly employee with no timesheet at all is
      * suspended as NO-TIMESHEET rather than quietly paid nothing.
      * A leaver awaiting PAYROLL-FINAL (a last day worked on the
      * master row) is not paid by the regular cycle, so owes no
      * timesheet, and a line keyed for one suspends as LEAVER -
      * the final-pay run prices the last days itself.
      * Anything bad lands in the suspense file with a reason code,
      * the same way PAYROLL-EDIT routes bad employee lines.
      *
      * The verdict, with the period it was earned for, is left in
      * TIMESHEET-EDIT-STATUS; PAYROLL-DRIVER refuses to pay hourly
      * employees over timesheets this edit has not passed clean
      * for the pay date it is running.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "intermediate/employees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMPLOYEE.
           SELECT TIMESHEET-FILE
               ASSIGN TO "intermediate/timesheets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TIMESHEET.
           SELECT SUSPENSE-FILE
               ASSIGN TO "intermediate/timesheet-suspense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENSE.
           SELECT EDIT-STATUS-FILE
               ASSIGN TO "intermediate/timesheet-edit-status.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EDIT-STATUS.
           COPY RUNSTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       01 EMPLOYEE-LINE      PIC X(40).

       FD TIMESHEET-FILE.
       01 TIMESHEET-LINE     PIC X(40).

       FD SUSPENSE-FILE.
       01 SUSPENSE-REC.
          05 SU-TIMESHEET-LINE PIC X(40).
          05 SU-FILLER        PIC X.
          05 SU-REASON-CODE   PIC X(12).

       FD EDIT-STATUS-FILE.
       01 EDIT-STATUS-REC.
          05 ES-VERDICT       PIC X(9).
          05 ES-PERIOD        PIC 9(8).

       COPY RUNSTFD.

       WORKING-STORAGE SECTION.
       COPY RUNSTWS.

       01 FS-EMPLOYEE        PIC XX.
       01 FS-TIMESHEET       PIC XX.
       01 FS-SUSPENSE        PIC XX.
       01 FS-EDIT-STATUS     PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".

       01 WS-PAY-DATE        PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.

       01 EMP-ID             PIC X(6).
       01 EMP-GROSS-TEXT     PIC X(10).
       01 EMP-JURIS          PIC X(3).
       01 EMP-PAY-TYPE       PIC X(10).
       01 EMP-RATE-TEXT      PIC X(10).
       01 EMP-LAST-DAY       PIC X(10).

       01 WS-TS-FIELDS.
          05 TS-EMP-ID       PIC X(6).
          05 TS-PERIOD       PIC X(8).
          05 TS-REGULAR      PIC X(5).
          05 TS-OVERTIME     PIC X(5).
          05 TS-HOLIDAY      PIC X(5).
          05 FILLER          PIC X(11).

       01 WS-RULE-SET        PIC X(8) VALUE "PAYROLL".
       01 WS-FIELD-NAME      PIC X(12) VALUE "HOURS".
       01 WS-HOURS-TEXT      PIC X(10).
       01 WS-ZERO-START      PIC 9(8) VALUE 0.
       01 WS-ZERO-END        PIC 9(8) VALUE 0.
       01 WS-VALID-FLAG      PIC X.
       01 WS-REASON-CODE     PIC X(12).

       01 WS-CLEAN-COUNT     PIC 9(5) VALUE 0.
       01 WS-SUSPEND-COUNT   PIC 9(5) VALUE 0.
       01 WS-MISSING-COUNT   PIC 9(5) VALUE 0.

      *---------------------------------------------------------------
      * The employee master's IDs and pay types, and whether a
      * timesheet line has been seen for each one this run.
      *---------------------------------------------------------------
       01 WS-EMP-COUNT       PIC 9(3) VALUE 0.
       01 WS-EMP-IDX         PIC 9(3).
       01 WS-EMP-MATCH       PIC 9(3).
       01 WS-EMP-TABLE.
          05 WS-EMP-ENTRY OCCURS 200 TIMES.
             10 ET-EMP-ID    PIC X(6).
             10 ET-PAY-TYPE  PIC X.
             10 ET-LEAVER    PIC X.
             10 ET-SEEN      PIC X.

       01 WS-MISSING-LINE.
          05 WS-ML-EMP-ID    PIC X(6).
          05 WS-ML-PERIOD    PIC 9(8).

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           MOVE "TIMESHEET-EDIT" TO RS-PROGRAM-ID
           PERFORM START-RUN-STATS
           CALL "GET-BUSINESS-DATE"
               USING WS-PAY-DATE WS-BUS-DATE-STATUS
           END-CALL
           PERFORM LOAD-EMPLOYEE-MASTER

           OPEN OUTPUT SUSPENSE-FILE
           OPEN INPUT TIMESHEET-FILE
           IF FS-TIMESHEET = "00"
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ TIMESHEET-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           PERFORM EDIT-TIMESHEET-LINE
                   END-READ
               END-PERFORM
               CLOSE TIMESHEET-FILE
           END-IF

           PERFORM CHECK-MISSING-TIMESHEETS
           CLOSE SUSPENSE-FILE
           PERFORM WRITE-EDIT-STATUS

           DISPLAY "Timesheet edit: " WS-CLEAN-COUNT " clean, "
               WS-SUSPEND-COUNT " suspended (" WS-MISSING-COUNT
               " missing) for period " WS-PAY-DATE
           IF WS-SUSPEND-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           COMPUTE RS-IN-COUNT =
               WS-CLEAN-COUNT + WS-SUSPEND-COUNT - WS-MISSING-COUNT
           MOVE WS-CLEAN-COUNT TO RS-OUT-COUNT
           PERFORM WRITE-RUN-STATS
           STOP RUN.

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
                       PERFORM STORE-EMPLOYEE-ROW
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           MOVE "N" TO WS-END-FLAG.

       STORE-EMPLOYEE-ROW.
           IF WS-EMP-COUNT >= 200
               DISPLAY "Employee table full, cannot load master"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO EMP-ID EMP-GROSS-TEXT EMP-JURIS EMP-PAY-TYPE
               EMP-RATE-TEXT EMP-LAST-DAY
           UNSTRING EMPLOYEE-LINE DELIMITED BY ","
               INTO EMP-ID EMP-GROSS-TEXT EMP-JURIS EMP-PAY-TYPE
                   EMP-RATE-TEXT EMP-LAST-DAY
           END-UNSTRING
           ADD 1 TO WS-EMP-COUNT
           MOVE EMP-ID TO ET-EMP-ID(WS-EMP-COUNT)
           IF EMP-PAY-TYPE = SPACES
               MOVE "S" TO ET-PAY-TYPE(WS-EMP-COUNT)
           ELSE
               MOVE EMP-PAY-TYPE(1:1) TO ET-PAY-TYPE(WS-EMP-COUNT)
           END-IF
           IF EMP-LAST-DAY = SPACES
               MOVE "N" TO ET-LEAVER(WS-EMP-COUNT)
           ELSE
               MOVE "Y" TO ET-LEAVER(WS-EMP-COUNT)
           END-IF
           MOVE "N" TO ET-SEEN(WS-EMP-COUNT).

      *---------------------------------------------------------------
      * The edits run in order and the first failure decides the
      * reason code, so a line is suspended once, for its most
      * basic fault.
      *---------------------------------------------------------------
       EDIT-TIMESHEET-LINE.
           MOVE TIMESHEET-LINE TO WS-TS-FIELDS
           PERFORM FIND-EMPLOYEE
           IF WS-EMP-MATCH = 0
               MOVE "UNKNOWN-ID" TO WS-REASON-CODE
               PERFORM SUSPEND-TIMESHEET-LINE
               EXIT PARAGRAPH
           END-IF
           IF ET-SEEN(WS-EMP-MATCH) = "Y"
               MOVE "DUP-EMP-ID" TO WS-REASON-CODE
               PERFORM SUSPEND-TIMESHEET-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO ET-SEEN(WS-EMP-MATCH)
           IF ET-PAY-TYPE(WS-EMP-MATCH) NOT = "H"
               MOVE "NOT-HOURLY" TO WS-REASON-CODE
               PERFORM SUSPEND-TIMESHEET-LINE
               EXIT PARAGRAPH
           END-IF
           IF ET-LEAVER(WS-EMP-MATCH) = "Y"
               MOVE "LEAVER" TO WS-REASON-CODE
               PERFORM SUSPEND-TIMESHEET-LINE
               EXIT PARAGRAPH
           END-IF
           IF TS-PERIOD NOT = WS-PAY-DATE
               MOVE "WRONG-PERIOD" TO WS-REASON-CODE
               PERFORM SUSPEND-TIMESHEET-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-HOURS-TEXT
           MOVE TS-REGULAR TO WS-HOURS-TEXT(1:5)
           PERFORM CHECK-HOURS-FIELD
           IF WS-VALID-FLAG NOT = "Y"
               MOVE "BAD-REG-HRS" TO WS-REASON-CODE
               PERFORM SUSPEND-TIMESHEET-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HOURS-TEXT
           MOVE TS-OVERTIME TO WS-HOURS-TEXT(1:5)
           PERFORM CHECK-HOURS-FIELD
           IF WS-VALID-FLAG NOT = "Y"
               MOVE "BAD-OT-HRS" TO WS-REASON-CODE
               PERFORM SUSPEND-TIMESHEET-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HOURS-TEXT
           MOVE TS-HOLIDAY TO WS-HOURS-TEXT(1:5)
           PERFORM CHECK-HOURS-FIELD
           IF WS-VALID-FLAG NOT = "Y"
               MOVE "BAD-HOL-HRS" TO WS-REASON-CODE
               PERFORM SUSPEND-TIMESHEET-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CLEAN-COUNT.

       FIND-EMPLOYEE.
           MOVE 0 TO WS-EMP-MATCH
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF ET-EMP-ID(WS-EMP-IDX) = TS-EMP-ID
                   MOVE WS-EMP-IDX TO WS-EMP-MATCH
               END-IF
           END-PERFORM.

       CHECK-HOURS-FIELD.
           CALL "FIELD-VALIDATOR" USING WS-RULE-SET WS-FIELD-NAME
               WS-HOURS-TEXT WS-ZERO-START WS-ZERO-END
               WS-VALID-FLAG WS-REASON-CODE
           END-CALL.

      *---------------------------------------------------------------
      * An hourly employee nobody keyed a timesheet for. A week
      * genuinely not worked is keyed as a line of zero hours, so
      * a missing line is always an omission.
      *---------------------------------------------------------------
       CHECK-MISSING-TIMESHEETS.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF ET-PAY-TYPE(WS-EMP-IDX) = "H"
                   AND ET-SEEN(WS-EMP-IDX) = "N"
                   AND ET-LEAVER(WS-EMP-IDX) = "N"
                   MOVE ET-EMP-ID(WS-EMP-IDX) TO WS-ML-EMP-ID
                   MOVE WS-PAY-DATE TO WS-ML-PERIOD
                   MOVE WS-MISSING-LINE TO WS-TS-FIELDS
                   MOVE "NO-TIMESHEET" TO WS-REASON-CODE
                   PERFORM SUSPEND-TIMESHEET-LINE
                   ADD 1 TO WS-MISSING-COUNT
               END-IF
           END-PERFORM.

       SUSPEND-TIMESHEET-LINE.
           MOVE WS-TS-FIELDS TO SU-TIMESHEET-LINE
           MOVE SPACE TO SU-FILLER
           MOVE WS-REASON-CODE TO SU-REASON-CODE
           WRITE SUSPENSE-REC
           ADD 1 TO WS-SUSPEND-COUNT.

       WRITE-EDIT-STATUS.
           OPEN OUTPUT EDIT-STATUS-FILE
           IF WS-SUSPEND-COUNT = 0
               MOVE "OK" TO ES-VERDICT
           ELSE
               MOVE "SUSPENDED" TO ES-VERDICT
           END-IF
           MOVE WS-PAY-DATE TO ES-PERIOD
           WRITE EDIT-STATUS-REC
           CLOSE EDIT-STATUS-FILE.

       COPY RUNSTPD.
