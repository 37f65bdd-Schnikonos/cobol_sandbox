      *
      *   A<emp-id>,<gross>[,<juris>]   add a new employee
      *   C<emp-id>,<gross>[,<juris>]   change gross (and state)
      *   T<emp-id>[,<last-day>]        terminate
      *
      * The optional third field is the employee's withholding
      * jurisdiction - FED, or a state code with its own bracket
      * right night. PENDING-RELEASE feeds the newly due ones back
      * through this run's normal validation and audit path.
      *
      * Optional fifth and sixth fields carry the pay type - S for
      * salaried, paid the fixed gross, or H for hourly, paid from
      * the timesheet file at the hourly rate - and the hourly rate
      * itself (9(3)V99, e.g. 01850 = 18.50), after the effective
      * date, so a transaction with no effective date keys the
      * date field empty:
      *
      *   AEMP007,0000000,FED,,H,01850
      *
      * Left off, an add is salaried and a change keeps the type
      * and rate on file. A salaried row must carry a valid gross;
      * an hourly row must carry a valid rate instead, and its
      * gross is held at zero since its pay comes off the hours.
      *
      * A termination no longer drops the row. Its second field is
      * the last day worked (YYYYMMDD, the business date when left
      * off), checked as a calendar date and refused if it is still
      * ahead - key a future leaver with an effective date and the
      * transaction parks. The date goes onto the row as a sixth
      * field, which queues the employee for PAYROLL-FINAL: the
      * regular cycle stops paying the row, and the final-pay run
      * removes it from the master once the final pay is out. A
      * change to a row awaiting final pay suspends as TERMINATED.
      *
      * Every transaction is validated before it is applied - the
      * gross through FIELD-VALIDATOR, the EMP-ID against the master
      * - and a bad one goes to a suspense file with a reason code
      * instead of half-applying. Each applied change writes a
      * before/after audit line stamped date-and-time the way
      * MODULAR-FLOW's WRITE-AUDIT-LINE does, so "who had what gross
      * when" survives the edit. The line ends with the signed-on
      * operator from GET-OPERATOR, so it also shows who keyed it.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "intermediate/payroll-edit-status.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EDIT-STATUS.
           SELECT TIMESHEET-STATUS-FILE
               ASSIGN TO "intermediate/timesheet-edit-status.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TS-STATUS.
           SELECT PENDING-FILE
               ASSIGN TO "intermediate/pending-emp-transactions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
          05 SU-REASON-CODE  PIC X(12).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-REC      PIC X(70).

       FD EDIT-STATUS-FILE.
       01 EDIT-STATUS-REC    PIC X(9).

       FD TIMESHEET-STATUS-FILE.
       01 TIMESHEET-STATUS-REC PIC X(17).

       FD PENDING-FILE.
       01 PENDING-REC        PIC X(40).

       WORKING-STORAGE SECTION.
       01 FS-EMPLOYEE        PIC XX.
       01 FS-EDIT-STATUS     PIC XX.
       01 FS-TS-STATUS       PIC XX.
       01 FS-TRANSACTION     PIC XX.
       01 FS-SUSPENSE        PIC XX.
       01 FS-AUDIT           PIC XX.
       01 WS-TXN-GROSS       PIC X(10).
       01 WS-TXN-JURIS       PIC X(3).
       01 WS-TXN-EFF-DATE    PIC X(8).
       01 WS-TXN-PAY-TYPE    PIC X(10).
       01 WS-TXN-RATE        PIC X(10).
       01 WS-NEW-PAY-TYPE    PIC X.
       01 WS-NEW-RATE        PIC X(5).
       01 WS-NEW-GROSS       PIC X(7).
       01 WS-LAST-DAY        PIC X(8).
       01 WS-LINE-PTR        PIC 9(2).
       01 FS-PENDING         PIC XX.
       01 WS-PENDING-OPEN    PIC X VALUE "N".
       01 WS-PARKED-COUNT    PIC 9(5) VALUE 0.
       01 WS-RULE-SET        PIC X(8) VALUE "PAYROLL".
       01 WS-FIELD-NAME      PIC X(12) VALUE "GROSS".
       01 WS-EFF-FIELD-NAME  PIC X(12) VALUE "EFF-DATE".
       01 WS-TYPE-FIELD-NAME PIC X(12) VALUE "PAY-TYPE".
       01 WS-RATE-FIELD-NAME PIC X(12) VALUE "RATE".
       01 WS-EFF-VAL-TEXT    PIC X(10).
       01 WS-ZERO-START      PIC 9(8) VALUE 0.
       01 WS-ZERO-END        PIC 9(8) VALUE 0.
             10 ET-EMP-ID    PIC X(6).
             10 ET-GROSS     PIC X(7).
             10 ET-JURIS     PIC X(3).
             10 ET-PAY-TYPE  PIC X.
             10 ET-RATE      PIC X(5).
             10 ET-LAST-DAY  PIC X(8).
             10 ET-DELETED   PIC X.

      *---------------------------------------------------------------
          05 AL-BEFORE-GROSS  PIC X(7).
          05 AL-SPACE-5       PIC X VALUE SPACE.
          05 AL-AFTER-GROSS   PIC X(7).
          05 AL-SPACE-6       PIC X VALUE SPACE.
          05 AL-BEFORE-PAY.
             10 AL-BEFORE-TYPE PIC X.
             10 AL-BEFORE-RATE PIC X(5).
          05 AL-SPACE-7       PIC X VALUE SPACE.
          05 AL-AFTER-PAY.
             10 AL-AFTER-TYPE PIC X.
             10 AL-AFTER-RATE PIC X(5).
          05 AL-SPACE-8       PIC X VALUE SPACE.
          05 AL-OPERATOR      PIC X(8).

       01 WS-TODAY           PIC 9(8).
       01 WS-EFF-TODAY-X     PIC X(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-NOW             PIC 9(8).
       01 WS-OPERATOR-ID     PIC X(8).

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-EMP-COUNT
           MOVE SPACES TO WS-EMP-ENTRY(WS-EMP-COUNT)
           UNSTRING EMPLOYEE-LINE DELIMITED BY ","
               INTO ET-EMP-ID(WS-EMP-COUNT) ET-GROSS(WS-EMP-COUNT)
                   ET-JURIS(WS-EMP-COUNT) ET-PAY-TYPE(WS-EMP-COUNT)
                   ET-RATE(WS-EMP-COUNT) ET-LAST-DAY(WS-EMP-COUNT)
           END-UNSTRING
           IF ET-JURIS(WS-EMP-COUNT) = SPACES
               MOVE "FED" TO ET-JURIS(WS-EMP-COUNT)
           END-IF
           IF ET-PAY-TYPE(WS-EMP-COUNT) = SPACES
               MOVE "S" TO ET-PAY-TYPE(WS-EMP-COUNT)
           END-IF
           IF ET-RATE(WS-EMP-COUNT) = SPACES
               MOVE "00000" TO ET-RATE(WS-EMP-COUNT)
           END-IF
           MOVE "N" TO ET-DELETED(WS-EMP-COUNT).

       APPLY-ONE-TRANSACTION.
           MOVE TRANSACTION-LINE(1:1) TO WS-TXN-ACTION
           MOVE TRANSACTION-LINE(2:39) TO WS-TXN-BODY
           MOVE SPACES TO WS-TXN-EMP-ID WS-TXN-GROSS WS-TXN-JURIS
               WS-TXN-EFF-DATE WS-TXN-PAY-TYPE WS-TXN-RATE
           UNSTRING WS-TXN-BODY DELIMITED BY ","
               INTO WS-TXN-EMP-ID WS-TXN-GROSS WS-TXN-JURIS
                   WS-TXN-EFF-DATE WS-TXN-PAY-TYPE WS-TXN-RATE
           END-UNSTRING

           IF WS-TXN-EFF-DATE NOT = SPACES
               MOVE "ALREADY-ON" TO WS-REASON-CODE
               PERFORM SUSPEND-TRANSACTION
           ELSE
               MOVE "S" TO WS-NEW-PAY-TYPE
               MOVE "00000" TO WS-NEW-RATE
               PERFORM CHECK-TXN-PAY
               IF WS-VALID-FLAG = "Y"
                   IF WS-EMP-COUNT >= 200
                       DISPLAY "Employee table full, cannot add "
                   END-IF
                   ADD 1 TO WS-EMP-COUNT
                   MOVE WS-TXN-EMP-ID TO ET-EMP-ID(WS-EMP-COUNT)
                   MOVE WS-NEW-GROSS TO ET-GROSS(WS-EMP-COUNT)
                   MOVE WS-NEW-PAY-TYPE TO ET-PAY-TYPE(WS-EMP-COUNT)
                   MOVE WS-NEW-RATE TO ET-RATE(WS-EMP-COUNT)
                   IF WS-TXN-JURIS = SPACES
                       MOVE "FED" TO ET-JURIS(WS-EMP-COUNT)
                   ELSE
                           TO ET-JURIS(WS-EMP-COUNT)
                   END-IF
                   MOVE "N" TO ET-DELETED(WS-EMP-COUNT)
                   MOVE SPACES TO AL-BEFORE-GROSS AL-BEFORE-PAY
                   MOVE WS-NEW-GROSS TO AL-AFTER-GROSS
                   MOVE WS-NEW-PAY-TYPE TO AL-AFTER-TYPE
                   MOVE WS-NEW-RATE TO AL-AFTER-RATE
                   PERFORM WRITE-AUDIT-LINE
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF
           IF WS-MATCH-IDX = 0
               MOVE "UNKNOWN-ID" TO WS-REASON-CODE
               PERFORM SUSPEND-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF ET-LAST-DAY(WS-MATCH-IDX) NOT = SPACES
               MOVE "TERMINATED" TO WS-REASON-CODE
               PERFORM SUSPEND-TRANSACTION
           ELSE
               MOVE ET-PAY-TYPE(WS-MATCH-IDX) TO WS-NEW-PAY-TYPE
               MOVE ET-RATE(WS-MATCH-IDX) TO WS-NEW-RATE
               PERFORM CHECK-TXN-PAY
               IF WS-VALID-FLAG = "Y"
                   MOVE ET-GROSS(WS-MATCH-IDX) TO AL-BEFORE-GROSS
                   MOVE ET-PAY-TYPE(WS-MATCH-IDX) TO AL-BEFORE-TYPE
                   MOVE ET-RATE(WS-MATCH-IDX) TO AL-BEFORE-RATE
                   MOVE WS-NEW-GROSS TO ET-GROSS(WS-MATCH-IDX)
                   MOVE WS-NEW-PAY-TYPE TO ET-PAY-TYPE(WS-MATCH-IDX)
                   MOVE WS-NEW-RATE TO ET-RATE(WS-MATCH-IDX)
                   IF WS-TXN-JURIS NOT = SPACES
                       MOVE WS-TXN-JURIS
                           TO ET-JURIS(WS-MATCH-IDX)
                   END-IF
                   MOVE WS-NEW-GROSS TO AL-AFTER-GROSS
                   MOVE WS-NEW-PAY-TYPE TO AL-AFTER-TYPE
                   MOVE WS-NEW-RATE TO AL-AFTER-RATE
                   PERFORM WRITE-AUDIT-LINE
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Stamps the last day worked on the row rather than dropping
      * it; the row leaves the master when PAYROLL-FINAL has paid
      * the employee out.
      *---------------------------------------------------------------
       APPLY-TERMINATE.
           IF WS-MATCH-IDX = 0
               MOVE "UNKNOWN-ID" TO WS-REASON-CODE
               PERFORM SUSPEND-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF ET-LAST-DAY(WS-MATCH-IDX) NOT = SPACES
               MOVE "ALREADY-TERM" TO WS-REASON-CODE
               PERFORM SUSPEND-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF WS-TXN-GROSS = SPACES
               MOVE WS-EFF-TODAY-X TO WS-LAST-DAY
           ELSE
               MOVE SPACES TO WS-EFF-VAL-TEXT
               MOVE WS-TXN-GROSS(1:8) TO WS-EFF-VAL-TEXT(1:8)
               CALL "FIELD-VALIDATOR" USING WS-RULE-SET
                   WS-EFF-FIELD-NAME WS-EFF-VAL-TEXT
                   WS-ZERO-START WS-ZERO-END
                   WS-VALID-FLAG WS-REASON-CODE
               END-CALL
               IF WS-VALID-FLAG NOT = "Y"
                   OR WS-TXN-GROSS(1:8) > WS-EFF-TODAY-X
                   MOVE "BAD-LAST-DAY" TO WS-REASON-CODE
                   PERFORM SUSPEND-TRANSACTION
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TXN-GROSS(1:8) TO WS-LAST-DAY
           END-IF
           MOVE ET-GROSS(WS-MATCH-IDX) TO AL-BEFORE-GROSS
           MOVE ET-PAY-TYPE(WS-MATCH-IDX) TO AL-BEFORE-TYPE
           MOVE ET-RATE(WS-MATCH-IDX) TO AL-BEFORE-RATE
           MOVE WS-LAST-DAY TO ET-LAST-DAY(WS-MATCH-IDX)
           MOVE SPACES TO AL-AFTER-GROSS AL-AFTER-PAY
           PERFORM WRITE-AUDIT-LINE
           ADD 1 TO WS-APPLIED-COUNT.

      *---------------------------------------------------------------
      * Settles the pay fields the row will carry. WS-NEW-PAY-TYPE
      * and WS-NEW-RATE come in holding the row's current values
      * (salaried and no rate for an add); a keyed pay type or rate
      * replaces them once it passes its rule. Salaried pay then
      * rests on the gross, hourly pay on the rate.
      *---------------------------------------------------------------
       CHECK-TXN-PAY.
           MOVE "Y" TO WS-VALID-FLAG
           IF WS-TXN-PAY-TYPE NOT = SPACES
               CALL "FIELD-VALIDATOR" USING WS-RULE-SET
                   WS-TYPE-FIELD-NAME WS-TXN-PAY-TYPE
                   WS-ZERO-START WS-ZERO-END
                   WS-VALID-FLAG WS-REASON-CODE
               END-CALL
               IF WS-VALID-FLAG NOT = "Y"
                   MOVE "BAD-PAY-TYPE" TO WS-REASON-CODE
                   PERFORM SUSPEND-TRANSACTION
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TXN-PAY-TYPE(1:1) TO WS-NEW-PAY-TYPE
           END-IF

           IF WS-TXN-RATE NOT = SPACES
               MOVE WS-TXN-RATE(1:5) TO WS-NEW-RATE
           END-IF

           IF WS-NEW-PAY-TYPE = "H"
               MOVE SPACES TO WS-TXN-RATE
               MOVE WS-NEW-RATE TO WS-TXN-RATE(1:5)
               CALL "FIELD-VALIDATOR" USING WS-RULE-SET
                   WS-RATE-FIELD-NAME WS-TXN-RATE
                   WS-ZERO-START WS-ZERO-END
                   WS-VALID-FLAG WS-REASON-CODE
               END-CALL
               IF WS-VALID-FLAG NOT = "Y"
                   MOVE "BAD-RATE" TO WS-REASON-CODE
                   PERFORM SUSPEND-TRANSACTION
                   EXIT PARAGRAPH
               END-IF
               MOVE "0000000" TO WS-NEW-GROSS
           ELSE
               MOVE "00000" TO WS-NEW-RATE
               PERFORM CHECK-TXN-GROSS
               MOVE WS-TXN-GROSS(1:7) TO WS-NEW-GROSS
           END-IF.

       CHECK-TXN-GROSS.

      *---------------------------------------------------------------
      * One line per applied change: when, what action, which
      * employee, the gross before and the gross after, then the
      * pay type and hourly rate before and after.
      *---------------------------------------------------------------
       WRITE-AUDIT-LINE.
           CALL "GET-BUSINESS-DATE"
           MOVE WS-TODAY TO AL-DATE
           MOVE WS-NOW(1:6) TO AL-TIME
           MOVE SPACE TO AL-SPACE-1 AL-SPACE-2 AL-SPACE-3
               AL-SPACE-4 AL-SPACE-5 AL-SPACE-6 AL-SPACE-7 AL-SPACE-8
           CALL "GET-OPERATOR" USING WS-OPERATOR-ID
           END-CALL
           MOVE WS-OPERATOR-ID TO AL-OPERATOR
           MOVE WS-TXN-ACTION TO AL-ACTION
           MOVE WS-TXN-EMP-ID TO AL-EMP-ID
           MOVE AUDIT-LINE-FIELDS TO AUDIT-LOG-REC
           WRITE AUDIT-LOG-REC.

      *---------------------------------------------------------------
      * The master just changed, so any edit verdict on file was
      * earned by the OLD master. Stamp the verdict STALE so the
      * payroll driver refuses to pay until PAYROLL-EDIT has passed
      * the maintained file. The timesheet verdict was checked
      * against the old master's pay types too, so it goes STALE
      * with it and TIMESHEET-EDIT has to run again.
      *---------------------------------------------------------------
       MARK-EDIT-VERDICT-STALE.
           OPEN OUTPUT EDIT-STATUS-FILE
               MOVE "STALE" TO EDIT-STATUS-REC
               WRITE EDIT-STATUS-REC
               CLOSE EDIT-STATUS-FILE
           END-IF
           OPEN OUTPUT TIMESHEET-STATUS-FILE
           IF FS-TS-STATUS NOT = "00"
               DISPLAY "Cannot stamp timesheet status, FS="
                   FS-TS-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "STALE" TO TIMESHEET-STATUS-REC
               WRITE TIMESHEET-STATUS-REC
               CLOSE TIMESHEET-STATUS-FILE
           END-IF.

      *---------------------------------------------------------------
      * Writes the maintained table back as the new master. A row
      * awaiting final pay carries its last day worked as a sixth
      * field.
      *---------------------------------------------------------------
       REWRITE-EMPLOYEE-MASTER.
           OPEN OUTPUT EMPLOYEE-FILE
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF ET-DELETED(WS-EMP-IDX) = "N"
                   MOVE SPACES TO EMPLOYEE-LINE
                   MOVE 1 TO WS-LINE-PTR
                   STRING
                       FUNCTION TRIM(ET-EMP-ID(WS-EMP-IDX))
                           DELIMITED BY SIZE
                       ET-GROSS(WS-EMP-IDX) DELIMITED BY SIZE
                       ","  DELIMITED BY SIZE
                       ET-JURIS(WS-EMP-IDX) DELIMITED BY SIZE
                       ","  DELIMITED BY SIZE
                       ET-PAY-TYPE(WS-EMP-IDX) DELIMITED BY SIZE
                       ","  DELIMITED BY SIZE
                       ET-RATE(WS-EMP-IDX) DELIMITED BY SIZE
                       INTO EMPLOYEE-LINE
                       WITH POINTER WS-LINE-PTR
                   END-STRING
                   IF ET-LAST-DAY(WS-EMP-IDX) NOT = SPACES
                       STRING
                           ","  DELIMITED BY SIZE
                           ET-LAST-DAY(WS-EMP-IDX) DELIMITED BY SIZE
                           INTO EMPLOYEE-LINE
                           WITH POINTER WS-LINE-PTR
                       END-STRING
                   END-IF
                   WRITE EMPLOYEE-LINE
               END-IF
           END-PERFORM
