      * in a suspense file with a reason code, the same way
      * VALIDATION-BATCH routes bad scores.
      *
      * The pay type (S salaried, H hourly; blank is salaried) goes
      * through the PAY-TYPE list rule. A salaried line is paid its
      * gross, so the gross is edited; an hourly line is paid off
      * the timesheet at its rate, so the rate is edited instead
      * and its gross, held at zero, is not.
      *
      * A row EMPLOYEE-MAINT has terminated carries the last day
      * worked as a sixth field; it must be a calendar date
      * (FIELD-VALIDATOR's EFF-DATE rule) or the line suspends as
      * BAD-LAST-DAY, since PAYROLL-FINAL prorates off it.
      *
      * The edit verdict is left in PAYROLL-EDIT-STATUS for
      * PAYROLL-DRIVER, which refuses to run a pay cycle over a file
      * this edit has not passed clean.
       01 EMP-ID             PIC X(6).
       01 EMP-GROSS-TEXT     PIC X(10).
       01 EMP-JURIS          PIC X(3).
       01 EMP-PAY-TYPE       PIC X(10).
       01 EMP-RATE-TEXT      PIC X(10).
       01 EMP-LAST-DAY       PIC X(10).

       01 WS-RULE-SET        PIC X(8) VALUE "PAYROLL".
       01 WS-FIELD-NAME      PIC X(12) VALUE "GROSS".
       01 WS-TYPE-FIELD-NAME PIC X(12) VALUE "PAY-TYPE".
       01 WS-RATE-FIELD-NAME PIC X(12) VALUE "RATE".
       01 WS-DAY-FIELD-NAME  PIC X(12) VALUE "EFF-DATE".
       01 WS-ZERO-START      PIC 9(8) VALUE 0.
       01 WS-ZERO-END        PIC 9(8) VALUE 0.
       01 WS-VALID-FLAG      PIC X.

       EDIT-EMPLOYEE-LINE.
           MOVE SPACES TO EMP-ID EMP-GROSS-TEXT EMP-JURIS
               EMP-PAY-TYPE EMP-RATE-TEXT EMP-LAST-DAY
           UNSTRING EMPLOYEE-LINE DELIMITED BY ","
               INTO EMP-ID EMP-GROSS-TEXT EMP-JURIS EMP-PAY-TYPE
                   EMP-RATE-TEXT EMP-LAST-DAY
           END-UNSTRING

           IF EMP-ID = SPACES
           ELSE
               PERFORM CHECK-DUPLICATE-ID
               IF WS-VALID-FLAG = "Y"
                   PERFORM CHECK-LAST-DAY-FIELD
               END-IF
               IF WS-VALID-FLAG = "Y"
                   PERFORM CHECK-PAY-FIELDS
               END-IF
           END-IF.

       CHECK-LAST-DAY-FIELD.
           IF EMP-LAST-DAY = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL "FIELD-VALIDATOR" USING WS-RULE-SET
               WS-DAY-FIELD-NAME EMP-LAST-DAY
               WS-ZERO-START WS-ZERO-END
               WS-VALID-FLAG WS-REASON-CODE
           END-CALL
           IF WS-VALID-FLAG NOT = "Y"
               MOVE "BAD-LAST-DAY" TO WS-REASON-CODE
               PERFORM SUSPEND-EMPLOYEE-LINE
           END-IF.

       CHECK-PAY-FIELDS.
           IF EMP-PAY-TYPE = SPACES
               MOVE "S" TO EMP-PAY-TYPE
           END-IF
           CALL "FIELD-VALIDATOR" USING WS-RULE-SET
               WS-TYPE-FIELD-NAME EMP-PAY-TYPE
               WS-ZERO-START WS-ZERO-END
               WS-VALID-FLAG WS-REASON-CODE
           END-CALL
           IF WS-VALID-FLAG NOT = "Y"
               MOVE "BAD-PAY-TYPE" TO WS-REASON-CODE
               PERFORM SUSPEND-EMPLOYEE-LINE
           ELSE
               IF EMP-PAY-TYPE = "H"
                   PERFORM CHECK-RATE-FIELD
               ELSE
                   PERFORM CHECK-GROSS-FIELD
               END-IF
           END-IF.

       CHECK-RATE-FIELD.
           CALL "FIELD-VALIDATOR" USING WS-RULE-SET
               WS-RATE-FIELD-NAME EMP-RATE-TEXT
               WS-ZERO-START WS-ZERO-END
               WS-VALID-FLAG WS-REASON-CODE
           END-CALL
           IF WS-VALID-FLAG = "Y"
               ADD 1 TO WS-CLEAN-COUNT
           ELSE
               MOVE "BAD-RATE" TO WS-REASON-CODE
               PERFORM SUSPEND-EMPLOYEE-LINE
           END-IF.

       CHECK-DUPLICATE-ID.
           MOVE "Y" TO WS-VALID-FLAG
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
