       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-MAINT.

      *---------------------------------------------------------------
      * Budget file maintenance in ACCT-MAINT's transaction style.
      * budget-master.txt holds one planned amount per account per
      * period, keyed the same YYYYMM way GET-OPEN-PERIOD hands
      * periods out:
      *
      *   <acct 4><period 6><amount S9(7)V99 trailing sign>
      *
      * Amounts are stated in the account's natural direction - a
      * revenue budget is the revenue expected, an expense budget
      * the spend expected - and BUDGET-VARIANCE compares them with
      * the ledger. Changes arrive in budget-transactions.txt:
      *
      *   L<acct 4><period 6><amount>   load a new budget line
      *   R<acct 4><period 6><amount>   revise an existing line
      *   D<acct 4><period 6>           drop a line
      *
      * The account must pass the check digit and be on bbbbbb.txt,
      * and the period's month must be 01-12. Bad transactions go
      * to the suspense file with a reason code; every applied
      * change writes an old -> new audit line, stamped with the
      * signed-on operator from GET-OPERATOR. The file is kept in
      * account/period order.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-SEQ-FILE ASSIGN TO "bbbbbb.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCT-SEQ.
           SELECT BUDGET-FILE ASSIGN TO "budget-master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BUDGET.
           SELECT TRANSACTION-FILE
               ASSIGN TO "budget-transactions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRANSACTION.
           SELECT SUSPENSE-FILE ASSIGN TO "budget-maint-suspense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENSE.
           SELECT AUDIT-LOG-FILE ASSIGN TO "budget-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD ACCT-SEQ-FILE.
       01 ACCT-SEQ-RECORD.
          05 SEQ-ACCT-NUMBER PIC 9(4).
          05 SEQ-ACCT-NAME   PIC X(4).
          05 SEQ-ACCT-BALANCE PIC S9(5)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

       FD BUDGET-FILE.
       01 BUDGET-REC.
          05 BM-ACCT         PIC 9(4).
          05 BM-PERIOD       PIC 9(6).
          05 BM-AMOUNT       PIC S9(7)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

       FD TRANSACTION-FILE.
       01 TRANSACTION-REC.
          05 BT-ACTION       PIC X.
          05 BT-ACCT         PIC 9(4).
          05 BT-PERIOD.
             10 BT-PERIOD-YYYY PIC 9(4).
             10 BT-PERIOD-MM PIC 9(2).
          05 BT-PERIOD-N REDEFINES BT-PERIOD PIC 9(6).
          05 BT-AMOUNT       PIC S9(7)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

       FD SUSPENSE-FILE.
       01 SUSPENSE-REC.
          05 SU-TXN          PIC X(21).
          05 SU-FILLER       PIC X.
          05 SU-REASON-CODE  PIC X(12).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-REC      PIC X(70).

       WORKING-STORAGE SECTION.
       01 FS-ACCT-SEQ        PIC XX.
       01 FS-BUDGET          PIC XX.
       01 FS-TRANSACTION     PIC XX.
       01 FS-SUSPENSE        PIC XX.
       01 FS-AUDIT           PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".

       01 WS-APPLIED-COUNT   PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(5) VALUE 0.

       01 WS-CHECK-ACCT      PIC 9(4).
       01 WS-CHECK-VALID     PIC X.
       01 WS-OLD-AMOUNT      PIC S9(7)V99.
       01 WS-NEW-AMOUNT      PIC S9(7)V99.

       01 WS-ACCT-COUNT      PIC 9(3) VALUE 0.
       01 WS-ACCT-IDX        PIC 9(3).
       01 WS-ACCT-FOUND      PIC X.
       01 WS-ACCT-TABLE.
          05 AC-NUMBER OCCURS 200 TIMES PIC 9(4).

      *---------------------------------------------------------------
      * The budget file held whole in account/period order; a load
      * shifts the rows above it up one, a drop shifts them down.
      *---------------------------------------------------------------
       01 WS-BUDGET-COUNT    PIC 9(4) VALUE 0.
       01 WS-BUDGET-IDX      PIC 9(4).
       01 WS-BUDGET-MATCH    PIC 9(4).
       01 WS-INS-POS         PIC 9(4).
       01 WS-INS-FOUND       PIC X.
       01 WS-TXN-KEY         PIC 9(10).
       01 WS-ROW-KEY         PIC 9(10).
       01 WS-BUDGET-TABLE.
          05 WS-BUDGET-ENTRY OCCURS 1000 TIMES.
             10 BG-ACCT      PIC 9(4).
             10 BG-PERIOD    PIC 9(6).
             10 BG-AMOUNT    PIC S9(7)V99.

       01 AUDIT-LINE-FIELDS.
          05 AL-DATE         PIC 9(8).
          05 AL-SPACE-1      PIC X VALUE SPACE.
          05 AL-TIME         PIC 9(6).
          05 AL-SPACE-2      PIC X VALUE SPACE.
          05 AL-ACTION       PIC X.
          05 AL-SPACE-3      PIC X VALUE SPACE.
          05 AL-ACCT         PIC 9(4).
          05 AL-SPACE-4      PIC X VALUE SPACE.
          05 AL-PERIOD       PIC 9(6).
          05 AL-SPACE-5      PIC X VALUE SPACE.
          05 AL-OLD-AMOUNT   PIC -(7)9.99.
          05 AL-ARROW        PIC X(4).
          05 AL-NEW-AMOUNT   PIC -(7)9.99.
          05 AL-SPACE-6      PIC X VALUE SPACE.
          05 AL-OPERATOR     PIC X(8).

       01 WS-TODAY           PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-NOW             PIC 9(8).
       01 WS-OPERATOR-ID     PIC X(8).

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM LOAD-ACCOUNT-NUMBERS
           PERFORM LOAD-BUDGET-FILE

           OPEN INPUT TRANSACTION-FILE
           IF FS-TRANSACTION NOT = "00"
               DISPLAY "Cannot open budget transactions, FS="
                   FS-TRANSACTION
               STOP RUN
           END-IF
           OPEN OUTPUT SUSPENSE-FILE
           OPEN EXTEND AUDIT-LOG-FILE
           IF FS-AUDIT NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF

           PERFORM UNTIL WS-END-FLAG = "Y"
               READ TRANSACTION-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       PERFORM APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE TRANSACTION-FILE SUSPENSE-FILE AUDIT-LOG-FILE
           PERFORM REWRITE-BUDGET-FILE

           DISPLAY "Budget maintenance: " WS-APPLIED-COUNT
               " applied, " WS-REJECT-COUNT " rejected"
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-ACCOUNT-NUMBERS.
           OPEN INPUT ACCT-SEQ-FILE
           IF FS-ACCT-SEQ NOT = "00"
               DISPLAY "Cannot open bbbbbb.txt, FS=" FS-ACCT-SEQ
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ ACCT-SEQ-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-ACCT-COUNT < 200
                           ADD 1 TO WS-ACCT-COUNT
                           MOVE SEQ-ACCT-NUMBER
                               TO AC-NUMBER(WS-ACCT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-SEQ-FILE
           MOVE "N" TO WS-END-FLAG.

       LOAD-BUDGET-FILE.
           OPEN INPUT BUDGET-FILE
           IF FS-BUDGET NOT = "00"
               DISPLAY "No budget file yet - starting empty"
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ BUDGET-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-BUDGET-COUNT >= 1000
                               DISPLAY "Budget table full"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-BUDGET-COUNT
                           MOVE BM-ACCT TO BG-ACCT(WS-BUDGET-COUNT)
                           MOVE BM-PERIOD
                               TO BG-PERIOD(WS-BUDGET-COUNT)
                           MOVE BM-AMOUNT
                               TO BG-AMOUNT(WS-BUDGET-COUNT)
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       APPLY-ONE-TRANSACTION.
           MOVE BT-ACCT TO WS-CHECK-ACCT
           CALL "ACCT-CHECK-DIGIT"
               USING WS-CHECK-ACCT WS-CHECK-VALID
           END-CALL
           IF WS-CHECK-VALID NOT = "Y"
               MOVE "BAD-CHECK-DIG" TO SU-REASON-CODE
               PERFORM SUSPEND-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACCOUNT-NUMBER
           IF WS-ACCT-FOUND NOT = "Y"
               MOVE "UNKNOWN-ACCT" TO SU-REASON-CODE
               PERFORM SUSPEND-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF BT-PERIOD-MM < 1 OR BT-PERIOD-MM > 12
               MOVE "BAD-PERIOD" TO SU-REASON-CODE
               PERFORM SUSPEND-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-BUDGET-ENTRY
           EVALUATE BT-ACTION
               WHEN "L"
                   PERFORM APPLY-LOAD
               WHEN "R"
                   PERFORM APPLY-REVISE
               WHEN "D"
                   PERFORM APPLY-DROP
               WHEN OTHER
                   MOVE "BAD-ACTION" TO SU-REASON-CODE
                   PERFORM SUSPEND-TRANSACTION
           END-EVALUATE.

       FIND-ACCOUNT-NUMBER.
           MOVE "N" TO WS-ACCT-FOUND
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF AC-NUMBER(WS-ACCT-IDX) = BT-ACCT
                   MOVE "Y" TO WS-ACCT-FOUND
               END-IF
           END-PERFORM.

       FIND-BUDGET-ENTRY.
           MOVE 0 TO WS-BUDGET-MATCH
           PERFORM VARYING WS-BUDGET-IDX FROM 1 BY 1
                   UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT
               IF BG-ACCT(WS-BUDGET-IDX) = BT-ACCT
                   AND BG-PERIOD(WS-BUDGET-IDX) = BT-PERIOD
                   MOVE WS-BUDGET-IDX TO WS-BUDGET-MATCH
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * A new line slots in ahead of the first row with a higher
      * account/period key, so the file stays in key order.
      *---------------------------------------------------------------
       APPLY-LOAD.
           IF WS-BUDGET-MATCH NOT = 0
               MOVE "ALREADY-ON" TO SU-REASON-CODE
               PERFORM SUSPEND-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF WS-BUDGET-COUNT >= 1000
               DISPLAY "Budget table full, cannot load " BT-ACCT
                   " " BT-PERIOD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-TXN-KEY = BT-ACCT * 1000000 + BT-PERIOD-N
           MOVE WS-BUDGET-COUNT TO WS-INS-POS
           ADD 1 TO WS-INS-POS
           MOVE "N" TO WS-INS-FOUND
           PERFORM VARYING WS-BUDGET-IDX FROM 1 BY 1
                   UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT
               COMPUTE WS-ROW-KEY = BG-ACCT(WS-BUDGET-IDX) * 1000000
                   + BG-PERIOD(WS-BUDGET-IDX)
               IF WS-INS-FOUND = "N" AND WS-ROW-KEY > WS-TXN-KEY
                   MOVE WS-BUDGET-IDX TO WS-INS-POS
                   MOVE "Y" TO WS-INS-FOUND
               END-IF
           END-PERFORM
           ADD 1 TO WS-BUDGET-COUNT
           PERFORM VARYING WS-BUDGET-IDX
                   FROM WS-BUDGET-COUNT BY -1
                   UNTIL WS-BUDGET-IDX <= WS-INS-POS
               MOVE WS-BUDGET-ENTRY(WS-BUDGET-IDX - 1)
                   TO WS-BUDGET-ENTRY(WS-BUDGET-IDX)
           END-PERFORM
           MOVE BT-ACCT TO BG-ACCT(WS-INS-POS)
           MOVE BT-PERIOD TO BG-PERIOD(WS-INS-POS)
           MOVE BT-AMOUNT TO BG-AMOUNT(WS-INS-POS)
           MOVE 0 TO WS-OLD-AMOUNT
           MOVE BT-AMOUNT TO WS-NEW-AMOUNT
           PERFORM WRITE-BUDGET-AUDIT
           ADD 1 TO WS-APPLIED-COUNT.

       APPLY-REVISE.
           IF WS-BUDGET-MATCH = 0
               MOVE "NO-BUDGET" TO SU-REASON-CODE
               PERFORM SUSPEND-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           MOVE BG-AMOUNT(WS-BUDGET-MATCH) TO WS-OLD-AMOUNT
           MOVE BT-AMOUNT TO BG-AMOUNT(WS-BUDGET-MATCH)
           MOVE BT-AMOUNT TO WS-NEW-AMOUNT
           PERFORM WRITE-BUDGET-AUDIT
           ADD 1 TO WS-APPLIED-COUNT.

       APPLY-DROP.
           IF WS-BUDGET-MATCH = 0
               MOVE "NO-BUDGET" TO SU-REASON-CODE
               PERFORM SUSPEND-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           MOVE BG-AMOUNT(WS-BUDGET-MATCH) TO WS-OLD-AMOUNT
           MOVE 0 TO WS-NEW-AMOUNT
           PERFORM VARYING WS-BUDGET-IDX FROM WS-BUDGET-MATCH BY 1
                   UNTIL WS-BUDGET-IDX >= WS-BUDGET-COUNT
               MOVE WS-BUDGET-ENTRY(WS-BUDGET-IDX + 1)
                   TO WS-BUDGET-ENTRY(WS-BUDGET-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-BUDGET-COUNT
           PERFORM WRITE-BUDGET-AUDIT
           ADD 1 TO WS-APPLIED-COUNT.

       SUSPEND-TRANSACTION.
           MOVE TRANSACTION-REC TO SU-TXN
           MOVE SPACE TO SU-FILLER
           WRITE SUSPENSE-REC
           ADD 1 TO WS-REJECT-COUNT.

       WRITE-BUDGET-AUDIT.
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY WS-BUS-DATE-STATUS
           END-CALL
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO AL-DATE
           MOVE WS-NOW(1:6) TO AL-TIME
           MOVE SPACE TO AL-SPACE-1 AL-SPACE-2 AL-SPACE-3
               AL-SPACE-4 AL-SPACE-5 AL-SPACE-6
           CALL "GET-OPERATOR" USING WS-OPERATOR-ID
           END-CALL
           MOVE WS-OPERATOR-ID TO AL-OPERATOR
           MOVE BT-ACTION TO AL-ACTION
           MOVE BT-ACCT TO AL-ACCT
           MOVE BT-PERIOD TO AL-PERIOD
           MOVE WS-OLD-AMOUNT TO AL-OLD-AMOUNT
           MOVE " -> " TO AL-ARROW
           MOVE WS-NEW-AMOUNT TO AL-NEW-AMOUNT
           MOVE AUDIT-LINE-FIELDS TO AUDIT-LOG-REC
           WRITE AUDIT-LOG-REC.

       REWRITE-BUDGET-FILE.
           OPEN OUTPUT BUDGET-FILE
           PERFORM VARYING WS-BUDGET-IDX FROM 1 BY 1
                   UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT
               MOVE BG-ACCT(WS-BUDGET-IDX) TO BM-ACCT
               MOVE BG-PERIOD(WS-BUDGET-IDX) TO BM-PERIOD
               MOVE BG-AMOUNT(WS-BUDGET-IDX) TO BM-AMOUNT
               WRITE BUDGET-REC
           END-PERFORM
           CLOSE BUDGET-FILE.
