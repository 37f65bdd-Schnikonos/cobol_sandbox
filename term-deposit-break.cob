       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-DEPOSIT-BREAK.

      *---------------------------------------------------------------
      * Early withdrawal from a fixed-term deposit - the one way
      * funds leave an active deposit before its maturity date.
      * POST-BALANCE-UPDATE refuses every other debit against the
      * account until the deposit matures. Requests arrive one per
      * line in term-deposit-breaks.txt:
      *
      *   <acct 4><amount 9(5)V99>     zero amount breaks the whole
      *                                locked amount
      *
      * An early withdrawal earns no interest and costs a penalty:
      * the interest the amount withdrawn would have earned at the
      * deposit's fixed rate over the number of days in
      * term-deposit-penalty.dat (<days 9(3)>, 90 when the file is
      * missing), rounded to the cent and never more than the
      * amount itself. The withdrawal goes out as a balanced journal
      * batch, entry type "E" - the mark POST-BALANCE-UPDATE lets
      * past the lock:
      *
      *   deposit account    debited  the amount withdrawn
      *   payout account     credited the amount less the penalty
      *   fee income account credited the penalty
      *
      * the payout account being the one on the deposit's terms and
      * the fee income account the one FEE-ASSESSMENT credits
      * (fee-income-account.dat). The locked amount on
      * term-deposits.txt is reduced by the withdrawal; a deposit
      * broken to nothing goes to status B and the account is
      * freely movable again.
      *
      * Bad requests go to term-deposit-break-suspense.txt with a
      * reason code and the run ends with return code 4:
      *
      *   BAD-ACCOUNT  account fails its check digit
      *   NOT-FOUND    no active term deposit on the account
      *   MATURED      maturity date reached - TERM-DEPOSIT-MATURITY
      *                releases the funds without a penalty
      *   OVER-LOCKED  amount more than the locked amount
      *   NO-PAYOUT    the deposit has no usable payout account
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "term-deposit-breaks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REQUEST.
           SELECT DEPOSIT-FILE ASSIGN TO "term-deposits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEPOSIT.
           SELECT PENALTY-FILE ASSIGN TO "term-deposit-penalty.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENALTY.
           SELECT FEE-ACCT-FILE ASSIGN TO "fee-income-account.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FEE-ACCT.
           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL.
           SELECT SUSPENSE-FILE
               ASSIGN TO "term-deposit-break-suspense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENSE.

       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
       01 REQUEST-REC.
          05 RQ-ACCT         PIC 9(4).
          05 RQ-AMOUNT       PIC 9(5)V99.

       FD DEPOSIT-FILE.
       01 DEPOSIT-REC.
          05 TD-ACCT         PIC 9(4).
          05 TD-AMOUNT       PIC 9(5)V99.
          05 TD-RATE-TTH     PIC 9(4).
          05 TD-START-DATE   PIC 9(8).
          05 TD-MATURITY     PIC 9(8).
          05 TD-TERM         PIC 9(3).
          05 TD-INSTRUCTION  PIC X.
          05 TD-PAYOUT-ACCT  PIC 9(4).
          05 TD-STATUS       PIC X.

       FD PENALTY-FILE.
       01 PENALTY-REC        PIC 9(3).

       FD FEE-ACCT-FILE.
       01 FEE-ACCT-REC       PIC 9(4).

       FD JOURNAL-FILE.
       01 JOURNAL-REC        PIC X(16).

       FD SUSPENSE-FILE.
       01 SUSPENSE-REC.
          05 SU-REQUEST      PIC X(11).
          05 SU-FILLER       PIC X.
          05 SU-REASON-CODE  PIC X(12).

       WORKING-STORAGE SECTION.
       01 FS-REQUEST         PIC XX.
       01 FS-DEPOSIT         PIC XX.
       01 FS-PENALTY         PIC XX.
       01 FS-FEE-ACCT        PIC XX.
       01 FS-JOURNAL         PIC XX.
       01 FS-SUSPENSE        PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".

       01 WS-RUN-DATE        PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-OPEN-PERIOD     PIC 9(6).
       01 WS-OPEN-PD-STATUS  PIC X.
       01 WS-PENALTY-DAYS    PIC 9(3) VALUE 90.
       01 WS-FEE-ACCT        PIC 9(4) VALUE 0.
       01 WS-HAVE-FEE-ACCT   PIC X VALUE "N".

       01 WS-TD-COUNT        PIC 9(3) VALUE 0.
       01 WS-TD-IDX          PIC 9(3).
       01 WS-TD-MATCH        PIC 9(3).
       01 WS-TD-TABLE.
          05 WS-TD-ENTRY OCCURS 200 TIMES.
             10 TT-ACCT        PIC 9(4).
             10 TT-AMOUNT      PIC 9(5)V99.
             10 TT-RATE-TTH    PIC 9(4).
             10 TT-START-DATE  PIC 9(8).
             10 TT-MATURITY    PIC 9(8).
             10 TT-TERM        PIC 9(3).
             10 TT-INSTRUCTION PIC X.
             10 TT-PAYOUT-ACCT PIC 9(4).
             10 TT-STATUS      PIC X.

       01 WS-BROKEN-COUNT    PIC 9(3) VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(3) VALUE 0.
       01 WS-CHECK-ACCT      PIC 9(4).
       01 WS-CHECK-VALID     PIC X.
       01 WS-WITHDRAWAL      PIC 9(5)V99.
       01 WS-PENALTY-WORK    PIC 9(11)V99 COMP-3.
       01 WS-PENALTY         PIC 9(5)V99.
       01 WS-NET-PAYOUT      PIC 9(5)V99.
       01 WS-DTL-COUNT       PIC 9(5).
       01 WS-AMOUNT-ED       PIC Z(4)9.99.
       01 WS-PENALTY-ED      PIC Z(4)9.99.

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
          05 JP-ENTRY-TYPE   PIC X.
       01 WS-JRNL-BATCH.
          05 JB-TYPE         PIC X.
          05 JB-BATCH-ID     PIC 9(7).
          05 JB-OPERATOR     PIC X(8).

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL
           PERFORM LOAD-FEE-ACCOUNT
           IF WS-HAVE-FEE-ACCT NOT = "Y"
               DISPLAY "No fee income account on file - "
                   "break run not done"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-PENALTY-DAYS
           PERFORM LOAD-TERM-DEPOSITS

           OPEN INPUT REQUEST-FILE
           IF FS-REQUEST NOT = "00"
               DISPLAY "No term deposit break requests, FS="
                   FS-REQUEST
               STOP RUN
           END-IF
           OPEN OUTPUT SUSPENSE-FILE
           OPEN EXTEND JOURNAL-FILE
           IF FS-JOURNAL NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF FS-JOURNAL NOT = "00"
               DISPLAY "Cannot open journal, FS=" FS-JOURNAL
                   " - breaks not written"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "GET-OPEN-PERIOD"
               USING WS-OPEN-PERIOD WS-OPEN-PD-STATUS
           END-CALL
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ REQUEST-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       PERFORM APPLY-ONE-BREAK
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE SUSPENSE-FILE JOURNAL-FILE

           IF WS-BROKEN-COUNT > 0
               PERFORM REWRITE-TERM-DEPOSITS
           END-IF
           DISPLAY "Term deposit breaks: " WS-BROKEN-COUNT
               " applied, " WS-REJECT-COUNT " requests refused"
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-FEE-ACCOUNT.
           OPEN INPUT FEE-ACCT-FILE
           IF FS-FEE-ACCT = "00"
               READ FEE-ACCT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FEE-ACCT-REC TO WS-FEE-ACCT
                       MOVE "Y" TO WS-HAVE-FEE-ACCT
               END-READ
               CLOSE FEE-ACCT-FILE
           END-IF.

       LOAD-PENALTY-DAYS.
           OPEN INPUT PENALTY-FILE
           IF FS-PENALTY = "00"
               READ PENALTY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PENALTY-REC IS NUMERIC
                           MOVE PENALTY-REC TO WS-PENALTY-DAYS
                       END-IF
               END-READ
               CLOSE PENALTY-FILE
           END-IF.

       LOAD-TERM-DEPOSITS.
           OPEN INPUT DEPOSIT-FILE
           IF FS-DEPOSIT NOT = "00"
               DISPLAY "Cannot open term deposits, FS=" FS-DEPOSIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ DEPOSIT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-TD-COUNT < 200
                           ADD 1 TO WS-TD-COUNT
                           MOVE TD-ACCT TO TT-ACCT(WS-TD-COUNT)
                           MOVE TD-AMOUNT TO TT-AMOUNT(WS-TD-COUNT)
                           MOVE TD-RATE-TTH
                               TO TT-RATE-TTH(WS-TD-COUNT)
                           MOVE TD-START-DATE
                               TO TT-START-DATE(WS-TD-COUNT)
                           MOVE TD-MATURITY
                               TO TT-MATURITY(WS-TD-COUNT)
                           MOVE TD-TERM TO TT-TERM(WS-TD-COUNT)
                           MOVE TD-INSTRUCTION
                               TO TT-INSTRUCTION(WS-TD-COUNT)
                           MOVE TD-PAYOUT-ACCT
                               TO TT-PAYOUT-ACCT(WS-TD-COUNT)
                           MOVE TD-STATUS TO TT-STATUS(WS-TD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-FILE
           MOVE "N" TO WS-END-FLAG.

       APPLY-ONE-BREAK.
           MOVE RQ-ACCT TO WS-CHECK-ACCT
           CALL "ACCT-CHECK-DIGIT" USING WS-CHECK-ACCT WS-CHECK-VALID
           END-CALL
           IF RQ-ACCT NOT NUMERIC OR RQ-AMOUNT NOT NUMERIC
               OR WS-CHECK-VALID NOT = "Y"
               MOVE "BAD-ACCOUNT" TO SU-REASON-CODE
               PERFORM SUSPEND-REQUEST
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TD-MATCH
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
                   UNTIL WS-TD-IDX > WS-TD-COUNT
               IF TT-ACCT(WS-TD-IDX) = RQ-ACCT
                   AND TT-STATUS(WS-TD-IDX) = "A"
                   MOVE WS-TD-IDX TO WS-TD-MATCH
               END-IF
           END-PERFORM
           IF WS-TD-MATCH = 0
               MOVE "NOT-FOUND" TO SU-REASON-CODE
               PERFORM SUSPEND-REQUEST
               EXIT PARAGRAPH
           END-IF
           IF TT-MATURITY(WS-TD-MATCH) <= WS-RUN-DATE
               MOVE "MATURED" TO SU-REASON-CODE
               PERFORM SUSPEND-REQUEST
               EXIT PARAGRAPH
           END-IF
           IF RQ-AMOUNT = 0
               MOVE TT-AMOUNT(WS-TD-MATCH) TO WS-WITHDRAWAL
           ELSE
               MOVE RQ-AMOUNT TO WS-WITHDRAWAL
           END-IF
           IF WS-WITHDRAWAL > TT-AMOUNT(WS-TD-MATCH)
               OR WS-WITHDRAWAL = 0
               MOVE "OVER-LOCKED" TO SU-REASON-CODE
               PERFORM SUSPEND-REQUEST
               EXIT PARAGRAPH
           END-IF
           MOVE TT-PAYOUT-ACCT(WS-TD-MATCH) TO WS-CHECK-ACCT
           CALL "ACCT-CHECK-DIGIT" USING WS-CHECK-ACCT WS-CHECK-VALID
           END-CALL
           IF WS-CHECK-VALID NOT = "Y"
               OR TT-PAYOUT-ACCT(WS-TD-MATCH) = 0
               OR TT-PAYOUT-ACCT(WS-TD-MATCH) = RQ-ACCT
               MOVE "NO-PAYOUT" TO SU-REASON-CODE
               PERFORM SUSPEND-REQUEST
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-PENALTY-WORK =
               WS-WITHDRAWAL * TT-RATE-TTH(WS-TD-MATCH)
           COMPUTE WS-PENALTY-WORK = WS-PENALTY-WORK * WS-PENALTY-DAYS
           COMPUTE WS-PENALTY ROUNDED = WS-PENALTY-WORK / 3650000
           IF WS-PENALTY > WS-WITHDRAWAL
               MOVE WS-WITHDRAWAL TO WS-PENALTY
           END-IF
           COMPUTE WS-NET-PAYOUT = WS-WITHDRAWAL - WS-PENALTY
           PERFORM WRITE-BREAK-BATCH

           SUBTRACT WS-WITHDRAWAL FROM TT-AMOUNT(WS-TD-MATCH)
           IF TT-AMOUNT(WS-TD-MATCH) = 0
               MOVE "B" TO TT-STATUS(WS-TD-MATCH)
           END-IF
           ADD 1 TO WS-BROKEN-COUNT
           MOVE WS-WITHDRAWAL TO WS-AMOUNT-ED
           MOVE WS-PENALTY TO WS-PENALTY-ED
           DISPLAY "Term deposit " RQ-ACCT " broken: " WS-AMOUNT-ED
               " withdrawn, penalty " WS-PENALTY-ED.

      *---------------------------------------------------------------
      * One batch per break, so a break POST-BALANCE-UPDATE refuses
      * or holds for approval never takes another one with it.
      *---------------------------------------------------------------
       WRITE-BREAK-BATCH.
           MOVE "P" TO JP-TYPE
           MOVE WS-OPEN-PERIOD TO JP-PERIOD
           MOVE "E" TO JP-ENTRY-TYPE
           MOVE WS-JRNL-PERIOD TO JOURNAL-REC
           WRITE JOURNAL-REC
           CALL "NEXT-BATCH-ID" USING JB-BATCH-ID JB-OPERATOR
           END-CALL
           MOVE "B" TO JB-TYPE
           MOVE WS-JRNL-BATCH TO JOURNAL-REC
           WRITE JOURNAL-REC

           MOVE 1 TO WS-DTL-COUNT
           IF WS-NET-PAYOUT > 0
               ADD 1 TO WS-DTL-COUNT
           END-IF
           IF WS-PENALTY > 0
               ADD 1 TO WS-DTL-COUNT
           END-IF
           MOVE "H" TO JH-TYPE
           MOVE WS-DTL-COUNT TO JH-COUNT
           MOVE 0 TO JH-NET
           MOVE WS-JRNL-HEADER TO JOURNAL-REC
           WRITE JOURNAL-REC

           MOVE "D" TO JT-TYPE
           MOVE RQ-ACCT TO JT-ACCT
           MOVE "D" TO JT-DC
           MOVE WS-WITHDRAWAL TO JT-AMOUNT
           MOVE WS-JRNL-DETAIL TO JOURNAL-REC
           WRITE JOURNAL-REC
           IF WS-NET-PAYOUT > 0
               MOVE TT-PAYOUT-ACCT(WS-TD-MATCH) TO JT-ACCT
               MOVE "C" TO JT-DC
               MOVE WS-NET-PAYOUT TO JT-AMOUNT
               MOVE WS-JRNL-DETAIL TO JOURNAL-REC
               WRITE JOURNAL-REC
           END-IF
           IF WS-PENALTY > 0
               MOVE WS-FEE-ACCT TO JT-ACCT
               MOVE "C" TO JT-DC
               MOVE WS-PENALTY TO JT-AMOUNT
               MOVE WS-JRNL-DETAIL TO JOURNAL-REC
               WRITE JOURNAL-REC
           END-IF.

       SUSPEND-REQUEST.
           MOVE REQUEST-REC TO SU-REQUEST
           MOVE SPACE TO SU-FILLER
           WRITE SUSPENSE-REC
           ADD 1 TO WS-REJECT-COUNT.

       REWRITE-TERM-DEPOSITS.
           OPEN OUTPUT DEPOSIT-FILE
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
                   UNTIL WS-TD-IDX > WS-TD-COUNT
               MOVE TT-ACCT(WS-TD-IDX) TO TD-ACCT
               MOVE TT-AMOUNT(WS-TD-IDX) TO TD-AMOUNT
               MOVE TT-RATE-TTH(WS-TD-IDX) TO TD-RATE-TTH
               MOVE TT-START-DATE(WS-TD-IDX) TO TD-START-DATE
               MOVE TT-MATURITY(WS-TD-IDX) TO TD-MATURITY
               MOVE TT-TERM(WS-TD-IDX) TO TD-TERM
               MOVE TT-INSTRUCTION(WS-TD-IDX) TO TD-INSTRUCTION
               MOVE TT-PAYOUT-ACCT(WS-TD-IDX) TO TD-PAYOUT-ACCT
               MOVE TT-STATUS(WS-TD-IDX) TO TD-STATUS
               WRITE DEPOSIT-REC
           END-PERFORM
           CLOSE DEPOSIT-FILE.
