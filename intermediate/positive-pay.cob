       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITIVE-PAY.

      *---------------------------------------------------------------
      * Positive-pay issue file for the checks the pay runs print on
      * the payroll account. Run after every pay run, it tells the
      * bank which check numbers and amounts are good, so a forged
      * or altered check is refused at the counter instead of found
      * at reconciliation.
      *
      * Checks are taken off the check registers the pay runs leave
      * - check-register.txt (PAYROLL-DRIVER, including checks
      * reissued off reissue-queue.txt), supp-check-register.txt,
      * and final-check-register.txt - each line numbered through
      * NEXT-CHECK-NUMBER. A number already on the issue history
      * positive-pay-history.txt has gone to the bank before and is
      * not sent again, so a rerun never duplicates an issue:
      *
      *   <check 9(7)><issue date 9(8)><emp-id 6><amount 9(7)V99>
      *    <kind: I issued, R reissued><status: O outstanding,
      *    V voided, P presented, X voided after presentment>
      *
      * A payment PAYROLL-REVERSAL voided (its VOID lines on
      * reversal-audit.txt) voids the employee's outstanding check
      * issued on the voided pay date. The issue date is the
      * business date of this run, which follows its pay run the
      * same night.
      *
      * positive-pay-issue.txt, in the bank's 80-byte fixed-width
      * layout, carries a header, one record per check issued,
      * reissued, or voided this run, and a trailer with the record
      * count and amount total.
      *
      * The bank's presented-check file, positive-pay-presented.txt,
      * is matched to the history and emptied once read; a check
      * never on our issue file, one we voided, one presented at a
      * different amount, or one presented twice is written to
      * positive-pay-exceptions.txt, and any exception ends the run
      * with RETURN-CODE 4.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER-FILE ASSIGN USING WS-CHECK-REG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHECK-REG.
           SELECT HISTORY-FILE
               ASSIGN TO "intermediate/positive-pay-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "intermediate/reversal-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
           SELECT ISSUE-FILE
               ASSIGN TO "intermediate/positive-pay-issue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ISSUE.
           SELECT PRESENTED-FILE
               ASSIGN TO "intermediate/positive-pay-presented.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRESENTED.
           SELECT EXCEPTION-FILE
               ASSIGN TO "intermediate/positive-pay-exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION.
           SELECT POST-ACCOUNT-FILE
               ASSIGN TO "intermediate/payroll-post-accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-POST-ACCT.
           SELECT CASH-ACCOUNT-FILE ASSIGN TO "bank-cash-accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CASH-ACCT.
           COPY RUNSTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD CHECK-REGISTER-FILE.
       01 CHECK-REGISTER-LINE PIC X(60).

       FD HISTORY-FILE.
       01 HISTORY-REC.
          05 PH-CHECK-NO     PIC 9(7).
          05 PH-ISSUE-DATE   PIC 9(8).
          05 PH-EMP-ID       PIC X(6).
          05 PH-AMOUNT       PIC 9(7)V99.
          05 PH-KIND         PIC X.
          05 PH-STATUS       PIC X.

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-REC.
          05 AL-DATE         PIC 9(8).
          05 FILLER          PIC X.
          05 AL-TIME         PIC 9(6).
          05 FILLER          PIC X.
          05 AL-TEXT         PIC X(5).
          05 AL-EMP-ID       PIC X(6).
          05 FILLER          PIC X.
          05 AL-PERIOD       PIC 9(8).
          05 FILLER          PIC X(34).

       FD ISSUE-FILE.
       01 ISSUE-REC          PIC X(80).

       FD PRESENTED-FILE.
       01 PRESENTED-REC.
          05 PR-ACCOUNT      PIC X(12).
          05 PR-CHECK-NO     PIC 9(10).
          05 PR-DATE         PIC 9(8).
          05 PR-AMOUNT       PIC 9(8)V99.

       FD EXCEPTION-FILE.
       01 EXCEPTION-LINE     PIC X(70).

       FD POST-ACCOUNT-FILE.
       01 POST-ACCOUNT-REC.
          05 PA-EXPENSE-ACCT PIC 9(4).
          05 PA-TAX-ACCT     PIC 9(4).
          05 PA-DED-ACCT     PIC 9(4).
          05 PA-NET-ACCT     PIC 9(4).

       FD CASH-ACCOUNT-FILE.
       01 CASH-ACCOUNT-REC.
          05 CA-LEDGER-ACCT  PIC 9(4).
          05 CA-BANK-ACCT    PIC X(12).

       COPY RUNSTFD.

       WORKING-STORAGE SECTION.
       01 FS-CHECK-REG       PIC XX.
       01 FS-HISTORY         PIC XX.
       01 FS-AUDIT           PIC XX.
       01 FS-ISSUE           PIC XX.
       01 FS-PRESENTED       PIC XX.
       01 FS-EXCEPTION       PIC XX.
       01 FS-POST-ACCT       PIC XX.
       01 FS-CASH-ACCT       PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".

       COPY RUNSTWS.

       01 WS-LOCK-NAME       PIC X(16) VALUE "PAYROLL-DRIVER".
       01 WS-LOCK-ACTION     PIC X.
       01 WS-LOCK-RESULT     PIC X.
       01 WS-SAVED-RC        PIC 9(4).
       01 WS-TODAY           PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-NET-ACCT        PIC 9(4) VALUE 0.
       01 WS-BANK-ACCT       PIC X(12) VALUE SPACES.

      *---------------------------------------------------------------
      * The check registers harvested, in the order the pay runs
      * write them.
      *---------------------------------------------------------------
       01 WS-CHECK-REG-NAME  PIC X(40).
       01 WS-REG-NAMES.
          05 FILLER          PIC X(40)
             VALUE "intermediate/check-register.txt".
          05 FILLER          PIC X(40)
             VALUE "intermediate/supp-check-register.txt".
          05 FILLER          PIC X(40)
             VALUE "intermediate/final-check-register.txt".
       01 WS-REG-NAME-TABLE REDEFINES WS-REG-NAMES.
          05 WS-REG-NAME     PIC X(40) OCCURS 3 TIMES.
       01 WS-REG-IDX         PIC 9.

      *---------------------------------------------------------------
      * The issue history held whole for the run and written back
      * once at the end.
      *---------------------------------------------------------------
       01 WS-PH-COUNT        PIC 9(4) VALUE 0.
       01 WS-PH-IDX          PIC 9(4).
       01 WS-PH-MATCH        PIC 9(4).
       01 WS-PH-TABLE.
          05 WS-PH-ENTRY OCCURS 2000 TIMES.
             10 PHT-CHECK-NO PIC 9(7).
             10 PHT-ISSUE-DATE PIC 9(8).
             10 PHT-EMP-ID   PIC X(6).
             10 PHT-AMOUNT   PIC 9(7)V99.
             10 PHT-KIND     PIC X.
             10 PHT-STATUS   PIC X.

       01 WS-LINE-CHECK-NO   PIC 9(7).
       01 WS-LINE-AMOUNT     PIC 9(7)V99.
       01 WS-LINE-KIND       PIC X.

       01 WS-ISSUED-COUNT    PIC 9(5) VALUE 0.
       01 WS-REISSUED-COUNT  PIC 9(5) VALUE 0.
       01 WS-VOIDED-COUNT    PIC 9(5) VALUE 0.
       01 WS-PRESENTED-COUNT PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01 WS-DETAIL-COUNT    PIC 9(6) VALUE 0.
       01 WS-DETAIL-TOTAL    PIC 9(10)V99 VALUE 0.
       01 WS-REASON          PIC X(24).

      *---------------------------------------------------------------
      * The bank's positive-pay layout: header, details, trailer,
      * each 80 bytes.
      *---------------------------------------------------------------
       01 WS-PP-HEADER.
          05 PPH-TYPE        PIC X VALUE "H".
          05 PPH-ACCOUNT     PIC X(12).
          05 PPH-FILE-DATE   PIC 9(8).
          05 PPH-FILE-ID     PIC X(10) VALUE "PAYROLL".
          05 FILLER          PIC X(49) VALUE SPACES.

       01 WS-PP-DETAIL.
          05 PPD-TYPE        PIC X VALUE "D".
          05 PPD-ACCOUNT     PIC X(12).
          05 PPD-CHECK-NO    PIC 9(10).
          05 PPD-ISSUE-DATE  PIC 9(8).
          05 PPD-AMOUNT      PIC 9(8)V99.
          05 PPD-ACTION      PIC X.
          05 PPD-PAYEE       PIC X(20).
          05 FILLER          PIC X(18) VALUE SPACES.

       01 WS-PP-TRAILER.
          05 PPT-TYPE        PIC X VALUE "T".
          05 PPT-ACCOUNT     PIC X(12).
          05 PPT-COUNT       PIC 9(6).
          05 PPT-TOTAL       PIC 9(10)V99.
          05 FILLER          PIC X(49) VALUE SPACES.

       01 WS-EXCEPTION-DETAIL.
          05 WS-EX-CHECK-NO  PIC 9(10).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-EX-DATE      PIC 9(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-EX-AMOUNT    PIC Z(7)9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-EX-REASON    PIC X(24).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-EX-ISSUED    PIC Z(7)9.99.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           MOVE "POSITIVE-PAY" TO RS-PROGRAM-ID
           PERFORM START-RUN-STATS
           MOVE "A" TO WS-LOCK-ACTION
           CALL "RUN-LOCK" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-RESULT
           END-CALL
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "A pay run is still running - positive pay"
                   " waits for it"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY WS-BUS-DATE-STATUS
           END-CALL

           PERFORM FIND-PAYROLL-BANK-ACCOUNT
           PERFORM LOAD-HISTORY

           OPEN OUTPUT ISSUE-FILE
           IF FS-ISSUE NOT = "00"
               DISPLAY "Cannot open positive-pay issue file, FS="
                   FS-ISSUE
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-AND-STOP
           END-IF
           MOVE WS-BANK-ACCT TO PPH-ACCOUNT
           MOVE WS-TODAY TO PPH-FILE-DATE
           WRITE ISSUE-REC FROM WS-PP-HEADER

           PERFORM HARVEST-ONE-REGISTER
               VARYING WS-REG-IDX FROM 1 BY 1 UNTIL WS-REG-IDX > 3
           PERFORM VOID-REVERSED-CHECKS

           MOVE WS-BANK-ACCT TO PPT-ACCOUNT
           MOVE WS-DETAIL-COUNT TO PPT-COUNT
           MOVE WS-DETAIL-TOTAL TO PPT-TOTAL
           WRITE ISSUE-REC FROM WS-PP-TRAILER
           CLOSE ISSUE-FILE

           PERFORM MATCH-PRESENTED-CHECKS
           PERFORM REWRITE-HISTORY

           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUN-LOCK" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-RESULT
           END-CALL
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-PRESENTED-COUNT TO RS-IN-COUNT
           MOVE WS-DETAIL-COUNT TO RS-OUT-COUNT
           PERFORM WRITE-RUN-STATS
           DISPLAY "Checks issued:       " WS-ISSUED-COUNT
           DISPLAY "Checks reissued:     " WS-REISSUED-COUNT
           DISPLAY "Checks voided:       " WS-VOIDED-COUNT
           DISPLAY "Issue file total:    " WS-DETAIL-TOTAL
           DISPLAY "Checks presented:    " WS-PRESENTED-COUNT
           DISPLAY "Presented exceptions:" WS-EXCEPTION-COUNT
           STOP RUN.

      *---------------------------------------------------------------
      * The payroll checks are drawn on the bank account behind the
      * net-pay clearing account, as BANK-RECONCILE maps it.
      *---------------------------------------------------------------
       FIND-PAYROLL-BANK-ACCOUNT.
           OPEN INPUT POST-ACCOUNT-FILE
           IF FS-POST-ACCT = "00"
               READ POST-ACCOUNT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PA-NET-ACCT TO WS-NET-ACCT
               END-READ
               CLOSE POST-ACCOUNT-FILE
           END-IF
           OPEN INPUT CASH-ACCOUNT-FILE
           IF FS-CASH-ACCT = "00"
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ CASH-ACCOUNT-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF CA-LEDGER-ACCT = WS-NET-ACCT
                               MOVE CA-BANK-ACCT TO WS-BANK-ACCT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASH-ACCOUNT-FILE
               MOVE "N" TO WS-END-FLAG
           END-IF
           IF WS-BANK-ACCT = SPACES
               DISPLAY "No bank account behind payroll account "
                   WS-NET-ACCT " - positive pay not sent"
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-AND-STOP
           END-IF.

       LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF FS-HISTORY NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-PH-COUNT >= 2000
                           DISPLAY "Positive-pay history table full"
                           CLOSE HISTORY-FILE
                           MOVE 8 TO RETURN-CODE
                           PERFORM RELEASE-AND-STOP
                       END-IF
                       ADD 1 TO WS-PH-COUNT
                       MOVE HISTORY-REC TO WS-PH-ENTRY(WS-PH-COUNT)
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * Check lines carry "  NET  " after the EMP-ID and the number
      * after " CHECK "; headings and totals do not. A reissued
      * return is marked REISSUED in its text.
      *---------------------------------------------------------------
       HARVEST-ONE-REGISTER.
           MOVE WS-REG-NAME(WS-REG-IDX) TO WS-CHECK-REG-NAME
           OPEN INPUT CHECK-REGISTER-FILE
           IF FS-CHECK-REG NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ CHECK-REGISTER-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF CHECK-REGISTER-LINE(7:7) = "  NET  "
                           AND CHECK-REGISTER-LINE(41:7) = " CHECK "
                           AND CHECK-REGISTER-LINE(48:7) NUMERIC
                           PERFORM ISSUE-ONE-CHECK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECK-REGISTER-FILE
           MOVE "N" TO WS-END-FLAG.

       ISSUE-ONE-CHECK.
           MOVE CHECK-REGISTER-LINE(48:7) TO WS-LINE-CHECK-NO
           PERFORM FIND-HISTORY-ROW
           IF WS-PH-MATCH NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PH-COUNT >= 2000
               DISPLAY "Positive-pay history table full"
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-AND-STOP
           END-IF
           COMPUTE WS-LINE-AMOUNT =
               FUNCTION NUMVAL(CHECK-REGISTER-LINE(14:10))
           IF CHECK-REGISTER-LINE(24:11) = "  REISSUED "
               MOVE "R" TO WS-LINE-KIND
               ADD 1 TO WS-REISSUED-COUNT
           ELSE
               MOVE "I" TO WS-LINE-KIND
               ADD 1 TO WS-ISSUED-COUNT
           END-IF
           ADD 1 TO WS-PH-COUNT
           MOVE WS-LINE-CHECK-NO TO PHT-CHECK-NO(WS-PH-COUNT)
           MOVE WS-TODAY TO PHT-ISSUE-DATE(WS-PH-COUNT)
           MOVE CHECK-REGISTER-LINE(1:6) TO PHT-EMP-ID(WS-PH-COUNT)
           MOVE WS-LINE-AMOUNT TO PHT-AMOUNT(WS-PH-COUNT)
           MOVE WS-LINE-KIND TO PHT-KIND(WS-PH-COUNT)
           MOVE "O" TO PHT-STATUS(WS-PH-COUNT)
           MOVE WS-PH-COUNT TO WS-PH-IDX
           MOVE WS-LINE-KIND TO PPD-ACTION
           PERFORM WRITE-ISSUE-DETAIL.

       FIND-HISTORY-ROW.
           MOVE 0 TO WS-PH-MATCH
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-COUNT
                      OR WS-PH-MATCH NOT = 0
               IF PHT-CHECK-NO(WS-PH-IDX) = WS-LINE-CHECK-NO
                   MOVE WS-PH-IDX TO WS-PH-MATCH
               END-IF
           END-PERFORM.

       WRITE-ISSUE-DETAIL.
           MOVE WS-BANK-ACCT TO PPD-ACCOUNT
           MOVE PHT-CHECK-NO(WS-PH-IDX) TO PPD-CHECK-NO
           MOVE PHT-ISSUE-DATE(WS-PH-IDX) TO PPD-ISSUE-DATE
           MOVE PHT-AMOUNT(WS-PH-IDX) TO PPD-AMOUNT
           MOVE PHT-EMP-ID(WS-PH-IDX) TO PPD-PAYEE
           WRITE ISSUE-REC FROM WS-PP-DETAIL
           ADD 1 TO WS-DETAIL-COUNT
           ADD PHT-AMOUNT(WS-PH-IDX) TO WS-DETAIL-TOTAL.

      *---------------------------------------------------------------
      * Every VOID on the reversal log is looked at each run; only a
      * check still outstanding is voided, so a void goes to the
      * bank once. A check the bank had already paid cannot be
      * stopped - that is reported once, and the row marked X.
      *---------------------------------------------------------------
       VOID-REVERSED-CHECKS.
           OPEN INPUT AUDIT-LOG-FILE
           IF FS-AUDIT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ AUDIT-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF AL-TEXT = "VOID "
                           PERFORM VOID-ONE-CHECK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FILE
           MOVE "N" TO WS-END-FLAG.

       VOID-ONE-CHECK.
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-COUNT
               IF PHT-EMP-ID(WS-PH-IDX) = AL-EMP-ID
                   AND PHT-ISSUE-DATE(WS-PH-IDX) = AL-PERIOD
                   AND PHT-KIND(WS-PH-IDX) = "I"
                   EVALUATE PHT-STATUS(WS-PH-IDX)
                       WHEN "O"
                           MOVE "V" TO PHT-STATUS(WS-PH-IDX)
                           MOVE "V" TO PPD-ACTION
                           PERFORM WRITE-ISSUE-DETAIL
                           ADD 1 TO WS-VOIDED-COUNT
                       WHEN "P"
                           MOVE "X" TO PHT-STATUS(WS-PH-IDX)
                           DISPLAY "Check " PHT-CHECK-NO(WS-PH-IDX)
                               " for " AL-EMP-ID " voided after the"
                               " bank paid it - recover by hand"
                           MOVE 4 TO RETURN-CODE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * The bank's presented checks against what we issued. The
      * presented file is emptied once read so a rerun does not
      * report the same checks presented twice.
      *---------------------------------------------------------------
       MATCH-PRESENTED-CHECKS.
           OPEN OUTPUT EXCEPTION-FILE
           MOVE "PRESENTED CHECKS NOT MATCHING THE ISSUE FILE"
               TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE "CHECK NO   PRESENTED  AMOUNT       REASON"
               TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           OPEN INPUT PRESENTED-FILE
           IF FS-PRESENTED = "00"
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ PRESENTED-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           PERFORM MATCH-ONE-PRESENTED
                   END-READ
               END-PERFORM
               CLOSE PRESENTED-FILE
               MOVE "N" TO WS-END-FLAG
               OPEN OUTPUT PRESENTED-FILE
               CLOSE PRESENTED-FILE
           END-IF
           IF WS-EXCEPTION-COUNT = 0
               MOVE "  NONE" TO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-IF
           CLOSE EXCEPTION-FILE.

       MATCH-ONE-PRESENTED.
           ADD 1 TO WS-PRESENTED-COUNT
           MOVE SPACES TO WS-REASON
           MOVE 0 TO WS-PH-MATCH
           IF PR-CHECK-NO NUMERIC AND PR-CHECK-NO <= 9999999
               MOVE PR-CHECK-NO TO WS-LINE-CHECK-NO
               PERFORM FIND-HISTORY-ROW
           END-IF
           EVALUATE TRUE
               WHEN WS-PH-MATCH = 0
                   MOVE "NOT ON ISSUE FILE" TO WS-REASON
               WHEN PHT-STATUS(WS-PH-MATCH) = "V"
                   MOVE "VOIDED CHECK" TO WS-REASON
               WHEN PHT-STATUS(WS-PH-MATCH) = "P"
                   OR PHT-STATUS(WS-PH-MATCH) = "X"
                   MOVE "ALREADY PRESENTED" TO WS-REASON
               WHEN PR-AMOUNT NOT = PHT-AMOUNT(WS-PH-MATCH)
                   MOVE "AMOUNT DIFFERS" TO WS-REASON
               WHEN OTHER
                   MOVE "P" TO PHT-STATUS(WS-PH-MATCH)
           END-EVALUATE
           IF WS-REASON NOT = SPACES
               MOVE PR-CHECK-NO TO WS-EX-CHECK-NO
               MOVE PR-DATE TO WS-EX-DATE
               MOVE PR-AMOUNT TO WS-EX-AMOUNT
               MOVE WS-REASON TO WS-EX-REASON
               IF WS-PH-MATCH = 0
                   MOVE 0 TO WS-EX-ISSUED
               ELSE
                   MOVE PHT-AMOUNT(WS-PH-MATCH) TO WS-EX-ISSUED
               END-IF
               WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

       REWRITE-HISTORY.
           OPEN OUTPUT HISTORY-FILE
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-COUNT
               MOVE WS-PH-ENTRY(WS-PH-IDX) TO HISTORY-REC
               WRITE HISTORY-REC
           END-PERFORM
           CLOSE HISTORY-FILE.

       COPY RUNSTPD.

      *---------------------------------------------------------------
      * Early-exit path: the pay-run lock is released and the run
      * logged before the stop.
      *---------------------------------------------------------------
       RELEASE-AND-STOP.
           MOVE RETURN-CODE TO WS-SAVED-RC
           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUN-LOCK" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-RESULT
           END-CALL
           MOVE WS-SAVED-RC TO RETURN-CODE
           PERFORM WRITE-RUN-STATS
           STOP RUN.
