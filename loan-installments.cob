       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-INSTALLMENTS.

      *---------------------------------------------------------------
      * Monthly loan installment run. Every installment in
      * loan-schedule.txt (built by LOAN-SCHEDULE) that has fallen
      * due on or before the GET-BUSINESS-DATE date and is not yet
      * fully paid is collected from the borrower's account:
      *
      *   debit  borrower account    the amount collected
      *   credit loan account        the principal part
      *   credit loan income account the interest part
      *
      * all in one balanced journal batch, entry type "L", that
      * POST-BALANCE-UPDATE posts like any other. The loan income
      * account is named in loan-income-account.dat. Collection
      * goes to interest first and principal second, so a short
      * payment still covers the month's interest where it can.
      *
      * A borrower is only collected from up to the balance on the
      * master - the run never overdraws a borrower - and not at
      * all while the account is frozen, closed, or dormant. What
      * cannot be collected leaves the installment short (S) or
      * missed (M) with the amount paid so far; a fully collected
      * one is marked paid (P). Installments in arrears are tried
      * again, oldest first, on every later run before the new
      * month's installment, and a loan whose every installment is
      * paid goes to status C. The run closes with the arrears
      * report, loan-arrears.txt - every installment due and not
      * fully paid, with the shortfall and how many days late it is
      * - and return code 4 when anything is in arrears.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC ASSIGN TO "bbbbbb.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS FS-ACCT.
           SELECT LOAN-FILE ASSIGN TO "loan-master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOAN.
           SELECT SCHEDULE-FILE ASSIGN TO "loan-schedule.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SCHEDULE.
           SELECT STATUS-FILE ASSIGN TO "acct-status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS.
           SELECT INCOME-FILE ASSIGN TO "loan-income-account.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INCOME.
           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL.
           SELECT ARREARS-FILE ASSIGN TO "loan-arrears.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARREARS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCT-REC.
       01 ACCT-RECORD.
          05 ACCT-NUMBER.
             10 ACCT-BASE    PIC 9(3).
             10 ACCT-CHECK   PIC 9.
          05 ACCT-NAME       PIC X(4).
          05 ACCT-BALANCE    PIC S9(5)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

       FD LOAN-FILE.
       01 LOAN-REC.
          05 LM-LOAN-ACCT    PIC 9(4).
          05 LM-BORROWER     PIC 9(4).
          05 LM-PRINCIPAL    PIC 9(5)V99.
          05 LM-RATE-TTH     PIC 9(4).
          05 LM-TERM         PIC 9(3).
          05 LM-START-DATE   PIC 9(8).
          05 LM-STATUS       PIC X.

       FD SCHEDULE-FILE.
       01 SCHEDULE-REC.
          05 LS-LOAN-ACCT    PIC 9(4).
          05 LS-INST-NO      PIC 9(3).
          05 LS-DUE-DATE     PIC 9(8).
          05 LS-PAYMENT      PIC 9(5)V99.
          05 LS-INTEREST     PIC 9(5)V99.
          05 LS-PRINCIPAL    PIC 9(5)V99.
          05 LS-BALANCE      PIC 9(5)V99.
          05 LS-STATUS       PIC X.
          05 LS-PAID         PIC 9(5)V99.

       FD STATUS-FILE.
       01 STATUS-REC.
          05 AS-ACCT         PIC 9(4).
          05 AS-STATUS       PIC X.

       FD INCOME-FILE.
       01 INCOME-REC         PIC 9(4).

       FD JOURNAL-FILE.
       01 JOURNAL-REC        PIC X(16).

       FD ARREARS-FILE.
       01 ARREARS-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-ACCT            PIC XX.
       01 FS-LOAN            PIC XX.
       01 FS-SCHEDULE        PIC XX.
       01 FS-STATUS          PIC XX.
       01 FS-INCOME          PIC XX.
       01 FS-JOURNAL         PIC XX.
       01 FS-ARREARS         PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".

       01 WS-RUN-DATE        PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-OPEN-PERIOD     PIC 9(6).
       01 WS-OPEN-PD-STATUS  PIC X.
       01 WS-INCOME-ACCT     PIC 9(4) VALUE 0.
       01 WS-HAVE-INCOME     PIC X VALUE "N".

       01 WS-LOAN-COUNT      PIC 9(3) VALUE 0.
       01 WS-LOAN-IDX        PIC 9(3).
       01 WS-LOAN-MATCH      PIC 9(3).
       01 WS-LOAN-TABLE.
          05 WS-LOAN-ENTRY OCCURS 100 TIMES.
             10 LT-LOAN-ACCT PIC 9(4).
             10 LT-BORROWER  PIC 9(4).
             10 LT-PRINCIPAL PIC 9(5)V99.
             10 LT-RATE-TTH  PIC 9(4).
             10 LT-TERM      PIC 9(3).
             10 LT-START-DATE PIC 9(8).
             10 LT-STATUS    PIC X.
             10 LT-ACCT-IDX  PIC 9(3).
             10 LT-UNPAID    PIC 9(3).

      *---------------------------------------------------------------
      * Every schedule row, held so the rows can be written back
      * with their new status and paid amounts in one pass.
      *---------------------------------------------------------------
       01 WS-ROW-COUNT       PIC 9(4) VALUE 0.
       01 WS-ROW-IDX         PIC 9(4).
       01 WS-ROW-TABLE.
          05 WS-ROW-ENTRY OCCURS 2000 TIMES.
             10 SR-LOAN-ACCT PIC 9(4).
             10 SR-INST-NO   PIC 9(3).
             10 SR-DUE-DATE  PIC 9(8).
             10 SR-PAYMENT   PIC 9(5)V99.
             10 SR-INTEREST  PIC 9(5)V99.
             10 SR-PRINCIPAL PIC 9(5)V99.
             10 SR-BALANCE   PIC 9(5)V99.
             10 SR-STATUS    PIC X.
             10 SR-PAID      PIC 9(5)V99.
             10 SR-LOAN-IDX  PIC 9(3).

      *---------------------------------------------------------------
      * What each borrower can still be collected from this run:
      * the balance on the master, worked down as installments are
      * taken, zero while the account is not open.
      *---------------------------------------------------------------
       01 WS-ACCT-COUNT      PIC 9(3) VALUE 0.
       01 WS-ACCT-IDX        PIC 9(3).
       01 WS-ACCT-TABLE.
          05 WS-ACCT-ENTRY OCCURS 200 TIMES.
             10 AC-ACCT      PIC 9(4).
             10 AC-AVAILABLE PIC S9(5)V99.
       01 WS-STAT-COUNT      PIC 9(3) VALUE 0.
       01 WS-STAT-IDX        PIC 9(3).
       01 WS-STAT-TABLE.
          05 WS-STAT-ENTRY OCCURS 200 TIMES.
             10 ST-ACCT      PIC 9(4).
             10 ST-STATUS    PIC X.

      *---------------------------------------------------------------
      * One collection per installment taken, interest and
      * principal split, for the journal batch.
      *---------------------------------------------------------------
       01 WS-COLL-COUNT      PIC 9(3) VALUE 0.
       01 WS-COLL-IDX        PIC 9(3).
       01 WS-COLL-TABLE.
          05 WS-COLL-ENTRY OCCURS 500 TIMES.
             10 CL-BORROWER  PIC 9(4).
             10 CL-LOAN-ACCT PIC 9(4).
             10 CL-AMOUNT    PIC 9(5)V99.
             10 CL-INTEREST  PIC 9(5)V99.
             10 CL-PRINCIPAL PIC 9(5)V99.

       01 WS-OWED            PIC 9(5)V99.
       01 WS-TAKE            PIC 9(5)V99.
       01 WS-INT-BEFORE      PIC 9(5)V99.
       01 WS-INT-AFTER       PIC 9(5)V99.
       01 WS-TOTAL-COLLECTED PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-INTEREST  PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-ARREARS   PIC 9(7)V99 VALUE 0.
       01 WS-ARREARS-COUNT   PIC 9(4) VALUE 0.
       01 WS-DTL-COUNT       PIC 9(5) VALUE 0.
       01 WS-DAYS-LATE       PIC 9(5).
       01 WS-SHORTFALL       PIC 9(5)V99.

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

       01 WS-ARR-TITLE.
          05 FILLER PIC X(26) VALUE "LOAN ARREARS     RUN DATE ".
          05 WS-AT-DATE      PIC 9(8).
       01 WS-ARR-HEADING.
          05 FILLER PIC X(36) VALUE
             "LOAN BORR INST DUE DATE       DUE  ".
          05 FILLER PIC X(31) VALUE
             "    PAID   SHORTFALL  DAYS LATE".
       01 WS-ARR-DETAIL.
          05 WS-AD-LOAN      PIC 9(4).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-AD-BORROWER  PIC 9(4).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-AD-INST      PIC ZZ9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-AD-DUE-DATE  PIC 9(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-AD-DUE       PIC Z(5)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-AD-PAID      PIC Z(5)9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-AD-SHORT     PIC Z(5)9.99.
          05 FILLER          PIC X(4) VALUE SPACES.
          05 WS-AD-DAYS      PIC ZZZZ9.
       01 WS-ARR-TOTAL.
          05 FILLER PIC X(15) VALUE "TOTAL ARREARS  ".
          05 WS-ATT-COUNT    PIC ZZZ9.
          05 FILLER PIC X(15) VALUE " INSTALLMENTS  ".
          05 WS-ATT-AMOUNT   PIC Z(6)9.99.

       01 WS-AMOUNT-ED       PIC Z(6)9.99.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL
           PERFORM LOAD-INCOME-ACCOUNT
           IF WS-HAVE-INCOME NOT = "Y"
               DISPLAY "No loan income account on file - "
                   "installment run not done"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-LOAN-MASTER
           PERFORM LOAD-LOAN-SCHEDULE
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF
           PERFORM LOAD-ACCOUNT-STATUSES
           PERFORM LOAD-ACCOUNTS
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF

           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF SR-LOAN-IDX(WS-ROW-IDX) > 0
                   AND SR-DUE-DATE(WS-ROW-IDX) <= WS-RUN-DATE
                   AND SR-STATUS(WS-ROW-IDX) NOT = "P"
                   PERFORM COLLECT-ONE-INSTALLMENT
               END-IF
           END-PERFORM

           PERFORM WRITE-INSTALLMENT-BATCH
           PERFORM COMPLETE-PAID-LOANS
           PERFORM REWRITE-LOAN-SCHEDULE
           PERFORM REWRITE-LOAN-MASTER
           PERFORM WRITE-ARREARS-REPORT

           MOVE WS-TOTAL-COLLECTED TO WS-AMOUNT-ED
           DISPLAY "Loan installments collected: " WS-COLL-COUNT
               ", total " WS-AMOUNT-ED
           IF WS-ARREARS-COUNT > 0
               MOVE WS-TOTAL-ARREARS TO WS-AMOUNT-ED
               DISPLAY "Installments in arrears: " WS-ARREARS-COUNT
                   ", total " WS-AMOUNT-ED
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-INCOME-ACCOUNT.
           OPEN INPUT INCOME-FILE
           IF FS-INCOME = "00"
               READ INCOME-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE INCOME-REC TO WS-INCOME-ACCT
                       MOVE "Y" TO WS-HAVE-INCOME
               END-READ
               CLOSE INCOME-FILE
           END-IF.

       LOAD-LOAN-MASTER.
           OPEN INPUT LOAN-FILE
           IF FS-LOAN NOT = "00"
               DISPLAY "Cannot open loan master, FS=" FS-LOAN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ LOAN-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-LOAN-COUNT < 100
                           ADD 1 TO WS-LOAN-COUNT
                           MOVE LM-LOAN-ACCT
                               TO LT-LOAN-ACCT(WS-LOAN-COUNT)
                           MOVE LM-BORROWER
                               TO LT-BORROWER(WS-LOAN-COUNT)
                           MOVE LM-PRINCIPAL
                               TO LT-PRINCIPAL(WS-LOAN-COUNT)
                           MOVE LM-RATE-TTH
                               TO LT-RATE-TTH(WS-LOAN-COUNT)
                           MOVE LM-TERM TO LT-TERM(WS-LOAN-COUNT)
                           MOVE LM-START-DATE
                               TO LT-START-DATE(WS-LOAN-COUNT)
                           MOVE LM-STATUS TO LT-STATUS(WS-LOAN-COUNT)
                           MOVE 0 TO LT-ACCT-IDX(WS-LOAN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE.

      *---------------------------------------------------------------
      * A row is tied to its loan only while the loan is active;
      * rows of a completed loan are carried back untouched.
      *---------------------------------------------------------------
       LOAD-LOAN-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF FS-SCHEDULE NOT = "00"
               DISPLAY "No loan schedules on file, FS=" FS-SCHEDULE
               STOP RUN
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       PERFORM STORE-SCHEDULE-ROW
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.

       STORE-SCHEDULE-ROW.
           IF WS-ROW-COUNT >= 2000
               DISPLAY "Loan schedule table full - installment run"
                   " not done"
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO WS-END-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ROW-COUNT
           MOVE LS-LOAN-ACCT TO SR-LOAN-ACCT(WS-ROW-COUNT)
           MOVE LS-INST-NO TO SR-INST-NO(WS-ROW-COUNT)
           MOVE LS-DUE-DATE TO SR-DUE-DATE(WS-ROW-COUNT)
           MOVE LS-PAYMENT TO SR-PAYMENT(WS-ROW-COUNT)
           MOVE LS-INTEREST TO SR-INTEREST(WS-ROW-COUNT)
           MOVE LS-PRINCIPAL TO SR-PRINCIPAL(WS-ROW-COUNT)
           MOVE LS-BALANCE TO SR-BALANCE(WS-ROW-COUNT)
           MOVE LS-STATUS TO SR-STATUS(WS-ROW-COUNT)
           MOVE LS-PAID TO SR-PAID(WS-ROW-COUNT)
           MOVE 0 TO SR-LOAN-IDX(WS-ROW-COUNT)
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF LT-LOAN-ACCT(WS-LOAN-IDX) = LS-LOAN-ACCT
                   AND LT-STATUS(WS-LOAN-IDX) = "A"
                   MOVE WS-LOAN-IDX TO SR-LOAN-IDX(WS-ROW-COUNT)
               END-IF
           END-PERFORM.

       LOAD-ACCOUNT-STATUSES.
           OPEN INPUT STATUS-FILE
           IF FS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ STATUS-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-STAT-COUNT < 200
                           ADD 1 TO WS-STAT-COUNT
                           MOVE AS-ACCT TO ST-ACCT(WS-STAT-COUNT)
                           MOVE AS-STATUS TO ST-STATUS(WS-STAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATUS-FILE.

      *---------------------------------------------------------------
      * Only borrower accounts are kept. An account with no status
      * line is open; anything but open has nothing available.
      *---------------------------------------------------------------
       LOAD-ACCOUNTS.
           OPEN INPUT ACCT-REC
           IF FS-ACCT NOT = "00"
               DISPLAY "Cannot open account master, FS=" FS-ACCT
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ ACCT-REC
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       PERFORM STORE-BORROWER-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCT-REC.

       STORE-BORROWER-ACCOUNT.
           MOVE 0 TO WS-LOAN-MATCH
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF LT-BORROWER(WS-LOAN-IDX) = ACCT-NUMBER
                   MOVE WS-LOAN-IDX TO WS-LOAN-MATCH
               END-IF
           END-PERFORM
           IF WS-LOAN-MATCH = 0 OR WS-ACCT-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           MOVE ACCT-NUMBER TO AC-ACCT(WS-ACCT-COUNT)
           MOVE ACCT-BALANCE TO AC-AVAILABLE(WS-ACCT-COUNT)
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                   UNTIL WS-STAT-IDX > WS-STAT-COUNT
               IF ST-ACCT(WS-STAT-IDX) = ACCT-NUMBER
                   AND ST-STATUS(WS-STAT-IDX) NOT = "O"
                   MOVE 0 TO AC-AVAILABLE(WS-ACCT-COUNT)
               END-IF
           END-PERFORM
           IF AC-AVAILABLE(WS-ACCT-COUNT) < 0
               MOVE 0 TO AC-AVAILABLE(WS-ACCT-COUNT)
           END-IF
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF LT-BORROWER(WS-LOAN-IDX) = ACCT-NUMBER
                   MOVE WS-ACCT-COUNT TO LT-ACCT-IDX(WS-LOAN-IDX)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Take what is owed on the installment, up to what the
      * borrower has. The interest part of this take is however
      * much of the installment's interest the paid amount now
      * covers beyond what it covered before.
      *---------------------------------------------------------------
       COLLECT-ONE-INSTALLMENT.
           MOVE SR-LOAN-IDX(WS-ROW-IDX) TO WS-LOAN-IDX
           MOVE LT-ACCT-IDX(WS-LOAN-IDX) TO WS-ACCT-IDX
           COMPUTE WS-OWED = SR-PAYMENT(WS-ROW-IDX)
               - SR-PAID(WS-ROW-IDX)
           MOVE 0 TO WS-TAKE
           IF WS-ACCT-IDX > 0 AND WS-COLL-COUNT < 500
               IF AC-AVAILABLE(WS-ACCT-IDX) >= WS-OWED
                   MOVE WS-OWED TO WS-TAKE
               ELSE
                   MOVE AC-AVAILABLE(WS-ACCT-IDX) TO WS-TAKE
               END-IF
           END-IF

           IF WS-TAKE > 0
               IF SR-PAID(WS-ROW-IDX) < SR-INTEREST(WS-ROW-IDX)
                   MOVE SR-PAID(WS-ROW-IDX) TO WS-INT-BEFORE
               ELSE
                   MOVE SR-INTEREST(WS-ROW-IDX) TO WS-INT-BEFORE
               END-IF
               ADD WS-TAKE TO SR-PAID(WS-ROW-IDX)
               IF SR-PAID(WS-ROW-IDX) < SR-INTEREST(WS-ROW-IDX)
                   MOVE SR-PAID(WS-ROW-IDX) TO WS-INT-AFTER
               ELSE
                   MOVE SR-INTEREST(WS-ROW-IDX) TO WS-INT-AFTER
               END-IF
               SUBTRACT WS-TAKE FROM AC-AVAILABLE(WS-ACCT-IDX)
               ADD 1 TO WS-COLL-COUNT
               MOVE LT-BORROWER(WS-LOAN-IDX)
                   TO CL-BORROWER(WS-COLL-COUNT)
               MOVE LT-LOAN-ACCT(WS-LOAN-IDX)
                   TO CL-LOAN-ACCT(WS-COLL-COUNT)
               MOVE WS-TAKE TO CL-AMOUNT(WS-COLL-COUNT)
               COMPUTE CL-INTEREST(WS-COLL-COUNT) =
                   WS-INT-AFTER - WS-INT-BEFORE
               COMPUTE CL-PRINCIPAL(WS-COLL-COUNT) =
                   WS-TAKE - CL-INTEREST(WS-COLL-COUNT)
               ADD WS-TAKE TO WS-TOTAL-COLLECTED
               ADD CL-INTEREST(WS-COLL-COUNT) TO WS-TOTAL-INTEREST
           END-IF

           EVALUATE TRUE
               WHEN SR-PAID(WS-ROW-IDX) >= SR-PAYMENT(WS-ROW-IDX)
                   MOVE "P" TO SR-STATUS(WS-ROW-IDX)
               WHEN SR-PAID(WS-ROW-IDX) > 0
                   MOVE "S" TO SR-STATUS(WS-ROW-IDX)
               WHEN OTHER
                   MOVE "M" TO SR-STATUS(WS-ROW-IDX)
           END-EVALUATE.

      *---------------------------------------------------------------
      * One balanced batch: per collection a debit to the borrower,
      * and credits to the loan account and the loan income account
      * for whichever parts are non-zero.
      *---------------------------------------------------------------
       WRITE-INSTALLMENT-BATCH.
           IF WS-COLL-COUNT = 0
               DISPLAY "No installments collected - no batch written"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DTL-COUNT
           PERFORM VARYING WS-COLL-IDX FROM 1 BY 1
                   UNTIL WS-COLL-IDX > WS-COLL-COUNT
               ADD 1 TO WS-DTL-COUNT
               IF CL-PRINCIPAL(WS-COLL-IDX) > 0
                   ADD 1 TO WS-DTL-COUNT
               END-IF
               IF CL-INTEREST(WS-COLL-IDX) > 0
                   ADD 1 TO WS-DTL-COUNT
               END-IF
           END-PERFORM

           OPEN EXTEND JOURNAL-FILE
           IF FS-JOURNAL NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF FS-JOURNAL NOT = "00"
               DISPLAY "Cannot open journal, FS=" FS-JOURNAL
                   " - installment batch not written"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL "GET-OPEN-PERIOD"
               USING WS-OPEN-PERIOD WS-OPEN-PD-STATUS
           END-CALL
           MOVE "P" TO JP-TYPE
           MOVE WS-OPEN-PERIOD TO JP-PERIOD
           MOVE "L" TO JP-ENTRY-TYPE
           MOVE WS-JRNL-PERIOD TO JOURNAL-REC
           WRITE JOURNAL-REC
           CALL "NEXT-BATCH-ID" USING JB-BATCH-ID JB-OPERATOR
           END-CALL
           MOVE "B" TO JB-TYPE
           MOVE WS-JRNL-BATCH TO JOURNAL-REC
           WRITE JOURNAL-REC

           MOVE "H" TO JH-TYPE
           MOVE WS-DTL-COUNT TO JH-COUNT
           MOVE 0 TO JH-NET
           MOVE WS-JRNL-HEADER TO JOURNAL-REC
           WRITE JOURNAL-REC

           MOVE "D" TO JT-TYPE
           PERFORM VARYING WS-COLL-IDX FROM 1 BY 1
                   UNTIL WS-COLL-IDX > WS-COLL-COUNT
               MOVE CL-BORROWER(WS-COLL-IDX) TO JT-ACCT
               MOVE "D" TO JT-DC
               MOVE CL-AMOUNT(WS-COLL-IDX) TO JT-AMOUNT
               MOVE WS-JRNL-DETAIL TO JOURNAL-REC
               WRITE JOURNAL-REC
               IF CL-PRINCIPAL(WS-COLL-IDX) > 0
                   MOVE CL-LOAN-ACCT(WS-COLL-IDX) TO JT-ACCT
                   MOVE "C" TO JT-DC
                   MOVE CL-PRINCIPAL(WS-COLL-IDX) TO JT-AMOUNT
                   MOVE WS-JRNL-DETAIL TO JOURNAL-REC
                   WRITE JOURNAL-REC
               END-IF
               IF CL-INTEREST(WS-COLL-IDX) > 0
                   MOVE WS-INCOME-ACCT TO JT-ACCT
                   MOVE "C" TO JT-DC
                   MOVE CL-INTEREST(WS-COLL-IDX) TO JT-AMOUNT
                   MOVE WS-JRNL-DETAIL TO JOURNAL-REC
                   WRITE JOURNAL-REC
               END-IF
           END-PERFORM
           CLOSE JOURNAL-FILE
           DISPLAY "Installment batch written: " WS-DTL-COUNT
               " details".

       COMPLETE-PAID-LOANS.
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               MOVE 0 TO LT-UNPAID(WS-LOAN-IDX)
           END-PERFORM
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF SR-LOAN-IDX(WS-ROW-IDX) > 0
                   AND SR-STATUS(WS-ROW-IDX) NOT = "P"
                   ADD 1 TO LT-UNPAID(SR-LOAN-IDX(WS-ROW-IDX))
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF LT-STATUS(WS-LOAN-IDX) = "A"
                   AND LT-UNPAID(WS-LOAN-IDX) = 0
                   MOVE "C" TO LT-STATUS(WS-LOAN-IDX)
                   DISPLAY "Loan " LT-LOAN-ACCT(WS-LOAN-IDX)
                       " paid in full"
               END-IF
           END-PERFORM.

       REWRITE-LOAN-SCHEDULE.
           OPEN OUTPUT SCHEDULE-FILE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               MOVE SR-LOAN-ACCT(WS-ROW-IDX) TO LS-LOAN-ACCT
               MOVE SR-INST-NO(WS-ROW-IDX) TO LS-INST-NO
               MOVE SR-DUE-DATE(WS-ROW-IDX) TO LS-DUE-DATE
               MOVE SR-PAYMENT(WS-ROW-IDX) TO LS-PAYMENT
               MOVE SR-INTEREST(WS-ROW-IDX) TO LS-INTEREST
               MOVE SR-PRINCIPAL(WS-ROW-IDX) TO LS-PRINCIPAL
               MOVE SR-BALANCE(WS-ROW-IDX) TO LS-BALANCE
               MOVE SR-STATUS(WS-ROW-IDX) TO LS-STATUS
               MOVE SR-PAID(WS-ROW-IDX) TO LS-PAID
               WRITE SCHEDULE-REC
           END-PERFORM
           CLOSE SCHEDULE-FILE.

       REWRITE-LOAN-MASTER.
           OPEN OUTPUT LOAN-FILE
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               MOVE LT-LOAN-ACCT(WS-LOAN-IDX) TO LM-LOAN-ACCT
               MOVE LT-BORROWER(WS-LOAN-IDX) TO LM-BORROWER
               MOVE LT-PRINCIPAL(WS-LOAN-IDX) TO LM-PRINCIPAL
               MOVE LT-RATE-TTH(WS-LOAN-IDX) TO LM-RATE-TTH
               MOVE LT-TERM(WS-LOAN-IDX) TO LM-TERM
               MOVE LT-START-DATE(WS-LOAN-IDX) TO LM-START-DATE
               MOVE LT-STATUS(WS-LOAN-IDX) TO LM-STATUS
               WRITE LOAN-REC
           END-PERFORM
           CLOSE LOAN-FILE.

       WRITE-ARREARS-REPORT.
           OPEN OUTPUT ARREARS-FILE
           IF FS-ARREARS NOT = "00"
               DISPLAY "Cannot open loan-arrears.txt FS=" FS-ARREARS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO WS-AT-DATE
           WRITE ARREARS-LINE FROM WS-ARR-TITLE
           MOVE SPACES TO ARREARS-LINE
           WRITE ARREARS-LINE
           WRITE ARREARS-LINE FROM WS-ARR-HEADING
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF SR-LOAN-IDX(WS-ROW-IDX) > 0
                   AND (SR-STATUS(WS-ROW-IDX) = "S"
                        OR SR-STATUS(WS-ROW-IDX) = "M")
                   PERFORM WRITE-ARREARS-LINE
               END-IF
           END-PERFORM
           MOVE WS-ARREARS-COUNT TO WS-ATT-COUNT
           MOVE WS-TOTAL-ARREARS TO WS-ATT-AMOUNT
           MOVE SPACES TO ARREARS-LINE
           WRITE ARREARS-LINE
           WRITE ARREARS-LINE FROM WS-ARR-TOTAL
           CLOSE ARREARS-FILE.

       WRITE-ARREARS-LINE.
           COMPUTE WS-SHORTFALL = SR-PAYMENT(WS-ROW-IDX)
               - SR-PAID(WS-ROW-IDX)
           COMPUTE WS-DAYS-LATE =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(SR-DUE-DATE(WS-ROW-IDX))
           ADD 1 TO WS-ARREARS-COUNT
           ADD WS-SHORTFALL TO WS-TOTAL-ARREARS
           MOVE SR-LOAN-ACCT(WS-ROW-IDX) TO WS-AD-LOAN
           MOVE LT-BORROWER(SR-LOAN-IDX(WS-ROW-IDX))
               TO WS-AD-BORROWER
           MOVE SR-INST-NO(WS-ROW-IDX) TO WS-AD-INST
           MOVE SR-DUE-DATE(WS-ROW-IDX) TO WS-AD-DUE-DATE
           MOVE SR-PAYMENT(WS-ROW-IDX) TO WS-AD-DUE
           MOVE SR-PAID(WS-ROW-IDX) TO WS-AD-PAID
           MOVE WS-SHORTFALL TO WS-AD-SHORT
           MOVE WS-DAYS-LATE TO WS-AD-DAYS
           WRITE ARREARS-LINE FROM WS-ARR-DETAIL.
