       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RECONCILE.

      *---------------------------------------------------------------
      * Bank reconciliation for the operating cash accounts named in
      * bank-cash-accounts.txt:
      *
      *   <ledger acct 9(4)><bank account X(12)>
      *
      * The bank's statement arrives as bank-statement.txt, any
      * number of accounts in one file, each a statement header
      * followed by its lines:
      *
      *   S<bank acct X(12)><stmt date 9(8)><closing S9(9)V99 TS>
      *   T<bank acct X(12)><date 9(8)><D|C><amount 9(7)V99>
      *    <reference X(12)>
      *
      * A statement no later than the last one reconciled for its
      * account is refused, so a resent file cannot import twice.
      *
      * The book side is gathered the same way each run:
      *   - every balance-audit.txt image against a cash account
      *     written since the last run (a ledger posting);
      *   - a payroll run PAYROLL-DRIVER has paid since the last
      *     run: each bank-feed.txt deposit and each printed check
      *     in check-register.txt, referenced by employee, plus one
      *     offset for the run's total that the net-pay posting to
      *     the ledger absorbs when it arrives - the ledger carries
      *     the run as one lump, the bank sees every payment;
      *   - garnishment remittances and reissued checks, which go
      *     through the bank with no cash posting behind them, held
      *     only to name the bank debit they turn up as.
      *
      * Each bank line is matched to an open book item of the same
      * amount, first on reference, then on the nearest date within
      * the match window. Whatever stays unmatched on either side is
      * carried forward in bank-recon-open.txt to the next run, and
      * bank-recon-control.dat holds how far balance-audit.txt and
      * the payroll files have been read. The balance-audit mark is
      * the line count read and the last image taken; when
      * PERIOD-ARCHIVE has trimmed closed months off the top since,
      * the line at the mark no longer matches, and the harvest
      * resumes after that image wherever it now stands - or from
      * the top when the image itself went to the archive, as
      * everything before it in the dated trail went with it.
      *
      * Amounts are in the cash account's natural direction: a
      * deposit is positive, a payment negative. The statement in
      * bank-reconciliation.txt is the classic one - balance per
      * bank, plus deposits in transit, less outstanding checks,
      * against the book balance on the account master, adjusted
      * for bank items not yet on the books. RETURN-CODE 4 when an
      * account is out of balance or has no statement this run.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC ASSIGN TO "bbbbbb.idx"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ACCT-NUMBER
              FILE STATUS IS ACCT-FILE-STATUS.
           SELECT CASH-ACCOUNT-FILE ASSIGN TO "bank-cash-accounts.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CASH-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "bank-statement.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STMT-FILE-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "bank-recon-open.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ITEM-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "bank-recon-control.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTL-FILE-STATUS.
           SELECT BALANCE-AUDIT-FILE ASSIGN TO "balance-audit.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDT-FILE-STATUS.
           SELECT POST-ACCOUNT-FILE
              ASSIGN TO "intermediate/payroll-post-accounts.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS POST-FILE-STATUS.
           SELECT BANK-FEED-FILE
              ASSIGN TO "intermediate/bank-feed.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FEED-FILE-STATUS.
           SELECT CHECK-REGISTER-FILE
              ASSIGN TO "intermediate/check-register.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHK-FILE-STATUS.
           SELECT GARNISH-REMIT-FILE
              ASSIGN TO "intermediate/garnish-remittance.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GARN-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "bank-reconciliation.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCT-REC.
       01 ACCT-RECORD.
          05 ACCT-NUMBER.
             10 ACCT-BASE PIC 9(3).
             10 ACCT-CHECK PIC 9.
          05 ACCT-NAME PIC X(4).
          05 ACCT-BALANCE PIC S9(5)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

       FD CASH-ACCOUNT-FILE.
       01 CASH-ACCOUNT-REC.
          05 CA-ACCT PIC 9(4).
          05 CA-BANK-ACCT PIC X(12).

       FD STATEMENT-FILE.
       01 STATEMENT-REC.
          05 ST-TYPE PIC X.
          05 ST-BANK-ACCT PIC X(12).
          05 ST-DATE PIC 9(8).
          05 ST-CLOSING PIC S9(9)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
          05 FILLER PIC X(10).
       01 STATEMENT-LINE-REC.
          05 SL-TYPE PIC X.
          05 SL-BANK-ACCT PIC X(12).
          05 SL-DATE PIC 9(8).
          05 SL-DC PIC X.
          05 SL-AMOUNT PIC 9(7)V99.
          05 SL-REFERENCE PIC X(12).

       FD OPEN-ITEM-FILE.
       01 OPEN-ITEM-REC.
          05 OI-ACCT PIC 9(4).
          05 OI-SOURCE PIC X.
          05 OI-DATE PIC 9(8).
          05 OI-AMOUNT PIC S9(7)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
          05 OI-REFERENCE PIC X(12).

       FD CONTROL-FILE.
       01 CONTROL-REC.
          05 CR-TYPE PIC X.
          05 CR-AUDIT-LINES PIC 9(7).
          05 CR-PAYROLL-DATE PIC 9(8).
          05 CR-LAST-IMAGE PIC X(60).
       01 CONTROL-STMT-REC.
          05 CS-TYPE PIC X.
          05 CS-ACCT PIC 9(4).
          05 CS-STMT-DATE PIC 9(8).
          05 FILLER PIC X(3).

       FD BALANCE-AUDIT-FILE.
       01 BALANCE-AUDIT-REC.
          05 BA-DATE PIC 9(8).
          05 BA-FILLER-1 PIC X.
          05 BA-TIME PIC 9(6).
          05 BA-FILLER-2 PIC X.
          05 BA-ACCT-NUMBER PIC 9(4).
          05 BA-FILLER-3 PIC X.
          05 BA-BEFORE PIC X(9).
          05 BA-FILLER-4 PIC X.
          05 BA-AMOUNT PIC X(9).
          05 BA-FILLER-5 PIC X.
          05 BA-AFTER PIC X(9).
          05 BA-FILLER-6 PIC X.
          05 BA-ENTRY-TYPE PIC X.
          05 BA-FILLER-7 PIC X.
          05 BA-BATCH-ID PIC X(7).

       FD POST-ACCOUNT-FILE.
       01 POST-ACCOUNT-REC.
          05 PA-EXPENSE-ACCT PIC 9(4).
          05 PA-TAX-ACCT PIC 9(4).
          05 PA-DED-ACCT PIC 9(4).
          05 PA-NET-ACCT PIC 9(4).

       FD BANK-FEED-FILE.
       01 BANK-FEED-REC PIC X(40).

       FD CHECK-REGISTER-FILE.
       01 CHECK-REGISTER-LINE PIC X(60).

       FD GARNISH-REMIT-FILE.
       01 GARNISH-REMIT-LINE PIC X(70).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 ACCT-FILE-STATUS PIC XX.
       01 CASH-FILE-STATUS PIC XX.
       01 STMT-FILE-STATUS PIC XX.
       01 ITEM-FILE-STATUS PIC XX.
       01 CTL-FILE-STATUS PIC XX.
       01 AUDT-FILE-STATUS PIC XX.
       01 POST-FILE-STATUS PIC XX.
       01 FEED-FILE-STATUS PIC XX.
       01 CHK-FILE-STATUS PIC XX.
       01 GARN-FILE-STATUS PIC XX.
       01 RPT-FILE-STATUS PIC XX.
       01 WS-END-FLAG PIC X VALUE "N".

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.

      *---------------------------------------------------------------
      * A bank line and a book item match on amount when their dates
      * are no more than this many days apart.
      *---------------------------------------------------------------
       01 WS-MATCH-WINDOW-DAYS PIC 9(3) VALUE 10.

      *---------------------------------------------------------------
      * How far the book-side sources have been read, and the last
      * statement reconciled per cash account.
      *---------------------------------------------------------------
       01 WS-AUDIT-LINES-DONE PIC 9(7) VALUE 0.
       01 WS-AUDIT-LINES-READ PIC 9(7) VALUE 0.
       01 WS-LAST-IMAGE PIC X(60) VALUE SPACES.
       01 WS-MARK-HELD PIC X VALUE "Y".
       01 WS-MARK-FOUND-AT PIC 9(7) VALUE 0.
       01 WS-PAYROLL-DATE-DONE PIC 9(8) VALUE 0.

       01 WS-CASH-COUNT PIC 9(2) VALUE 0.
       01 WS-CASH-IDX PIC 9(2).
       01 WS-CASH-MATCH PIC 9(2).
       01 WS-CASH-TABLE.
          05 WS-CASH-ENTRY OCCURS 20 TIMES.
             10 CT-ACCT PIC 9(4).
             10 CT-BANK-ACCT PIC X(12).
             10 CT-LAST-STMT PIC 9(8).
             10 CT-STMT-DATE PIC 9(8).
             10 CT-BANK-BALANCE PIC S9(9)V99.
             10 CT-BOOK-BALANCE PIC S9(7)V99.
             10 CT-CLEARED-COUNT PIC 9(4).

      *---------------------------------------------------------------
      * Every open reconciling item, carried forward and new.
      * Source: B bank line, L ledger posting, P payroll payment,
      * R payroll run awaiting its ledger posting, X expected
      * through the bank with no cash posting behind it.
      * Status: O open, M matched this run, C cancelled by an
      * offsetting book item.
      *---------------------------------------------------------------
       01 WS-ITEM-COUNT PIC 9(4) VALUE 0.
       01 WS-ITEM-IDX PIC 9(4).
       01 WS-SCAN-IDX PIC 9(4).
       01 WS-BEST-IDX PIC 9(4).
       01 WS-ITEM-TABLE.
          05 WS-ITEM-ENTRY OCCURS 1000 TIMES.
             10 IT-ACCT PIC 9(4).
             10 IT-SOURCE PIC X.
             10 IT-DATE PIC 9(8).
             10 IT-AMOUNT PIC S9(7)V99.
             10 IT-REFERENCE PIC X(12).
             10 IT-STATUS PIC X.

       01 WS-NEW-ACCT PIC 9(4).
       01 WS-NEW-SOURCE PIC X.
       01 WS-NEW-DATE PIC 9(8).
       01 WS-NEW-AMOUNT PIC S9(7)V99.
       01 WS-NEW-REFERENCE PIC X(12).

       01 WS-PAYROLL-ACCT PIC 9(4) VALUE 0.
       01 WS-PAY-DATE PIC 9(8) VALUE 0.
       01 WS-PAYRUN-TOTAL PIC S9(7)V99.
       01 WS-FEED-FIELDS.
          05 WS-FEED-TYPE PIC X(3).
          05 WS-FEED-F2 PIC X(12).
          05 WS-FEED-F3 PIC X(12).
          05 WS-FEED-F4 PIC X(12).

       01 WS-STMT-ACCEPTED PIC X VALUE "N".
       01 WS-STMT-CASH-IDX PIC 9(2) VALUE 0.
       01 WS-STMT-LINES PIC 9(5) VALUE 0.
       01 WS-MATCHED-COUNT PIC 9(5) VALUE 0.

       01 WS-DAYS-APART PIC S9(7).
       01 WS-BEST-DAYS PIC S9(7).

       01 WS-DIT-TOTAL PIC S9(9)V99.
       01 WS-OC-TOTAL PIC S9(9)V99.
       01 WS-BANK-CR-TOTAL PIC S9(9)V99.
       01 WS-BANK-DR-TOTAL PIC S9(9)V99.
       01 WS-AWAIT-TOTAL PIC S9(9)V99.
       01 WS-ADJ-BANK PIC S9(9)V99.
       01 WS-ADJ-BOOK PIC S9(9)V99.
       01 WS-DIFFERENCE PIC S9(9)V99.
       01 WS-LIST-SOURCE PIC X.
       01 WS-LIST-SIGN PIC X.
       01 WS-LIST-TOTAL PIC S9(9)V99.
       01 WS-OUT-OF-BALANCE PIC 9(2) VALUE 0.

       01 WS-TITLE-LINE.
          05 FILLER PIC X(28) VALUE "BANK RECONCILIATION ACCOUNT ".
          05 WS-T-ACCT PIC 9(4).
          05 FILLER PIC X(7) VALUE "  BANK ".
          05 WS-T-BANK-ACCT PIC X(12).
          05 FILLER PIC X(12) VALUE "  STATEMENT ".
          05 WS-T-STMT-DATE PIC 9(8).
       01 WS-AMOUNT-LINE.
          05 WS-A-LABEL PIC X(44).
          05 WS-A-AMOUNT PIC -(9)9.99.
       01 WS-CLEARED-LINE.
          05 FILLER PIC X(23) VALUE "ITEMS CLEARED THIS RUN ".
          05 WS-C-COUNT PIC ZZZ9.
       01 WS-ITEM-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-I-DATE PIC 9(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-I-SOURCE PIC X(7).
          05 FILLER PIC X VALUE SPACE.
          05 WS-I-REFERENCE PIC X(12).
          05 FILLER PIC X VALUE SPACE.
          05 WS-I-AMOUNT PIC -(7)9.99.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL

           PERFORM LOAD-CASH-ACCOUNTS
           IF WS-CASH-COUNT = 0
               DISPLAY "No cash accounts in bank-cash-accounts.txt"
                   " - nothing to reconcile"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CONTROL
           PERFORM LOAD-OPEN-ITEMS
           PERFORM HARVEST-LEDGER-POSTINGS
           PERFORM HARVEST-PAYROLL-RUN
           PERFORM CANCEL-OFFSETTING-ITEMS
           PERFORM IMPORT-BANK-STATEMENT
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF IT-SOURCE(WS-ITEM-IDX) = "B"
                   AND IT-STATUS(WS-ITEM-IDX) = "O"
                   PERFORM MATCH-BANK-ITEM
               END-IF
           END-PERFORM
           PERFORM LOAD-BOOK-BALANCES

           OPEN OUTPUT REPORT-FILE
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open bank-reconciliation.txt FS="
                   RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-ACCOUNT-RECONCILIATION
               VARYING WS-CASH-IDX FROM 1 BY 1
               UNTIL WS-CASH-IDX > WS-CASH-COUNT
           CLOSE REPORT-FILE

           PERFORM WRITE-OPEN-ITEMS
           PERFORM WRITE-CONTROL

           DISPLAY "Bank reconciliation: " WS-STMT-LINES
               " statement lines, " WS-MATCHED-COUNT " matched, "
               WS-OUT-OF-BALANCE " account(s) not reconciled"
           IF WS-OUT-OF-BALANCE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-CASH-ACCOUNTS.
           OPEN INPUT CASH-ACCOUNT-FILE
           IF CASH-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ CASH-ACCOUNT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-CASH-COUNT < 20
                           ADD 1 TO WS-CASH-COUNT
                           INITIALIZE WS-CASH-ENTRY(WS-CASH-COUNT)
                           MOVE CA-ACCT TO CT-ACCT(WS-CASH-COUNT)
                           MOVE CA-BANK-ACCT
                               TO CT-BANK-ACCT(WS-CASH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASH-ACCOUNT-FILE.

       LOAD-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF CTL-FILE-STATUS NOT = "00"
               DISPLAY "No bank-recon-control.dat - first run, "
                   "reading balance-audit.txt from the top"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ CONTROL-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF CR-TYPE = "H"
                           MOVE CR-AUDIT-LINES TO WS-AUDIT-LINES-DONE
                           MOVE CR-LAST-IMAGE TO WS-LAST-IMAGE
                           MOVE CR-PAYROLL-DATE
                               TO WS-PAYROLL-DATE-DONE
                       END-IF
                       IF CS-TYPE = "S"
                           PERFORM VARYING WS-CASH-IDX FROM 1 BY 1
                                   UNTIL WS-CASH-IDX > WS-CASH-COUNT
                               IF CT-ACCT(WS-CASH-IDX) = CS-ACCT
                                   MOVE CS-STMT-DATE
                                       TO CT-LAST-STMT(WS-CASH-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE.

       LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE
           IF ITEM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ OPEN-ITEM-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE OI-ACCT TO WS-NEW-ACCT
                       MOVE OI-SOURCE TO WS-NEW-SOURCE
                       MOVE OI-DATE TO WS-NEW-DATE
                       MOVE OI-AMOUNT TO WS-NEW-AMOUNT
                       MOVE OI-REFERENCE TO WS-NEW-REFERENCE
                       PERFORM ADD-ITEM
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEM-FILE.

       ADD-ITEM.
           IF WS-ITEM-COUNT >= 1000
               DISPLAY "Reconciling item table full - run stopped,"
                   " nothing rewritten"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-NEW-ACCT TO IT-ACCT(WS-ITEM-COUNT)
           MOVE WS-NEW-SOURCE TO IT-SOURCE(WS-ITEM-COUNT)
           MOVE WS-NEW-DATE TO IT-DATE(WS-ITEM-COUNT)
           MOVE WS-NEW-AMOUNT TO IT-AMOUNT(WS-ITEM-COUNT)
           MOVE WS-NEW-REFERENCE TO IT-REFERENCE(WS-ITEM-COUNT)
           MOVE "O" TO IT-STATUS(WS-ITEM-COUNT).

      *---------------------------------------------------------------
      * Images past the last run's mark against a cash account. The
      * image amount is the change to ACCT-BALANCE, credit-positive,
      * so a deposit (a debit to cash) arrives negative and is
      * turned round. Nothing is taken until the line at the mark
      * has proved to be the last image taken; if it is not, the
      * mark is found again and the trail read a second time.
      *---------------------------------------------------------------
       HARVEST-LEDGER-POSTINGS.
           MOVE "Y" TO WS-MARK-HELD
           PERFORM READ-AUDIT-FROM-MARK
           IF WS-MARK-HELD = "N"
               PERFORM LOCATE-LAST-IMAGE
               PERFORM READ-AUDIT-FROM-MARK
           END-IF.

       READ-AUDIT-FROM-MARK.
           MOVE 0 TO WS-AUDIT-LINES-READ
           OPEN INPUT BALANCE-AUDIT-FILE
           IF AUDT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ BALANCE-AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       ADD 1 TO WS-AUDIT-LINES-READ
                       IF WS-AUDIT-LINES-READ = WS-AUDIT-LINES-DONE
                           AND WS-LAST-IMAGE NOT = SPACES
                           AND BALANCE-AUDIT-REC NOT = WS-LAST-IMAGE
                           MOVE "N" TO WS-MARK-HELD
                           MOVE "Y" TO WS-END-FLAG
                       END-IF
                       IF WS-AUDIT-LINES-READ > WS-AUDIT-LINES-DONE
                           PERFORM HARVEST-AUDIT-IMAGE
                           MOVE BALANCE-AUDIT-REC TO WS-LAST-IMAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-AUDIT-FILE
           IF WS-AUDIT-LINES-READ < WS-AUDIT-LINES-DONE
               MOVE "N" TO WS-MARK-HELD
           END-IF
           IF WS-MARK-HELD = "Y"
               MOVE WS-AUDIT-LINES-READ TO WS-AUDIT-LINES-DONE
           END-IF.

      *---------------------------------------------------------------
      * The last image taken, wherever the trim has left it. Not
      * found, it was archived along with everything before it, and
      * all that remains is new.
      *---------------------------------------------------------------
       LOCATE-LAST-IMAGE.
           MOVE 0 TO WS-MARK-FOUND-AT
           MOVE 0 TO WS-AUDIT-LINES-READ
           IF WS-LAST-IMAGE NOT = SPACES
               OPEN INPUT BALANCE-AUDIT-FILE
               MOVE "N" TO WS-END-FLAG
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ BALANCE-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           ADD 1 TO WS-AUDIT-LINES-READ
                           IF BALANCE-AUDIT-REC = WS-LAST-IMAGE
                               MOVE WS-AUDIT-LINES-READ
                                   TO WS-MARK-FOUND-AT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-AUDIT-FILE
           END-IF
           IF WS-MARK-FOUND-AT > 0
               DISPLAY "balance-audit.txt has been trimmed - "
                   "resuming after line " WS-MARK-FOUND-AT
           ELSE
               DISPLAY "balance-audit.txt no longer holds the last "
                   "image taken - reading it from the top"
           END-IF
           MOVE WS-MARK-FOUND-AT TO WS-AUDIT-LINES-DONE
           MOVE "Y" TO WS-MARK-HELD.

       HARVEST-AUDIT-IMAGE.
           MOVE BA-ACCT-NUMBER TO WS-NEW-ACCT
           PERFORM FIND-CASH-ACCOUNT
           IF WS-CASH-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "L" TO WS-NEW-SOURCE
           MOVE BA-DATE TO WS-NEW-DATE
           COMPUTE WS-NEW-AMOUNT = 0 - FUNCTION NUMVAL(BA-AMOUNT)
           MOVE SPACES TO WS-NEW-REFERENCE
           IF WS-NEW-AMOUNT NOT = 0
               PERFORM ADD-ITEM
           END-IF.

       FIND-CASH-ACCOUNT.
           MOVE 0 TO WS-CASH-MATCH
           PERFORM VARYING WS-CASH-IDX FROM 1 BY 1
                   UNTIL WS-CASH-IDX > WS-CASH-COUNT
               IF CT-ACCT(WS-CASH-IDX) = WS-NEW-ACCT
                   MOVE WS-CASH-IDX TO WS-CASH-MATCH
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * The latest payroll run's payments, once per pay date, when
      * its net pay clears through one of the cash accounts.
      *---------------------------------------------------------------
       HARVEST-PAYROLL-RUN.
           OPEN INPUT POST-ACCOUNT-FILE
           IF POST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ POST-ACCOUNT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PA-NET-ACCT TO WS-PAYROLL-ACCT
           END-READ
           CLOSE POST-ACCOUNT-FILE
           MOVE WS-PAYROLL-ACCT TO WS-NEW-ACCT
           PERFORM FIND-CASH-ACCOUNT
           IF WS-CASH-MATCH = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT BANK-FEED-FILE
           IF FEED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PAY-DATE
           MOVE 0 TO WS-PAYRUN-TOTAL
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ BANK-FEED-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       PERFORM HARVEST-BANK-FEED-LINE
               END-READ
           END-PERFORM
           CLOSE BANK-FEED-FILE
           IF WS-PAY-DATE = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM HARVEST-CHECK-REGISTER
           PERFORM HARVEST-GARNISH-REMITTANCE
           IF WS-PAYRUN-TOTAL NOT = 0
               MOVE WS-PAYROLL-ACCT TO WS-NEW-ACCT
               MOVE "R" TO WS-NEW-SOURCE
               MOVE WS-PAY-DATE TO WS-NEW-DATE
               COMPUTE WS-NEW-AMOUNT = 0 - WS-PAYRUN-TOTAL
               MOVE "PAYRUN" TO WS-NEW-REFERENCE
               PERFORM ADD-ITEM
           END-IF
           MOVE WS-PAY-DATE TO WS-PAYROLL-DATE-DONE
           DISPLAY "Payroll run " WS-PAY-DATE " brought in".

       HARVEST-BANK-FEED-LINE.
           MOVE SPACES TO WS-FEED-FIELDS
           UNSTRING BANK-FEED-REC DELIMITED BY "|"
               INTO WS-FEED-TYPE WS-FEED-F2 WS-FEED-F3 WS-FEED-F4
           END-UNSTRING
           EVALUATE WS-FEED-TYPE
               WHEN "HDR"
                   IF WS-FEED-F3(1:8) IS NUMERIC
                       AND WS-FEED-F3(1:8) > WS-PAYROLL-DATE-DONE
                       MOVE WS-FEED-F3(1:8) TO WS-PAY-DATE
                   ELSE
                       MOVE "Y" TO WS-END-FLAG
                   END-IF
               WHEN "DTL"
                   MOVE WS-PAYROLL-ACCT TO WS-NEW-ACCT
                   MOVE "P" TO WS-NEW-SOURCE
                   MOVE WS-PAY-DATE TO WS-NEW-DATE
                   COMPUTE WS-NEW-AMOUNT =
                       0 - FUNCTION NUMVAL(WS-FEED-F4)
                   MOVE WS-FEED-F2 TO WS-NEW-REFERENCE
                   ADD WS-NEW-AMOUNT TO WS-PAYRUN-TOTAL
                   PERFORM ADD-ITEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------------------------------------------------------------
      * Printed checks: a regular check is part of the run's net pay;
      * a reissued return was paid once already, so it is expected
      * through the bank with no cash posting behind it.
      *---------------------------------------------------------------
       HARVEST-CHECK-REGISTER.
           OPEN INPUT CHECK-REGISTER-FILE
           IF CHK-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ CHECK-REGISTER-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF CHECK-REGISTER-LINE(7:7) = "  NET  "
                           MOVE WS-PAYROLL-ACCT TO WS-NEW-ACCT
                           MOVE WS-PAY-DATE TO WS-NEW-DATE
                           COMPUTE WS-NEW-AMOUNT = 0 -
                               FUNCTION NUMVAL
                                   (CHECK-REGISTER-LINE(14:10))
                           MOVE CHECK-REGISTER-LINE(1:6)
                               TO WS-NEW-REFERENCE
                           IF CHECK-REGISTER-LINE(24:11)
                                   = "  REISSUED "
                               MOVE "X" TO WS-NEW-SOURCE
                           ELSE
                               MOVE "P" TO WS-NEW-SOURCE
                               ADD WS-NEW-AMOUNT TO WS-PAYRUN-TOTAL
                           END-IF
                           PERFORM ADD-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECK-REGISTER-FILE.

       HARVEST-GARNISH-REMITTANCE.
           OPEN INPUT GARNISH-REMIT-FILE
           IF GARN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ GARNISH-REMIT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF GARNISH-REMIT-LINE(20:9) = "  AMOUNT "
                           MOVE WS-PAYROLL-ACCT TO WS-NEW-ACCT
                           MOVE "X" TO WS-NEW-SOURCE
                           MOVE WS-PAY-DATE TO WS-NEW-DATE
                           COMPUTE WS-NEW-AMOUNT = 0 -
                               FUNCTION NUMVAL
                                   (GARNISH-REMIT-LINE(29:10))
                           MOVE GARNISH-REMIT-LINE(3:10)
                               TO WS-NEW-REFERENCE
                           PERFORM ADD-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GARNISH-REMIT-FILE.

      *---------------------------------------------------------------
      * Book items that never reach the bank: a payroll run's offset
      * against the net-pay posting that absorbs it, and a posting
      * against its same-day reversal image from a backed-out run.
      *---------------------------------------------------------------
       CANCEL-OFFSETTING-ITEMS.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF IT-STATUS(WS-ITEM-IDX) = "O"
                   AND (IT-SOURCE(WS-ITEM-IDX) = "R"
                        OR IT-SOURCE(WS-ITEM-IDX) = "L")
                   PERFORM FIND-OFFSETTING-ITEM
               END-IF
           END-PERFORM.

       FIND-OFFSETTING-ITEM.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-ITEM-COUNT
                   OR IT-STATUS(WS-ITEM-IDX) NOT = "O"
               IF WS-SCAN-IDX NOT = WS-ITEM-IDX
                   AND IT-STATUS(WS-SCAN-IDX) = "O"
                   AND IT-SOURCE(WS-SCAN-IDX) = "L"
                   AND IT-ACCT(WS-SCAN-IDX) = IT-ACCT(WS-ITEM-IDX)
                   AND IT-AMOUNT(WS-SCAN-IDX)
                       = 0 - IT-AMOUNT(WS-ITEM-IDX)
                   AND (IT-SOURCE(WS-ITEM-IDX) = "R"
                        OR IT-DATE(WS-SCAN-IDX)
                           = IT-DATE(WS-ITEM-IDX))
                   MOVE "C" TO IT-STATUS(WS-ITEM-IDX)
                   MOVE "C" TO IT-STATUS(WS-SCAN-IDX)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Statement headers set the bank balance for their account;
      * the lines that follow become open bank items.
      *---------------------------------------------------------------
       IMPORT-BANK-STATEMENT.
           OPEN INPUT STATEMENT-FILE
           IF STMT-FILE-STATUS NOT = "00"
               DISPLAY "No bank-statement.txt this run"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-STMT-ACCEPTED
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ STATEMENT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       EVALUATE ST-TYPE
                           WHEN "S"
                               PERFORM ACCEPT-STATEMENT-HEADER
                           WHEN "T"
                               IF WS-STMT-ACCEPTED = "Y"
                                   PERFORM ACCEPT-STATEMENT-LINE
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE STATEMENT-FILE.

       ACCEPT-STATEMENT-HEADER.
           MOVE "N" TO WS-STMT-ACCEPTED
           MOVE 0 TO WS-STMT-CASH-IDX
           PERFORM VARYING WS-CASH-IDX FROM 1 BY 1
                   UNTIL WS-CASH-IDX > WS-CASH-COUNT
               IF CT-BANK-ACCT(WS-CASH-IDX) = ST-BANK-ACCT
                   MOVE WS-CASH-IDX TO WS-STMT-CASH-IDX
               END-IF
           END-PERFORM
           IF WS-STMT-CASH-IDX = 0
               DISPLAY "Statement for unknown bank account "
                   ST-BANK-ACCT " skipped"
               EXIT PARAGRAPH
           END-IF
           IF ST-DATE NOT > CT-LAST-STMT(WS-STMT-CASH-IDX)
               DISPLAY "Statement " ST-DATE " for " ST-BANK-ACCT
                   " already reconciled - skipped"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-STMT-ACCEPTED
           MOVE ST-DATE TO CT-STMT-DATE(WS-STMT-CASH-IDX)
           MOVE ST-CLOSING TO CT-BANK-BALANCE(WS-STMT-CASH-IDX).

       ACCEPT-STATEMENT-LINE.
           IF SL-BANK-ACCT NOT = CT-BANK-ACCT(WS-STMT-CASH-IDX)
               DISPLAY "Statement line for " SL-BANK-ACCT
                   " under another account's header - skipped"
               EXIT PARAGRAPH
           END-IF
           MOVE CT-ACCT(WS-STMT-CASH-IDX) TO WS-NEW-ACCT
           MOVE "B" TO WS-NEW-SOURCE
           MOVE SL-DATE TO WS-NEW-DATE
           IF SL-DC = "C"
               MOVE SL-AMOUNT TO WS-NEW-AMOUNT
           ELSE
               COMPUTE WS-NEW-AMOUNT = 0 - SL-AMOUNT
           END-IF
           MOVE SL-REFERENCE TO WS-NEW-REFERENCE
           PERFORM ADD-ITEM
           ADD 1 TO WS-STMT-LINES.

      *---------------------------------------------------------------
      * One open bank line against the open book items of its
      * account: the same amount and reference first, then the same
      * amount nearest in date inside the window. A line that is
      * neither takes the name of an expected unbooked payment it
      * matches and stays open as a bank item not on the books.
      *---------------------------------------------------------------
       MATCH-BANK-ITEM.
           MOVE 0 TO WS-BEST-IDX
           IF IT-REFERENCE(WS-ITEM-IDX) NOT = SPACES
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-ITEM-COUNT
                       OR WS-BEST-IDX > 0
                   IF IT-STATUS(WS-SCAN-IDX) = "O"
                       AND (IT-SOURCE(WS-SCAN-IDX) = "L"
                            OR IT-SOURCE(WS-SCAN-IDX) = "P")
                       AND IT-ACCT(WS-SCAN-IDX) = IT-ACCT(WS-ITEM-IDX)
                       AND IT-AMOUNT(WS-SCAN-IDX)
                           = IT-AMOUNT(WS-ITEM-IDX)
                       AND IT-REFERENCE(WS-SCAN-IDX)
                           = IT-REFERENCE(WS-ITEM-IDX)
                       MOVE WS-SCAN-IDX TO WS-BEST-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BEST-IDX = 0
               MOVE 99999 TO WS-BEST-DAYS
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-ITEM-COUNT
                   IF IT-STATUS(WS-SCAN-IDX) = "O"
                       AND (IT-SOURCE(WS-SCAN-IDX) = "L"
                            OR IT-SOURCE(WS-SCAN-IDX) = "P")
                       AND IT-ACCT(WS-SCAN-IDX) = IT-ACCT(WS-ITEM-IDX)
                       AND IT-AMOUNT(WS-SCAN-IDX)
                           = IT-AMOUNT(WS-ITEM-IDX)
                       PERFORM COMPUTE-DAYS-APART
                       IF WS-DAYS-APART <= WS-MATCH-WINDOW-DAYS
                           AND WS-DAYS-APART < WS-BEST-DAYS
                           MOVE WS-DAYS-APART TO WS-BEST-DAYS
                           MOVE WS-SCAN-IDX TO WS-BEST-IDX
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BEST-IDX > 0
               MOVE "M" TO IT-STATUS(WS-ITEM-IDX)
               MOVE "M" TO IT-STATUS(WS-BEST-IDX)
               ADD 1 TO WS-MATCHED-COUNT
               MOVE IT-ACCT(WS-ITEM-IDX) TO WS-NEW-ACCT
               PERFORM FIND-CASH-ACCOUNT
               ADD 1 TO CT-CLEARED-COUNT(WS-CASH-MATCH)
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-ITEM-COUNT
                   OR WS-BEST-IDX > 0
               IF IT-STATUS(WS-SCAN-IDX) = "O"
                   AND IT-SOURCE(WS-SCAN-IDX) = "X"
                   AND IT-ACCT(WS-SCAN-IDX) = IT-ACCT(WS-ITEM-IDX)
                   AND IT-AMOUNT(WS-SCAN-IDX) = IT-AMOUNT(WS-ITEM-IDX)
                   PERFORM COMPUTE-DAYS-APART
                   IF IT-REFERENCE(WS-SCAN-IDX)
                           = IT-REFERENCE(WS-ITEM-IDX)
                       OR WS-DAYS-APART <= WS-MATCH-WINDOW-DAYS
                       MOVE WS-SCAN-IDX TO WS-BEST-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-IDX > 0
               MOVE "M" TO IT-STATUS(WS-BEST-IDX)
               MOVE IT-REFERENCE(WS-BEST-IDX)
                   TO IT-REFERENCE(WS-ITEM-IDX)
           END-IF.

       COMPUTE-DAYS-APART.
           COMPUTE WS-DAYS-APART =
               FUNCTION INTEGER-OF-DATE(IT-DATE(WS-ITEM-IDX))
               - FUNCTION INTEGER-OF-DATE(IT-DATE(WS-SCAN-IDX))
           IF WS-DAYS-APART < 0
               COMPUTE WS-DAYS-APART = 0 - WS-DAYS-APART
           END-IF.

      *---------------------------------------------------------------
      * Book balance per cash account in its natural direction -
      * ACCT-BALANCE is credit-positive, cash is debit-natured.
      *---------------------------------------------------------------
       LOAD-BOOK-BALANCES.
           OPEN INPUT ACCT-REC
           IF ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open account master, FS="
                   ACCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ ACCT-REC
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE ACCT-NUMBER TO WS-NEW-ACCT
                       PERFORM FIND-CASH-ACCOUNT
                       IF WS-CASH-MATCH > 0
                           COMPUTE CT-BOOK-BALANCE(WS-CASH-MATCH) =
                               0 - ACCT-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-REC.

       WRITE-ACCOUNT-RECONCILIATION.
           MOVE CT-ACCT(WS-CASH-IDX) TO WS-T-ACCT
           MOVE CT-BANK-ACCT(WS-CASH-IDX) TO WS-T-BANK-ACCT
           MOVE CT-STMT-DATE(WS-CASH-IDX) TO WS-T-STMT-DATE
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF CT-STMT-DATE(WS-CASH-IDX) = 0
               MOVE "  NO STATEMENT THIS RUN - ITEMS CARRIED FORWARD"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-OUT-OF-BALANCE
               EXIT PARAGRAPH
           END-IF

           MOVE "BALANCE PER BANK" TO WS-A-LABEL
           MOVE CT-BANK-BALANCE(WS-CASH-IDX) TO WS-A-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE

           MOVE "ADD DEPOSITS IN TRANSIT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "K" TO WS-LIST-SOURCE
           MOVE "+" TO WS-LIST-SIGN
           PERFORM LIST-OPEN-ITEMS
           MOVE WS-LIST-TOTAL TO WS-DIT-TOTAL
           MOVE "  TOTAL DEPOSITS IN TRANSIT" TO WS-A-LABEL
           MOVE WS-DIT-TOTAL TO WS-A-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE

           MOVE "LESS OUTSTANDING CHECKS AND PAYMENTS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "K" TO WS-LIST-SOURCE
           MOVE "-" TO WS-LIST-SIGN
           PERFORM LIST-OPEN-ITEMS
           COMPUTE WS-OC-TOTAL = 0 - WS-LIST-TOTAL
           MOVE "  TOTAL OUTSTANDING" TO WS-A-LABEL
           MOVE WS-OC-TOTAL TO WS-A-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE

           COMPUTE WS-ADJ-BANK = CT-BANK-BALANCE(WS-CASH-IDX)
               + WS-DIT-TOTAL - WS-OC-TOTAL
           MOVE "ADJUSTED BANK BALANCE" TO WS-A-LABEL
           MOVE WS-ADJ-BANK TO WS-A-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "BALANCE PER BOOKS" TO WS-A-LABEL
           MOVE CT-BOOK-BALANCE(WS-CASH-IDX) TO WS-A-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE

           MOVE "ADD BANK CREDITS NOT ON THE BOOKS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "B" TO WS-LIST-SOURCE
           MOVE "+" TO WS-LIST-SIGN
           PERFORM LIST-OPEN-ITEMS
           MOVE WS-LIST-TOTAL TO WS-BANK-CR-TOTAL

           MOVE "LESS BANK DEBITS NOT ON THE BOOKS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "B" TO WS-LIST-SOURCE
           MOVE "-" TO WS-LIST-SIGN
           PERFORM LIST-OPEN-ITEMS
           COMPUTE WS-BANK-DR-TOTAL = 0 - WS-LIST-TOTAL

           MOVE "LESS PAYROLL PAID, NOT YET POSTED" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "R" TO WS-LIST-SOURCE
           MOVE "+" TO WS-LIST-SIGN
           PERFORM LIST-OPEN-ITEMS
           MOVE WS-LIST-TOTAL TO WS-AWAIT-TOTAL

           COMPUTE WS-ADJ-BOOK = CT-BOOK-BALANCE(WS-CASH-IDX)
               + WS-BANK-CR-TOTAL - WS-BANK-DR-TOTAL - WS-AWAIT-TOTAL
           MOVE "ADJUSTED BOOK BALANCE" TO WS-A-LABEL
           MOVE WS-ADJ-BOOK TO WS-A-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE

           COMPUTE WS-DIFFERENCE = WS-ADJ-BANK - WS-ADJ-BOOK
           IF WS-DIFFERENCE = 0
               MOVE "RECONCILED" TO WS-A-LABEL
           ELSE
               MOVE "OUT OF BALANCE BY" TO WS-A-LABEL
               ADD 1 TO WS-OUT-OF-BALANCE
           END-IF
           MOVE WS-DIFFERENCE TO WS-A-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE

           MOVE "EXPECTED THROUGH THE BANK, NO CASH POSTING"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "X" TO WS-LIST-SOURCE
           MOVE "-" TO WS-LIST-SIGN
           PERFORM LIST-OPEN-ITEMS
           MOVE CT-CLEARED-COUNT(WS-CASH-IDX) TO WS-C-COUNT
           WRITE REPORT-LINE FROM WS-CLEARED-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *---------------------------------------------------------------
      * Lists the account's open items of one kind and one sign and
      * totals them: source "K" is any book item (ledger posting or
      * payroll payment), otherwise the source itself.
      *---------------------------------------------------------------
       LIST-OPEN-ITEMS.
           MOVE 0 TO WS-LIST-TOTAL
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF IT-STATUS(WS-ITEM-IDX) = "O"
                   AND IT-ACCT(WS-ITEM-IDX) = CT-ACCT(WS-CASH-IDX)
                   AND ((WS-LIST-SOURCE = "K"
                         AND (IT-SOURCE(WS-ITEM-IDX) = "L"
                              OR IT-SOURCE(WS-ITEM-IDX) = "P"))
                        OR IT-SOURCE(WS-ITEM-IDX) = WS-LIST-SOURCE)
                   AND ((WS-LIST-SIGN = "+"
                         AND IT-AMOUNT(WS-ITEM-IDX) > 0)
                        OR (WS-LIST-SIGN = "-"
                         AND IT-AMOUNT(WS-ITEM-IDX) < 0))
                   MOVE IT-DATE(WS-ITEM-IDX) TO WS-I-DATE
                   EVALUATE IT-SOURCE(WS-ITEM-IDX)
                       WHEN "L"
                           MOVE "LEDGER" TO WS-I-SOURCE
                       WHEN "P"
                           MOVE "PAYROLL" TO WS-I-SOURCE
                       WHEN "R"
                           MOVE "PAYRUN" TO WS-I-SOURCE
                       WHEN "X"
                           MOVE "EXPECT" TO WS-I-SOURCE
                       WHEN OTHER
                           MOVE "BANK" TO WS-I-SOURCE
                   END-EVALUATE
                   MOVE IT-REFERENCE(WS-ITEM-IDX) TO WS-I-REFERENCE
                   MOVE IT-AMOUNT(WS-ITEM-IDX) TO WS-I-AMOUNT
                   WRITE REPORT-LINE FROM WS-ITEM-LINE
                   ADD IT-AMOUNT(WS-ITEM-IDX) TO WS-LIST-TOTAL
               END-IF
           END-PERFORM.

       WRITE-OPEN-ITEMS.
           OPEN OUTPUT OPEN-ITEM-FILE
           IF ITEM-FILE-STATUS NOT = "00"
               DISPLAY "Cannot rewrite bank-recon-open.txt FS="
                   ITEM-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF IT-STATUS(WS-ITEM-IDX) = "O"
                   MOVE IT-ACCT(WS-ITEM-IDX) TO OI-ACCT
                   MOVE IT-SOURCE(WS-ITEM-IDX) TO OI-SOURCE
                   MOVE IT-DATE(WS-ITEM-IDX) TO OI-DATE
                   MOVE IT-AMOUNT(WS-ITEM-IDX) TO OI-AMOUNT
                   MOVE IT-REFERENCE(WS-ITEM-IDX) TO OI-REFERENCE
                   WRITE OPEN-ITEM-REC
               END-IF
           END-PERFORM
           CLOSE OPEN-ITEM-FILE.

       WRITE-CONTROL.
           OPEN OUTPUT CONTROL-FILE
           MOVE "H" TO CR-TYPE
           MOVE WS-AUDIT-LINES-DONE TO CR-AUDIT-LINES
           MOVE WS-PAYROLL-DATE-DONE TO CR-PAYROLL-DATE
           MOVE WS-LAST-IMAGE TO CR-LAST-IMAGE
           WRITE CONTROL-REC
           PERFORM VARYING WS-CASH-IDX FROM 1 BY 1
                   UNTIL WS-CASH-IDX > WS-CASH-COUNT
               MOVE SPACES TO CONTROL-STMT-REC
               MOVE "S" TO CS-TYPE
               MOVE CT-ACCT(WS-CASH-IDX) TO CS-ACCT
               IF CT-STMT-DATE(WS-CASH-IDX) > 0
                   MOVE CT-STMT-DATE(WS-CASH-IDX) TO CS-STMT-DATE
               ELSE
                   MOVE CT-LAST-STMT(WS-CASH-IDX) TO CS-STMT-DATE
               END-IF
               WRITE CONTROL-STMT-REC
           END-PERFORM
           CLOSE CONTROL-FILE.
