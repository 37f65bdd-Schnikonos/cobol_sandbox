       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT-ACCOUNTS.

      *---------------------------------------------------------------
      * Dormancy run: finds each account's last customer-initiated
      * activity and flags the accounts that have been quiet longer
      * than the inactivity period in dormancy-months.dat
      * (<months 9(3)>, 24 when the file is missing).
      *
      * Activity is read from balance-audit.txt: every posting image
      * counts except those whose entry type marks them as the bank's
      * own work - "I" interest accrual, "F" fee assessment, "C"
      * year-end close, "R" batch reversal, "T" term deposit
      * maturity, and "B" backout reversal - so an account kept
      * moving only by its monthly interest and fees still goes
      * dormant. An open (O) or reactivation (R) line in
      * acct-status-audit.txt also counts, so a new or
      * just-reactivated account is not flagged before its customer
      * has had a chance to use it. An account with no activity on
      * record at all is measured from the earliest date either file
      * holds. Internal accounts on overdraft-exempt.txt never go
      * dormant.
      *
      * Months PERIOD-ARCHIVE has moved off the live trail are read
      * back from their balance-audit-<YYYYMM>.txt archives, but
      * only from the cutoff month on: an image older than the
      * cutoff cannot keep an account awake. The earliest month
      * archived (from archive-manifest.txt) still dates the start
      * of the record.
      *
      * The run does not set the status itself: each newly dormant
      * account is appended to acct-transactions.txt as a D
      * transaction, and ACCT-MAINT applies it with its usual
      * validation and status audit line. From then on
      * POST-BALANCE-UPDATE refuses postings against the account
      * until an R transaction reactivates it. An account whose
      * last D/R transaction on file is already a D is waiting on
      * ACCT-MAINT and is not written again.
      *
      * unclaimed-balances.txt lists every dormant or newly flagged
      * account holding a credit balance, with the customer's name
      * and city from the contact master (acct-contact-link.txt to
      * CONTACT-ACCESS) - the unclaimed-balance return for the
      * regulator. An account with no contact on file is listed
      * as such and the run ends RC 4 so someone chases it.
      *
      * Each account flagged this run also gets a DORMANT letter
      * queued for LETTER-RUN, quoting its balance and the date of
      * its last activity, so the customer is told before anything
      * further happens to the money.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC ASSIGN TO "bbbbbb.idx"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ACCT-NUMBER
              FILE STATUS IS ACCT-FILE-STATUS.
           SELECT MONTHS-FILE ASSIGN TO "dormancy-months.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MNTH-FILE-STATUS.
           SELECT EXEMPT-FILE ASSIGN TO "overdraft-exempt.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EXEMPT-FILE-STATUS.
           SELECT STATUS-FILE ASSIGN TO "acct-status.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STAT-FILE-STATUS.
           SELECT BALANCE-AUDIT-FILE ASSIGN USING WS-AUDIT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDT-FILE-STATUS.
           SELECT STATUS-AUDIT-FILE ASSIGN TO "acct-status-audit.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SAUD-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "acct-transactions.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TXN-FILE-STATUS.
           SELECT LINK-FILE ASSIGN TO "acct-contact-link.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LINK-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "unclaimed-balances.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "archive-manifest.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MANF-FILE-STATUS.
           COPY LTRQSEL.

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

       FD MONTHS-FILE.
       01 MONTHS-REC PIC 9(3).

       FD EXEMPT-FILE.
       01 EXEMPT-REC PIC 9(4).

       FD STATUS-FILE.
       01 STATUS-REC.
          05 AS-ACCT PIC 9(4).
          05 AS-STATUS PIC X.

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

       FD STATUS-AUDIT-FILE.
       01 STATUS-AUDIT-REC.
          05 SA-DATE PIC 9(8).
          05 SA-SPACE-1 PIC X.
          05 SA-TIME PIC 9(6).
          05 SA-SPACE-2 PIC X.
          05 SA-ACTION PIC X.
          05 SA-SPACE-3 PIC X.
          05 SA-ACCT PIC 9(4).
          05 SA-SPACE-4 PIC X.
          05 SA-CHANGE PIC X(6).
          05 SA-SPACE-5 PIC X.
          05 SA-OPERATOR PIC X(8).

       FD TRANSACTION-FILE.
       01 TRANSACTION-REC.
          05 AT-ACTION PIC X.
          05 AT-ACCT PIC 9(4).
          05 AT-NAME PIC X(4).

       FD LINK-FILE.
       01 LINK-REC.
          05 LN-ACCT PIC 9(4).
          05 LN-CM-ID PIC 9(5).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD MANIFEST-FILE.
       01 MANIFEST-REC.
          05 AM-RUN-DATE PIC 9(8).
          05 AM-FILLER-1 PIC X.
          05 AM-PERIOD PIC 9(6).
          05 AM-FILLER-2 PIC X.
          05 AM-KIND PIC X(7).
          05 AM-REST PIC X(40).

       COPY LTRQFD.

       WORKING-STORAGE SECTION.
       01 ACCT-FILE-STATUS PIC XX.
       01 MNTH-FILE-STATUS PIC XX.
       01 EXEMPT-FILE-STATUS PIC XX.
       01 STAT-FILE-STATUS PIC XX.
       01 AUDT-FILE-STATUS PIC XX.
       01 SAUD-FILE-STATUS PIC XX.
       01 TXN-FILE-STATUS PIC XX.
       01 LINK-FILE-STATUS PIC XX.
       01 RPT-FILE-STATUS PIC XX.
       01 MANF-FILE-STATUS PIC XX.
       01 WS-END-FLAG PIC X VALUE "N".
       01 WS-AUDIT-NAME PIC X(30).
       01 WS-OPEN-PERIOD PIC 9(6).
       01 WS-PERIOD-STATUS PIC X.
       01 WS-ARCH-PERIOD.
          05 WS-AP-YYYY PIC 9(4).
          05 WS-AP-MM PIC 9(2).
       01 WS-ARCH-PERIOD-N REDEFINES WS-ARCH-PERIOD PIC 9(6).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
          05 WS-RUN-YYYY PIC 9(4).
          05 WS-RUN-MM PIC 9(2).
          05 WS-RUN-DD PIC 9(2).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-DORMANT-MONTHS PIC 9(3) VALUE 24.
       01 WS-FIRST-ON-RECORD PIC 9(8) VALUE 0.

      *---------------------------------------------------------------
      * The cutoff: the run date less the inactivity period, pulled
      * back to the month's last day when the run day is past it
      * (a 31st run date against a 30-day month).
      *---------------------------------------------------------------
       01 WS-CUTOFF-DATE.
          05 WS-CUT-YYYY PIC 9(4).
          05 WS-CUT-MM PIC 9(2).
          05 WS-CUT-DD PIC 9(2).
       01 WS-CUTOFF-DATE-N REDEFINES WS-CUTOFF-DATE PIC 9(8).
       01 WS-CUT-MONTHS PIC 9(6).
       01 WS-NEXT-MONTH-START.
          05 WS-NM-YYYY PIC 9(4).
          05 WS-NM-MM PIC 9(2).
          05 WS-NM-DD PIC 9(2).
       01 WS-NEXT-MONTH-START-N REDEFINES WS-NEXT-MONTH-START
          PIC 9(8).
       01 WS-MONTH-LAST-DAY PIC 9(2).

       01 WS-EXEMPT-COUNT PIC 9(3) VALUE 0.
       01 WS-EXEMPT-IDX PIC 9(3).
       01 WS-EXEMPT-TABLE.
          05 WS-EXEMPT-ACCT PIC 9(4) OCCURS 200 TIMES.
       01 WS-STAT-COUNT PIC 9(3) VALUE 0.
       01 WS-STAT-IDX PIC 9(3).
       01 WS-STAT-TABLE.
          05 WS-STAT-ENTRY OCCURS 200 TIMES.
             10 ST-ACCT PIC 9(4).
             10 ST-STATUS PIC X.
       01 WS-LINK-COUNT PIC 9(3) VALUE 0.
       01 WS-LINK-IDX PIC 9(3).
       01 WS-LINK-MATCH PIC 9(3).
       01 WS-LINK-TABLE.
          05 WS-LINK-ENTRY OCCURS 200 TIMES.
             10 LK-T-ACCT PIC 9(4).
             10 LK-T-CM-ID PIC 9(5).

      *---------------------------------------------------------------
      * One row per master account: its status, its last customer
      * activity, whether a D transaction is already waiting on
      * ACCT-MAINT, and what this run decided.
      *---------------------------------------------------------------
       01 WS-ACCT-COUNT PIC 9(3) VALUE 0.
       01 WS-ACCT-IDX PIC 9(3).
       01 WS-ACCT-MATCH PIC 9(3).
       01 WS-ACCT-TABLE.
          05 WS-ACCT-ENTRY OCCURS 200 TIMES.
             10 DA-ACCT PIC 9(4).
             10 DA-CLASS PIC X(4).
             10 DA-BALANCE PIC S9(5)V99.
             10 DA-STATUS PIC X.
             10 DA-LAST-DATE PIC 9(8).
             10 DA-PENDING PIC X.
             10 DA-FLAGGED PIC X.

       01 WS-FIND-ACCT PIC 9(4).
       01 WS-ACCT-EXEMPT PIC X.
       01 WS-FLAGGED-COUNT PIC 9(3) VALUE 0.
       01 WS-PENDING-COUNT PIC 9(3) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(3) VALUE 0.
       01 WS-NO-CONTACT-COUNT PIC 9(3) VALUE 0.
       01 WS-UNCLAIMED-TOTAL PIC 9(7)V99 VALUE 0.
       01 WS-LETTER-BALANCE PIC -(5)9.99.
       01 WS-LETTER-DATE PIC 9999/99/99.
       COPY LTRQWS.

       01 WS-CONTACT-ACTION PIC X.
       01 WS-CONTACT-ID PIC 9(5).
       01 WS-CONTACT-NAME PIC X(20).
       01 WS-CONTACT-AGE PIC 9(3).
       01 WS-CONTACT-CITY PIC X(20).
       01 WS-CONTACT-RESULT PIC X.

       01 WS-RPT-TITLE.
          05 FILLER PIC X(30) VALUE "UNCLAIMED BALANCES   RUN DATE ".
          05 WS-RT-DATE PIC 9(8).
          05 FILLER PIC X(21) VALUE "   NO ACTIVITY SINCE ".
          05 WS-RT-CUTOFF PIC 9(8).
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-RT-MONTHS PIC ZZ9.
          05 FILLER PIC X(7) VALUE " MONTHS".
       01 WS-RPT-HEADING.
          05 FILLER PIC X(5) VALUE "ACCT ".
          05 FILLER PIC X(6) VALUE "CLASS ".
          05 FILLER PIC X(11) VALUE "  BALANCE  ".
          05 FILLER PIC X(10) VALUE "LAST ACT  ".
          05 FILLER PIC X(8) VALUE "STATE   ".
          05 FILLER PIC X(6) VALUE "CONT  ".
          05 FILLER PIC X(21) VALUE "NAME".
          05 FILLER PIC X(4) VALUE "CITY".
       01 WS-RPT-DETAIL.
          05 WS-R-ACCT PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 WS-R-CLASS PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-R-BALANCE PIC Z(5)9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-R-LAST PIC 9(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-R-STATE PIC X(7).
          05 FILLER PIC X VALUE SPACE.
          05 WS-R-CONTACT PIC X(5).
          05 FILLER PIC X VALUE SPACE.
          05 WS-R-NAME PIC X(20).
          05 FILLER PIC X VALUE SPACE.
          05 WS-R-CITY PIC X(20).
       01 WS-RPT-TOTAL.
          05 FILLER PIC X(17) VALUE "TOTAL UNCLAIMED  ".
          05 WS-RTT-COUNT PIC ZZ9.
          05 FILLER PIC X(11) VALUE " ACCOUNTS  ".
          05 WS-RTT-AMOUNT PIC Z(6)9.99.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           MOVE "DORMANT-ACCOUNTS" TO LR-PROGRAM-ID
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL

           PERFORM LOAD-DORMANCY-MONTHS
           PERFORM RESOLVE-CUTOFF-DATE
           PERFORM LOAD-OVERDRAFT-EXEMPTIONS
           PERFORM LOAD-ACCOUNT-STATUSES
           PERFORM LOAD-ACCOUNTS
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF
           PERFORM LOAD-CONTACT-LINKS

           PERFORM WALK-BALANCE-AUDIT
           PERFORM WALK-STATUS-AUDIT
           PERFORM LOAD-PENDING-TRANSACTIONS
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               PERFORM ASSESS-ONE-ACCOUNT
           END-PERFORM

           IF WS-FLAGGED-COUNT > 0
               PERFORM WRITE-DORMANT-TRANSACTIONS
           END-IF
           PERFORM WRITE-UNCLAIMED-REPORT

           DISPLAY "Dormancy cutoff " WS-CUTOFF-DATE-N ": "
               WS-FLAGGED-COUNT " accounts flagged dormant, "
               WS-PENDING-COUNT " already awaiting ACCT-MAINT"
           DISPLAY "Unclaimed balances: " WS-LISTED-COUNT
               " accounts, total " WS-RTT-AMOUNT
           IF WS-FLAGGED-COUNT > 0
               DISPLAY "Run ACCT-MAINT to apply the dormant status"
           END-IF
           IF WS-NO-CONTACT-COUNT > 0
               DISPLAY "Unclaimed accounts with no contact on file: "
                   WS-NO-CONTACT-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-DORMANCY-MONTHS.
           OPEN INPUT MONTHS-FILE
           IF MNTH-FILE-STATUS = "00"
               READ MONTHS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MONTHS-REC IS NUMERIC AND MONTHS-REC > 0
                           MOVE MONTHS-REC TO WS-DORMANT-MONTHS
                       END-IF
               END-READ
               CLOSE MONTHS-FILE
           END-IF.

       RESOLVE-CUTOFF-DATE.
           COMPUTE WS-CUT-MONTHS =
               WS-RUN-YYYY * 12 + WS-RUN-MM - 1
               - WS-DORMANT-MONTHS
           COMPUTE WS-CUT-YYYY = WS-CUT-MONTHS / 12
           COMPUTE WS-CUT-MM = FUNCTION MOD(WS-CUT-MONTHS, 12) + 1
           MOVE WS-RUN-DD TO WS-CUT-DD

           MOVE WS-CUT-YYYY TO WS-NM-YYYY
           MOVE WS-CUT-MM TO WS-NM-MM
           MOVE 1 TO WS-NM-DD
           ADD 1 TO WS-NM-MM
           IF WS-NM-MM > 12
               MOVE 1 TO WS-NM-MM
               ADD 1 TO WS-NM-YYYY
           END-IF
           COMPUTE WS-MONTH-LAST-DAY = FUNCTION MOD(
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START-N)
                   - 1), 100)
           IF WS-CUT-DD > WS-MONTH-LAST-DAY
               MOVE WS-MONTH-LAST-DAY TO WS-CUT-DD
           END-IF.

       LOAD-OVERDRAFT-EXEMPTIONS.
           OPEN INPUT EXEMPT-FILE
           IF EXEMPT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ EXEMPT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-EXEMPT-COUNT < 200
                           ADD 1 TO WS-EXEMPT-COUNT
                           MOVE EXEMPT-REC
                               TO WS-EXEMPT-ACCT(WS-EXEMPT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXEMPT-FILE.

       LOAD-ACCOUNT-STATUSES.
           OPEN INPUT STATUS-FILE
           IF STAT-FILE-STATUS NOT = "00"
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
      * No status row means open, as everywhere else in the suite.
      *---------------------------------------------------------------
       LOAD-ACCOUNTS.
           OPEN INPUT ACCT-REC
           IF ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open account master, FS="
                   ACCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ ACCT-REC
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-ACCT-COUNT >= 200
                           DISPLAY "Dormancy account table full - "
                               "run not done"
                           MOVE 8 TO RETURN-CODE
                           MOVE "Y" TO WS-END-FLAG
                       ELSE
                           ADD 1 TO WS-ACCT-COUNT
                           INITIALIZE WS-ACCT-ENTRY(WS-ACCT-COUNT)
                           MOVE ACCT-NUMBER TO DA-ACCT(WS-ACCT-COUNT)
                           MOVE ACCT-NAME TO DA-CLASS(WS-ACCT-COUNT)
                           MOVE ACCT-BALANCE
                               TO DA-BALANCE(WS-ACCT-COUNT)
                           MOVE "O" TO DA-STATUS(WS-ACCT-COUNT)
                           MOVE "N" TO DA-PENDING(WS-ACCT-COUNT)
                           MOVE "N" TO DA-FLAGGED(WS-ACCT-COUNT)
                           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                                   UNTIL WS-STAT-IDX > WS-STAT-COUNT
                               IF ST-ACCT(WS-STAT-IDX) = ACCT-NUMBER
                                   MOVE ST-STATUS(WS-STAT-IDX)
                                       TO DA-STATUS(WS-ACCT-COUNT)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-REC.

       LOAD-CONTACT-LINKS.
           OPEN INPUT LINK-FILE
           IF LINK-FILE-STATUS NOT = "00"
               DISPLAY "No contact link file, FS=" LINK-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ LINK-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-LINK-COUNT < 200
                           ADD 1 TO WS-LINK-COUNT
                           MOVE LN-ACCT TO LK-T-ACCT(WS-LINK-COUNT)
                           MOVE LN-CM-ID TO LK-T-CM-ID(WS-LINK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LINK-FILE.

       FIND-DORMANCY-ACCOUNT.
           MOVE 0 TO WS-ACCT-MATCH
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF DA-ACCT(WS-ACCT-IDX) = WS-FIND-ACCT
                   MOVE WS-ACCT-IDX TO WS-ACCT-MATCH
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Every image dates the start of the record; only the images
      * of ordinary postings move an account's last activity.
      *---------------------------------------------------------------
       WALK-BALANCE-AUDIT.
           CALL "GET-OPEN-PERIOD"
               USING WS-OPEN-PERIOD WS-PERIOD-STATUS
           END-CALL
           PERFORM FIND-FIRST-ARCHIVE
           IF WS-ARCH-PERIOD-N < WS-OPEN-PERIOD
               COMPUTE WS-FIRST-ON-RECORD = WS-ARCH-PERIOD-N * 100 + 1
           END-IF
           IF WS-ARCH-PERIOD-N < WS-CUTOFF-DATE-N(1:6)
               MOVE WS-CUTOFF-DATE-N(1:6) TO WS-ARCH-PERIOD
           END-IF
           PERFORM UNTIL WS-ARCH-PERIOD-N >= WS-OPEN-PERIOD
               MOVE SPACES TO WS-AUDIT-NAME
               STRING "balance-audit-" WS-ARCH-PERIOD ".txt"
                   DELIMITED BY SIZE INTO WS-AUDIT-NAME
               END-STRING
               PERFORM WALK-ONE-AUDIT-FILE
               ADD 1 TO WS-AP-MM
               IF WS-AP-MM > 12
                   MOVE 1 TO WS-AP-MM
                   ADD 1 TO WS-AP-YYYY
               END-IF
           END-PERFORM
           MOVE "balance-audit.txt" TO WS-AUDIT-NAME
           PERFORM WALK-ONE-AUDIT-FILE.

      *---------------------------------------------------------------
      * The manifest lists archives in the order they were made;
      * with none on file the walk starts at the open period.
      *---------------------------------------------------------------
       FIND-FIRST-ARCHIVE.
           MOVE WS-OPEN-PERIOD TO WS-ARCH-PERIOD
           OPEN INPUT MANIFEST-FILE
           IF MANF-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ MANIFEST-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF AM-KIND = "AUDIT"
                           AND AM-PERIOD < WS-ARCH-PERIOD-N
                           MOVE AM-PERIOD TO WS-ARCH-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE.

       WALK-ONE-AUDIT-FILE.
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
                       IF WS-FIRST-ON-RECORD = 0
                           OR BA-DATE < WS-FIRST-ON-RECORD
                           MOVE BA-DATE TO WS-FIRST-ON-RECORD
                       END-IF
                       IF BA-ENTRY-TYPE NOT = "I"
                           AND BA-ENTRY-TYPE NOT = "F"
                           AND BA-ENTRY-TYPE NOT = "C"
                           AND BA-ENTRY-TYPE NOT = "R"
                           AND BA-ENTRY-TYPE NOT = "T"
                           AND BA-ENTRY-TYPE NOT = "B"
                           MOVE BA-ACCT-NUMBER TO WS-FIND-ACCT
                           PERFORM FIND-DORMANCY-ACCOUNT
                           IF WS-ACCT-MATCH > 0
                               AND BA-DATE > DA-LAST-DATE(WS-ACCT-MATCH)
                               MOVE BA-DATE
                                   TO DA-LAST-DATE(WS-ACCT-MATCH)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-AUDIT-FILE.

       WALK-STATUS-AUDIT.
           OPEN INPUT STATUS-AUDIT-FILE
           IF SAUD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ STATUS-AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-FIRST-ON-RECORD = 0
                           OR SA-DATE < WS-FIRST-ON-RECORD
                           MOVE SA-DATE TO WS-FIRST-ON-RECORD
                       END-IF
                       IF SA-ACTION = "O" OR SA-ACTION = "R"
                           MOVE SA-ACCT TO WS-FIND-ACCT
                           PERFORM FIND-DORMANCY-ACCOUNT
                           IF WS-ACCT-MATCH > 0
                               AND SA-DATE > DA-LAST-DATE(WS-ACCT-MATCH)
                               MOVE SA-DATE
                                   TO DA-LAST-DATE(WS-ACCT-MATCH)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATUS-AUDIT-FILE.

      *---------------------------------------------------------------
      * The last D or R transaction on file for each account: a D
      * means the account is already on its way to dormant.
      *---------------------------------------------------------------
       LOAD-PENDING-TRANSACTIONS.
           OPEN INPUT TRANSACTION-FILE
           IF TXN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ TRANSACTION-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF AT-ACTION = "D" OR AT-ACTION = "R"
                           MOVE AT-ACCT TO WS-FIND-ACCT
                           PERFORM FIND-DORMANCY-ACCOUNT
                           IF WS-ACCT-MATCH > 0
                               IF AT-ACTION = "D"
                                   MOVE "Y"
                                       TO DA-PENDING(WS-ACCT-MATCH)
                               ELSE
                                   MOVE "N"
                                       TO DA-PENDING(WS-ACCT-MATCH)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

      *---------------------------------------------------------------
      * Only an open, non-internal account can go dormant; one with
      * no activity on record is measured from the start of the
      * record, and with no record at all it is left alone.
      *---------------------------------------------------------------
       ASSESS-ONE-ACCOUNT.
           IF DA-STATUS(WS-ACCT-IDX) NOT = "O"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ACCT-EXEMPT
           PERFORM VARYING WS-EXEMPT-IDX FROM 1 BY 1
                   UNTIL WS-EXEMPT-IDX > WS-EXEMPT-COUNT
               IF WS-EXEMPT-ACCT(WS-EXEMPT-IDX) = DA-ACCT(WS-ACCT-IDX)
                   MOVE "Y" TO WS-ACCT-EXEMPT
               END-IF
           END-PERFORM
           IF WS-ACCT-EXEMPT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF DA-LAST-DATE(WS-ACCT-IDX) = 0
               MOVE WS-FIRST-ON-RECORD TO DA-LAST-DATE(WS-ACCT-IDX)
           END-IF
           IF DA-LAST-DATE(WS-ACCT-IDX) = 0
               OR DA-LAST-DATE(WS-ACCT-IDX) >= WS-CUTOFF-DATE-N
               EXIT PARAGRAPH
           END-IF
           IF DA-PENDING(WS-ACCT-IDX) = "Y"
               ADD 1 TO WS-PENDING-COUNT
           ELSE
               MOVE "Y" TO DA-FLAGGED(WS-ACCT-IDX)
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

       WRITE-DORMANT-TRANSACTIONS.
           OPEN EXTEND TRANSACTION-FILE
           IF TXN-FILE-STATUS NOT = "00"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           IF TXN-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open acct-transactions.txt, FS="
                   TXN-FILE-STATUS " - dormant accounts not flagged"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF DA-FLAGGED(WS-ACCT-IDX) = "Y"
                   MOVE "D" TO AT-ACTION
                   MOVE DA-ACCT(WS-ACCT-IDX) TO AT-ACCT
                   MOVE SPACES TO AT-NAME
                   WRITE TRANSACTION-REC
                   PERFORM QUEUE-DORMANT-LETTER
               END-IF
           END-PERFORM
           CLOSE TRANSACTION-FILE.

       QUEUE-DORMANT-LETTER.
           MOVE "DORMANT" TO LR-TEMPLATE
           MOVE "A" TO LR-KIND
           MOVE DA-ACCT(WS-ACCT-IDX) TO LR-KEY
           MOVE DA-BALANCE(WS-ACCT-IDX) TO WS-LETTER-BALANCE
           MOVE WS-LETTER-BALANCE TO LR-VALUE(1)
           MOVE DA-LAST-DATE(WS-ACCT-IDX) TO WS-LETTER-DATE
           MOVE WS-LETTER-DATE TO LR-VALUE(2)
           PERFORM QUEUE-LETTER-REQUEST.

      *---------------------------------------------------------------
      * Dormant accounts, and those flagged this run or awaiting
      * ACCT-MAINT, that hold a credit balance - money the bank owes
      * a customer it has not heard from.
      *---------------------------------------------------------------
       WRITE-UNCLAIMED-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE TO WS-RT-DATE
           MOVE WS-CUTOFF-DATE-N TO WS-RT-CUTOFF
           MOVE WS-DORMANT-MONTHS TO WS-RT-MONTHS
           WRITE REPORT-LINE FROM WS-RPT-TITLE
           WRITE REPORT-LINE FROM WS-RPT-HEADING
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF DA-BALANCE(WS-ACCT-IDX) > 0
                   IF DA-STATUS(WS-ACCT-IDX) = "D"
                       MOVE "DORMANT" TO WS-R-STATE
                       PERFORM WRITE-UNCLAIMED-LINE
                   ELSE
                       IF DA-FLAGGED(WS-ACCT-IDX) = "Y"
                           OR (DA-PENDING(WS-ACCT-IDX) = "Y"
                           AND DA-STATUS(WS-ACCT-IDX) = "O")
                           MOVE "FLAGGED" TO WS-R-STATE
                           PERFORM WRITE-UNCLAIMED-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-LISTED-COUNT TO WS-RTT-COUNT
           MOVE WS-UNCLAIMED-TOTAL TO WS-RTT-AMOUNT
           WRITE REPORT-LINE FROM WS-RPT-TOTAL
           CLOSE REPORT-FILE.

       WRITE-UNCLAIMED-LINE.
           MOVE DA-ACCT(WS-ACCT-IDX) TO WS-R-ACCT
           MOVE DA-CLASS(WS-ACCT-IDX) TO WS-R-CLASS
           MOVE DA-BALANCE(WS-ACCT-IDX) TO WS-R-BALANCE
           MOVE DA-LAST-DATE(WS-ACCT-IDX) TO WS-R-LAST
           PERFORM RESOLVE-UNCLAIMED-CONTACT
           WRITE REPORT-LINE FROM WS-RPT-DETAIL
           ADD 1 TO WS-LISTED-COUNT
           ADD DA-BALANCE(WS-ACCT-IDX) TO WS-UNCLAIMED-TOTAL.

       RESOLVE-UNCLAIMED-CONTACT.
           MOVE 0 TO WS-LINK-MATCH
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                   UNTIL WS-LINK-IDX > WS-LINK-COUNT
               IF LK-T-ACCT(WS-LINK-IDX) = DA-ACCT(WS-ACCT-IDX)
                   MOVE WS-LINK-IDX TO WS-LINK-MATCH
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-R-CONTACT WS-R-CITY
           IF WS-LINK-MATCH = 0
               MOVE "NO CONTACT ON FILE" TO WS-R-NAME
               ADD 1 TO WS-NO-CONTACT-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE LK-T-CM-ID(WS-LINK-MATCH) TO WS-R-CONTACT
           MOVE "I" TO WS-CONTACT-ACTION
           MOVE LK-T-CM-ID(WS-LINK-MATCH) TO WS-CONTACT-ID
           CALL "CONTACT-ACCESS" USING WS-CONTACT-ACTION
               WS-CONTACT-ID WS-CONTACT-NAME WS-CONTACT-AGE
               WS-CONTACT-CITY WS-CONTACT-RESULT
           END-CALL
           IF WS-CONTACT-RESULT NOT = "Y"
               MOVE "CONTACT MISSING" TO WS-R-NAME
               ADD 1 TO WS-NO-CONTACT-COUNT
           ELSE
               MOVE WS-CONTACT-NAME TO WS-R-NAME
               MOVE WS-CONTACT-CITY TO WS-R-CITY
           END-IF.

       COPY LTRQPD.
