       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-ASSESSMENT.

      *---------------------------------------------------------------
      * Monthly fee run: account maintenance fees and overdraft
      * usage charges for the open period, off the fee schedule in
      * fee-schedule.txt:
      *
      *   M<class X(4)><fee 9(3)V99><waive at 9(5)V99>
      *       monthly maintenance fee for accounts of that class
      *       (the four-character code carried in ACCT-NAME),
      *       waived when the balance is at or above the waive-at
      *       figure (zero: never waived); a class with no row pays
      *       no maintenance fee
      *   O<per day 9(3)V99><monthly cap 9(3)V99>
      *       overdraft usage fee for each day the account closed
      *       overdrawn, capped for the month (zero: no cap)
      *   W<acct 9(4)><M|O|A>
      *       waiver for one account - maintenance, overdraft, or
      *       all fees
      *
      * Every account on overdraft-exempt.txt is waived outright -
      * those are the suite's own internal accounts - and frozen,
      * closed, or dormant accounts (acct-status.txt) are not
      * charged, since POST-BALANCE-UPDATE would reject the
      * posting. A fee that
      * would take a non-exempt account past its facility in
      * overdraft-limits.txt is not charged either, for the same
      * reason, and is shown on the register.
      *
      * Overdrawn days are counted from the period's stored opening
      * balance (acct-opening-<YYYYMM>.txt) and the after-image of
      * each balance-audit.txt posting dated in the period, through
      * the run date or the period's last day.
      *
      * The charges go out as one balanced journal batch in
      * INTEREST-ACCRUAL's shape - each account debited its fees,
      * the fee income account in fee-income-account.dat credited
      * the total - stamped with the open period, so the fees post
      * and reach ACCT-STATEMENTS like any other posting. The
      * period stamp carries entry type "F" so the dormancy run can
      * tell a fee from customer activity. The fee register is
      * fee-register.txt. fee-run-control.dat holds the last period
      * assessed; a second run for the same period is refused.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC ASSIGN TO "bbbbbb.idx"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ACCT-NUMBER
              FILE STATUS IS ACCT-FILE-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "fee-schedule.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SCHED-FILE-STATUS.
           SELECT EXEMPT-FILE ASSIGN TO "overdraft-exempt.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EXEMPT-FILE-STATUS.
           SELECT LIMIT-FILE ASSIGN TO "overdraft-limits.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LIMIT-FILE-STATUS.
           SELECT STATUS-FILE ASSIGN TO "acct-status.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STAT-FILE-STATUS.
           SELECT OPENING-FILE ASSIGN USING WS-OPENING-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OPEN-FILE-STATUS.
           SELECT BALANCE-AUDIT-FILE ASSIGN TO "balance-audit.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDT-FILE-STATUS.
           SELECT INCOME-FILE ASSIGN TO "fee-income-account.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS INCM-FILE-STATUS.
           SELECT FEE-CONTROL-FILE ASSIGN TO "fee-run-control.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FCTL-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JRNL-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "fee-register.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REG-FILE-STATUS.

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

       FD SCHEDULE-FILE.
       01 SCHEDULE-REC.
          05 SC-TYPE PIC X.
          05 SC-CLASS PIC X(4).
          05 SC-MAINT-FEE PIC 9(3)V99.
          05 SC-WAIVE-AT PIC 9(5)V99.
       01 SCHEDULE-OD-REC.
          05 FO-TYPE PIC X.
          05 FO-PER-DAY PIC 9(3)V99.
          05 FO-MONTH-CAP PIC 9(3)V99.
          05 FILLER PIC X(6).
       01 SCHEDULE-WAIVER-REC.
          05 FW-TYPE PIC X.
          05 FW-ACCT PIC 9(4).
          05 FW-SCOPE PIC X.
          05 FILLER PIC X(11).

       FD EXEMPT-FILE.
       01 EXEMPT-REC PIC 9(4).

       FD LIMIT-FILE.
       01 LIMIT-REC.
          05 OD-ACCT PIC 9(4).
          05 OD-LIMIT PIC 9(5)V99.

       FD STATUS-FILE.
       01 STATUS-REC.
          05 AS-ACCT PIC 9(4).
          05 AS-STATUS PIC X.

       FD OPENING-FILE.
       01 OPENING-RECORD.
          05 OP-ACCT-NUMBER PIC 9(4).
          05 OP-ACCT-NAME PIC X(4).
          05 OP-ACCT-BALANCE PIC S9(5)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

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

       FD INCOME-FILE.
       01 INCOME-REC PIC 9(4).

       FD FEE-CONTROL-FILE.
       01 FEE-CONTROL-REC PIC 9(6).

       FD JOURNAL-FILE.
       01 JOURNAL-REC PIC X(16).

       FD REGISTER-FILE.
       01 REGISTER-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 ACCT-FILE-STATUS PIC XX.
       01 SCHED-FILE-STATUS PIC XX.
       01 EXEMPT-FILE-STATUS PIC XX.
       01 LIMIT-FILE-STATUS PIC XX.
       01 STAT-FILE-STATUS PIC XX.
       01 OPEN-FILE-STATUS PIC XX.
       01 AUDT-FILE-STATUS PIC XX.
       01 INCM-FILE-STATUS PIC XX.
       01 FCTL-FILE-STATUS PIC XX.
       01 JRNL-FILE-STATUS PIC XX.
       01 REG-FILE-STATUS PIC XX.
       01 WS-END-FLAG PIC X VALUE "N".

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-OPEN-PERIOD PIC 9(6).
       01 WS-OPEN-PD-STATUS PIC X.
       01 WS-LAST-ASSESSED PIC 9(6) VALUE 0.
       01 WS-INCOME-ACCT PIC 9(4) VALUE 0.
       01 WS-HAVE-INCOME PIC X VALUE "N".

       01 WS-OPENING-NAME.
          05 FILLER PIC X(13) VALUE "acct-opening-".
          05 WS-ON-PERIOD PIC 9(6).
          05 FILLER PIC X(4) VALUE ".txt".
       01 WS-HAVE-OPENINGS PIC X VALUE "N".

      *---------------------------------------------------------------
      * The period's first and last day counted: through the run
      * date while the period is still the calendar month, else to
      * month end.
      *---------------------------------------------------------------
       01 WS-NEXT-MONTH-START.
          05 WS-NM-YYYY PIC 9(4).
          05 WS-NM-MM PIC 9(2).
          05 WS-NM-DD PIC 9(2).
       01 WS-NEXT-MONTH-START-N REDEFINES WS-NEXT-MONTH-START
          PIC 9(8).
       01 WS-END-DAY PIC 9(2).
       01 WS-IMAGE-DAY PIC 9(2).
       01 WS-GAP-DAYS PIC 9(2).

      *---------------------------------------------------------------
      * Fee schedule: maintenance fee per class, the overdraft
      * terms, and the per-account waivers.
      *---------------------------------------------------------------
       01 WS-CLASS-COUNT PIC 9(2) VALUE 0.
       01 WS-CLASS-IDX PIC 9(2).
       01 WS-CLASS-TABLE.
          05 WS-CLASS-ENTRY OCCURS 20 TIMES.
             10 FC-CLASS PIC X(4).
             10 FC-MAINT-FEE PIC 9(3)V99.
             10 FC-WAIVE-AT PIC 9(5)V99.
       01 WS-OD-PER-DAY PIC 9(3)V99 VALUE 0.
       01 WS-OD-MONTH-CAP PIC 9(3)V99 VALUE 0.
       01 WS-WAIVER-COUNT PIC 9(3) VALUE 0.
       01 WS-WAIVER-IDX PIC 9(3).
       01 WS-WAIVER-TABLE.
          05 WS-WAIVER-ENTRY OCCURS 200 TIMES.
             10 WV-ACCT PIC 9(4).
             10 WV-SCOPE PIC X.

       01 WS-EXEMPT-COUNT PIC 9(3) VALUE 0.
       01 WS-EXEMPT-IDX PIC 9(3).
       01 WS-EXEMPT-TABLE.
          05 WS-EXEMPT-ACCT PIC 9(4) OCCURS 200 TIMES.
       01 WS-LIMIT-COUNT PIC 9(3) VALUE 0.
       01 WS-LIMIT-IDX PIC 9(3).
       01 WS-LIMIT-TABLE.
          05 WS-LIMIT-ENTRY OCCURS 200 TIMES.
             10 LM-ACCT PIC 9(4).
             10 LM-LIMIT PIC 9(5)V99.
       01 WS-STAT-COUNT PIC 9(3) VALUE 0.
       01 WS-STAT-IDX PIC 9(3).
       01 WS-STAT-TABLE.
          05 WS-STAT-ENTRY OCCURS 200 TIMES.
             10 ST-ACCT PIC 9(4).
             10 ST-STATUS PIC X.

      *---------------------------------------------------------------
      * One row per master account: the balance the overdrawn-day
      * count is walking, how far it has walked, and the charges.
      *---------------------------------------------------------------
       01 WS-ACCT-COUNT PIC 9(3) VALUE 0.
       01 WS-ACCT-IDX PIC 9(3).
       01 WS-ACCT-MATCH PIC 9(3).
       01 WS-ACCT-TABLE.
          05 WS-ACCT-ENTRY OCCURS 200 TIMES.
             10 FA-ACCT PIC 9(4).
             10 FA-CLASS PIC X(4).
             10 FA-BALANCE PIC S9(5)V99.
             10 FA-WALK-BALANCE PIC S9(5)V99.
             10 FA-WALK-KNOWN PIC X.
             10 FA-WALK-DAY PIC 9(2).
             10 FA-OD-DAYS PIC 9(2).
             10 FA-MAINT-FEE PIC 9(5)V99.
             10 FA-OD-FEE PIC 9(5)V99.
             10 FA-TOTAL-FEE PIC 9(5)V99.
             10 FA-NOTE PIC X(16).

       01 WS-FIND-ACCT PIC 9(4).
       01 WS-ACCT-EXEMPT PIC X.
       01 WS-ACCT-STATUS PIC X.
       01 WS-ACCT-LIMIT PIC 9(5)V99.
       01 WS-WAIVE-MAINT PIC X.
       01 WS-WAIVE-OD PIC X.
       01 WS-WOULD-BE PIC S9(7)V99.

       01 WS-CHARGED-COUNT PIC 9(3) VALUE 0.
       01 WS-TOTAL-MAINT PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-OD PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-FEES PIC 9(7)V99 VALUE 0.

       01 WS-JRNL-HEADER.
          05 JH-TYPE PIC X.
          05 JH-COUNT PIC 9(5).
          05 JH-NET PIC S9(7)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-JRNL-DETAIL.
          05 JT-TYPE PIC X.
          05 JT-ACCT PIC 9(4).
          05 JT-DC PIC X.
          05 JT-AMOUNT PIC 9(5)V99.
       01 WS-JRNL-PERIOD.
          05 JP-TYPE PIC X.
          05 JP-PERIOD PIC 9(6).
          05 JP-ENTRY-TYPE PIC X.
       01 WS-JRNL-BATCH.
          05 JB-TYPE PIC X.
          05 JB-BATCH-ID PIC 9(7).
          05 JB-OPERATOR PIC X(8).
       01 WS-DTL-COUNT PIC 9(5).
       01 WS-INCOME-LEFT PIC 9(7)V99.
       01 WS-INCOME-CHUNK PIC 9(5)V99.
       01 WS-INCOME-CHUNKS PIC 9(3).

       01 WS-REG-TITLE.
          05 FILLER PIC X(29) VALUE "FEE ASSESSMENT        PERIOD ".
          05 WS-RT-PERIOD PIC 9(6).
          05 FILLER PIC X(12) VALUE "   RUN DATE ".
          05 WS-RT-DATE PIC 9(8).
          05 FILLER PIC X(18) VALUE "   DAYS COUNTED 1-".
          05 WS-RT-END-DAY PIC 9(2).
       01 WS-REG-HEADING.
          05 FILLER PIC X(34) VALUE
             "ACCT CLASS  BALANCE MAINT FEE OD D".
          05 FILLER PIC X(30) VALUE
             "AYS    OD FEE  TOTAL FEE  NOTE".
       01 WS-REG-DETAIL.
          05 WS-R-ACCT PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 WS-R-CLASS PIC X(4).
          05 FILLER PIC X VALUE SPACE.
          05 WS-R-BALANCE PIC -(5)9.99.
          05 FILLER PIC X VALUE SPACE.
          05 WS-R-MAINT PIC Z(5)9.99.
          05 FILLER PIC X(6) VALUE SPACES.
          05 WS-R-OD-DAYS PIC Z9.
          05 FILLER PIC X VALUE SPACE.
          05 WS-R-OD-FEE PIC Z(5)9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-R-TOTAL PIC Z(5)9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-R-NOTE PIC X(16).
       01 WS-REG-TOTAL.
          05 FILLER PIC X(15) VALUE "TOTAL CHARGED  ".
          05 WS-RTT-COUNT PIC ZZ9.
          05 FILLER PIC X(9) VALUE " ACCOUNTS".
          05 WS-RTT-MAINT PIC Z(6)9.99.
          05 FILLER PIC X VALUE SPACE.
          05 WS-RTT-OD PIC Z(6)9.99.
          05 FILLER PIC X VALUE SPACE.
          05 WS-RTT-TOTAL PIC Z(6)9.99.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL
           CALL "GET-OPEN-PERIOD"
               USING WS-OPEN-PERIOD WS-OPEN-PD-STATUS
           END-CALL

           PERFORM LOAD-FEE-CONTROL
           IF WS-OPEN-PERIOD <= WS-LAST-ASSESSED
               DISPLAY "Fees for period " WS-OPEN-PERIOD
                   " already assessed - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-INCOME-ACCOUNT
           IF WS-HAVE-INCOME NOT = "Y"
               DISPLAY "No fee income account on file - "
                   "fee run not done"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-FEE-SCHEDULE
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF
           PERFORM LOAD-OVERDRAFT-EXEMPTIONS
           PERFORM LOAD-OVERDRAFT-LIMITS
           PERFORM LOAD-ACCOUNT-STATUSES
           PERFORM LOAD-ACCOUNTS
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF

           PERFORM RESOLVE-END-DAY
           PERFORM LOAD-PERIOD-OPENINGS
           PERFORM WALK-BALANCE-AUDIT
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               PERFORM FINISH-OVERDRAWN-DAYS
               PERFORM ASSESS-ONE-ACCOUNT
           END-PERFORM

           PERFORM WRITE-FEE-REGISTER
           PERFORM WRITE-FEE-BATCH
           PERFORM WRITE-FEE-CONTROL
           DISPLAY "Fees assessed for " WS-OPEN-PERIOD ": "
               WS-CHARGED-COUNT " accounts, total " WS-RTT-TOTAL
           STOP RUN.

       LOAD-FEE-CONTROL.
           OPEN INPUT FEE-CONTROL-FILE
           IF FCTL-FILE-STATUS = "00"
               READ FEE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FEE-CONTROL-REC TO WS-LAST-ASSESSED
               END-READ
               CLOSE FEE-CONTROL-FILE
           END-IF.

       LOAD-INCOME-ACCOUNT.
           OPEN INPUT INCOME-FILE
           IF INCM-FILE-STATUS = "00"
               READ INCOME-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE INCOME-REC TO WS-INCOME-ACCT
                       MOVE "Y" TO WS-HAVE-INCOME
               END-READ
               CLOSE INCOME-FILE
           END-IF.

       LOAD-FEE-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF SCHED-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open fee-schedule.txt FS="
                   SCHED-FILE-STATUS " - fee run not done"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       EVALUATE SC-TYPE
                           WHEN "M"
                               IF WS-CLASS-COUNT < 20
                                   ADD 1 TO WS-CLASS-COUNT
                                   MOVE SC-CLASS
                                       TO FC-CLASS(WS-CLASS-COUNT)
                                   MOVE SC-MAINT-FEE
                                       TO FC-MAINT-FEE(WS-CLASS-COUNT)
                                   MOVE SC-WAIVE-AT
                                       TO FC-WAIVE-AT(WS-CLASS-COUNT)
                               END-IF
                           WHEN "O"
                               MOVE FO-PER-DAY TO WS-OD-PER-DAY
                               MOVE FO-MONTH-CAP TO WS-OD-MONTH-CAP
                           WHEN "W"
                               IF WS-WAIVER-COUNT < 200
                                   ADD 1 TO WS-WAIVER-COUNT
                                   MOVE FW-ACCT
                                       TO WV-ACCT(WS-WAIVER-COUNT)
                                   MOVE FW-SCOPE
                                       TO WV-SCOPE(WS-WAIVER-COUNT)
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.

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

       LOAD-OVERDRAFT-LIMITS.
           OPEN INPUT LIMIT-FILE
           IF LIMIT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ LIMIT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-LIMIT-COUNT < 200
                           ADD 1 TO WS-LIMIT-COUNT
                           MOVE OD-ACCT TO LM-ACCT(WS-LIMIT-COUNT)
                           MOVE OD-LIMIT TO LM-LIMIT(WS-LIMIT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIMIT-FILE.

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
                           DISPLAY "Fee account table full - "
                               "fee run not done"
                           MOVE 8 TO RETURN-CODE
                           MOVE "Y" TO WS-END-FLAG
                       ELSE
                           ADD 1 TO WS-ACCT-COUNT
                           INITIALIZE WS-ACCT-ENTRY(WS-ACCT-COUNT)
                           MOVE ACCT-NUMBER TO FA-ACCT(WS-ACCT-COUNT)
                           MOVE ACCT-NAME TO FA-CLASS(WS-ACCT-COUNT)
                           MOVE ACCT-BALANCE
                               TO FA-BALANCE(WS-ACCT-COUNT)
                           MOVE "N" TO FA-WALK-KNOWN(WS-ACCT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-REC.

       RESOLVE-END-DAY.
           IF WS-RUN-DATE(1:6) = WS-OPEN-PERIOD
               MOVE WS-RUN-DATE(7:2) TO WS-END-DAY
           ELSE
               MOVE WS-OPEN-PERIOD(1:4) TO WS-NM-YYYY
               MOVE WS-OPEN-PERIOD(5:2) TO WS-NM-MM
               MOVE 1 TO WS-NM-DD
               ADD 1 TO WS-NM-MM
               IF WS-NM-MM > 12
                   MOVE 1 TO WS-NM-MM
                   ADD 1 TO WS-NM-YYYY
               END-IF
               COMPUTE WS-END-DAY = FUNCTION MOD(
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START-N)
                       - 1), 100)
           END-IF.

       LOAD-PERIOD-OPENINGS.
           MOVE WS-OPEN-PERIOD TO WS-ON-PERIOD
           OPEN INPUT OPENING-FILE
           IF OPEN-FILE-STATUS NOT = "00"
               DISPLAY "No stored openings for " WS-OPEN-PERIOD
                   " - each account starts from its first posting"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-HAVE-OPENINGS
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ OPENING-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE OP-ACCT-NUMBER TO WS-FIND-ACCT
                       PERFORM FIND-FEE-ACCOUNT
                       IF WS-ACCT-MATCH > 0
                           MOVE OP-ACCT-BALANCE
                               TO FA-WALK-BALANCE(WS-ACCT-MATCH)
                           MOVE "Y" TO FA-WALK-KNOWN(WS-ACCT-MATCH)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPENING-FILE.

       FIND-FEE-ACCOUNT.
           MOVE 0 TO WS-ACCT-MATCH
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF FA-ACCT(WS-ACCT-IDX) = WS-FIND-ACCT
                   MOVE WS-ACCT-IDX TO WS-ACCT-MATCH
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Each posting in the period closes the days before it at the
      * balance walked so far, then moves the walk to its
      * after-image; later postings the same day move it again, so
      * the day closes at the day's last after-image.
      *---------------------------------------------------------------
       WALK-BALANCE-AUDIT.
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
                       IF BA-DATE(1:6) = WS-OPEN-PERIOD
                           PERFORM WALK-ONE-IMAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-AUDIT-FILE.

       WALK-ONE-IMAGE.
           MOVE BA-ACCT-NUMBER TO WS-FIND-ACCT
           PERFORM FIND-FEE-ACCOUNT
           IF WS-ACCT-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           MOVE BA-DATE(7:2) TO WS-IMAGE-DAY
           IF WS-IMAGE-DAY > WS-END-DAY
               EXIT PARAGRAPH
           END-IF
           IF FA-WALK-KNOWN(WS-ACCT-MATCH) NOT = "Y"
               COMPUTE FA-WALK-BALANCE(WS-ACCT-MATCH) =
                   FUNCTION NUMVAL(BA-BEFORE)
               MOVE "Y" TO FA-WALK-KNOWN(WS-ACCT-MATCH)
           END-IF
           IF WS-IMAGE-DAY - 1 > FA-WALK-DAY(WS-ACCT-MATCH)
               COMPUTE WS-GAP-DAYS =
                   WS-IMAGE-DAY - 1 - FA-WALK-DAY(WS-ACCT-MATCH)
               IF FA-WALK-BALANCE(WS-ACCT-MATCH) < 0
                   ADD WS-GAP-DAYS TO FA-OD-DAYS(WS-ACCT-MATCH)
               END-IF
               COMPUTE FA-WALK-DAY(WS-ACCT-MATCH) = WS-IMAGE-DAY - 1
           END-IF
           COMPUTE FA-WALK-BALANCE(WS-ACCT-MATCH) =
               FUNCTION NUMVAL(BA-AFTER).

       FINISH-OVERDRAWN-DAYS.
           IF FA-WALK-KNOWN(WS-ACCT-IDX) NOT = "Y"
               MOVE FA-BALANCE(WS-ACCT-IDX)
                   TO FA-WALK-BALANCE(WS-ACCT-IDX)
           END-IF
           IF WS-END-DAY > FA-WALK-DAY(WS-ACCT-IDX)
               COMPUTE WS-GAP-DAYS =
                   WS-END-DAY - FA-WALK-DAY(WS-ACCT-IDX)
               IF FA-WALK-BALANCE(WS-ACCT-IDX) < 0
                   ADD WS-GAP-DAYS TO FA-OD-DAYS(WS-ACCT-IDX)
               END-IF
               MOVE WS-END-DAY TO FA-WALK-DAY(WS-ACCT-IDX)
           END-IF.

      *---------------------------------------------------------------
      * Fees for one account, after the waivers: exempt accounts,
      * frozen and closed accounts, the schedule's per-account
      * waivers, and a balance at or over the class's waive-at.
      *---------------------------------------------------------------
       ASSESS-ONE-ACCOUNT.
           MOVE "N" TO WS-ACCT-EXEMPT
           PERFORM VARYING WS-EXEMPT-IDX FROM 1 BY 1
                   UNTIL WS-EXEMPT-IDX > WS-EXEMPT-COUNT
               IF WS-EXEMPT-ACCT(WS-EXEMPT-IDX) = FA-ACCT(WS-ACCT-IDX)
                   MOVE "Y" TO WS-ACCT-EXEMPT
               END-IF
           END-PERFORM
           IF WS-ACCT-EXEMPT = "Y"
               MOVE "EXEMPT" TO FA-NOTE(WS-ACCT-IDX)
               EXIT PARAGRAPH
           END-IF
           IF FA-ACCT(WS-ACCT-IDX) = WS-INCOME-ACCT
               MOVE "FEE INCOME ACCT" TO FA-NOTE(WS-ACCT-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE "O" TO WS-ACCT-STATUS
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                   UNTIL WS-STAT-IDX > WS-STAT-COUNT
               IF ST-ACCT(WS-STAT-IDX) = FA-ACCT(WS-ACCT-IDX)
                   MOVE ST-STATUS(WS-STAT-IDX) TO WS-ACCT-STATUS
               END-IF
           END-PERFORM
           IF WS-ACCT-STATUS = "F"
               MOVE "FROZEN" TO FA-NOTE(WS-ACCT-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-STATUS = "C"
               MOVE "CLOSED" TO FA-NOTE(WS-ACCT-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-STATUS = "D"
               MOVE "DORMANT" TO FA-NOTE(WS-ACCT-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-WAIVE-MAINT
           MOVE "N" TO WS-WAIVE-OD
           PERFORM VARYING WS-WAIVER-IDX FROM 1 BY 1
                   UNTIL WS-WAIVER-IDX > WS-WAIVER-COUNT
               IF WV-ACCT(WS-WAIVER-IDX) = FA-ACCT(WS-ACCT-IDX)
                   IF WV-SCOPE(WS-WAIVER-IDX) = "M"
                       OR WV-SCOPE(WS-WAIVER-IDX) = "A"
                       MOVE "Y" TO WS-WAIVE-MAINT
                   END-IF
                   IF WV-SCOPE(WS-WAIVER-IDX) = "O"
                       OR WV-SCOPE(WS-WAIVER-IDX) = "A"
                       MOVE "Y" TO WS-WAIVE-OD
                   END-IF
               END-IF
           END-PERFORM

           IF WS-WAIVE-MAINT = "N"
               PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                       UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
                   IF FC-CLASS(WS-CLASS-IDX) = FA-CLASS(WS-ACCT-IDX)
                       IF FC-WAIVE-AT(WS-CLASS-IDX) > 0
                           AND FA-BALANCE(WS-ACCT-IDX)
                               >= FC-WAIVE-AT(WS-CLASS-IDX)
                           MOVE "BALANCE WAIVER" TO FA-NOTE(WS-ACCT-IDX)
                       ELSE
                           MOVE FC-MAINT-FEE(WS-CLASS-IDX)
                               TO FA-MAINT-FEE(WS-ACCT-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
               MOVE "WAIVED" TO FA-NOTE(WS-ACCT-IDX)
           END-IF

           IF WS-WAIVE-OD = "N"
               COMPUTE FA-OD-FEE(WS-ACCT-IDX) =
                   FA-OD-DAYS(WS-ACCT-IDX) * WS-OD-PER-DAY
               IF WS-OD-MONTH-CAP > 0
                   AND FA-OD-FEE(WS-ACCT-IDX) > WS-OD-MONTH-CAP
                   MOVE WS-OD-MONTH-CAP TO FA-OD-FEE(WS-ACCT-IDX)
                   MOVE "OD FEE CAPPED" TO FA-NOTE(WS-ACCT-IDX)
               END-IF
           ELSE
               MOVE "WAIVED" TO FA-NOTE(WS-ACCT-IDX)
           END-IF

           COMPUTE FA-TOTAL-FEE(WS-ACCT-IDX) =
               FA-MAINT-FEE(WS-ACCT-IDX) + FA-OD-FEE(WS-ACCT-IDX)
           IF FA-TOTAL-FEE(WS-ACCT-IDX) = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ACCT-LIMIT
           PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                   UNTIL WS-LIMIT-IDX > WS-LIMIT-COUNT
               IF LM-ACCT(WS-LIMIT-IDX) = FA-ACCT(WS-ACCT-IDX)
                   MOVE LM-LIMIT(WS-LIMIT-IDX) TO WS-ACCT-LIMIT
               END-IF
           END-PERFORM
           COMPUTE WS-WOULD-BE =
               FA-BALANCE(WS-ACCT-IDX) - FA-TOTAL-FEE(WS-ACCT-IDX)
           IF WS-WOULD-BE < (0 - WS-ACCT-LIMIT)
               MOVE "OVER LIMIT-NONE" TO FA-NOTE(WS-ACCT-IDX)
               MOVE 0 TO FA-MAINT-FEE(WS-ACCT-IDX)
               MOVE 0 TO FA-OD-FEE(WS-ACCT-IDX)
               MOVE 0 TO FA-TOTAL-FEE(WS-ACCT-IDX)
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CHARGED-COUNT
           ADD FA-MAINT-FEE(WS-ACCT-IDX) TO WS-TOTAL-MAINT
           ADD FA-OD-FEE(WS-ACCT-IDX) TO WS-TOTAL-OD
           ADD FA-TOTAL-FEE(WS-ACCT-IDX) TO WS-TOTAL-FEES.

       WRITE-FEE-REGISTER.
           OPEN OUTPUT REGISTER-FILE
           IF REG-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open fee-register.txt FS="
                   REG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-OPEN-PERIOD TO WS-RT-PERIOD
           MOVE WS-RUN-DATE TO WS-RT-DATE
           MOVE WS-END-DAY TO WS-RT-END-DAY
           WRITE REGISTER-LINE FROM WS-REG-TITLE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           WRITE REGISTER-LINE FROM WS-REG-HEADING
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF FA-TOTAL-FEE(WS-ACCT-IDX) > 0
                   OR FA-OD-DAYS(WS-ACCT-IDX) > 0
                   OR FA-NOTE(WS-ACCT-IDX) NOT = SPACES
                   MOVE FA-ACCT(WS-ACCT-IDX) TO WS-R-ACCT
                   MOVE FA-CLASS(WS-ACCT-IDX) TO WS-R-CLASS
                   MOVE FA-BALANCE(WS-ACCT-IDX) TO WS-R-BALANCE
                   MOVE FA-MAINT-FEE(WS-ACCT-IDX) TO WS-R-MAINT
                   MOVE FA-OD-DAYS(WS-ACCT-IDX) TO WS-R-OD-DAYS
                   MOVE FA-OD-FEE(WS-ACCT-IDX) TO WS-R-OD-FEE
                   MOVE FA-TOTAL-FEE(WS-ACCT-IDX) TO WS-R-TOTAL
                   MOVE FA-NOTE(WS-ACCT-IDX) TO WS-R-NOTE
                   WRITE REGISTER-LINE FROM WS-REG-DETAIL
               END-IF
           END-PERFORM
           MOVE WS-CHARGED-COUNT TO WS-RTT-COUNT
           MOVE WS-TOTAL-MAINT TO WS-RTT-MAINT
           MOVE WS-TOTAL-OD TO WS-RTT-OD
           MOVE WS-TOTAL-FEES TO WS-RTT-TOTAL
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           WRITE REGISTER-LINE FROM WS-REG-TOTAL
           CLOSE REGISTER-FILE.

      *---------------------------------------------------------------
      * One balanced batch: a debit per charged account, the fee
      * income account credited the total (chunked when the total
      * outgrows a detail's 9(5)V99 amount), stamped with the open
      * period.
      *---------------------------------------------------------------
       WRITE-FEE-BATCH.
           IF WS-CHARGED-COUNT = 0
               DISPLAY "No fees charged - no batch written"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF JRNL-FILE-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF JRNL-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open journal, FS=" JRNL-FILE-STATUS
                   " - fee batch not written"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "P" TO JP-TYPE
           MOVE WS-OPEN-PERIOD TO JP-PERIOD
           MOVE "F" TO JP-ENTRY-TYPE
           MOVE SPACES TO JOURNAL-REC
           MOVE WS-JRNL-PERIOD TO JOURNAL-REC
           WRITE JOURNAL-REC
           CALL "NEXT-BATCH-ID" USING JB-BATCH-ID JB-OPERATOR
           END-CALL
           MOVE "B" TO JB-TYPE
           MOVE WS-JRNL-BATCH TO JOURNAL-REC
           WRITE JOURNAL-REC

           MOVE WS-TOTAL-FEES TO WS-INCOME-LEFT
           COMPUTE WS-INCOME-CHUNKS =
               FUNCTION INTEGER((WS-INCOME-LEFT + 99999.98)
                   / 99999.99)
           COMPUTE WS-DTL-COUNT = WS-CHARGED-COUNT + WS-INCOME-CHUNKS
           MOVE "H" TO JH-TYPE
           MOVE WS-DTL-COUNT TO JH-COUNT
           MOVE 0 TO JH-NET
           MOVE WS-JRNL-HEADER TO JOURNAL-REC
           WRITE JOURNAL-REC

           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF FA-TOTAL-FEE(WS-ACCT-IDX) > 0
                   MOVE "D" TO JT-TYPE
                   MOVE FA-ACCT(WS-ACCT-IDX) TO JT-ACCT
                   MOVE "D" TO JT-DC
                   MOVE FA-TOTAL-FEE(WS-ACCT-IDX) TO JT-AMOUNT
                   MOVE WS-JRNL-DETAIL TO JOURNAL-REC
                   WRITE JOURNAL-REC
               END-IF
           END-PERFORM

           PERFORM UNTIL WS-INCOME-LEFT = 0
               IF WS-INCOME-LEFT > 99999.99
                   MOVE 99999.99 TO WS-INCOME-CHUNK
               ELSE
                   MOVE WS-INCOME-LEFT TO WS-INCOME-CHUNK
               END-IF
               SUBTRACT WS-INCOME-CHUNK FROM WS-INCOME-LEFT
               MOVE "D" TO JT-TYPE
               MOVE WS-INCOME-ACCT TO JT-ACCT
               MOVE "C" TO JT-DC
               MOVE WS-INCOME-CHUNK TO JT-AMOUNT
               MOVE WS-JRNL-DETAIL TO JOURNAL-REC
               WRITE JOURNAL-REC
           END-PERFORM
           CLOSE JOURNAL-FILE
           DISPLAY "Fee batch written: " WS-DTL-COUNT " details".

       WRITE-FEE-CONTROL.
           OPEN OUTPUT FEE-CONTROL-FILE
           MOVE WS-OPEN-PERIOD TO FEE-CONTROL-REC
           WRITE FEE-CONTROL-REC
           CLOSE FEE-CONTROL-FILE.
