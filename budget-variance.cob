       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-VARIANCE.

      *---------------------------------------------------------------
      * Monthly budget-versus-actual report, one line per account
      * budgeted in the report year, off the budget file
      * BUDGET-MAINT keeps. The period is the open one by default,
      * or the period named in budget-report-period.dat for a rerun
      * of a closed month.
      *
      * Actual movement for the month is the period's closing figure
      * less its stored opening (acct-opening-<YYYYMM>.txt); the
      * closing figure is the master for the open period or the next
      * period's stored openings for a closed one. Year to date runs
      * from January's stored openings the same way. Where a stored
      * opening is missing, the movement is totalled from the
      * journal details stamped with the period(s) instead. Either
      * way YEAR-END-CLOSE's closing batch (entry type "C") is left
      * out - it is not operating activity. Months PERIOD-ARCHIVE
      * has moved off the live journal are read back from their
      * journal-<YYYYMM>.txt archives.
      *
      * Actuals and budgets are both in the account's natural
      * direction (the chart of accounts class: assets and expenses
      * debit-positive, the rest credit-positive). Variance is
      * actual less budget, with the percentage of budget; a line
      * whose variance percentage is outside the tolerance in
      * budget-tolerance.dat (<pct 9(3)V9>, 10.0 when missing) is
      * flagged OVER or UNDER, and actual movement against no
      * budget at all is flagged NO PLAN.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC ASSIGN TO "bbbbbb.idx"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ACCT-NUMBER
              FILE STATUS IS ACCT-FILE-STATUS.
           SELECT CHART-FILE ASSIGN TO "chart-of-accounts.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHART-FILE-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "budget-master.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BUDG-FILE-STATUS.
           SELECT OPENING-FILE ASSIGN USING WS-OPENING-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OPEN-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN USING WS-JOURNAL-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JRNL-FILE-STATUS.
           SELECT TOLERANCE-FILE ASSIGN TO "budget-tolerance.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TOL-FILE-STATUS.
           SELECT PERIOD-REQUEST-FILE
              ASSIGN TO "budget-report-period.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REQ-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "budget-variance.txt"
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

       FD CHART-FILE.
       01 CHART-REC.
          05 CA-ACCT PIC 9(4).
          05 CA-CLASS PIC X.
          05 CA-GROUP PIC X(20).

       FD BUDGET-FILE.
       01 BUDGET-REC.
          05 BM-ACCT PIC 9(4).
          05 BM-PERIOD PIC 9(6).
          05 BM-AMOUNT PIC S9(7)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

       FD OPENING-FILE.
       01 OPENING-RECORD.
          05 OP-ACCT-NUMBER PIC 9(4).
          05 OP-ACCT-NAME PIC X(4).
          05 OP-ACCT-BALANCE PIC S9(5)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

       FD JOURNAL-FILE.
       01 JOURNAL-REC PIC X(16).

       FD TOLERANCE-FILE.
       01 TOLERANCE-REC PIC 9(3)V9.

       FD PERIOD-REQUEST-FILE.
       01 PERIOD-REQUEST-REC PIC 9(6).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 ACCT-FILE-STATUS PIC XX.
       01 CHART-FILE-STATUS PIC XX.
       01 BUDG-FILE-STATUS PIC XX.
       01 OPEN-FILE-STATUS PIC XX.
       01 JRNL-FILE-STATUS PIC XX.
       01 TOL-FILE-STATUS PIC XX.
       01 REQ-FILE-STATUS PIC XX.
       01 RPT-FILE-STATUS PIC XX.
       01 WS-END-FLAG PIC X VALUE "N".
       01 WS-JOURNAL-NAME PIC X(30).
       01 WS-ARCH-PERIOD.
          05 WS-AP-YYYY PIC 9(4).
          05 WS-AP-MM PIC 9(2).
       01 WS-ARCH-PERIOD-N REDEFINES WS-ARCH-PERIOD PIC 9(6).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-OPEN-PERIOD PIC 9(6).
       01 WS-PERIOD-STATUS PIC X.
       01 WS-RPT-PERIOD PIC 9(6).
       01 WS-RPT-PERIOD-X REDEFINES WS-RPT-PERIOD.
          05 WS-RPT-YYYY PIC 9(4).
          05 WS-RPT-MM PIC 9(2).
       01 WS-YEAR-START PIC 9(6).
       01 WS-NEXT-PERIOD.
          05 WS-NP-YYYY PIC 9(4).
          05 WS-NP-MM PIC 9(2).
       01 WS-NEXT-PERIOD-N REDEFINES WS-NEXT-PERIOD PIC 9(6).

       01 WS-OPENING-NAME.
          05 FILLER PIC X(13) VALUE "acct-opening-".
          05 WS-ON-PERIOD PIC 9(6).
          05 FILLER PIC X(4) VALUE ".txt".
       01 WS-LOAD-TARGET PIC X.
       01 WS-HAVE-FILE PIC X.
       01 WS-HAVE-MTD-OPENING PIC X VALUE "N".
       01 WS-HAVE-YTD-OPENING PIC X VALUE "N".
       01 WS-HAVE-CLOSING PIC X VALUE "N".

       01 WS-TOLERANCE-PCT PIC 9(3)V9 VALUE 10.0.

       01 WS-CHART-COUNT PIC 9(3) VALUE 0.
       01 WS-CHART-IDX PIC 9(3).
       01 WS-CHART-TABLE.
          05 WS-CHART-ENTRY OCCURS 200 TIMES.
             10 CH-ACCT PIC 9(4).
             10 CH-CLASS PIC X.

      *---------------------------------------------------------------
      * One row per budgeted account: budgets for the month and the
      * year to date, the stored balances that bound them, and the
      * journal's own totals for when a stored opening is missing.
      * Journal and closing-batch figures are credit-positive like
      * the master.
      *---------------------------------------------------------------
       01 WS-BV-COUNT PIC 9(3) VALUE 0.
       01 WS-BV-IDX PIC 9(3).
       01 WS-BV-MATCH PIC 9(3).
       01 WS-BV-TABLE.
          05 WS-BV-ENTRY OCCURS 200 TIMES.
             10 BV-ACCT PIC 9(4).
             10 BV-CLASS PIC X.
             10 BV-BUD-MTD PIC S9(7)V99.
             10 BV-BUD-YTD PIC S9(7)V99.
             10 BV-OPEN-MTD PIC S9(7)V99.
             10 BV-OPEN-YTD PIC S9(7)V99.
             10 BV-CLOSING PIC S9(7)V99.
             10 BV-JRNL-MTD PIC S9(7)V99.
             10 BV-JRNL-YTD PIC S9(7)V99.
             10 BV-CLOSE-MTD PIC S9(7)V99.
             10 BV-CLOSE-YTD PIC S9(7)V99.

       01 WS-FIND-ACCT PIC 9(4).
       01 WS-JRNL-DETAIL.
          05 JT-TYPE PIC X.
          05 JT-ACCT PIC 9(4).
          05 JT-DC PIC X.
          05 JT-AMOUNT PIC 9(5)V99.
       01 WS-JRNL-PERIOD-REC.
          05 JP-TYPE PIC X.
          05 JP-PERIOD PIC 9(6).
          05 JP-ENTRY-TYPE PIC X.
       01 WS-CURR-JRNL-PERIOD PIC 9(6).
       01 WS-PENDING-ENTRY-TYPE PIC X VALUE SPACE.
       01 WS-BATCH-ENTRY-TYPE PIC X VALUE SPACE.
       01 WS-BATCH-POSTED PIC X VALUE "N".
       01 WS-SIGNED-AMT PIC S9(7)V99.

       01 WS-ACTUAL PIC S9(7)V99.
       01 WS-BUDGET PIC S9(7)V99.
       01 WS-VARIANCE PIC S9(7)V99.
       01 WS-VAR-PCT PIC S9(5)V9.
       01 WS-ABS-PCT PIC 9(5)V9.
       01 WS-FLAG PIC X(7).
       01 WS-FLAGGED-COUNT PIC 9(3) VALUE 0.

       01 WS-RUN-DATE-ED.
          05 WS-RUN-YYYY PIC 9(4).
          05 FILLER PIC X VALUE "-".
          05 WS-RUN-MM PIC 9(2).
          05 FILLER PIC X VALUE "-".
          05 WS-RUN-DD PIC 9(2).

       01 WS-TITLE-LINE.
          05 FILLER PIC X(33) VALUE
             "BUDGET VERSUS ACTUAL     PERIOD: ".
          05 WS-T-PERIOD PIC 9(6).
          05 FILLER PIC X(14) VALUE "   TOLERANCE ".
          05 WS-T-TOLERANCE PIC ZZ9.9.
          05 FILLER PIC X(13) VALUE "%   RUN DATE ".
          05 WS-T-DATE PIC X(10).
       01 WS-COLUMN-LINE.
          05 FILLER PIC X(49) VALUE
             "ACCT C      BUDGET      ACTUAL    VARIANCE    VAR".
          05 FILLER PIC X(55) VALUE
             "%  FLAG      YTD BUDGET  YTD ACTUAL YTD VARIANCE   VAR%".
          05 FILLER PIC X(6) VALUE "  FLAG".
       01 WS-DETAIL-LINE.
          05 WS-D-ACCT PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 WS-D-CLASS PIC X.
          05 FILLER PIC X VALUE SPACE.
          05 WS-D-BUD-MTD PIC -(7)9.99.
          05 FILLER PIC X VALUE SPACE.
          05 WS-D-ACT-MTD PIC -(7)9.99.
          05 FILLER PIC X VALUE SPACE.
          05 WS-D-VAR-MTD PIC -(7)9.99.
          05 FILLER PIC X VALUE SPACE.
          05 WS-D-PCT-MTD PIC X(7).
          05 FILLER PIC X VALUE SPACE.
          05 WS-D-FLAG-MTD PIC X(7).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-D-BUD-YTD PIC -(7)9.99.
          05 FILLER PIC X VALUE SPACE.
          05 WS-D-ACT-YTD PIC -(7)9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-D-VAR-YTD PIC -(7)9.99.
          05 FILLER PIC X VALUE SPACE.
          05 WS-D-PCT-YTD PIC X(7).
          05 FILLER PIC X VALUE SPACE.
          05 WS-D-FLAG-YTD PIC X(7).
       01 WS-PCT-ED PIC -(4)9.9.
       01 WS-PCT-TEXT PIC X(7).

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MM
           MOVE WS-RUN-DATE(7:2) TO WS-RUN-DD

           PERFORM RESOLVE-REPORT-PERIOD
           PERFORM LOAD-TOLERANCE
           PERFORM LOAD-CHART-CLASSES
           PERFORM LOAD-BUDGET-LINES
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF
           IF WS-BV-COUNT = 0
               DISPLAY "No budget lines for " WS-RPT-YYYY
                   " - nothing to report"
               STOP RUN
           END-IF

           PERFORM LOAD-STORED-BALANCES
           PERFORM LOAD-PERIOD-JOURNAL

           OPEN OUTPUT REPORT-FILE
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open budget-variance.txt FS="
                   RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RPT-PERIOD TO WS-T-PERIOD
           MOVE WS-TOLERANCE-PCT TO WS-T-TOLERANCE
           MOVE WS-RUN-DATE-ED TO WS-T-DATE
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-LINE
           PERFORM WRITE-VARIANCE-LINE
               VARYING WS-BV-IDX FROM 1 BY 1
               UNTIL WS-BV-IDX > WS-BV-COUNT
           CLOSE REPORT-FILE

           DISPLAY "Budget variance for " WS-RPT-PERIOD ": "
               WS-BV-COUNT " accounts, " WS-FLAGGED-COUNT
               " outside tolerance"
           STOP RUN.

       RESOLVE-REPORT-PERIOD.
           CALL "GET-OPEN-PERIOD"
               USING WS-OPEN-PERIOD WS-PERIOD-STATUS
           END-CALL
           MOVE WS-OPEN-PERIOD TO WS-RPT-PERIOD
           OPEN INPUT PERIOD-REQUEST-FILE
           IF REQ-FILE-STATUS = "00"
               READ PERIOD-REQUEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PERIOD-REQUEST-REC TO WS-RPT-PERIOD
                       DISPLAY "Budget report rerun for period "
                           WS-RPT-PERIOD
               END-READ
               CLOSE PERIOD-REQUEST-FILE
           END-IF
           IF WS-RPT-PERIOD > WS-OPEN-PERIOD
               DISPLAY "Period " WS-RPT-PERIOD
                   " is not open yet - reporting the open period"
               MOVE WS-OPEN-PERIOD TO WS-RPT-PERIOD
           END-IF
           COMPUTE WS-YEAR-START = WS-RPT-YYYY * 100 + 1.

       LOAD-TOLERANCE.
           OPEN INPUT TOLERANCE-FILE
           IF TOL-FILE-STATUS NOT = "00"
               DISPLAY "No budget-tolerance.dat - using "
                   WS-TOLERANCE-PCT "%"
           ELSE
               READ TOLERANCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TOLERANCE-REC TO WS-TOLERANCE-PCT
               END-READ
               CLOSE TOLERANCE-FILE
           END-IF.

       LOAD-CHART-CLASSES.
           OPEN INPUT CHART-FILE
           IF CHART-FILE-STATUS NOT = "00"
               DISPLAY "No chart of accounts - every account taken"
                   " as credit-natured"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ CHART-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-CHART-COUNT < 200
                           ADD 1 TO WS-CHART-COUNT
                           MOVE CA-ACCT TO CH-ACCT(WS-CHART-COUNT)
                           MOVE CA-CLASS TO CH-CLASS(WS-CHART-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHART-FILE.

      *---------------------------------------------------------------
      * Every budget line from January of the report year through
      * the report period; later periods are plan, not yet due.
      *---------------------------------------------------------------
       LOAD-BUDGET-LINES.
           OPEN INPUT BUDGET-FILE
           IF BUDG-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open budget-master.txt FS="
                   BUDG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ BUDGET-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF BM-PERIOD >= WS-YEAR-START
                           AND BM-PERIOD <= WS-RPT-PERIOD
                           PERFORM STORE-BUDGET-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE.

       STORE-BUDGET-LINE.
           MOVE BM-ACCT TO WS-FIND-ACCT
           PERFORM FIND-BUDGET-ACCOUNT
           IF WS-BV-MATCH = 0
               IF WS-BV-COUNT >= 200
                   DISPLAY "Budget account table full - " BM-ACCT
                       " not reported"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BV-COUNT
               MOVE WS-BV-COUNT TO WS-BV-MATCH
               INITIALIZE WS-BV-ENTRY(WS-BV-MATCH)
               MOVE BM-ACCT TO BV-ACCT(WS-BV-MATCH)
               MOVE "L" TO BV-CLASS(WS-BV-MATCH)
               PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
                       UNTIL WS-CHART-IDX > WS-CHART-COUNT
                   IF CH-ACCT(WS-CHART-IDX) = BM-ACCT
                       MOVE CH-CLASS(WS-CHART-IDX)
                           TO BV-CLASS(WS-BV-MATCH)
                   END-IF
               END-PERFORM
           END-IF
           ADD BM-AMOUNT TO BV-BUD-YTD(WS-BV-MATCH)
           IF BM-PERIOD = WS-RPT-PERIOD
               ADD BM-AMOUNT TO BV-BUD-MTD(WS-BV-MATCH)
           END-IF.

       FIND-BUDGET-ACCOUNT.
           MOVE 0 TO WS-BV-MATCH
           PERFORM VARYING WS-BV-IDX FROM 1 BY 1
                   UNTIL WS-BV-IDX > WS-BV-COUNT
               IF BV-ACCT(WS-BV-IDX) = WS-FIND-ACCT
                   MOVE WS-BV-IDX TO WS-BV-MATCH
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * The month's and the year's stored openings, and the closing
      * figures: the live master for the open period, the next
      * period's stored openings for a closed one.
      *---------------------------------------------------------------
       LOAD-STORED-BALANCES.
           MOVE WS-RPT-PERIOD TO WS-ON-PERIOD
           MOVE "M" TO WS-LOAD-TARGET
           PERFORM LOAD-ONE-OPENING-FILE
           MOVE WS-HAVE-FILE TO WS-HAVE-MTD-OPENING

           MOVE WS-YEAR-START TO WS-ON-PERIOD
           MOVE "Y" TO WS-LOAD-TARGET
           PERFORM LOAD-ONE-OPENING-FILE
           MOVE WS-HAVE-FILE TO WS-HAVE-YTD-OPENING

           IF WS-RPT-PERIOD = WS-OPEN-PERIOD
               PERFORM LOAD-CLOSING-FROM-MASTER
           ELSE
               MOVE WS-RPT-PERIOD TO WS-NEXT-PERIOD-N
               ADD 1 TO WS-NP-MM
               IF WS-NP-MM > 12
                   MOVE 1 TO WS-NP-MM
                   ADD 1 TO WS-NP-YYYY
               END-IF
               MOVE WS-NEXT-PERIOD-N TO WS-ON-PERIOD
               MOVE "C" TO WS-LOAD-TARGET
               PERFORM LOAD-ONE-OPENING-FILE
               MOVE WS-HAVE-FILE TO WS-HAVE-CLOSING
           END-IF.

       LOAD-ONE-OPENING-FILE.
           MOVE "N" TO WS-HAVE-FILE
           OPEN INPUT OPENING-FILE
           IF OPEN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-HAVE-FILE
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ OPENING-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE OP-ACCT-NUMBER TO WS-FIND-ACCT
                       PERFORM FIND-BUDGET-ACCOUNT
                       IF WS-BV-MATCH > 0
                           EVALUATE WS-LOAD-TARGET
                               WHEN "M"
                                   MOVE OP-ACCT-BALANCE
                                       TO BV-OPEN-MTD(WS-BV-MATCH)
                               WHEN "Y"
                                   MOVE OP-ACCT-BALANCE
                                       TO BV-OPEN-YTD(WS-BV-MATCH)
                               WHEN OTHER
                                   MOVE OP-ACCT-BALANCE
                                       TO BV-CLOSING(WS-BV-MATCH)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPENING-FILE.

       LOAD-CLOSING-FROM-MASTER.
           OPEN INPUT ACCT-REC
           IF ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open account master, FS="
                   ACCT-FILE-STATUS " - actuals from the journal"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-HAVE-CLOSING
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ ACCT-REC
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE ACCT-NUMBER TO WS-FIND-ACCT
                       PERFORM FIND-BUDGET-ACCOUNT
                       IF WS-BV-MATCH > 0
                           MOVE ACCT-BALANCE
                               TO BV-CLOSING(WS-BV-MATCH)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-REC.

      *---------------------------------------------------------------
      * Journal totals for the report year through the report
      * period. Closing-batch details are kept apart: all of them
      * stay out of the journal totals, and the posted ones are
      * held so they can be taken back out of a stored-balance
      * movement.
      *---------------------------------------------------------------
       LOAD-PERIOD-JOURNAL.
           MOVE WS-YEAR-START TO WS-ARCH-PERIOD-N
           PERFORM UNTIL WS-ARCH-PERIOD-N >= WS-OPEN-PERIOD
                   OR WS-ARCH-PERIOD-N > WS-RPT-PERIOD
               MOVE SPACES TO WS-JOURNAL-NAME
               STRING "journal-" WS-ARCH-PERIOD ".txt"
                   DELIMITED BY SIZE INTO WS-JOURNAL-NAME
               END-STRING
               MOVE 0 TO WS-CURR-JRNL-PERIOD
               PERFORM READ-JOURNAL-FILE
               ADD 1 TO WS-AP-MM
               IF WS-AP-MM > 12
                   MOVE 1 TO WS-AP-MM
                   ADD 1 TO WS-AP-YYYY
               END-IF
           END-PERFORM
           MOVE "journal.txt" TO WS-JOURNAL-NAME
           MOVE WS-OPEN-PERIOD TO WS-CURR-JRNL-PERIOD
           PERFORM READ-JOURNAL-FILE.

       READ-JOURNAL-FILE.
           OPEN INPUT JOURNAL-FILE
           IF JRNL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       PERFORM TOTAL-JOURNAL-RECORD
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       TOTAL-JOURNAL-RECORD.
           EVALUATE JOURNAL-REC(1:1)
               WHEN "P"
                   MOVE JOURNAL-REC TO WS-JRNL-PERIOD-REC
                   MOVE JP-PERIOD TO WS-CURR-JRNL-PERIOD
                   MOVE JP-ENTRY-TYPE TO WS-PENDING-ENTRY-TYPE
               WHEN "H"
                   MOVE WS-PENDING-ENTRY-TYPE TO WS-BATCH-ENTRY-TYPE
                   MOVE SPACE TO WS-PENDING-ENTRY-TYPE
                   MOVE "N" TO WS-BATCH-POSTED
               WHEN "*"
                   MOVE WS-PENDING-ENTRY-TYPE TO WS-BATCH-ENTRY-TYPE
                   MOVE SPACE TO WS-PENDING-ENTRY-TYPE
                   MOVE "Y" TO WS-BATCH-POSTED
               WHEN "D"
                   IF WS-CURR-JRNL-PERIOD >= WS-YEAR-START
                       AND WS-CURR-JRNL-PERIOD <= WS-RPT-PERIOD
                       MOVE JOURNAL-REC TO WS-JRNL-DETAIL
                       PERFORM TOTAL-JOURNAL-DETAIL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TOTAL-JOURNAL-DETAIL.
           MOVE JT-ACCT TO WS-FIND-ACCT
           PERFORM FIND-BUDGET-ACCOUNT
           IF WS-BV-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           IF JT-DC = "C"
               MOVE JT-AMOUNT TO WS-SIGNED-AMT
           ELSE
               COMPUTE WS-SIGNED-AMT = 0 - JT-AMOUNT
           END-IF
           IF WS-BATCH-ENTRY-TYPE = "C"
               IF WS-BATCH-POSTED = "Y"
                   ADD WS-SIGNED-AMT TO BV-CLOSE-YTD(WS-BV-MATCH)
                   IF WS-CURR-JRNL-PERIOD = WS-RPT-PERIOD
                       ADD WS-SIGNED-AMT TO BV-CLOSE-MTD(WS-BV-MATCH)
                   END-IF
               END-IF
           ELSE
               ADD WS-SIGNED-AMT TO BV-JRNL-YTD(WS-BV-MATCH)
               IF WS-CURR-JRNL-PERIOD = WS-RPT-PERIOD
                   ADD WS-SIGNED-AMT TO BV-JRNL-MTD(WS-BV-MATCH)
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Month and year-to-date actual, budget, variance, percentage
      * and flag for one account.
      *---------------------------------------------------------------
       WRITE-VARIANCE-LINE.
           MOVE BV-ACCT(WS-BV-IDX) TO WS-D-ACCT
           MOVE BV-CLASS(WS-BV-IDX) TO WS-D-CLASS

           IF WS-HAVE-MTD-OPENING = "Y" AND WS-HAVE-CLOSING = "Y"
               COMPUTE WS-ACTUAL = BV-CLOSING(WS-BV-IDX)
                   - BV-OPEN-MTD(WS-BV-IDX)
                   - BV-CLOSE-MTD(WS-BV-IDX)
           ELSE
               MOVE BV-JRNL-MTD(WS-BV-IDX) TO WS-ACTUAL
           END-IF
           MOVE BV-BUD-MTD(WS-BV-IDX) TO WS-BUDGET
           PERFORM COMPUTE-VARIANCE
           MOVE WS-BUDGET TO WS-D-BUD-MTD
           MOVE WS-ACTUAL TO WS-D-ACT-MTD
           MOVE WS-VARIANCE TO WS-D-VAR-MTD
           MOVE WS-PCT-TEXT TO WS-D-PCT-MTD
           MOVE WS-FLAG TO WS-D-FLAG-MTD

           IF WS-HAVE-YTD-OPENING = "Y" AND WS-HAVE-CLOSING = "Y"
               COMPUTE WS-ACTUAL = BV-CLOSING(WS-BV-IDX)
                   - BV-OPEN-YTD(WS-BV-IDX)
                   - BV-CLOSE-YTD(WS-BV-IDX)
           ELSE
               MOVE BV-JRNL-YTD(WS-BV-IDX) TO WS-ACTUAL
           END-IF
           MOVE BV-BUD-YTD(WS-BV-IDX) TO WS-BUDGET
           PERFORM COMPUTE-VARIANCE
           MOVE WS-BUDGET TO WS-D-BUD-YTD
           MOVE WS-ACTUAL TO WS-D-ACT-YTD
           MOVE WS-VARIANCE TO WS-D-VAR-YTD
           MOVE WS-PCT-TEXT TO WS-D-PCT-YTD
           MOVE WS-FLAG TO WS-D-FLAG-YTD

           IF WS-D-FLAG-MTD NOT = SPACES
                   OR WS-D-FLAG-YTD NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

      *---------------------------------------------------------------
      * WS-ACTUAL arrives credit-positive and leaves in the account's
      * natural direction; the variance percentage is of budget.
      *---------------------------------------------------------------
       COMPUTE-VARIANCE.
           IF BV-CLASS(WS-BV-IDX) = "A" OR BV-CLASS(WS-BV-IDX) = "X"
               COMPUTE WS-ACTUAL = 0 - WS-ACTUAL
           END-IF
           COMPUTE WS-VARIANCE = WS-ACTUAL - WS-BUDGET
           MOVE SPACES TO WS-FLAG
           MOVE SPACES TO WS-PCT-TEXT
           IF WS-BUDGET = 0
               IF WS-ACTUAL NOT = 0
                   MOVE "NO PLAN" TO WS-FLAG
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VAR-PCT ROUNDED =
               WS-VARIANCE * 100 / WS-BUDGET
           MOVE WS-VAR-PCT TO WS-PCT-ED
           MOVE WS-PCT-ED TO WS-PCT-TEXT
           IF WS-VAR-PCT < 0
               COMPUTE WS-ABS-PCT = 0 - WS-VAR-PCT
           ELSE
               MOVE WS-VAR-PCT TO WS-ABS-PCT
           END-IF
           IF WS-ABS-PCT > WS-TOLERANCE-PCT
               IF WS-VARIANCE > 0
                   MOVE "OVER" TO WS-FLAG
               ELSE
                   MOVE "UNDER" TO WS-FLAG
               END-IF
           END-IF.
