       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINANCIAL-STATEMENTS.

      *---------------------------------------------------------------
      * Period income statement and balance sheet off the keyed
      * account master. TRIAL-BALANCE can only list the accounts
      * flat; chart-of-accounts.txt classes every account as
      * asset (A), liability (L), equity (E), revenue (R) or
      * expense (X) and names the reporting group it prints under.
      *
      * The period is the open one by default, or the period named
      * in fin-statement-period.dat for a rerun of a closed month.
      * Closing figures are the balances on the master for the open
      * period, or the next period's stored opening file (written by
      * ACCT-PERIOD-CLOSE) for a closed one. Opening figures come
      * from the period's own acct-opening-<YYYYMM>.txt; with no
      * stored openings they are derived by backing the period's
      * journal details out of the closing figures, the same way
      * ACCT-STATEMENTS does.
      *
      * Year-end closing batches (P record entry type "C", written
      * by YEAR-END-CLOSE) are kept out of the income statement once
      * posted: the period's revenue and expense show the operating
      * result only, while the sheet carries the transfer in
      * retained earnings. A closed month PERIOD-ARCHIVE has moved
      * off the live journal is read back from its
      * journal-<YYYYMM>.txt archive.
      *
      * Ledger balances carry credits positive, so assets and
      * expenses (debit-natured) are shown sign-reversed. Revenue
      * and expense not yet closed to retained earnings are carried
      * on the sheet as current earnings. An account missing from
      * the chart, or a sheet whose assets do not equal liabilities
      * plus equity, stops the run with RETURN-CODE 8 and nothing is
      * printed.
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
           SELECT OPENING-FILE ASSIGN USING WS-OPENING-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OPEN-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN USING WS-JOURNAL-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JRNL-FILE-STATUS.
           SELECT PERIOD-REQUEST-FILE
              ASSIGN TO "fin-statement-period.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REQ-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "financial-statements.txt"
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

      *---------------------------------------------------------------
      * One row per account: class letter and reporting group.
      *---------------------------------------------------------------
       FD CHART-FILE.
       01 CHART-REC.
          05 CA-ACCT PIC 9(4).
          05 CA-CLASS PIC X.
          05 CA-GROUP PIC X(20).

       FD OPENING-FILE.
       01 OPENING-RECORD.
          05 OP-ACCT-NUMBER PIC 9(4).
          05 OP-ACCT-NAME PIC X(4).
          05 OP-ACCT-BALANCE PIC S9(5)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

       FD JOURNAL-FILE.
       01 JOURNAL-REC PIC X(16).

       FD PERIOD-REQUEST-FILE.
       01 PERIOD-REQUEST-REC PIC 9(6).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       01 ACCT-FILE-STATUS PIC XX.
       01 CHART-FILE-STATUS PIC XX.
       01 OPEN-FILE-STATUS PIC XX.
       01 JRNL-FILE-STATUS PIC XX.
       01 REQ-FILE-STATUS PIC XX.
       01 RPT-FILE-STATUS PIC XX.
       01 WS-END-FLAG PIC X VALUE "N".
       01 WS-JOURNAL-NAME PIC X(30).

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-OPEN-PERIOD PIC 9(6).
       01 WS-PERIOD-STATUS PIC X.
       01 WS-RPT-PERIOD PIC 9(6).
       01 WS-NEXT-PERIOD.
          05 WS-NP-YYYY PIC 9(4).
          05 WS-NP-MM PIC 9(2).
       01 WS-NEXT-PERIOD-N REDEFINES WS-NEXT-PERIOD PIC 9(6).

       01 WS-OPENING-NAME.
          05 FILLER PIC X(13) VALUE "acct-opening-".
          05 WS-ON-PERIOD PIC 9(6).
          05 FILLER PIC X(4) VALUE ".txt".

      *---------------------------------------------------------------
      * The chart as loaded, and the distinct class/group pairs in
      * the order the chart first names them - the print order.
      *---------------------------------------------------------------
       01 WS-CHART-COUNT PIC 9(3) VALUE 0.
       01 WS-CHART-IDX PIC 9(3).
       01 WS-CHART-MATCH PIC 9(3).
       01 WS-CHART-TABLE.
          05 WS-CHART-ENTRY OCCURS 200 TIMES.
             10 CH-ACCT PIC 9(4).
             10 CH-CLASS PIC X.
             10 CH-GROUP PIC X(20).

       01 WS-GROUP-COUNT PIC 9(3) VALUE 0.
       01 WS-GROUP-IDX PIC 9(3).
       01 WS-GROUP-MATCH PIC 9(3).
       01 WS-GROUP-TABLE.
          05 WS-GROUP-ENTRY OCCURS 50 TIMES.
             10 GR-CLASS PIC X.
             10 GR-NAME PIC X(20).

      *---------------------------------------------------------------
      * Every account on the master with its class, group, and the
      * period's opening and closing balances.
      *---------------------------------------------------------------
       01 WS-ACCT-COUNT PIC 9(3) VALUE 0.
       01 WS-ACCT-IDX PIC 9(3).
       01 WS-ACCT-MATCH PIC 9(3).
       01 WS-ACCT-TABLE.
          05 WS-ACCT-ENTRY OCCURS 200 TIMES.
             10 FA-ACCT PIC 9(4).
             10 FA-NAME PIC X(4).
             10 FA-CLASS PIC X.
             10 FA-GROUP PIC X(20).
             10 FA-OPENING PIC S9(7)V99.
             10 FA-CLOSING PIC S9(7)V99.
             10 FA-PERIOD-NET PIC S9(7)V99.
             10 FA-CLOSE-NET PIC S9(7)V99.

       01 WS-HOLD-ACCT PIC 9(4).
       01 WS-HOLD-NAME PIC X(4).
       01 WS-HOLD-BALANCE PIC S9(7)V99.
       01 WS-UNCLASSED-COUNT PIC 9(3) VALUE 0.
       01 WS-HAVE-OPENINGS PIC X VALUE "N".

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

      *---------------------------------------------------------------
      * Statement arithmetic. Shown amounts are in the account's
      * natural sign; the totals are what the sheet must prove.
      *---------------------------------------------------------------
       01 WS-CLASS-WANTED PIC X.
       01 WS-SHOWN-AMT PIC S9(7)V99.
       01 WS-GROUP-TOTAL PIC S9(7)V99.
       01 WS-CLASS-TOTAL PIC S9(7)V99.
       01 WS-TOTAL-REVENUE PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-EXPENSE PIC S9(7)V99 VALUE 0.
       01 WS-NET-INCOME PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-ASSETS PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-LIABILITIES PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-EQUITY PIC S9(7)V99 VALUE 0.
       01 WS-CURRENT-EARNINGS PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-CLAIMS PIC S9(7)V99 VALUE 0.
       01 WS-OUT-OF-BALANCE PIC S9(7)V99 VALUE 0.
       01 WS-OOB-ED PIC -(7)9.99.

       01 WS-RUN-DATE-ED.
          05 WS-RUN-YYYY PIC 9(4).
          05 FILLER PIC X VALUE "-".
          05 WS-RUN-MM PIC 9(2).
          05 FILLER PIC X VALUE "-".
          05 WS-RUN-DD PIC 9(2).

       01 WS-TITLE-LINE.
          05 WS-T-TEXT PIC X(30).
          05 FILLER PIC X(8) VALUE "PERIOD: ".
          05 WS-T-PERIOD PIC 9(6).
       01 WS-RUN-LINE.
          05 FILLER PIC X(10) VALUE "RUN DATE: ".
          05 WS-R-DATE PIC X(10).
       01 WS-HEADING-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-HD-TEXT PIC X(30).
       01 WS-GROUP-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-G-NAME PIC X(20).
       01 WS-ACCOUNT-LINE.
          05 FILLER PIC X(6) VALUE SPACES.
          05 WS-L-ACCT PIC 9(4).
          05 FILLER PIC X VALUE SPACE.
          05 WS-L-NAME PIC X(4).
          05 FILLER PIC X(23) VALUE SPACES.
          05 WS-L-AMOUNT PIC -(7)9.99.
       01 WS-TOTAL-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-TL-LABEL PIC X(34).
          05 WS-TL-AMOUNT PIC -(7)9.99.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MM
           MOVE WS-RUN-DATE(7:2) TO WS-RUN-DD

           PERFORM RESOLVE-REPORT-PERIOD
           PERFORM LOAD-CHART-OF-ACCOUNTS
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF

           IF WS-RPT-PERIOD = WS-OPEN-PERIOD
               PERFORM LOAD-CLOSING-FROM-MASTER
           ELSE
               PERFORM LOAD-CLOSING-FROM-SNAPSHOT
           END-IF
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF

           PERFORM LOAD-PERIOD-OPENINGS
           PERFORM LOAD-PERIOD-JOURNAL
           IF WS-HAVE-OPENINGS = "N"
               PERFORM DERIVE-OPENINGS-FROM-JOURNAL
           END-IF

           PERFORM PROVE-BALANCE-SHEET
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open financial-statements.txt FS="
                   RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-INCOME-STATEMENT
           PERFORM WRITE-BALANCE-SHEET
           CLOSE REPORT-FILE

           DISPLAY "Financial statements for " WS-RPT-PERIOD
               " written - " WS-ACCT-COUNT " accounts"
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
                       DISPLAY "Statements rerun for period "
                           WS-RPT-PERIOD
               END-READ
               CLOSE PERIOD-REQUEST-FILE
           END-IF
           IF WS-RPT-PERIOD > WS-OPEN-PERIOD
               DISPLAY "Period " WS-RPT-PERIOD
                   " is not open yet - reporting the open period"
               MOVE WS-OPEN-PERIOD TO WS-RPT-PERIOD
           END-IF.

      *---------------------------------------------------------------
      * Without the chart nothing can be classed, so a missing chart
      * stops the run before any balances are read.
      *---------------------------------------------------------------
       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT CHART-FILE
           IF CHART-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open chart-of-accounts.txt FS="
                   CHART-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ CHART-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       PERFORM STORE-CHART-ROW
               END-READ
           END-PERFORM
           CLOSE CHART-FILE.

       STORE-CHART-ROW.
           IF CA-CLASS NOT = "A" AND NOT = "L" AND NOT = "E"
                   AND NOT = "R" AND NOT = "X"
               DISPLAY "Chart row for " CA-ACCT
                   " has unknown class " CA-CLASS " - ignored"
               EXIT PARAGRAPH
           END-IF
           IF WS-CHART-COUNT >= 200
               DISPLAY "Chart table full - " CA-ACCT " ignored"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHART-COUNT
           MOVE CA-ACCT TO CH-ACCT(WS-CHART-COUNT)
           MOVE CA-CLASS TO CH-CLASS(WS-CHART-COUNT)
           MOVE CA-GROUP TO CH-GROUP(WS-CHART-COUNT)

           MOVE 0 TO WS-GROUP-MATCH
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               IF GR-CLASS(WS-GROUP-IDX) = CA-CLASS
                       AND GR-NAME(WS-GROUP-IDX) = CA-GROUP
                   MOVE WS-GROUP-IDX TO WS-GROUP-MATCH
               END-IF
           END-PERFORM
           IF WS-GROUP-MATCH = 0 AND WS-GROUP-COUNT < 50
               ADD 1 TO WS-GROUP-COUNT
               MOVE CA-CLASS TO GR-CLASS(WS-GROUP-COUNT)
               MOVE CA-GROUP TO GR-NAME(WS-GROUP-COUNT)
           END-IF.

       LOAD-CLOSING-FROM-MASTER.
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
                       MOVE ACCT-NUMBER TO WS-HOLD-ACCT
                       MOVE ACCT-NAME TO WS-HOLD-NAME
                       MOVE ACCT-BALANCE TO WS-HOLD-BALANCE
                       PERFORM STORE-CLOSING-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCT-REC
           PERFORM CHECK-UNCLASSED-ACCOUNTS.

      *---------------------------------------------------------------
      * A closed period's closing balances are the next period's
      * stored openings.
      *---------------------------------------------------------------
       LOAD-CLOSING-FROM-SNAPSHOT.
           MOVE WS-RPT-PERIOD TO WS-NEXT-PERIOD-N
           ADD 1 TO WS-NP-MM
           IF WS-NP-MM > 12
               MOVE 1 TO WS-NP-MM
               ADD 1 TO WS-NP-YYYY
           END-IF
           MOVE WS-NEXT-PERIOD-N TO WS-ON-PERIOD
           OPEN INPUT OPENING-FILE
           IF OPEN-FILE-STATUS NOT = "00"
               DISPLAY "No stored closing balances for "
                   WS-RPT-PERIOD " (" WS-OPENING-NAME ")"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ OPENING-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE OP-ACCT-NUMBER TO WS-HOLD-ACCT
                       MOVE OP-ACCT-NAME TO WS-HOLD-NAME
                       MOVE OP-ACCT-BALANCE TO WS-HOLD-BALANCE
                       PERFORM STORE-CLOSING-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE OPENING-FILE
           PERFORM CHECK-UNCLASSED-ACCOUNTS.

       STORE-CLOSING-ACCOUNT.
           IF WS-ACCT-COUNT >= 200
               DISPLAY "Account table full - " WS-HOLD-ACCT
                   " not reported"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           MOVE WS-HOLD-ACCT TO FA-ACCT(WS-ACCT-COUNT)
           MOVE WS-HOLD-NAME TO FA-NAME(WS-ACCT-COUNT)
           MOVE WS-HOLD-BALANCE TO FA-CLOSING(WS-ACCT-COUNT)
           MOVE 0 TO FA-PERIOD-NET(WS-ACCT-COUNT)
           MOVE 0 TO FA-CLOSE-NET(WS-ACCT-COUNT)
           MOVE 0 TO FA-OPENING(WS-ACCT-COUNT)
           MOVE SPACE TO FA-CLASS(WS-ACCT-COUNT)
           MOVE SPACES TO FA-GROUP(WS-ACCT-COUNT)
           MOVE 0 TO WS-CHART-MATCH
           PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
                   UNTIL WS-CHART-IDX > WS-CHART-COUNT
               IF CH-ACCT(WS-CHART-IDX) = WS-HOLD-ACCT
                   MOVE WS-CHART-IDX TO WS-CHART-MATCH
               END-IF
           END-PERFORM
           IF WS-CHART-MATCH = 0
               DISPLAY "Account " WS-HOLD-ACCT
                   " is not on the chart of accounts"
               ADD 1 TO WS-UNCLASSED-COUNT
           ELSE
               MOVE CH-CLASS(WS-CHART-MATCH)
                   TO FA-CLASS(WS-ACCT-COUNT)
               MOVE CH-GROUP(WS-CHART-MATCH)
                   TO FA-GROUP(WS-ACCT-COUNT)
           END-IF.

       CHECK-UNCLASSED-ACCOUNTS.
           IF WS-UNCLASSED-COUNT > 0
               DISPLAY WS-UNCLASSED-COUNT
                   " account(s) unclassed - statements not printed"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *---------------------------------------------------------------
      * An account opened mid-period has no stored opening row; it
      * opened at zero.
      *---------------------------------------------------------------
       LOAD-PERIOD-OPENINGS.
           MOVE WS-RPT-PERIOD TO WS-ON-PERIOD
           OPEN INPUT OPENING-FILE
           IF OPEN-FILE-STATUS NOT = "00"
               DISPLAY "No stored openings for " WS-RPT-PERIOD
                   " - deriving from the journal"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-HAVE-OPENINGS
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ OPENING-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE OP-ACCT-NUMBER TO WS-HOLD-ACCT
                       PERFORM FIND-REPORT-ACCOUNT
                       IF WS-ACCT-MATCH > 0
                           MOVE OP-ACCT-BALANCE
                               TO FA-OPENING(WS-ACCT-MATCH)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPENING-FILE.

       FIND-REPORT-ACCOUNT.
           MOVE 0 TO WS-ACCT-MATCH
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF FA-ACCT(WS-ACCT-IDX) = WS-HOLD-ACCT
                   MOVE WS-ACCT-IDX TO WS-ACCT-MATCH
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * One pass over the journal for the report period: each
      * account's net postings (credits positive), and separately
      * the net of any posted year-end closing batch. A batch with
      * no P stamp belongs to the open period; the stamp's entry
      * type applies to the batch that follows it only.
      *---------------------------------------------------------------
       LOAD-PERIOD-JOURNAL.
           IF WS-RPT-PERIOD < WS-OPEN-PERIOD
               MOVE SPACES TO WS-JOURNAL-NAME
               STRING "journal-" WS-RPT-PERIOD ".txt"
                   DELIMITED BY SIZE INTO WS-JOURNAL-NAME
               END-STRING
               MOVE 0 TO WS-CURR-JRNL-PERIOD
               PERFORM READ-JOURNAL-FILE
           END-IF
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
                   IF WS-CURR-JRNL-PERIOD = WS-RPT-PERIOD
                       MOVE JOURNAL-REC TO WS-JRNL-DETAIL
                       PERFORM TOTAL-JOURNAL-DETAIL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TOTAL-JOURNAL-DETAIL.
           MOVE JT-ACCT TO WS-HOLD-ACCT
           PERFORM FIND-REPORT-ACCOUNT
           IF WS-ACCT-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           IF JT-DC = "C"
               MOVE JT-AMOUNT TO WS-SIGNED-AMT
           ELSE
               COMPUTE WS-SIGNED-AMT = 0 - JT-AMOUNT
           END-IF
           ADD WS-SIGNED-AMT TO FA-PERIOD-NET(WS-ACCT-MATCH)
           IF WS-BATCH-ENTRY-TYPE = "C" AND WS-BATCH-POSTED = "Y"
               ADD WS-SIGNED-AMT TO FA-CLOSE-NET(WS-ACCT-MATCH)
           END-IF.

      *---------------------------------------------------------------
      * No stored openings: every account opens at its closing figure
      * less the period's net journal postings.
      *---------------------------------------------------------------
       DERIVE-OPENINGS-FROM-JOURNAL.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               COMPUTE FA-OPENING(WS-ACCT-IDX) =
                   FA-CLOSING(WS-ACCT-IDX) - FA-PERIOD-NET(WS-ACCT-IDX)
           END-PERFORM.

      *---------------------------------------------------------------
      * Assets must equal liabilities plus equity plus the revenue
      * and expense not yet closed out. With credits positive that
      * is the same as every closing balance summing to zero; any
      * difference is reported and the statements are withheld.
      *---------------------------------------------------------------
       PROVE-BALANCE-SHEET.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               EVALUATE FA-CLASS(WS-ACCT-IDX)
                   WHEN "A"
                       SUBTRACT FA-CLOSING(WS-ACCT-IDX)
                           FROM WS-TOTAL-ASSETS
                   WHEN "L"
                       ADD FA-CLOSING(WS-ACCT-IDX)
                           TO WS-TOTAL-LIABILITIES
                   WHEN "E"
                       ADD FA-CLOSING(WS-ACCT-IDX) TO WS-TOTAL-EQUITY
                   WHEN "R"
                       ADD FA-CLOSING(WS-ACCT-IDX)
                           TO WS-CURRENT-EARNINGS
                       COMPUTE WS-TOTAL-REVENUE = WS-TOTAL-REVENUE
                           + FA-CLOSING(WS-ACCT-IDX)
                           - FA-OPENING(WS-ACCT-IDX)
                           - FA-CLOSE-NET(WS-ACCT-IDX)
                   WHEN "X"
                       ADD FA-CLOSING(WS-ACCT-IDX)
                           TO WS-CURRENT-EARNINGS
                       COMPUTE WS-TOTAL-EXPENSE = WS-TOTAL-EXPENSE
                           - FA-CLOSING(WS-ACCT-IDX)
                           + FA-OPENING(WS-ACCT-IDX)
                           + FA-CLOSE-NET(WS-ACCT-IDX)
               END-EVALUATE
           END-PERFORM
           COMPUTE WS-NET-INCOME = WS-TOTAL-REVENUE - WS-TOTAL-EXPENSE
           COMPUTE WS-TOTAL-CLAIMS = WS-TOTAL-LIABILITIES
               + WS-TOTAL-EQUITY + WS-CURRENT-EARNINGS
           COMPUTE WS-OUT-OF-BALANCE = WS-TOTAL-ASSETS
               - WS-TOTAL-CLAIMS
           IF WS-OUT-OF-BALANCE NOT = 0
               MOVE WS-OUT-OF-BALANCE TO WS-OOB-ED
               DISPLAY "Balance sheet for " WS-RPT-PERIOD
                   " does not balance - out by " WS-OOB-ED
               DISPLAY "Statements not printed"
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-INCOME-STATEMENT.
           MOVE "INCOME STATEMENT" TO WS-T-TEXT
           PERFORM WRITE-STATEMENT-TITLE

           MOVE "REVENUE" TO WS-HD-TEXT
           WRITE REPORT-LINE FROM WS-HEADING-LINE
           MOVE "R" TO WS-CLASS-WANTED
           PERFORM WRITE-CLASS-SECTION
           MOVE "TOTAL REVENUE" TO WS-TL-LABEL
           MOVE WS-TOTAL-REVENUE TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "EXPENSES" TO WS-HD-TEXT
           WRITE REPORT-LINE FROM WS-HEADING-LINE
           MOVE "X" TO WS-CLASS-WANTED
           PERFORM WRITE-CLASS-SECTION
           MOVE "TOTAL EXPENSES" TO WS-TL-LABEL
           MOVE WS-TOTAL-EXPENSE TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "NET INCOME FOR THE PERIOD" TO WS-TL-LABEL
           MOVE WS-NET-INCOME TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-BALANCE-SHEET.
           MOVE "BALANCE SHEET" TO WS-T-TEXT
           PERFORM WRITE-STATEMENT-TITLE

           MOVE "ASSETS" TO WS-HD-TEXT
           WRITE REPORT-LINE FROM WS-HEADING-LINE
           MOVE "A" TO WS-CLASS-WANTED
           PERFORM WRITE-CLASS-SECTION
           MOVE "TOTAL ASSETS" TO WS-TL-LABEL
           MOVE WS-TOTAL-ASSETS TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "LIABILITIES" TO WS-HD-TEXT
           WRITE REPORT-LINE FROM WS-HEADING-LINE
           MOVE "L" TO WS-CLASS-WANTED
           PERFORM WRITE-CLASS-SECTION
           MOVE "TOTAL LIABILITIES" TO WS-TL-LABEL
           MOVE WS-TOTAL-LIABILITIES TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "EQUITY" TO WS-HD-TEXT
           WRITE REPORT-LINE FROM WS-HEADING-LINE
           MOVE "E" TO WS-CLASS-WANTED
           PERFORM WRITE-CLASS-SECTION
           MOVE "CURRENT EARNINGS" TO WS-TL-LABEL
           MOVE WS-CURRENT-EARNINGS TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           COMPUTE WS-CLASS-TOTAL = WS-TOTAL-EQUITY
               + WS-CURRENT-EARNINGS
           MOVE "TOTAL EQUITY" TO WS-TL-LABEL
           MOVE WS-CLASS-TOTAL TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE

           MOVE "TOTAL LIABILITIES AND EQUITY" TO WS-TL-LABEL
           MOVE WS-TOTAL-CLAIMS TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-STATEMENT-TITLE.
           MOVE WS-RPT-PERIOD TO WS-T-PERIOD
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           MOVE WS-RUN-DATE-ED TO WS-R-DATE
           WRITE REPORT-LINE FROM WS-RUN-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *---------------------------------------------------------------
      * Every reporting group of the wanted class, in chart order,
      * with its accounts and a group subtotal. The income statement
      * shows the period's movement; the sheet shows closing
      * balances.
      *---------------------------------------------------------------
       WRITE-CLASS-SECTION.
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               IF GR-CLASS(WS-GROUP-IDX) = WS-CLASS-WANTED
                   PERFORM WRITE-ONE-GROUP
               END-IF
           END-PERFORM.

       WRITE-ONE-GROUP.
           MOVE 0 TO WS-GROUP-TOTAL
           MOVE GR-NAME(WS-GROUP-IDX) TO WS-G-NAME
           WRITE REPORT-LINE FROM WS-GROUP-LINE
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF FA-CLASS(WS-ACCT-IDX) = WS-CLASS-WANTED
                       AND FA-GROUP(WS-ACCT-IDX)
                           = GR-NAME(WS-GROUP-IDX)
                   PERFORM WRITE-ACCOUNT-AMOUNT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-TL-LABEL
           STRING "TOTAL " DELIMITED BY SIZE
                  GR-NAME(WS-GROUP-IDX) DELIMITED BY "  "
                  INTO WS-TL-LABEL
           END-STRING
           MOVE WS-GROUP-TOTAL TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       WRITE-ACCOUNT-AMOUNT.
           EVALUATE WS-CLASS-WANTED
               WHEN "R"
                   COMPUTE WS-SHOWN-AMT = FA-CLOSING(WS-ACCT-IDX)
                       - FA-OPENING(WS-ACCT-IDX)
                       - FA-CLOSE-NET(WS-ACCT-IDX)
               WHEN "X"
                   COMPUTE WS-SHOWN-AMT = FA-OPENING(WS-ACCT-IDX)
                       - FA-CLOSING(WS-ACCT-IDX)
                       + FA-CLOSE-NET(WS-ACCT-IDX)
               WHEN "A"
                   COMPUTE WS-SHOWN-AMT = 0 - FA-CLOSING(WS-ACCT-IDX)
               WHEN OTHER
                   MOVE FA-CLOSING(WS-ACCT-IDX) TO WS-SHOWN-AMT
           END-EVALUATE
           ADD WS-SHOWN-AMT TO WS-GROUP-TOTAL
           MOVE FA-ACCT(WS-ACCT-IDX) TO WS-L-ACCT
           MOVE FA-NAME(WS-ACCT-IDX) TO WS-L-NAME
           MOVE WS-SHOWN-AMT TO WS-L-AMOUNT
           WRITE REPORT-LINE FROM WS-ACCOUNT-LINE.
