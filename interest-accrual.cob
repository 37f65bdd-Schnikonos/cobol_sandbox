      * in interest-contra-account.dat, and POST-BALANCE-UPDATE
      * posts the batch like any other - statement line,
      * balance-audit image, and batch controls included. The
      * batch's period stamp carries entry type "I", so the
      * dormancy run never mistakes an accrual for customer
      * activity. The accrual register with per-account interest
      * and the day's total cost of funds is unchanged.
      *
      * An account holding an active fixed-term deposit on
      * term-deposits.txt accrues nothing here - it earns its fixed
      * rate for the whole term when TERM-DEPOSIT-MATURITY matures
      * it, booked to its own interest expense account.
      *
      * Frozen, closed and dormant accounts (acct-status.txt) accrue
      * nothing either: POST-BALANCE-UPDATE rejects any posting to
      * them, and one rejected credit would back out the whole
      * night's accrual batch.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JRNL-FILE-STATUS.
           SELECT DEPOSIT-FILE ASSIGN TO "term-deposits.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TDEP-FILE-STATUS.
           SELECT STATUS-FILE ASSIGN TO "acct-status.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       01 JOURNAL-REC PIC X(16).

       FD DEPOSIT-FILE.
       01 DEPOSIT-REC.
          05 TD-ACCT PIC 9(4).
          05 TD-AMOUNT PIC 9(5)V99.
          05 TD-RATE-TTH PIC 9(4).
          05 TD-START-DATE PIC 9(8).
          05 TD-MATURITY PIC 9(8).
          05 TD-TERM PIC 9(3).
          05 TD-INSTRUCTION PIC X.
          05 TD-PAYOUT-ACCT PIC 9(4).
          05 TD-STATUS PIC X.

       FD STATUS-FILE.
       01 STATUS-REC.
          05 AS-ACCT PIC 9(4).
          05 AS-STATUS PIC X.

       WORKING-STORAGE SECTION.
       01 ACCT-FILE-STATUS PIC XX.
       01 RATE-FILE-STATUS PIC XX.

       01 WS-ACCRUED-COUNT PIC 9(5) VALUE 0.

      *---------------------------------------------------------------
      * Accounts under an active term deposit - passed by.
      *---------------------------------------------------------------
       01 TDEP-FILE-STATUS PIC XX.
       01 TDEP-END-FLAG PIC X VALUE "N".
       01 WS-TDEP-COUNT PIC 9(3) VALUE 0.
       01 WS-TDEP-IDX PIC 9(3).
       01 WS-TERM-LOCKED PIC X.
       01 WS-TDEP-TABLE.
          05 WS-TDEP-ACCT OCCURS 200 TIMES PIC 9(4).

      *---------------------------------------------------------------
      * Account statuses - frozen, closed and dormant accounts are
      * passed by.
      *---------------------------------------------------------------
       01 STAT-FILE-STATUS PIC XX.
       01 STAT-END-FLAG PIC X VALUE "N".
       01 WS-ACCT-STATUS PIC X.
       01 WS-STAT-COUNT PIC 9(3) VALUE 0.
       01 WS-STAT-IDX PIC 9(3).
       01 WS-STAT-TABLE.
          05 WS-STAT-ENTRY OCCURS 200 TIMES.
             10 ST-ACCT PIC 9(4).
             10 ST-STATUS PIC X.

      *---------------------------------------------------------------
      * The batch under construction: one credit per accrued
      * account, one debit to the contra account for the total.
       01 WS-JRNL-PERIOD.
          05 JP-TYPE PIC X.
          05 JP-PERIOD PIC 9(6).
          05 JP-ENTRY-TYPE PIC X.
       01 WS-JRNL-BATCH.
          05 JB-TYPE PIC X.
          05 JB-BATCH-ID PIC 9(7).
          05 JB-OPERATOR PIC X(8).

       01 WS-OPEN-PERIOD PIC 9(6).
       01 WS-OPEN-PD-STATUS PIC X.
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-TERM-DEPOSITS
           PERFORM LOAD-ACCOUNT-STATUSES

           OPEN INPUT ACCT-REC
           IF ACCT-FILE-STATUS NOT = "00"
              END-CALL
              MOVE "P" TO JP-TYPE
              MOVE WS-OPEN-PERIOD TO JP-PERIOD
              MOVE "I" TO JP-ENTRY-TYPE
              MOVE SPACES TO JOURNAL-REC
              MOVE WS-JRNL-PERIOD TO JOURNAL-REC
              WRITE JOURNAL-REC
              CALL "NEXT-BATCH-ID" USING JB-BATCH-ID JB-OPERATOR
              END-CALL
              MOVE "B" TO JB-TYPE
              MOVE WS-JRNL-BATCH TO JOURNAL-REC
              WRITE JOURNAL-REC

              MOVE WS-TOTAL-INTEREST TO WS-CONTRA-LEFT
              COMPUTE WS-CONTRA-CHUNKS =
                 " details"
           END-IF.

       LOAD-TERM-DEPOSITS.
           OPEN INPUT DEPOSIT-FILE
           IF TDEP-FILE-STATUS = "00"
              PERFORM UNTIL TDEP-END-FLAG = "Y"
                 READ DEPOSIT-FILE
                    AT END
                       MOVE "Y" TO TDEP-END-FLAG
                    NOT AT END
                       IF TD-STATUS = "A" AND WS-TDEP-COUNT < 200
                          ADD 1 TO WS-TDEP-COUNT
                          MOVE TD-ACCT TO WS-TDEP-ACCT(WS-TDEP-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPOSIT-FILE
           END-IF.

       LOAD-ACCOUNT-STATUSES.
           OPEN INPUT STATUS-FILE
           IF STAT-FILE-STATUS = "00"
              PERFORM UNTIL STAT-END-FLAG = "Y"
                 READ STATUS-FILE
                    AT END
                       MOVE "Y" TO STAT-END-FLAG
                    NOT AT END
                       IF WS-STAT-COUNT < 200
                          ADD 1 TO WS-STAT-COUNT
                          MOVE AS-ACCT TO ST-ACCT(WS-STAT-COUNT)
                          MOVE AS-STATUS TO ST-STATUS(WS-STAT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STATUS-FILE
           END-IF.

       LOAD-RATE-TIERS.
           OPEN INPUT RATE-FILE
           IF RATE-FILE-STATUS NOT = "00"
           END-IF.

      *---------------------------------------------------------------
      * Positive balances on open accounts only: find the highest
      * tier floor the balance clears, accrue at that tier's daily
      * rate with the COMP-3 arithmetic HELLO established, queue the
      * interest as a journal credit, and write the register line.
      * The balance itself moves when POST-BALANCE-UPDATE posts the
      * batch.
      *---------------------------------------------------------------
       ACCRUE-ONE-ACCOUNT.
           MOVE "N" TO WS-TERM-LOCKED
           PERFORM VARYING WS-TDEP-IDX FROM 1 BY 1
                   UNTIL WS-TDEP-IDX > WS-TDEP-COUNT
              IF WS-TDEP-ACCT(WS-TDEP-IDX) = ACCT-NUMBER
                 MOVE "Y" TO WS-TERM-LOCKED
              END-IF
           END-PERFORM
           MOVE "O" TO WS-ACCT-STATUS
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                   UNTIL WS-STAT-IDX > WS-STAT-COUNT
              IF ST-ACCT(WS-STAT-IDX) = ACCT-NUMBER
                 MOVE ST-STATUS(WS-STAT-IDX) TO WS-ACCT-STATUS
              END-IF
           END-PERFORM
           IF ACCT-BALANCE <= 0 OR WS-TERM-LOCKED = "Y"
              OR WS-ACCT-STATUS = "F" OR WS-ACCT-STATUS = "C"
              OR WS-ACCT-STATUS = "D"
              CONTINUE
           ELSE
              MOVE ACCT-BALANCE TO WS-PRINCIPAL
