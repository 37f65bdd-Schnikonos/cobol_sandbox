      * - Ages what each customer owes on the ledger: the balance of
      *   the customer's receivable account (customer-accounts.txt)
      *   is read off the keyed account master, where a debit shows
      *   as a negative figure
      * - Payments are taken to clear the oldest invoices first, so
      *   the amount owed is spread over the customer's invoices on
      *   invoices.txt from the newest back into 0-30, 31-60, 61-90
      *   and over 90 days from the invoice date; anything owed
      *   beyond every invoice counts as current
      * - A customer whose account cannot be read is reported and
      *   the run ends with return code 4

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-AGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MAP-FILE
              ASSIGN TO "beginner/exercises/customer-accounts.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MAP-FILE-STATUS.
           SELECT INVOICE-FILE
              ASSIGN TO "beginner/exercises/invoices.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS INV-FILE-STATUS.
           SELECT CUSTOMER-FILE
              ASSIGN TO "beginner/exercises/customers.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CUS-FILE-STATUS.
           SELECT ACCT-REC ASSIGN TO "bbbbbb.idx"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACCT-NUMBER
              FILE STATUS IS ACC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MAP-FILE.
       01 ACCOUNT-MAP-REC.
          05 CA-CUSTOMER PIC X(5).
          05 CA-ACCT PIC 9(4).

       FD INVOICE-FILE.
       01 INVOICE-REC.
          05 IV-NUMBER PIC 9(6).
          05 IV-CUSTOMER PIC X(5).
          05 IV-ACCT PIC 9(4).
          05 IV-DATE PIC 9(8).
          05 IV-AMOUNT PIC 9(7)V99.
          05 IV-BATCH-ID PIC 9(7).

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
          05 CU-CODE PIC X(5).
          05 CU-NAME PIC X(20).
          05 CU-CONTACT PIC X(10).
          05 CU-STATUS PIC X.
          05 CU-CONTACT-ID PIC 9(5).

       FD ACCT-REC.
       01 ACCT-RECORD.
          05 ACCT-NUMBER PIC 9(4).
          05 ACCT-NAME PIC X(4).
          05 ACCT-BALANCE PIC S9(5)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

       WORKING-STORAGE SECTION.
       01 MAP-FILE-STATUS PIC XX.
       01 INV-FILE-STATUS PIC XX.
       01 CUS-FILE-STATUS PIC XX.
       01 ACC-FILE-STATUS PIC XX.
       01 FILE-END PIC X VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-ACCT-FOUND PIC X.
       01 WS-OWED PIC 9(7)V99.
       01 WS-LEFT PIC 9(7)V99.
       01 WS-PORTION PIC 9(7)V99.
       01 WS-AGE-DAYS PIC S9(7).
       01 WS-CUST-NAME PIC X(20).
       01 WS-TOTAL-OWED PIC 9(9)V99 VALUE 0.
       01 AGED-COUNT PIC 9(5) VALUE 0.
       01 OWING-COUNT PIC 9(5) VALUE 0.
       01 UNREAD-COUNT PIC 9(5) VALUE 0.

       01 MAP-COUNT PIC 9(3) VALUE 0.
       01 MAP-IDX PIC 9(3).
       01 MAP-TABLE.
          05 MAP-ENTRY OCCURS 300 TIMES.
             10 MP-CUSTOMER PIC X(5).
             10 MP-ACCT PIC 9(4).

       01 INV-COUNT PIC 9(4) VALUE 0.
       01 INV-IDX PIC S9(4).
       01 INV-TABLE.
          05 INV-ENTRY OCCURS 2000 TIMES.
             10 IT-CUSTOMER PIC X(5).
             10 IT-DATE PIC 9(8).
             10 IT-AMOUNT PIC 9(7)V99.

       01 CUS-COUNT PIC 9(3) VALUE 0.
       01 CUS-IDX PIC 9(3).
       01 CUS-TABLE.
          05 CUS-ENTRY OCCURS 300 TIMES.
             10 CUT-CODE PIC X(5).
             10 CUT-NAME PIC X(20).

       01 BKT-IDX PIC 9.
       01 BUCKETS.
          05 BKT-AMOUNT OCCURS 4 TIMES PIC 9(7)V99.
       01 TOTAL-BUCKETS.
          05 TOT-AMOUNT OCCURS 4 TIMES PIC 9(9)V99.

       01 WS-AGING-LINE.
          05 WS-AL-CUSTOMER PIC X(5).
          05 FILLER PIC X VALUE SPACE.
          05 WS-AL-NAME PIC X(20).
          05 FILLER PIC X VALUE SPACE.
          05 WS-AL-ACCT PIC 9(4).
          05 WS-AL-BUCKET OCCURS 4 TIMES.
             10 FILLER PIC X VALUE SPACE.
             10 WS-AL-AMOUNT PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X VALUE SPACE.
          05 WS-AL-OWED PIC ZZ,ZZZ,ZZ9.99.

       01 WS-AGING-TOTAL.
          05 FILLER PIC X(31) VALUE "TOTALS".
          05 WS-AT-BUCKET OCCURS 4 TIMES.
             10 FILLER PIC X VALUE SPACE.
             10 WS-AT-AMOUNT PIC Z,ZZZ,ZZ9.99.
          05 FILLER PIC X VALUE SPACE.
          05 WS-AT-OWED PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BUSINESS-DATE"
              USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL.
           PERFORM LOAD-ACCOUNT-MAP.
           PERFORM LOAD-INVOICES.
           PERFORM LOAD-CUSTOMERS.
           INITIALIZE TOTAL-BUCKETS.

           OPEN INPUT ACCT-REC.
           IF ACC-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open account master, FS="
                  ACC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "CUSTOMER RECEIVABLE AGING AS AT " WS-RUN-DATE.
           DISPLAY "CUST  NAME                 ACCT    0-30 DAYS"
              "   31-60 DAYS   61-90 DAYS OVER 90 DAYS    TOTAL OWED".
           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > MAP-COUNT
              PERFORM AGE-ONE-CUSTOMER
           END-PERFORM.
           CLOSE ACCT-REC.

           PERFORM VARYING BKT-IDX FROM 1 BY 1 UNTIL BKT-IDX > 4
              MOVE TOT-AMOUNT(BKT-IDX) TO WS-AT-AMOUNT(BKT-IDX)
           END-PERFORM.
           MOVE WS-TOTAL-OWED TO WS-AT-OWED.
           DISPLAY WS-AGING-TOTAL.

           DISPLAY " ".
           DISPLAY "Customers aged:      " AGED-COUNT.
           DISPLAY "  with a balance:    " OWING-COUNT.
           IF UNREAD-COUNT > 0
               DISPLAY "Accounts not read:   " UNREAD-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-FILE.
           IF MAP-FILE-STATUS NOT = "00"
               DISPLAY "No customer receivable accounts on file"
               STOP RUN
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ ACCOUNT-MAP-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF MAP-COUNT < 300
                       ADD 1 TO MAP-COUNT
                       MOVE CA-CUSTOMER TO MP-CUSTOMER(MAP-COUNT)
                       MOVE CA-ACCT TO MP-ACCT(MAP-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ACCOUNT-MAP-FILE.
           MOVE "N" TO FILE-END.

      * The register is appended run by run, so it is in date order.
       LOAD-INVOICES.
           OPEN INPUT INVOICE-FILE.
           IF INV-FILE-STATUS NOT = "00"
               MOVE "Y" TO FILE-END
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ INVOICE-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF INV-COUNT < 2000
                       ADD 1 TO INV-COUNT
                       MOVE IV-CUSTOMER TO IT-CUSTOMER(INV-COUNT)
                       MOVE IV-DATE TO IT-DATE(INV-COUNT)
                       MOVE IV-AMOUNT TO IT-AMOUNT(INV-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           IF INV-FILE-STATUS = "00" OR INV-FILE-STATUS = "10"
               CLOSE INVOICE-FILE
           END-IF.
           MOVE "N" TO FILE-END.

       LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE.
           IF CUS-FILE-STATUS NOT = "00"
               MOVE "Y" TO FILE-END
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ CUSTOMER-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF CUS-COUNT < 300
                       ADD 1 TO CUS-COUNT
                       MOVE CU-CODE TO CUT-CODE(CUS-COUNT)
                       MOVE CU-NAME TO CUT-NAME(CUS-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           IF CUS-FILE-STATUS = "00" OR CUS-FILE-STATUS = "10"
               CLOSE CUSTOMER-FILE
           END-IF.
           MOVE "N" TO FILE-END.

       AGE-ONE-CUSTOMER.
           MOVE MP-ACCT(MAP-IDX) TO ACCT-NUMBER.
           READ ACCT-REC
              INVALID KEY
                 MOVE "N" TO WS-ACCT-FOUND
              NOT INVALID KEY
                 MOVE "Y" TO WS-ACCT-FOUND
           END-READ.
           IF WS-ACCT-FOUND = "N"
              DISPLAY "Receivable account " MP-ACCT(MAP-IDX)
                 " for customer " MP-CUSTOMER(MAP-IDX)
                 " not on the account master"
              ADD 1 TO UNREAD-COUNT
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO AGED-COUNT.
           IF ACCT-BALANCE < 0
              COMPUTE WS-OWED = 0 - ACCT-BALANCE
           ELSE
              MOVE 0 TO WS-OWED
           END-IF.
           IF WS-OWED = 0
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO OWING-COUNT.

           INITIALIZE BUCKETS.
           MOVE WS-OWED TO WS-LEFT.
           PERFORM VARYING INV-IDX FROM INV-COUNT BY -1
                   UNTIL INV-IDX < 1 OR WS-LEFT = 0
              IF IT-CUSTOMER(INV-IDX) = MP-CUSTOMER(MAP-IDX)
                 PERFORM AGE-ONE-INVOICE
              END-IF
           END-PERFORM.
           ADD WS-LEFT TO BKT-AMOUNT(1).

           MOVE SPACES TO WS-CUST-NAME.
           PERFORM VARYING CUS-IDX FROM 1 BY 1
                   UNTIL CUS-IDX > CUS-COUNT
              IF CUT-CODE(CUS-IDX) = MP-CUSTOMER(MAP-IDX)
                 MOVE CUT-NAME(CUS-IDX) TO WS-CUST-NAME
              END-IF
           END-PERFORM.

           MOVE MP-CUSTOMER(MAP-IDX) TO WS-AL-CUSTOMER.
           MOVE WS-CUST-NAME TO WS-AL-NAME.
           MOVE MP-ACCT(MAP-IDX) TO WS-AL-ACCT.
           PERFORM VARYING BKT-IDX FROM 1 BY 1 UNTIL BKT-IDX > 4
              MOVE BKT-AMOUNT(BKT-IDX) TO WS-AL-AMOUNT(BKT-IDX)
              ADD BKT-AMOUNT(BKT-IDX) TO TOT-AMOUNT(BKT-IDX)
           END-PERFORM.
           MOVE WS-OWED TO WS-AL-OWED.
           ADD WS-OWED TO WS-TOTAL-OWED.
           DISPLAY WS-AGING-LINE.

       AGE-ONE-INVOICE.
           IF IT-AMOUNT(INV-IDX) < WS-LEFT
              MOVE IT-AMOUNT(INV-IDX) TO WS-PORTION
           ELSE
              MOVE WS-LEFT TO WS-PORTION
           END-IF.
           SUBTRACT WS-PORTION FROM WS-LEFT.
           COMPUTE WS-AGE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
              - FUNCTION INTEGER-OF-DATE(IT-DATE(INV-IDX)).
           EVALUATE TRUE
              WHEN WS-AGE-DAYS NOT > 30
                 MOVE 1 TO BKT-IDX
              WHEN WS-AGE-DAYS NOT > 60
                 MOVE 2 TO BKT-IDX
              WHEN WS-AGE-DAYS NOT > 90
                 MOVE 3 TO BKT-IDX
              WHEN OTHER
                 MOVE 4 TO BKT-IDX
           END-EVALUATE.
           ADD WS-PORTION TO BKT-AMOUNT(BKT-IDX).
