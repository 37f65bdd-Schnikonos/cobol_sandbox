      * - Bills every confirmed shipment on shipments.txt not yet
      *   invoiced: one invoice per customer per run, numbered from
      *   the persistent next-invoice.dat counter
      * - Each shipment line is priced at the product's price in
      *   force on the ship date: PD-UNIT-PRICE, unless
      *   PRODUCT-REPRICING has since applied a change effective
      *   after the ship date, in which case the old price on
      *   price-history.txt is the one that applied
      * - Every invoiced customer carries a check-digit-valid
      *   receivable account in customer-accounts.txt; a customer
      *   without one is assigned the next free account (base from
      *   the customer-acct-next.dat counter) the way
      *   TUITION-BILLING opens student accounts: inserted into
      *   bbbbbb.txt in key order (rerun ACCT-MASTER-LOAD before
      *   posting), tagged to the inventory business in
      *   account-entities.txt, classed as a receivable asset on
      *   chart-of-accounts.txt and linked to the customer's contact
      *   card in acct-contact-link.txt, so ACCT-STATEMENTS
      *   addresses the customer's statement
      * - The run's invoices go out as one balanced journal batch:
      *   a debit per customer receivable, the sales revenue
      *   account in sales-revenue-account.dat credited the total
      * - Invoices are printed to invoice-print.txt addressed from
      *   the contact master, and registered on invoices.txt with
      *   the amount, date and batch id for CUSTOMER-AGING

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-INVOICING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIPMENT-FILE
              ASSIGN TO "beginner/exercises/shipments.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SHP-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "beginner/exercises/prod.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FILE-STATUS.
           SELECT HISTORY-FILE
              ASSIGN TO "beginner/exercises/price-history.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HST-FILE-STATUS.
           SELECT CUSTOMER-FILE
              ASSIGN TO "beginner/exercises/customers.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CUS-FILE-STATUS.
           SELECT ACCOUNT-MAP-FILE
              ASSIGN TO "beginner/exercises/customer-accounts.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MAP-FILE-STATUS.
           SELECT NEXT-BASE-FILE
              ASSIGN TO "beginner/exercises/customer-acct-next.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NXB-FILE-STATUS.
           SELECT NEXT-INVOICE-FILE
              ASSIGN TO "beginner/exercises/next-invoice.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NXI-FILE-STATUS.
           SELECT REVENUE-FILE
              ASSIGN TO "beginner/exercises/sales-revenue-account.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REV-FILE-STATUS.
           SELECT INVOICE-FILE
              ASSIGN TO "beginner/exercises/invoices.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS INV-FILE-STATUS.
           SELECT PRINT-FILE
              ASSIGN TO "beginner/exercises/invoice-print.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PRT-FILE-STATUS.
           SELECT ACCT-SEQ-FILE ASSIGN TO "bbbbbb.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ACC-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JNL-FILE-STATUS.
           SELECT EXEMPT-FILE ASSIGN TO "overdraft-exempt.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EXM-FILE-STATUS.
           SELECT ACCT-ENTITY-FILE ASSIGN TO "account-entities.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ENT-FILE-STATUS.
           SELECT CHART-FILE ASSIGN TO "chart-of-accounts.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHT-FILE-STATUS.
           SELECT LINK-FILE ASSIGN TO "acct-contact-link.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LNK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SHIPMENT-FILE.
       01 SHIPMENT-RECORD.
          05 SH-ORDER PIC 9(5).
          05 SH-LINE PIC 9(2).
          05 SH-CUSTOMER PIC X(5).
          05 SH-CODE PIC X(5).
          05 SH-QTY PIC 9(5).
          05 SH-SHIP-DATE PIC 9(8).
          05 SH-INVOICE PIC 9(6).
          05 SH-UNIT-PRICE PIC 9(5)V99.

       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
          05 PD-CODE PIC X(5).
          05 PD-NAME PIC X(10).
          05 PD-DESC PIC X(10).
          05 PD-QTY-ON-HAND PIC 9(5).
          05 PD-UNIT-PRICE PIC 9(5)V99.
          05 PD-REORDER-POINT PIC 9(5).
          05 PD-REORDER-QTY PIC 9(5).
          05 PD-VENDOR-CODE PIC X(5).

       FD HISTORY-FILE.
       01 HISTORY-REC.
          05 PH-CODE PIC X(5).
          05 PH-OLD-PRICE PIC 9(5)V99.
          05 PH-NEW-PRICE PIC 9(5)V99.
          05 PH-EFF-DATE PIC 9(8).

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
          05 CU-CODE PIC X(5).
          05 CU-NAME PIC X(20).
          05 CU-CONTACT PIC X(10).
          05 CU-STATUS PIC X.
          05 CU-CONTACT-ID PIC 9(5).

       FD ACCOUNT-MAP-FILE.
       01 ACCOUNT-MAP-REC.
          05 CA-CUSTOMER PIC X(5).
          05 CA-ACCT PIC 9(4).

       FD NEXT-BASE-FILE.
       01 NEXT-BASE-REC PIC 9(3).

       FD NEXT-INVOICE-FILE.
       01 NEXT-INVOICE-REC PIC 9(6).

       FD REVENUE-FILE.
       01 REVENUE-REC PIC 9(4).

       FD INVOICE-FILE.
       01 INVOICE-REC.
          05 IV-NUMBER PIC 9(6).
          05 IV-CUSTOMER PIC X(5).
          05 IV-ACCT PIC 9(4).
          05 IV-DATE PIC 9(8).
          05 IV-AMOUNT PIC 9(7)V99.
          05 IV-BATCH-ID PIC 9(7).

       FD PRINT-FILE.
       01 PRINT-LINE PIC X(80).

       FD ACCT-SEQ-FILE.
       01 ACCT-SEQ-RECORD.
          05 SEQ-ACCT-NUMBER PIC 9(4).
          05 SEQ-ACCT-NAME PIC X(4).
          05 SEQ-ACCT-BALANCE PIC S9(5)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

       FD JOURNAL-FILE.
       01 JOURNAL-REC PIC X(16).

       FD EXEMPT-FILE.
       01 EXEMPT-REC PIC 9(4).

       FD ACCT-ENTITY-FILE.
       01 ACCT-ENTITY-REC.
          05 AE-ACCT PIC 9(4).
          05 AE-ENTITY PIC X(3).

       FD CHART-FILE.
       01 CHART-REC.
          05 CO-ACCT PIC 9(4).
          05 CO-CLASS PIC X.
          05 CO-GROUP PIC X(20).

       FD LINK-FILE.
       01 LINK-REC.
          05 LK-ACCT PIC 9(4).
          05 LK-CM-ID PIC 9(5).

       WORKING-STORAGE SECTION.
       01 SHP-FILE-STATUS PIC XX.
       01 FILE-STATUS PIC XX.
       01 HST-FILE-STATUS PIC XX.
       01 CUS-FILE-STATUS PIC XX.
       01 MAP-FILE-STATUS PIC XX.
       01 NXB-FILE-STATUS PIC XX.
       01 NXI-FILE-STATUS PIC XX.
       01 REV-FILE-STATUS PIC XX.
       01 INV-FILE-STATUS PIC XX.
       01 PRT-FILE-STATUS PIC XX.
       01 ACC-FILE-STATUS PIC XX.
       01 JNL-FILE-STATUS PIC XX.
       01 EXM-FILE-STATUS PIC XX.
       01 ENT-FILE-STATUS PIC XX.
       01 CHT-FILE-STATUS PIC XX.
       01 LNK-FILE-STATUS PIC XX.
       01 FILE-END PIC X VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-REVENUE-ACCT PIC 9(4) VALUE 0.
       01 WS-NEXT-BASE PIC 9(3) VALUE 800.
       01 WS-NEXT-INVOICE PIC 9(6) VALUE 1.
       01 WS-PRICE PIC 9(5)V99.
       01 WS-PRICE-DATE PIC 9(8).
       01 WS-LINE-AMOUNT PIC 9(7)V99.
       01 WS-TOTAL-INVOICED PIC 9(9)V99 VALUE 0.
       01 WS-OPENED-COUNT PIC 9(3) VALUE 0.
       01 WS-LINE-COUNT PIC 9(5) VALUE 0.
       01 WS-PROD-NAME PIC X(10).

      * Every shipment on the register, rewritten with the invoice
      * number and price once billed.
       01 SHP-COUNT PIC 9(4) VALUE 0.
       01 SHP-IDX PIC 9(4).
       01 SHP-TABLE.
          05 SHP-ENTRY OCCURS 2000 TIMES.
             10 ST-ORDER PIC 9(5).
             10 ST-LINE PIC 9(2).
             10 ST-CUSTOMER PIC X(5).
             10 ST-CODE PIC X(5).
             10 ST-QTY PIC 9(5).
             10 ST-SHIP-DATE PIC 9(8).
             10 ST-INVOICE PIC 9(6).
             10 ST-UNIT-PRICE PIC 9(5)V99.

      * This run's invoices, one per customer.
       01 INV-COUNT PIC 9(3) VALUE 0.
       01 INV-IDX PIC 9(3).
       01 INV-MATCH PIC 9(3).
       01 INV-TABLE.
          05 INV-ENTRY OCCURS 300 TIMES.
             10 IT-NUMBER PIC 9(6).
             10 IT-CUSTOMER PIC X(5).
             10 IT-ACCT PIC 9(4).
             10 IT-AMOUNT PIC 9(7)V99.

       01 PROD-COUNT PIC 9(3) VALUE 0.
       01 PROD-IDX PIC 9(3).
       01 PROD-TABLE.
          05 PROD-ENTRY OCCURS 200 TIMES.
             10 PT-CODE PIC X(5).
             10 PT-NAME PIC X(10).
             10 PT-PRICE PIC 9(5)V99.

       01 HST-COUNT PIC 9(3) VALUE 0.
       01 HST-IDX PIC 9(3).
       01 HST-TABLE.
          05 HST-ENTRY OCCURS 500 TIMES.
             10 HT-CODE PIC X(5).
             10 HT-OLD-PRICE PIC 9(5)V99.
             10 HT-EFF-DATE PIC 9(8).

       01 CUS-COUNT PIC 9(3) VALUE 0.
       01 CUS-IDX PIC 9(3).
       01 CUS-MATCH PIC 9(3).
       01 CUS-TABLE.
          05 CUS-ENTRY OCCURS 300 TIMES.
             10 CUT-CODE PIC X(5).
             10 CUT-NAME PIC X(20).
             10 CUT-CONTACT-ID PIC 9(5).

       01 MAP-COUNT PIC 9(3) VALUE 0.
       01 MAP-IDX PIC 9(3).
       01 MAP-TABLE.
          05 MAP-ENTRY OCCURS 300 TIMES.
             10 MP-CUSTOMER PIC X(5).
             10 MP-ACCT PIC 9(4).

       01 ACCT-COUNT PIC 9(3) VALUE 0.
       01 ACCT-IDX PIC 9(3).
       01 WS-INS-POS PIC 9(3).
       01 WS-INS-FOUND PIC X.
       01 ACCT-TABLE.
          05 ACCT-ENTRY OCCURS 200 TIMES.
             10 AC-NUMBER PIC 9(4).
             10 AC-NAME PIC X(4).
             10 AC-BALANCE PIC S9(5)V99.

       01 WS-TRY-ACCT.
          05 WS-TRY-BASE PIC 9(3).
          05 WS-TRY-CHECK PIC 9.
       01 WS-TRY-ACCT-N REDEFINES WS-TRY-ACCT PIC 9(4).
       01 WS-TRY-DIGIT PIC 9(2).
       01 WS-CHECK-VALID PIC X.

      * Contact card passed to and from CONTACT-ACCESS.
       01 WS-CONTACT-ACTION PIC X.
       01 WS-CONTACT-ID PIC 9(5).
       01 WS-CONTACT-NAME PIC X(20).
       01 WS-CONTACT-AGE PIC 9(3).
       01 WS-CONTACT-CITY PIC X(20).
       01 WS-CONTACT-RESULT PIC X.

      * Journal batch records, as TUITION-BILLING writes them.
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
       01 WS-JRNL-BATCH.
          05 JB-TYPE PIC X.
          05 JB-BATCH-ID PIC 9(7).
          05 JB-OPERATOR PIC X(8).
       01 WS-JRNL-ENTITY.
          05 JE-TYPE PIC X VALUE "E".
          05 JE-ENTITY PIC X(3) VALUE "INV".

       01 WS-OPEN-PERIOD PIC 9(6).
       01 WS-OPEN-PD-STATUS PIC X.
       01 WS-DTL-COUNT PIC 9(5).
       01 WS-CHUNK-LEFT PIC 9(9)V99.
       01 WS-CHUNK PIC 9(5)V99.
       01 WS-CHUNKS PIC 9(3).
       01 WS-AMOUNT-ED PIC Z(8)9.99.

      * Invoice print lines.
       01 WS-PRT-HEAD.
          05 FILLER PIC X(9) VALUE "INVOICE  ".
          05 WS-PH-NUMBER PIC 9(6).
          05 FILLER PIC X(9) VALUE "   DATE  ".
          05 WS-PH-DATE PIC 9999/99/99.
          05 FILLER PIC X(12) VALUE "   ACCOUNT  ".
          05 WS-PH-ACCT PIC 9(4).
       01 WS-PRT-ADDRESS.
          05 FILLER PIC X(9) VALUE "BILL TO  ".
          05 WS-PA-NAME PIC X(20).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-PA-CITY PIC X(20).
          05 FILLER PIC X(12) VALUE "  CUSTOMER  ".
          05 WS-PA-CUSTOMER PIC X(5).
       01 WS-PRT-COLUMNS.
          05 FILLER PIC X(36) VALUE
             "ORDER/LN SHIPPED    CODE  PRODUCT".
          05 FILLER PIC X(31) VALUE
             "   QTY  UNIT PRICE       AMOUNT".
       01 WS-PRT-DETAIL.
          05 WS-PD-ORDER PIC 9(5).
          05 FILLER PIC X VALUE "/".
          05 WS-PD-LINE PIC 9(2).
          05 FILLER PIC X VALUE SPACE.
          05 WS-PD-SHIP-DATE PIC 9999/99/99.
          05 FILLER PIC X VALUE SPACE.
          05 WS-PD-CODE PIC X(5).
          05 FILLER PIC X VALUE SPACE.
          05 WS-PD-NAME PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 WS-PD-QTY PIC ZZZZ9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 WS-PD-PRICE PIC ZZ,ZZ9.99.
          05 FILLER PIC X VALUE SPACE.
          05 WS-PD-AMOUNT PIC Z,ZZZ,ZZ9.99.
       01 WS-PRT-TOTAL.
          05 FILLER PIC X(54) VALUE "INVOICE TOTAL".
          05 WS-PT-AMOUNT PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BUSINESS-DATE"
              USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL.
           PERFORM LOAD-REVENUE-ACCOUNT.
           PERFORM LOAD-SHIPMENTS.
           PERFORM LOAD-PRODUCTS.
           PERFORM LOAD-PRICE-HISTORY.
           PERFORM LOAD-CUSTOMERS.
           PERFORM LOAD-ACCOUNT-MAP.
           PERFORM LOAD-ACCOUNT-MASTER.
           PERFORM LOAD-COUNTERS.

           PERFORM VARYING SHP-IDX FROM 1 BY 1
                   UNTIL SHP-IDX > SHP-COUNT
              IF ST-INVOICE(SHP-IDX) = 0
                 PERFORM PRICE-ONE-SHIPMENT
              END-IF
           END-PERFORM.
           IF INV-COUNT = 0
               DISPLAY "No shipments to invoice"
               STOP RUN
           END-IF.

           PERFORM ASSIGN-MISSING-ACCOUNTS.
           PERFORM WRITE-SALES-BATCH.
           PERFORM WRITE-INVOICE-REGISTER.
           PERFORM PRINT-INVOICES.
           PERFORM REWRITE-SHIPMENTS.
           PERFORM SAVE-COUNTERS.
           PERFORM REWRITE-ACCOUNT-MAP.
           IF WS-OPENED-COUNT > 0
               PERFORM REWRITE-ACCOUNT-MASTER
               DISPLAY "Receivable accounts opened: " WS-OPENED-COUNT
                  " - rerun ACCT-MASTER-LOAD before posting"
           END-IF.

           DISPLAY "Invoices raised:   " INV-COUNT.
           DISPLAY "Shipment lines:    " WS-LINE-COUNT.
           MOVE WS-TOTAL-INVOICED TO WS-AMOUNT-ED.
           DISPLAY "Total invoiced:    " WS-AMOUNT-ED.
           STOP RUN.

       LOAD-REVENUE-ACCOUNT.
           OPEN INPUT REVENUE-FILE.
           IF REV-FILE-STATUS = "00"
              READ REVENUE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE REVENUE-REC TO WS-REVENUE-ACCT
              END-READ
              CLOSE REVENUE-FILE
           END-IF.
           IF WS-REVENUE-ACCT = 0
               DISPLAY "No sales revenue account on file - "
                  "invoicing not run"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-SHIPMENTS.
           OPEN INPUT SHIPMENT-FILE.
           IF SHP-FILE-STATUS NOT = "00"
               DISPLAY "No shipments on file"
               STOP RUN
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ SHIPMENT-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF SHP-COUNT >= 2000
                       DISPLAY "Shipment table full"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO SHP-COUNT
                    MOVE SHIPMENT-RECORD TO SHP-ENTRY(SHP-COUNT)
              END-READ
           END-PERFORM.
           CLOSE SHIPMENT-FILE.
           MOVE "N" TO FILE-END.

       LOAD-PRODUCTS.
           OPEN INPUT PRODUCT-FILE.
           IF FILE-STATUS NOT = "00"
               DISPLAY "Cannot open product file, FS=" FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ PRODUCT-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF PROD-COUNT < 200
                       ADD 1 TO PROD-COUNT
                       MOVE PD-CODE TO PT-CODE(PROD-COUNT)
                       MOVE PD-NAME TO PT-NAME(PROD-COUNT)
                       MOVE PD-UNIT-PRICE TO PT-PRICE(PROD-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PRODUCT-FILE.
           MOVE "N" TO FILE-END.

       LOAD-PRICE-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF HST-FILE-STATUS NOT = "00"
               MOVE "Y" TO FILE-END
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ HISTORY-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF HST-COUNT < 500
                       ADD 1 TO HST-COUNT
                       MOVE PH-CODE TO HT-CODE(HST-COUNT)
                       MOVE PH-OLD-PRICE TO HT-OLD-PRICE(HST-COUNT)
                       MOVE PH-EFF-DATE TO HT-EFF-DATE(HST-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           IF HST-FILE-STATUS = "00" OR HST-FILE-STATUS = "10"
               CLOSE HISTORY-FILE
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
                       MOVE CU-CONTACT-ID
                          TO CUT-CONTACT-ID(CUS-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           IF CUS-FILE-STATUS = "00" OR CUS-FILE-STATUS = "10"
               CLOSE CUSTOMER-FILE
           END-IF.
           MOVE "N" TO FILE-END.

       LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-FILE.
           IF MAP-FILE-STATUS NOT = "00"
               MOVE "Y" TO FILE-END
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
           IF MAP-FILE-STATUS = "00" OR MAP-FILE-STATUS = "10"
               CLOSE ACCOUNT-MAP-FILE
           END-IF.
           MOVE "N" TO FILE-END.

       LOAD-ACCOUNT-MASTER.
           OPEN INPUT ACCT-SEQ-FILE.
           IF ACC-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open bbbbbb.txt, FS=" ACC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ ACCT-SEQ-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF ACCT-COUNT >= 200
                       DISPLAY "Account table full"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO ACCT-COUNT
                    MOVE SEQ-ACCT-NUMBER TO AC-NUMBER(ACCT-COUNT)
                    MOVE SEQ-ACCT-NAME TO AC-NAME(ACCT-COUNT)
                    MOVE SEQ-ACCT-BALANCE TO AC-BALANCE(ACCT-COUNT)
              END-READ
           END-PERFORM.
           CLOSE ACCT-SEQ-FILE.
           MOVE "N" TO FILE-END.

       LOAD-COUNTERS.
           OPEN INPUT NEXT-BASE-FILE.
           IF NXB-FILE-STATUS = "00"
              READ NEXT-BASE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE NEXT-BASE-REC TO WS-NEXT-BASE
              END-READ
              CLOSE NEXT-BASE-FILE
           END-IF.
           OPEN INPUT NEXT-INVOICE-FILE.
           IF NXI-FILE-STATUS = "00"
              READ NEXT-INVOICE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE NEXT-INVOICE-REC TO WS-NEXT-INVOICE
              END-READ
              CLOSE NEXT-INVOICE-FILE
           END-IF.

       SAVE-COUNTERS.
           OPEN OUTPUT NEXT-INVOICE-FILE.
           MOVE WS-NEXT-INVOICE TO NEXT-INVOICE-REC.
           WRITE NEXT-INVOICE-REC.
           CLOSE NEXT-INVOICE-FILE.
           IF WS-OPENED-COUNT > 0
              OPEN OUTPUT NEXT-BASE-FILE
              MOVE WS-NEXT-BASE TO NEXT-BASE-REC
              WRITE NEXT-BASE-REC
              CLOSE NEXT-BASE-FILE
           END-IF.

      * The price a shipment is billed at, then the line onto its
      * customer's invoice for this run.
       PRICE-ONE-SHIPMENT.
           PERFORM FIND-SHIP-DATE-PRICE.
           IF WS-PRICE = 0
              DISPLAY "No price for " ST-CODE(SHP-IDX) " - SO "
                 ST-ORDER(SHP-IDX) "/" ST-LINE(SHP-IDX)
                 " not invoiced"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LINE-AMOUNT = ST-QTY(SHP-IDX) * WS-PRICE.

           MOVE 0 TO INV-MATCH.
           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > INV-COUNT
              IF IT-CUSTOMER(INV-IDX) = ST-CUSTOMER(SHP-IDX)
                 MOVE INV-IDX TO INV-MATCH
              END-IF
           END-PERFORM.
           IF INV-MATCH = 0
              IF INV-COUNT >= 300
                 DISPLAY "Invoice table full"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO INV-COUNT
              MOVE INV-COUNT TO INV-MATCH
              MOVE WS-NEXT-INVOICE TO IT-NUMBER(INV-MATCH)
              ADD 1 TO WS-NEXT-INVOICE
              MOVE ST-CUSTOMER(SHP-IDX) TO IT-CUSTOMER(INV-MATCH)
              MOVE 0 TO IT-ACCT(INV-MATCH)
              MOVE 0 TO IT-AMOUNT(INV-MATCH)
           END-IF.
           ADD WS-LINE-AMOUNT TO IT-AMOUNT(INV-MATCH).
           ADD WS-LINE-AMOUNT TO WS-TOTAL-INVOICED.
           MOVE IT-NUMBER(INV-MATCH) TO ST-INVOICE(SHP-IDX).
           MOVE WS-PRICE TO ST-UNIT-PRICE(SHP-IDX).
           ADD 1 TO WS-LINE-COUNT.

      * Today's price, unless a change took effect after the ship
      * date; then the price before the earliest such change was
      * the one in force when the goods went out.
       FIND-SHIP-DATE-PRICE.
           MOVE 0 TO WS-PRICE.
           PERFORM VARYING PROD-IDX FROM 1 BY 1
                   UNTIL PROD-IDX > PROD-COUNT
              IF PT-CODE(PROD-IDX) = ST-CODE(SHP-IDX)
                 MOVE PT-PRICE(PROD-IDX) TO WS-PRICE
              END-IF
           END-PERFORM.
           MOVE 99999999 TO WS-PRICE-DATE.
           PERFORM VARYING HST-IDX FROM 1 BY 1
                   UNTIL HST-IDX > HST-COUNT
              IF HT-CODE(HST-IDX) = ST-CODE(SHP-IDX)
                 AND HT-EFF-DATE(HST-IDX) > ST-SHIP-DATE(SHP-IDX)
                 AND HT-EFF-DATE(HST-IDX) < WS-PRICE-DATE
                 MOVE HT-OLD-PRICE(HST-IDX) TO WS-PRICE
                 MOVE HT-EFF-DATE(HST-IDX) TO WS-PRICE-DATE
              END-IF
           END-PERFORM.

       ASSIGN-MISSING-ACCOUNTS.
           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > INV-COUNT
              PERFORM VARYING MAP-IDX FROM 1 BY 1
                      UNTIL MAP-IDX > MAP-COUNT
                 IF MP-CUSTOMER(MAP-IDX) = IT-CUSTOMER(INV-IDX)
                    MOVE MP-ACCT(MAP-IDX) TO IT-ACCT(INV-IDX)
                 END-IF
              END-PERFORM
              IF IT-ACCT(INV-IDX) = 0
                 PERFORM OPEN-RECEIVABLE-ACCOUNT
              END-IF
           END-PERFORM.

      * A new receivable account: check digit solved through
      * ACCT-CHECK-DIGIT, opened at zero in key order, exempt from
      * overdraft like every receivable, owned by the inventory
      * business, and linked to the customer's contact card.
       OPEN-RECEIVABLE-ACCOUNT.
           MOVE WS-NEXT-BASE TO WS-TRY-BASE.
           ADD 1 TO WS-NEXT-BASE.
           MOVE "N" TO WS-CHECK-VALID.
           PERFORM VARYING WS-TRY-DIGIT FROM 0 BY 1
                   UNTIL WS-CHECK-VALID = "Y"
                      OR WS-TRY-DIGIT > 9
              MOVE WS-TRY-DIGIT TO WS-TRY-CHECK
              CALL "ACCT-CHECK-DIGIT"
                 USING WS-TRY-ACCT-N WS-CHECK-VALID
              END-CALL
           END-PERFORM.

           MOVE WS-TRY-ACCT-N TO IT-ACCT(INV-IDX).
           IF MAP-COUNT >= 300
               DISPLAY "Customer account map full"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO MAP-COUNT.
           MOVE IT-CUSTOMER(INV-IDX) TO MP-CUSTOMER(MAP-COUNT).
           MOVE WS-TRY-ACCT-N TO MP-ACCT(MAP-COUNT).

           IF ACCT-COUNT >= 200
               DISPLAY "Account table full, cannot open "
                  WS-TRY-ACCT-N
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ACCT-COUNT TO WS-INS-POS.
           ADD 1 TO WS-INS-POS.
           MOVE "N" TO WS-INS-FOUND.
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > ACCT-COUNT
              IF WS-INS-FOUND = "N"
                 AND AC-NUMBER(ACCT-IDX) > WS-TRY-ACCT-N
                 MOVE ACCT-IDX TO WS-INS-POS
                 MOVE "Y" TO WS-INS-FOUND
              END-IF
           END-PERFORM.
           ADD 1 TO ACCT-COUNT.
           PERFORM VARYING ACCT-IDX FROM ACCT-COUNT BY -1
                   UNTIL ACCT-IDX <= WS-INS-POS
              MOVE ACCT-ENTRY(ACCT-IDX - 1) TO ACCT-ENTRY(ACCT-IDX)
           END-PERFORM.
           MOVE WS-TRY-ACCT-N TO AC-NUMBER(WS-INS-POS).
           MOVE "CUST" TO AC-NAME(WS-INS-POS).
           MOVE 0 TO AC-BALANCE(WS-INS-POS).

           OPEN EXTEND EXEMPT-FILE.
           IF EXM-FILE-STATUS NOT = "00"
               OPEN OUTPUT EXEMPT-FILE
           END-IF.
           MOVE WS-TRY-ACCT-N TO EXEMPT-REC.
           WRITE EXEMPT-REC.
           CLOSE EXEMPT-FILE.
           OPEN EXTEND ACCT-ENTITY-FILE.
           IF ENT-FILE-STATUS NOT = "00"
               OPEN OUTPUT ACCT-ENTITY-FILE
           END-IF.
           MOVE WS-TRY-ACCT-N TO AE-ACCT.
           MOVE JE-ENTITY TO AE-ENTITY.
           WRITE ACCT-ENTITY-REC.
           CLOSE ACCT-ENTITY-FILE.
           OPEN EXTEND CHART-FILE.
           IF CHT-FILE-STATUS NOT = "00"
               OPEN OUTPUT CHART-FILE
           END-IF.
           MOVE WS-TRY-ACCT-N TO CO-ACCT.
           MOVE "A" TO CO-CLASS.
           MOVE "CUSTOMER RECEIVABLE" TO CO-GROUP.
           WRITE CHART-REC.
           CLOSE CHART-FILE.

           PERFORM FIND-INVOICE-CUSTOMER.
           IF CUS-MATCH > 0
              IF CUT-CONTACT-ID(CUS-MATCH) > 0
                 OPEN EXTEND LINK-FILE
                 IF LNK-FILE-STATUS NOT = "00"
                     OPEN OUTPUT LINK-FILE
                 END-IF
                 MOVE WS-TRY-ACCT-N TO LK-ACCT
                 MOVE CUT-CONTACT-ID(CUS-MATCH) TO LK-CM-ID
                 WRITE LINK-REC
                 CLOSE LINK-FILE
              END-IF
           END-IF.
           ADD 1 TO WS-OPENED-COUNT.

       FIND-INVOICE-CUSTOMER.
           MOVE 0 TO CUS-MATCH.
           PERFORM VARYING CUS-IDX FROM 1 BY 1
                   UNTIL CUS-IDX > CUS-COUNT
              IF CUT-CODE(CUS-IDX) = IT-CUSTOMER(INV-IDX)
                 MOVE CUS-IDX TO CUS-MATCH
              END-IF
           END-PERFORM.

      * One balanced batch: a debit per customer receivable
      * (chunked past a detail's 9(5)V99), the revenue account
      * credited the same total, stamped with the open period.
       WRITE-SALES-BATCH.
           MOVE 0 TO WS-DTL-COUNT.
           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > INV-COUNT
              COMPUTE WS-CHUNKS = FUNCTION INTEGER(
                 (IT-AMOUNT(INV-IDX) + 99999.98) / 99999.99)
              ADD WS-CHUNKS TO WS-DTL-COUNT
           END-PERFORM.
           COMPUTE WS-CHUNKS = FUNCTION INTEGER(
              (WS-TOTAL-INVOICED + 99999.98) / 99999.99).
           ADD WS-CHUNKS TO WS-DTL-COUNT.

           OPEN EXTEND JOURNAL-FILE.
           IF JNL-FILE-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           CALL "GET-OPEN-PERIOD"
              USING WS-OPEN-PERIOD WS-OPEN-PD-STATUS
           END-CALL.
           MOVE "P" TO JP-TYPE.
           MOVE WS-OPEN-PERIOD TO JP-PERIOD.
           MOVE SPACES TO JOURNAL-REC.
           MOVE WS-JRNL-PERIOD TO JOURNAL-REC.
           WRITE JOURNAL-REC.
           CALL "NEXT-BATCH-ID" USING JB-BATCH-ID JB-OPERATOR
           END-CALL.
           MOVE "B" TO JB-TYPE.
           MOVE WS-JRNL-BATCH TO JOURNAL-REC.
           WRITE JOURNAL-REC.
           MOVE SPACES TO JOURNAL-REC.
           MOVE WS-JRNL-ENTITY TO JOURNAL-REC.
           WRITE JOURNAL-REC.
           MOVE "H" TO JH-TYPE.
           MOVE WS-DTL-COUNT TO JH-COUNT.
           MOVE 0 TO JH-NET.
           MOVE WS-JRNL-HEADER TO JOURNAL-REC.
           WRITE JOURNAL-REC.

           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > INV-COUNT
              MOVE IT-AMOUNT(INV-IDX) TO WS-CHUNK-LEFT
              MOVE IT-ACCT(INV-IDX) TO JT-ACCT
              MOVE "D" TO JT-DC
              PERFORM WRITE-BATCH-CHUNKS
           END-PERFORM.
           MOVE WS-TOTAL-INVOICED TO WS-CHUNK-LEFT.
           MOVE WS-REVENUE-ACCT TO JT-ACCT.
           MOVE "C" TO JT-DC.
           PERFORM WRITE-BATCH-CHUNKS.
           CLOSE JOURNAL-FILE.
           DISPLAY "Sales batch written: " WS-DTL-COUNT " details".

       WRITE-BATCH-CHUNKS.
           PERFORM UNTIL WS-CHUNK-LEFT = 0
              IF WS-CHUNK-LEFT > 99999.99
                 MOVE 99999.99 TO WS-CHUNK
              ELSE
                 MOVE WS-CHUNK-LEFT TO WS-CHUNK
              END-IF
              SUBTRACT WS-CHUNK FROM WS-CHUNK-LEFT
              MOVE "D" TO JT-TYPE
              MOVE WS-CHUNK TO JT-AMOUNT
              MOVE WS-JRNL-DETAIL TO JOURNAL-REC
              WRITE JOURNAL-REC
           END-PERFORM.

       WRITE-INVOICE-REGISTER.
           OPEN EXTEND INVOICE-FILE.
           IF INV-FILE-STATUS NOT = "00"
               OPEN OUTPUT INVOICE-FILE
           END-IF.
           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > INV-COUNT
              MOVE IT-NUMBER(INV-IDX) TO IV-NUMBER
              MOVE IT-CUSTOMER(INV-IDX) TO IV-CUSTOMER
              MOVE IT-ACCT(INV-IDX) TO IV-ACCT
              MOVE WS-RUN-DATE TO IV-DATE
              MOVE IT-AMOUNT(INV-IDX) TO IV-AMOUNT
              MOVE JB-BATCH-ID TO IV-BATCH-ID
              WRITE INVOICE-REC
           END-PERFORM.
           CLOSE INVOICE-FILE.

      * One invoice per customer, addressed from the customer's
      * contact card; a customer with no card is billed under the
      * name on the customer master.
       PRINT-INVOICES.
           OPEN OUTPUT PRINT-FILE.
           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > INV-COUNT
              PERFORM PRINT-ONE-INVOICE
           END-PERFORM.
           CLOSE PRINT-FILE.

       PRINT-ONE-INVOICE.
           MOVE IT-NUMBER(INV-IDX) TO WS-PH-NUMBER.
           MOVE WS-RUN-DATE TO WS-PH-DATE.
           MOVE IT-ACCT(INV-IDX) TO WS-PH-ACCT.
           WRITE PRINT-LINE FROM WS-PRT-HEAD.

           PERFORM FIND-INVOICE-CUSTOMER.
           MOVE SPACES TO WS-PA-NAME.
           MOVE SPACES TO WS-PA-CITY.
           MOVE "N" TO WS-CONTACT-RESULT.
           IF CUS-MATCH > 0
              MOVE CUT-NAME(CUS-MATCH) TO WS-PA-NAME
              IF CUT-CONTACT-ID(CUS-MATCH) > 0
                 MOVE "I" TO WS-CONTACT-ACTION
                 MOVE CUT-CONTACT-ID(CUS-MATCH) TO WS-CONTACT-ID
                 CALL "CONTACT-ACCESS" USING WS-CONTACT-ACTION
                    WS-CONTACT-ID WS-CONTACT-NAME WS-CONTACT-AGE
                    WS-CONTACT-CITY WS-CONTACT-RESULT
                 END-CALL
              END-IF
           END-IF.
           IF WS-CONTACT-RESULT = "Y"
              MOVE WS-CONTACT-NAME TO WS-PA-NAME
              MOVE WS-CONTACT-CITY TO WS-PA-CITY
           ELSE
              DISPLAY "No contact card for customer "
                 IT-CUSTOMER(INV-IDX) " - invoice "
                 IT-NUMBER(INV-IDX) " addressed by customer name"
           END-IF.
           MOVE IT-CUSTOMER(INV-IDX) TO WS-PA-CUSTOMER.
           WRITE PRINT-LINE FROM WS-PRT-ADDRESS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM WS-PRT-COLUMNS.

           PERFORM VARYING SHP-IDX FROM 1 BY 1
                   UNTIL SHP-IDX > SHP-COUNT
              IF ST-INVOICE(SHP-IDX) = IT-NUMBER(INV-IDX)
                 PERFORM PRINT-INVOICE-LINE
              END-IF
           END-PERFORM.

           MOVE IT-AMOUNT(INV-IDX) TO WS-PT-AMOUNT.
           WRITE PRINT-LINE FROM WS-PRT-TOTAL.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE.

       PRINT-INVOICE-LINE.
           MOVE SPACES TO WS-PROD-NAME.
           PERFORM VARYING PROD-IDX FROM 1 BY 1
                   UNTIL PROD-IDX > PROD-COUNT
              IF PT-CODE(PROD-IDX) = ST-CODE(SHP-IDX)
                 MOVE PT-NAME(PROD-IDX) TO WS-PROD-NAME
              END-IF
           END-PERFORM.
           MOVE ST-ORDER(SHP-IDX) TO WS-PD-ORDER.
           MOVE ST-LINE(SHP-IDX) TO WS-PD-LINE.
           MOVE ST-SHIP-DATE(SHP-IDX) TO WS-PD-SHIP-DATE.
           MOVE ST-CODE(SHP-IDX) TO WS-PD-CODE.
           MOVE WS-PROD-NAME TO WS-PD-NAME.
           MOVE ST-QTY(SHP-IDX) TO WS-PD-QTY.
           MOVE ST-UNIT-PRICE(SHP-IDX) TO WS-PD-PRICE.
           COMPUTE WS-LINE-AMOUNT =
              ST-QTY(SHP-IDX) * ST-UNIT-PRICE(SHP-IDX).
           MOVE WS-LINE-AMOUNT TO WS-PD-AMOUNT.
           WRITE PRINT-LINE FROM WS-PRT-DETAIL.

       REWRITE-SHIPMENTS.
           OPEN OUTPUT SHIPMENT-FILE.
           PERFORM VARYING SHP-IDX FROM 1 BY 1
                   UNTIL SHP-IDX > SHP-COUNT
              MOVE SHP-ENTRY(SHP-IDX) TO SHIPMENT-RECORD
              WRITE SHIPMENT-RECORD
           END-PERFORM.
           CLOSE SHIPMENT-FILE.

       REWRITE-ACCOUNT-MAP.
           OPEN OUTPUT ACCOUNT-MAP-FILE.
           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > MAP-COUNT
              MOVE MP-CUSTOMER(MAP-IDX) TO CA-CUSTOMER
              MOVE MP-ACCT(MAP-IDX) TO CA-ACCT
              WRITE ACCOUNT-MAP-REC
           END-PERFORM.
           CLOSE ACCOUNT-MAP-FILE.

       REWRITE-ACCOUNT-MASTER.
           OPEN OUTPUT ACCT-SEQ-FILE.
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > ACCT-COUNT
              MOVE AC-NUMBER(ACCT-IDX) TO SEQ-ACCT-NUMBER
              MOVE AC-NAME(ACCT-IDX) TO SEQ-ACCT-NAME
              MOVE AC-BALANCE(ACCT-IDX) TO SEQ-ACCT-BALANCE
              WRITE ACCT-SEQ-RECORD
           END-PERFORM.
           CLOSE ACCT-SEQ-FILE.
