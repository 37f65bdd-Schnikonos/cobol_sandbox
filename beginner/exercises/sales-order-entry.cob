      * - Takes customer orders off sales-order-entry.txt into the
      *   sales order file: one row per order line, naming the
      *   customer, the PD-CODE and the stock location it ships
      *   from
      * - Consecutive lines for the same customer make one order;
      *   order numbers come from the persistent next-so.dat
      *   counter the way PURCHASE-ORDER-RAISE numbers its POs
      * - A line for a customer not on customers.txt or on hold, a
      *   product not on the master, or no quantity is rejected to
      *   sales-order-suspense.txt; the rest of the order stands
      * - SALES-ORDER-ALLOCATE reserves stock for the new lines and
      *   sets their promised ship date

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-ORDER-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRY-FILE
              ASSIGN TO "beginner/exercises/sales-order-entry.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ENT-FILE-STATUS.
           SELECT CUSTOMER-FILE
              ASSIGN TO "beginner/exercises/customers.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CUS-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "beginner/exercises/prod.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FILE-STATUS.
           SELECT ORDER-FILE
              ASSIGN TO "beginner/exercises/sales-orders.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ORD-FILE-STATUS.
           SELECT COUNTER-FILE
              ASSIGN TO "beginner/exercises/next-so.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTR-FILE-STATUS.
           SELECT SUSPENSE-FILE
              ASSIGN TO "beginner/exercises/sales-order-suspense.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SUS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ENTRY-FILE.
       01 ENTRY-RECORD.
          05 OE-CUSTOMER PIC X(5).
          05 OE-CODE PIC X(5).
          05 OE-LOC PIC X(3).
          05 OE-QTY PIC 9(5).

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
          05 CU-CODE PIC X(5).
          05 CU-NAME PIC X(20).
          05 CU-CONTACT PIC X(10).
          05 CU-STATUS PIC X.
          05 CU-CONTACT-ID PIC 9(5).

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

       FD ORDER-FILE.
       01 ORDER-RECORD.
          05 SO-NUMBER PIC 9(5).
          05 SO-LINE PIC 9(2).
          05 SO-CUSTOMER PIC X(5).
          05 SO-CODE PIC X(5).
          05 SO-LOC PIC X(3).
          05 SO-QTY PIC 9(5).
          05 SO-ALLOC-QTY PIC 9(5).
          05 SO-BO-QTY PIC 9(5).
          05 SO-FILLED-QTY PIC 9(5).
          05 SO-SHIP-QTY PIC 9(5).
          05 SO-ORDER-DATE PIC 9(8).
          05 SO-PROMISE-DATE PIC 9(8).
          05 SO-STATUS PIC X.

       FD COUNTER-FILE.
       01 COUNTER-REC PIC 9(5).

       FD SUSPENSE-FILE.
       01 SUSPENSE-REC.
          05 SU-TXN PIC X(18).
          05 SU-FILLER PIC X.
          05 SU-REASON-CODE PIC X(12).

       WORKING-STORAGE SECTION.
       01 ENT-FILE-STATUS PIC XX.
       01 CUS-FILE-STATUS PIC XX.
       01 FILE-STATUS PIC XX.
       01 ORD-FILE-STATUS PIC XX.
       01 CTR-FILE-STATUS PIC XX.
       01 SUS-FILE-STATUS PIC XX.
       01 FILE-END PIC X VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-NEXT-SO PIC 9(5).
       01 WS-CUR-CUSTOMER PIC X(5) VALUE SPACES.
       01 WS-CUR-ORDER PIC 9(5) VALUE 0.
       01 WS-CUR-LINE PIC 9(2) VALUE 0.
       01 WS-FOUND PIC X.
       01 IDX PIC 9(3).
       01 LINE-COUNT PIC 9(5) VALUE 0.
       01 ORDER-COUNT PIC 9(5) VALUE 0.
       01 REJECT-COUNT PIC 9(5) VALUE 0.

      * Active customers and product codes, for validation.
       01 CUS-COUNT PIC 9(3) VALUE 0.
       01 CUS-TABLE.
          05 CUS-ENTRY OCCURS 300 TIMES.
             10 CUT-CODE PIC X(5).
             10 CUT-STATUS PIC X.

       01 PROD-COUNT PIC 9(3) VALUE 0.
       01 PROD-TABLE.
          05 PT-CODE OCCURS 200 TIMES PIC X(5).

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BUSINESS-DATE"
              USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL.
           PERFORM LOAD-NEXT-SO.
           PERFORM LOAD-CUSTOMERS.
           PERFORM LOAD-PRODUCTS.

           OPEN INPUT ENTRY-FILE.
           IF ENT-FILE-STATUS NOT = "00"
               DISPLAY "No sales order entries, FS=" ENT-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND ORDER-FILE.
           IF ORD-FILE-STATUS NOT = "00"
               OPEN OUTPUT ORDER-FILE
           END-IF.
           OPEN OUTPUT SUSPENSE-FILE.

           PERFORM UNTIL FILE-END = "Y"
              READ ENTRY-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    PERFORM ENTER-ONE-LINE
              END-READ
           END-PERFORM.

           CLOSE ENTRY-FILE ORDER-FILE SUSPENSE-FILE.
           PERFORM SAVE-NEXT-SO.
           DISPLAY "Sales orders entered: " ORDER-COUNT.
           DISPLAY "Order lines entered:  " LINE-COUNT.
           DISPLAY "Lines rejected:       " REJECT-COUNT.
           IF REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-NEXT-SO.
           OPEN INPUT COUNTER-FILE.
           IF CTR-FILE-STATUS = "00"
               READ COUNTER-FILE
                   AT END
                       MOVE 1 TO WS-NEXT-SO
                   NOT AT END
                       MOVE COUNTER-REC TO WS-NEXT-SO
               END-READ
               CLOSE COUNTER-FILE
           ELSE
               MOVE 1 TO WS-NEXT-SO
           END-IF.

       SAVE-NEXT-SO.
           OPEN OUTPUT COUNTER-FILE.
           MOVE WS-NEXT-SO TO COUNTER-REC.
           WRITE COUNTER-REC.
           CLOSE COUNTER-FILE.

       LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE.
           IF CUS-FILE-STATUS NOT = "00"
               DISPLAY "No customer file - every line will reject"
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
                       MOVE CU-STATUS TO CUT-STATUS(CUS-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           IF CUS-FILE-STATUS = "00" OR CUS-FILE-STATUS = "10"
               CLOSE CUSTOMER-FILE
           END-IF.
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
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PRODUCT-FILE.
           MOVE "N" TO FILE-END.

      * A change of customer starts a new order; a rejected line
      * does not, so the good lines of an order stay together.
       ENTER-ONE-LINE.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > CUS-COUNT
              IF CUT-CODE(IDX) = OE-CUSTOMER
                 MOVE CUT-STATUS(IDX) TO WS-FOUND
              END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
              MOVE "NO-CUSTOMER" TO SU-REASON-CODE
              PERFORM SUSPEND-LINE
              EXIT PARAGRAPH
           END-IF.
           IF WS-FOUND NOT = "A"
              MOVE "CUST-ON-HOLD" TO SU-REASON-CODE
              PERFORM SUSPEND-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-FOUND.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > PROD-COUNT
              IF PT-CODE(IDX) = OE-CODE
                 MOVE "Y" TO WS-FOUND
              END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
              MOVE "NO-PRODUCT" TO SU-REASON-CODE
              PERFORM SUSPEND-LINE
              EXIT PARAGRAPH
           END-IF.
           IF OE-QTY IS NOT NUMERIC OR OE-QTY = 0
              MOVE "BAD-QTY" TO SU-REASON-CODE
              PERFORM SUSPEND-LINE
              EXIT PARAGRAPH
           END-IF.
           IF OE-LOC = SPACES
              MOVE "NO-LOCATION" TO SU-REASON-CODE
              PERFORM SUSPEND-LINE
              EXIT PARAGRAPH
           END-IF.

           IF OE-CUSTOMER NOT = WS-CUR-CUSTOMER OR WS-CUR-LINE = 99
              MOVE OE-CUSTOMER TO WS-CUR-CUSTOMER
              MOVE WS-NEXT-SO TO WS-CUR-ORDER
              ADD 1 TO WS-NEXT-SO
              MOVE 0 TO WS-CUR-LINE
              ADD 1 TO ORDER-COUNT
           END-IF.
           ADD 1 TO WS-CUR-LINE.

           MOVE WS-CUR-ORDER TO SO-NUMBER.
           MOVE WS-CUR-LINE TO SO-LINE.
           MOVE OE-CUSTOMER TO SO-CUSTOMER.
           MOVE OE-CODE TO SO-CODE.
           MOVE OE-LOC TO SO-LOC.
           MOVE OE-QTY TO SO-QTY.
           MOVE 0 TO SO-ALLOC-QTY.
           MOVE 0 TO SO-BO-QTY.
           MOVE 0 TO SO-FILLED-QTY.
           MOVE 0 TO SO-SHIP-QTY.
           MOVE WS-RUN-DATE TO SO-ORDER-DATE.
           MOVE 0 TO SO-PROMISE-DATE.
           MOVE "O" TO SO-STATUS.
           WRITE ORDER-RECORD.
           ADD 1 TO LINE-COUNT.
           DISPLAY "SO " SO-NUMBER "/" SO-LINE " " SO-CUSTOMER " "
              SO-CODE " QTY " SO-QTY " FROM " SO-LOC.

       SUSPEND-LINE.
           MOVE ENTRY-RECORD TO SU-TXN.
           MOVE SPACE TO SU-FILLER.
           WRITE SUSPENSE-REC.
           ADD 1 TO REJECT-COUNT.
