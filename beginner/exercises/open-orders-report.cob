      * - Lists every sales order line not yet fully shipped, with
      *   the customer, what has been ordered, reserved, filled from
      *   backorder and shipped, and the promised ship date
      * - Each line says why it is still open: READY TO SHIP when
      *   what is picked covers the rest of the line, BACKORDERED
      *   when a shortfall is waiting on a receipt, AWAITING STOCK
      *   when the shortfall could not be backordered, NOT
      *   ALLOCATED when SALES-ORDER-ALLOCATE has not yet run for it
      * - A line still open after its promised date is flagged PAST
      *   PROMISE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPEN-ORDERS-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE
              ASSIGN TO "beginner/exercises/sales-orders.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ORD-FILE-STATUS.
           SELECT CUSTOMER-FILE
              ASSIGN TO "beginner/exercises/customers.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CUS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
          05 CU-CODE PIC X(5).
          05 CU-NAME PIC X(20).
          05 CU-CONTACT PIC X(10).
          05 CU-STATUS PIC X.
          05 CU-CONTACT-ID PIC 9(5).

       WORKING-STORAGE SECTION.
       01 ORD-FILE-STATUS PIC XX.
       01 CUS-FILE-STATUS PIC XX.
       01 FILE-END PIC X VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-REMAINING PIC 9(5).
       01 WS-PICKED PIC 9(6).
       01 WS-REASON PIC X(14).
       01 WS-LATE-FLAG PIC X(12).
       01 WS-CUST-NAME PIC X(20).
       01 OPEN-COUNT PIC 9(5) VALUE 0.
       01 READY-COUNT PIC 9(5) VALUE 0.
       01 LATE-COUNT PIC 9(5) VALUE 0.

       01 CUS-COUNT PIC 9(3) VALUE 0.
       01 CUS-IDX PIC 9(3).
       01 CUS-TABLE.
          05 CUS-ENTRY OCCURS 300 TIMES.
             10 CUT-CODE PIC X(5).
             10 CUT-NAME PIC X(20).

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "GET-BUSINESS-DATE"
              USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL.
           PERFORM LOAD-CUSTOMERS.

           OPEN INPUT ORDER-FILE.
           IF ORD-FILE-STATUS NOT = "00"
               DISPLAY "No sales orders on file"
               STOP RUN
           END-IF.
           DISPLAY "OPEN SALES ORDERS AS AT " WS-RUN-DATE.
           DISPLAY "SO    LN CUST  NAME                 CODE  LOC"
              " ORDERED  PICKED BACKORD SHIPPED PROMISE  REASON".
           PERFORM UNTIL FILE-END = "Y"
              READ ORDER-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF SO-STATUS = "O"
                       PERFORM REPORT-ONE-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ORDER-FILE.

           DISPLAY " ".
           DISPLAY "Open order lines:     " OPEN-COUNT.
           DISPLAY "Ready to ship:        " READY-COUNT.
           DISPLAY "Past promise date:    " LATE-COUNT.
           STOP RUN.

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

      * The first reason that applies is the one shown: a line that
      * is partly picked and partly backordered reads BACKORDERED,
      * with the picked quantity beside it.
       REPORT-ONE-LINE.
           ADD 1 TO OPEN-COUNT.
           COMPUTE WS-REMAINING = SO-QTY - SO-SHIP-QTY.
           COMPUTE WS-PICKED = SO-ALLOC-QTY + SO-FILLED-QTY.
           EVALUATE TRUE
              WHEN WS-PICKED >= WS-REMAINING
                 MOVE "READY TO SHIP" TO WS-REASON
                 ADD 1 TO READY-COUNT
              WHEN SO-BO-QTY > 0
                 MOVE "BACKORDERED" TO WS-REASON
              WHEN SO-PROMISE-DATE = 0
                 MOVE "NOT ALLOCATED" TO WS-REASON
              WHEN OTHER
                 MOVE "AWAITING STOCK" TO WS-REASON
           END-EVALUATE.

           MOVE SPACES TO WS-LATE-FLAG.
           IF SO-PROMISE-DATE NOT = 0
              AND SO-PROMISE-DATE < WS-RUN-DATE
              MOVE "PAST PROMISE" TO WS-LATE-FLAG
              ADD 1 TO LATE-COUNT
           END-IF.

           MOVE SPACES TO WS-CUST-NAME.
           PERFORM VARYING CUS-IDX FROM 1 BY 1
                   UNTIL CUS-IDX > CUS-COUNT
              IF CUT-CODE(CUS-IDX) = SO-CUSTOMER
                 MOVE CUT-NAME(CUS-IDX) TO WS-CUST-NAME
              END-IF
           END-PERFORM.

           DISPLAY SO-NUMBER " " SO-LINE " " SO-CUSTOMER " "
              WS-CUST-NAME " " SO-CODE " " SO-LOC "   " SO-QTY
              "   " WS-PICKED(2:5) "   " SO-BO-QTY "   " SO-SHIP-QTY
              " " SO-PROMISE-DATE " " WS-REASON " " WS-LATE-FLAG.
