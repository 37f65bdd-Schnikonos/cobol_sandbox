      * - Confirms shipments off shipment-confirmations.txt against
      *   the sales order lines SALES-ORDER-ALLOCATE picked
      * - Quantity shipped from a claimed backorder is already out
      *   of stock; quantity shipped from the line's reservation
      *   becomes an I movement appended to stock-transactions.txt,
      *   from the line's location with requester "S" + order +
      *   line, so the next STOCK-MOVEMENTS run issues it and the
      *   register shows which order it went to
      * - A line closes (status S) once everything ordered has
      *   shipped
      * - Every confirmed shipment is appended to shipments.txt with
      *   the business date, uninvoiced, for SALES-INVOICING to bill
      * - A confirmation for an unknown or closed line, for no
      *   quantity, or for more than was picked is rejected to
      *   shipment-suspense.txt

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-ORDER-SHIP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIRM-FILE
              ASSIGN TO "beginner/exercises/shipment-confirmations.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CNF-FILE-STATUS.
           SELECT ORDER-FILE
              ASSIGN TO "beginner/exercises/sales-orders.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ORD-FILE-STATUS.
           SELECT MOVEMENT-FILE
              ASSIGN TO "beginner/exercises/stock-transactions.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MOV-FILE-STATUS.
           SELECT SHIPMENT-FILE
              ASSIGN TO "beginner/exercises/shipments.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SHP-FILE-STATUS.
           SELECT SUSPENSE-FILE
              ASSIGN TO "beginner/exercises/shipment-suspense.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SUS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONFIRM-FILE.
       01 CONFIRM-RECORD.
          05 SC-ORDER PIC 9(5).
          05 SC-LINE PIC 9(2).
          05 SC-QTY PIC 9(5).

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

       FD MOVEMENT-FILE.
       01 MOVEMENT-REC.
          05 SM-TYPE PIC X.
          05 SM-CODE PIC X(5).
          05 SM-QTY PIC 9(5).
          05 SM-FROM-LOC PIC X(3).
          05 SM-TO-LOC PIC X(3).
          05 SM-PO PIC 9(5).
          05 SM-REQUESTER PIC X(8).
          05 SM-LOT PIC X(10).
          05 SM-EXPIRY PIC 9(8).
          05 SM-REASON PIC X(4).
          05 SM-RECEIPT-DATE PIC 9(8).

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

       FD SUSPENSE-FILE.
       01 SUSPENSE-REC.
          05 SU-TXN PIC X(12).
          05 SU-FILLER PIC X.
          05 SU-REASON-CODE PIC X(12).

       WORKING-STORAGE SECTION.
       01 CNF-FILE-STATUS PIC XX.
       01 ORD-FILE-STATUS PIC XX.
       01 MOV-FILE-STATUS PIC XX.
       01 SHP-FILE-STATUS PIC XX.
       01 SUS-FILE-STATUS PIC XX.
       01 FILE-END PIC X VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.

       01 WS-FROM-FILLED PIC 9(5).
       01 WS-FROM-ALLOC PIC 9(5).
       01 WS-REQUESTER.
          05 WS-REQ-TYPE PIC X VALUE "S".
          05 WS-REQ-ORDER PIC 9(5).
          05 WS-REQ-LINE PIC 9(2).
       01 SHIPPED-COUNT PIC 9(5) VALUE 0.
       01 CLOSED-COUNT PIC 9(5) VALUE 0.
       01 MOVEMENT-COUNT PIC 9(5) VALUE 0.
       01 REJECT-COUNT PIC 9(5) VALUE 0.

       01 ORD-COUNT PIC 9(3) VALUE 0.
       01 ORD-IDX PIC 9(3).
       01 ORD-MATCH-IDX PIC 9(3).
       01 ORD-TABLE.
          05 ORD-ENTRY OCCURS 500 TIMES.
             10 OT-NUMBER PIC 9(5).
             10 OT-LINE PIC 9(2).
             10 OT-CUSTOMER PIC X(5).
             10 OT-CODE PIC X(5).
             10 OT-LOC PIC X(3).
             10 OT-QTY PIC 9(5).
             10 OT-ALLOC-QTY PIC 9(5).
             10 OT-BO-QTY PIC 9(5).
             10 OT-FILLED-QTY PIC 9(5).
             10 OT-SHIP-QTY PIC 9(5).
             10 OT-ORDER-DATE PIC 9(8).
             10 OT-PROMISE-DATE PIC 9(8).
             10 OT-STATUS PIC X.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BUSINESS-DATE"
              USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL.
           PERFORM LOAD-ORDERS.

           OPEN INPUT CONFIRM-FILE.
           IF CNF-FILE-STATUS NOT = "00"
               DISPLAY "No shipment confirmations, FS=" CNF-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND MOVEMENT-FILE.
           IF MOV-FILE-STATUS NOT = "00"
               OPEN OUTPUT MOVEMENT-FILE
           END-IF.
           OPEN EXTEND SHIPMENT-FILE.
           IF SHP-FILE-STATUS NOT = "00"
               OPEN OUTPUT SHIPMENT-FILE
           END-IF.
           OPEN OUTPUT SUSPENSE-FILE.

           PERFORM UNTIL FILE-END = "Y"
              READ CONFIRM-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    PERFORM CONFIRM-ONE-SHIPMENT
              END-READ
           END-PERFORM.

           CLOSE CONFIRM-FILE MOVEMENT-FILE SHIPMENT-FILE
              SUSPENSE-FILE.
           PERFORM REWRITE-ORDERS.
           DISPLAY "Shipments confirmed:  " SHIPPED-COUNT.
           DISPLAY "Order lines closed:   " CLOSED-COUNT.
           DISPLAY "Issue movements:      " MOVEMENT-COUNT.
           DISPLAY "Shipments rejected:   " REJECT-COUNT.
           IF REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-ORDERS.
           OPEN INPUT ORDER-FILE.
           IF ORD-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open sales orders, FS=" ORD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ ORDER-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF ORD-COUNT < 500
                       ADD 1 TO ORD-COUNT
                       MOVE ORDER-RECORD TO ORD-ENTRY(ORD-COUNT)
                    ELSE
                       DISPLAY "Order table full at " SO-NUMBER
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ORDER-FILE.
           MOVE "N" TO FILE-END.

       CONFIRM-ONE-SHIPMENT.
           MOVE 0 TO ORD-MATCH-IDX.
           PERFORM VARYING ORD-IDX FROM 1 BY 1
                   UNTIL ORD-IDX > ORD-COUNT
              IF OT-NUMBER(ORD-IDX) = SC-ORDER
                 AND OT-LINE(ORD-IDX) = SC-LINE
                 MOVE ORD-IDX TO ORD-MATCH-IDX
              END-IF
           END-PERFORM.
           IF ORD-MATCH-IDX = 0
              MOVE "NO-ORDER" TO SU-REASON-CODE
              PERFORM SUSPEND-SHIPMENT
              EXIT PARAGRAPH
           END-IF.
           IF OT-STATUS(ORD-MATCH-IDX) NOT = "O"
              MOVE "NOT-OPEN" TO SU-REASON-CODE
              PERFORM SUSPEND-SHIPMENT
              EXIT PARAGRAPH
           END-IF.
           IF SC-QTY IS NOT NUMERIC OR SC-QTY = 0
              MOVE "BAD-QTY" TO SU-REASON-CODE
              PERFORM SUSPEND-SHIPMENT
              EXIT PARAGRAPH
           END-IF.
           IF SC-QTY > OT-ALLOC-QTY(ORD-MATCH-IDX)
                      + OT-FILLED-QTY(ORD-MATCH-IDX)
              MOVE "NOT-PICKED" TO SU-REASON-CODE
              PERFORM SUSPEND-SHIPMENT
              EXIT PARAGRAPH
           END-IF.

      * Filled backorder stock goes first: it has already been
      * issued, so only the reserved remainder needs a movement.
           IF SC-QTY > OT-FILLED-QTY(ORD-MATCH-IDX)
              MOVE OT-FILLED-QTY(ORD-MATCH-IDX) TO WS-FROM-FILLED
           ELSE
              MOVE SC-QTY TO WS-FROM-FILLED
           END-IF.
           COMPUTE WS-FROM-ALLOC = SC-QTY - WS-FROM-FILLED.
           SUBTRACT WS-FROM-FILLED FROM OT-FILLED-QTY(ORD-MATCH-IDX).
           SUBTRACT WS-FROM-ALLOC FROM OT-ALLOC-QTY(ORD-MATCH-IDX).
           ADD SC-QTY TO OT-SHIP-QTY(ORD-MATCH-IDX).
           IF WS-FROM-ALLOC > 0
              PERFORM WRITE-ISSUE-MOVEMENT
           END-IF.
           PERFORM WRITE-SHIPMENT.
           ADD 1 TO SHIPPED-COUNT.
           DISPLAY "SHIPPED SO " SC-ORDER "/" SC-LINE " "
              OT-CODE(ORD-MATCH-IDX) " QTY " SC-QTY.
           IF OT-SHIP-QTY(ORD-MATCH-IDX) >= OT-QTY(ORD-MATCH-IDX)
              MOVE "S" TO OT-STATUS(ORD-MATCH-IDX)
              ADD 1 TO CLOSED-COUNT
           END-IF.

       WRITE-ISSUE-MOVEMENT.
           MOVE OT-NUMBER(ORD-MATCH-IDX) TO WS-REQ-ORDER.
           MOVE OT-LINE(ORD-MATCH-IDX) TO WS-REQ-LINE.
           MOVE "I" TO SM-TYPE.
           MOVE OT-CODE(ORD-MATCH-IDX) TO SM-CODE.
           MOVE WS-FROM-ALLOC TO SM-QTY.
           MOVE OT-LOC(ORD-MATCH-IDX) TO SM-FROM-LOC.
           MOVE SPACES TO SM-TO-LOC.
           MOVE 0 TO SM-PO.
           MOVE WS-REQUESTER TO SM-REQUESTER.
           MOVE SPACES TO SM-LOT.
           MOVE 0 TO SM-EXPIRY.
           MOVE SPACES TO SM-REASON.
           MOVE 0 TO SM-RECEIPT-DATE.
           WRITE MOVEMENT-REC.
           ADD 1 TO MOVEMENT-COUNT.

       WRITE-SHIPMENT.
           MOVE SC-ORDER TO SH-ORDER.
           MOVE SC-LINE TO SH-LINE.
           MOVE OT-CUSTOMER(ORD-MATCH-IDX) TO SH-CUSTOMER.
           MOVE OT-CODE(ORD-MATCH-IDX) TO SH-CODE.
           MOVE SC-QTY TO SH-QTY.
           MOVE WS-RUN-DATE TO SH-SHIP-DATE.
           MOVE 0 TO SH-INVOICE.
           MOVE 0 TO SH-UNIT-PRICE.
           WRITE SHIPMENT-RECORD.

       SUSPEND-SHIPMENT.
           MOVE CONFIRM-RECORD TO SU-TXN.
           MOVE SPACE TO SU-FILLER.
           WRITE SUSPENSE-REC.
           ADD 1 TO REJECT-COUNT.

       REWRITE-ORDERS.
           OPEN OUTPUT ORDER-FILE.
           PERFORM VARYING ORD-IDX FROM 1 BY 1
                   UNTIL ORD-IDX > ORD-COUNT
              MOVE ORD-ENTRY(ORD-IDX) TO ORDER-RECORD
              WRITE ORDER-RECORD
           END-PERFORM.
           CLOSE ORDER-FILE.
