      * - Reserves on-hand stock for open sales order lines, oldest
      *   order first, from the location each line ships from; a
      *   location's stock already reserved for other lines is not
      *   offered twice
      * - A shortfall goes through the existing backorder path: when
      *   backorder-policy.dat says Y it is written to
      *   backorders.txt as an open backorder whose requester is
      *   "S" + order + line, so the next receipt in STOCK-MOVEMENTS
      *   fills it oldest-first like any other backorder; with the
      *   policy off the shortfall simply waits for the next run
      * - A backorder STOCK-MOVEMENTS has filled is claimed here
      *   (status C): its quantity moves to the line's filled
      *   quantity, which is already out of stock and ready to pick
      * - Each newly allocated line gets its promised ship date:
      *   today when it is fully covered, otherwise today plus the
      *   product's vendor lead time
      * - Prints the pick lists grouped by location: everything
      *   reserved or filled and not yet shipped

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-ORDER-ALLOCATE.

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
           SELECT PRODUCT-FILE ASSIGN TO "beginner/exercises/prod.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FILE-STATUS.
           SELECT VENDOR-FILE
              ASSIGN TO "beginner/exercises/vendors.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VEN-FILE-STATUS.
           SELECT LOCATION-FILE
              ASSIGN TO "beginner/exercises/prod-locations.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOC-FILE-STATUS.
           SELECT BACKORDER-FILE
              ASSIGN TO "beginner/exercises/backorders.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BO-FILE-STATUS.
           SELECT BO-POLICY-FILE
              ASSIGN TO "beginner/exercises/backorder-policy.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BOP-FILE-STATUS.

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

       FD VENDOR-FILE.
       01 VENDOR-RECORD.
          05 VN-CODE PIC X(5).
          05 VN-NAME PIC X(15).
          05 VN-CONTACT PIC X(10).
          05 VN-LEAD-DAYS PIC 9(3).
          05 VN-TERMS-DAYS PIC 9(3).

       FD LOCATION-FILE.
       01 LOCATION-RECORD.
          05 PL-CODE PIC X(5).
          05 PL-LOC PIC X(3).
          05 PL-QTY PIC 9(5).

       FD BACKORDER-FILE.
       01 BACKORDER-RECORD.
          05 BO-CODE PIC X(5).
          05 BO-QTY PIC 9(5).
          05 BO-REQUESTER PIC X(8).
          05 BO-DATE PIC 9(8).
          05 BO-STATUS PIC X.

       FD BO-POLICY-FILE.
       01 BO-POLICY-REC PIC X.

       WORKING-STORAGE SECTION.
       01 ORD-FILE-STATUS PIC XX.
       01 CUS-FILE-STATUS PIC XX.
       01 FILE-STATUS PIC XX.
       01 VEN-FILE-STATUS PIC XX.
       01 LOC-FILE-STATUS PIC XX.
       01 BO-FILE-STATUS PIC XX.
       01 BOP-FILE-STATUS PIC XX.
       01 FILE-END PIC X VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-BO-POLICY PIC X VALUE "N".
       01 WS-NEED PIC S9(6).
       01 WS-AVAILABLE PIC S9(6).
       01 WS-TAKE PIC 9(5).
       01 WS-SHORT PIC 9(5).
       01 WS-LEAD-DAYS PIC 9(3).
       01 WS-PICK-QTY PIC 9(5).
       01 WS-CURR-LOC PIC X(3).
       01 WS-CUST-NAME PIC X(20).
       01 WS-REQUESTER.
          05 WS-REQ-TYPE PIC X VALUE "S".
          05 WS-REQ-ORDER PIC 9(5).
          05 WS-REQ-LINE PIC 9(2).
       01 ALLOC-COUNT PIC 9(5) VALUE 0.
       01 BACKORDER-COUNT PIC 9(5) VALUE 0.
       01 CLAIM-COUNT PIC 9(5) VALUE 0.
       01 PICK-COUNT PIC 9(5) VALUE 0.

      * Every sales order line is held so the file can be
      * rewritten with the new reservations.
       01 ORD-COUNT PIC 9(3) VALUE 0.
       01 ORD-IDX PIC 9(3).
       01 PICK-IDX PIC 9(3).
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
             10 OT-PRINTED PIC X.

      * Stock by location, less what open lines already reserve.
       01 LOC-COUNT PIC 9(3) VALUE 0.
       01 LOC-IDX PIC 9(3).
       01 LOC-MATCH-IDX PIC 9(3).
       01 LOC-TABLE.
          05 LOC-ENTRY OCCURS 300 TIMES.
             10 LT-CODE PIC X(5).
             10 LT-LOC PIC X(3).
             10 LT-QTY PIC 9(5).
             10 LT-RESERVED PIC 9(6).

       01 BO-COUNT PIC 9(3) VALUE 0.
       01 BO-IDX PIC 9(3).
       01 BO-TABLE.
          05 BO-ENTRY OCCURS 200 TIMES.
             10 BOT-CODE PIC X(5).
             10 BOT-QTY PIC 9(5).
             10 BOT-REQUESTER PIC X(8).
             10 BOT-DATE PIC 9(8).
             10 BOT-STATUS PIC X.

       01 PROD-COUNT PIC 9(3) VALUE 0.
       01 PROD-IDX PIC 9(3).
       01 PROD-TABLE.
          05 PROD-ENTRY OCCURS 200 TIMES.
             10 PT-CODE PIC X(5).
             10 PT-VENDOR PIC X(5).

       01 VEN-COUNT PIC 9(3) VALUE 0.
       01 VEN-IDX PIC 9(3).
       01 VEN-TABLE.
          05 VEN-ENTRY OCCURS 100 TIMES.
             10 VT-CODE PIC X(5).
             10 VT-LEAD PIC 9(3).

       01 CUS-COUNT PIC 9(3) VALUE 0.
       01 CUS-IDX PIC 9(3).
       01 CUS-TABLE.
          05 CUS-ENTRY OCCURS 300 TIMES.
             10 CUT-CODE PIC X(5).
             10 CUT-NAME PIC X(20).

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BUSINESS-DATE"
              USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL.
           PERFORM LOAD-ORDERS.
           IF ORD-COUNT = 0
               DISPLAY "No sales order lines to allocate"
               STOP RUN
           END-IF.
           PERFORM LOAD-LOCATIONS.
           PERFORM LOAD-BACKORDERS.
           PERFORM LOAD-PRODUCTS.
           PERFORM LOAD-VENDORS.
           PERFORM LOAD-CUSTOMERS.

           PERFORM VARYING ORD-IDX FROM 1 BY 1
                   UNTIL ORD-IDX > ORD-COUNT
              IF OT-STATUS(ORD-IDX) = "O"
                 PERFORM CLAIM-FILLED-BACKORDERS
                 PERFORM ALLOCATE-ONE-LINE
              END-IF
           END-PERFORM.

           PERFORM REWRITE-ORDERS.
           PERFORM REWRITE-BACKORDERS.
           PERFORM PRINT-PICK-LISTS.
           DISPLAY "Lines allocated:       " ALLOC-COUNT.
           DISPLAY "Lines backordered:     " BACKORDER-COUNT.
           DISPLAY "Backorders claimed:    " CLAIM-COUNT.
           DISPLAY "Pick lines:            " PICK-COUNT.
           STOP RUN.

       LOAD-ORDERS.
           OPEN INPUT ORDER-FILE.
           IF ORD-FILE-STATUS NOT = "00"
               MOVE "Y" TO FILE-END
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ ORDER-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF ORD-COUNT < 500
                       ADD 1 TO ORD-COUNT
                       MOVE ORDER-RECORD TO ORD-ENTRY(ORD-COUNT)
                       MOVE "N" TO OT-PRINTED(ORD-COUNT)
                    ELSE
                       DISPLAY "Order table full at " SO-NUMBER
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
           END-PERFORM.
           IF ORD-FILE-STATUS = "00" OR ORD-FILE-STATUS = "10"
               CLOSE ORDER-FILE
           END-IF.
           MOVE "N" TO FILE-END.

      * What open lines already hold comes off each location before
      * any new reservation is made.
       LOAD-LOCATIONS.
           OPEN INPUT LOCATION-FILE.
           IF LOC-FILE-STATUS NOT = "00"
               MOVE "Y" TO FILE-END
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ LOCATION-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF LOC-COUNT < 300
                       ADD 1 TO LOC-COUNT
                       MOVE PL-CODE TO LT-CODE(LOC-COUNT)
                       MOVE PL-LOC TO LT-LOC(LOC-COUNT)
                       MOVE PL-QTY TO LT-QTY(LOC-COUNT)
                       MOVE 0 TO LT-RESERVED(LOC-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           IF LOC-FILE-STATUS = "00" OR LOC-FILE-STATUS = "10"
               CLOSE LOCATION-FILE
           END-IF.
           MOVE "N" TO FILE-END.
           PERFORM VARYING ORD-IDX FROM 1 BY 1
                   UNTIL ORD-IDX > ORD-COUNT
              IF OT-STATUS(ORD-IDX) = "O"
                 AND OT-ALLOC-QTY(ORD-IDX) > 0
                 PERFORM FIND-LINE-LOCATION
                 IF LOC-MATCH-IDX > 0
                    ADD OT-ALLOC-QTY(ORD-IDX)
                       TO LT-RESERVED(LOC-MATCH-IDX)
                 END-IF
              END-IF
           END-PERFORM.

       LOAD-BACKORDERS.
           OPEN INPUT BO-POLICY-FILE.
           IF BOP-FILE-STATUS = "00"
              READ BO-POLICY-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE BO-POLICY-REC TO WS-BO-POLICY
              END-READ
              CLOSE BO-POLICY-FILE
           END-IF.
           OPEN INPUT BACKORDER-FILE.
           IF BO-FILE-STATUS NOT = "00"
               MOVE "Y" TO FILE-END
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ BACKORDER-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF BO-COUNT < 200
                       ADD 1 TO BO-COUNT
                       MOVE BO-CODE TO BOT-CODE(BO-COUNT)
                       MOVE BO-QTY TO BOT-QTY(BO-COUNT)
                       MOVE BO-REQUESTER
                          TO BOT-REQUESTER(BO-COUNT)
                       MOVE BO-DATE TO BOT-DATE(BO-COUNT)
                       MOVE BO-STATUS TO BOT-STATUS(BO-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           IF BO-FILE-STATUS = "00" OR BO-FILE-STATUS = "10"
               CLOSE BACKORDER-FILE
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
                       MOVE PD-VENDOR-CODE TO PT-VENDOR(PROD-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PRODUCT-FILE.
           MOVE "N" TO FILE-END.

       LOAD-VENDORS.
           OPEN INPUT VENDOR-FILE.
           IF VEN-FILE-STATUS NOT = "00"
               MOVE "Y" TO FILE-END
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ VENDOR-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF VEN-COUNT < 100
                       ADD 1 TO VEN-COUNT
                       MOVE VN-CODE TO VT-CODE(VEN-COUNT)
                       MOVE VN-LEAD-DAYS TO VT-LEAD(VEN-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           IF VEN-FILE-STATUS = "00" OR VEN-FILE-STATUS = "10"
               CLOSE VENDOR-FILE
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

       FIND-LINE-LOCATION.
           MOVE 0 TO LOC-MATCH-IDX.
           PERFORM VARYING LOC-IDX FROM 1 BY 1
                   UNTIL LOC-IDX > LOC-COUNT
              IF LT-CODE(LOC-IDX) = OT-CODE(ORD-IDX)
                 AND LT-LOC(LOC-IDX) = OT-LOC(ORD-IDX)
                 MOVE LOC-IDX TO LOC-MATCH-IDX
              END-IF
           END-PERFORM.

      * A backorder STOCK-MOVEMENTS has filled for this line has
      * already taken its stock out of the location; the line takes
      * it over as filled quantity and the backorder is closed off.
       CLAIM-FILLED-BACKORDERS.
           MOVE OT-NUMBER(ORD-IDX) TO WS-REQ-ORDER.
           MOVE OT-LINE(ORD-IDX) TO WS-REQ-LINE.
           PERFORM VARYING BO-IDX FROM 1 BY 1
                   UNTIL BO-IDX > BO-COUNT
              IF BOT-REQUESTER(BO-IDX) = WS-REQUESTER
                 AND BOT-CODE(BO-IDX) = OT-CODE(ORD-IDX)
                 AND BOT-STATUS(BO-IDX) = "F"
                 ADD BOT-QTY(BO-IDX) TO OT-FILLED-QTY(ORD-IDX)
                 IF OT-BO-QTY(ORD-IDX) > BOT-QTY(BO-IDX)
                    SUBTRACT BOT-QTY(BO-IDX) FROM OT-BO-QTY(ORD-IDX)
                 ELSE
                    MOVE 0 TO OT-BO-QTY(ORD-IDX)
                 END-IF
                 MOVE "C" TO BOT-STATUS(BO-IDX)
                 ADD 1 TO CLAIM-COUNT
                 DISPLAY "CLAIMED BACKORDER " WS-REQUESTER " QTY "
                    BOT-QTY(BO-IDX)
              END-IF
           END-PERFORM.

      * Reserve what the location can spare; the rest is
      * backordered when policy allows, otherwise left for the
      * next run to try again.
       ALLOCATE-ONE-LINE.
           COMPUTE WS-NEED = OT-QTY(ORD-IDX) - OT-ALLOC-QTY(ORD-IDX)
              - OT-BO-QTY(ORD-IDX) - OT-FILLED-QTY(ORD-IDX)
              - OT-SHIP-QTY(ORD-IDX).
           IF WS-NEED <= 0
              EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-LINE-LOCATION.
           MOVE 0 TO WS-TAKE.
           IF LOC-MATCH-IDX > 0
              COMPUTE WS-AVAILABLE = LT-QTY(LOC-MATCH-IDX)
                 - LT-RESERVED(LOC-MATCH-IDX)
              IF WS-AVAILABLE > 0
                 IF WS-AVAILABLE >= WS-NEED
                    MOVE WS-NEED TO WS-TAKE
                 ELSE
                    MOVE WS-AVAILABLE TO WS-TAKE
                 END-IF
                 ADD WS-TAKE TO LT-RESERVED(LOC-MATCH-IDX)
                 ADD WS-TAKE TO OT-ALLOC-QTY(ORD-IDX)
                 SUBTRACT WS-TAKE FROM WS-NEED
                 ADD 1 TO ALLOC-COUNT
              END-IF
           END-IF.

           IF WS-NEED > 0 AND WS-BO-POLICY = "Y"
              PERFORM BACKORDER-SHORTFALL
           END-IF.
           PERFORM SET-PROMISE-DATE.

       BACKORDER-SHORTFALL.
           IF BO-COUNT >= 200
              DISPLAY "Backorder table full - SO " OT-NUMBER(ORD-IDX)
                 "/" OT-LINE(ORD-IDX) " left unallocated"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEED TO WS-SHORT.
           ADD 1 TO BO-COUNT.
           MOVE OT-CODE(ORD-IDX) TO BOT-CODE(BO-COUNT).
           MOVE WS-SHORT TO BOT-QTY(BO-COUNT).
           MOVE OT-NUMBER(ORD-IDX) TO WS-REQ-ORDER.
           MOVE OT-LINE(ORD-IDX) TO WS-REQ-LINE.
           MOVE WS-REQUESTER TO BOT-REQUESTER(BO-COUNT).
           MOVE WS-RUN-DATE TO BOT-DATE(BO-COUNT).
           MOVE "O" TO BOT-STATUS(BO-COUNT).
           ADD WS-SHORT TO OT-BO-QTY(ORD-IDX).
           ADD 1 TO BACKORDER-COUNT.
           DISPLAY "BACKORDERED " OT-CODE(ORD-IDX) " QTY " WS-SHORT
              " FOR " WS-REQUESTER.

      * The promise is made once, when the line is first allocated,
      * so OPEN-ORDERS-REPORT can tell when it has been missed.
       SET-PROMISE-DATE.
           IF OT-PROMISE-DATE(ORD-IDX) NOT = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-NEED <= 0
              MOVE WS-RUN-DATE TO OT-PROMISE-DATE(ORD-IDX)
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LEAD-DAYS.
           PERFORM VARYING PROD-IDX FROM 1 BY 1
                   UNTIL PROD-IDX > PROD-COUNT
              IF PT-CODE(PROD-IDX) = OT-CODE(ORD-IDX)
                 PERFORM VARYING VEN-IDX FROM 1 BY 1
                         UNTIL VEN-IDX > VEN-COUNT
                    IF VT-CODE(VEN-IDX) = PT-VENDOR(PROD-IDX)
                       MOVE VT-LEAD(VEN-IDX) TO WS-LEAD-DAYS
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           COMPUTE OT-PROMISE-DATE(ORD-IDX) =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 + WS-LEAD-DAYS).

       REWRITE-ORDERS.
           OPEN OUTPUT ORDER-FILE.
           PERFORM VARYING ORD-IDX FROM 1 BY 1
                   UNTIL ORD-IDX > ORD-COUNT
              MOVE ORD-ENTRY(ORD-IDX) TO ORDER-RECORD
              WRITE ORDER-RECORD
           END-PERFORM.
           CLOSE ORDER-FILE.

       REWRITE-BACKORDERS.
           OPEN OUTPUT BACKORDER-FILE.
           PERFORM VARYING BO-IDX FROM 1 BY 1
                   UNTIL BO-IDX > BO-COUNT
              MOVE BOT-CODE(BO-IDX) TO BO-CODE
              MOVE BOT-QTY(BO-IDX) TO BO-QTY
              MOVE BOT-REQUESTER(BO-IDX) TO BO-REQUESTER
              MOVE BOT-DATE(BO-IDX) TO BO-DATE
              MOVE BOT-STATUS(BO-IDX) TO BO-STATUS
              WRITE BACKORDER-RECORD
           END-PERFORM.
           CLOSE BACKORDER-FILE.

      * One pick list per location: each unprinted location starts
      * a heading, then every open line with stock reserved or
      * filled there prints under it.
       PRINT-PICK-LISTS.
           PERFORM VARYING ORD-IDX FROM 1 BY 1
                   UNTIL ORD-IDX > ORD-COUNT
              IF OT-PRINTED(ORD-IDX) = "N"
                 AND OT-STATUS(ORD-IDX) = "O"
                 AND OT-ALLOC-QTY(ORD-IDX) + OT-FILLED-QTY(ORD-IDX)
                     > 0
                 MOVE OT-LOC(ORD-IDX) TO WS-CURR-LOC
                 DISPLAY "PICK LIST - LOCATION " WS-CURR-LOC
                    "  DATE " WS-RUN-DATE
                 PERFORM PRINT-LOCATION-PICKS
                 DISPLAY " "
              END-IF
           END-PERFORM.

       PRINT-LOCATION-PICKS.
           PERFORM VARYING PICK-IDX FROM 1 BY 1
                   UNTIL PICK-IDX > ORD-COUNT
              IF OT-LOC(PICK-IDX) = WS-CURR-LOC
                 AND OT-PRINTED(PICK-IDX) = "N"
                 AND OT-STATUS(PICK-IDX) = "O"
                 AND OT-ALLOC-QTY(PICK-IDX) + OT-FILLED-QTY(PICK-IDX)
                     > 0
                 COMPUTE WS-PICK-QTY = OT-ALLOC-QTY(PICK-IDX)
                    + OT-FILLED-QTY(PICK-IDX)
                 MOVE SPACES TO WS-CUST-NAME
                 PERFORM VARYING CUS-IDX FROM 1 BY 1
                         UNTIL CUS-IDX > CUS-COUNT
                    IF CUT-CODE(CUS-IDX) = OT-CUSTOMER(PICK-IDX)
                       MOVE CUT-NAME(CUS-IDX) TO WS-CUST-NAME
                    END-IF
                 END-PERFORM
                 DISPLAY "  SO " OT-NUMBER(PICK-IDX) "/"
                    OT-LINE(PICK-IDX) " " OT-CUSTOMER(PICK-IDX) " "
                    WS-CUST-NAME " " OT-CODE(PICK-IDX)
                    " PICK " WS-PICK-QTY
                 MOVE "Y" TO OT-PRINTED(PICK-IDX)
                 ADD 1 TO PICK-COUNT
              END-IF
           END-PERFORM.
