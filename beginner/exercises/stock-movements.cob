      * - Applies a transactions file of receipts (R), issues (I),
      *   transfers (T), kit assemblies (K) and returns to vendor
      *   (V) against the keyed product file by PD-CODE; every
      *   movement names a stock location, and a transfer moves
      *   quantity between locations without changing the
      *   product's overall total
      * - Every receipt and issue stamps the product's last-receipt
      *   or last-issue date in prod-last-movement.txt, so the
      *   aging report can band dead stock by days since it moved
      *   refused whole if any component is short, so a half-built
      *   kit can never eat stock
      * - Finishes with a movements register: per-product opening
      *   quantity, in, out, and closing quantity, and what the
      *   day's movements were worth at layered cost - received,
      *   issued (issues and backorder fills), kits built, kit
      *   components consumed, count adjustments and stock taken on
      *   at opening, returned to vendors - for
      *   INVENTORY-GL-POST to journal. The heading
      *   carries the run's date and time so a register is never
      *   posted twice
      * - Stock is costed first-in first-out: every receipt opens a
      *   cost layer in cost-layers.txt (date, quantity, unit cost -
      *   the quoting PO's price, or the product's price when there
      *   is no PO), every issue, backorder fill and kit component
      *   consumes the oldest layers first, and what each took is
      *   written to cogs-register.txt. An assembled kit's layer
      *   costs what its components' layers did. Stock on hand that
      *   no layer covers opens a layer at the product's price -
      *   OPENING on the very first run, when there are no layers at
      *   all, COUNT after that; layers beyond stock on hand (a
      *   count loss) are consumed oldest first as an adjustment
      * - Dated stock is tracked by lot: a receipt (or a kit
      *   assembly) that names a lot number and expiry date puts
      *   the quantity on that lot in prod-lots.txt, by product,
      *   location and lot. Issues, backorder fills, kit components
      *   and transfers take the earliest-expiring lot at the
      *   location first (a lot with no expiry date goes last, and
      *   stock never received against a lot after that), and
      *   every lot quantity received, taken or moved is written to
      *   lot-movements.txt with the movement's reference, so a lot
      *   can be traced in a recall
      * - A V return to vendor sends damaged or wrong goods back
      *   against the PO and receipt (date) they came in on, with a
      *   reason code (DAMG damaged, WRNG wrong goods, QUAL failed
      *   inspection, OVER over-delivered, EXPD short-dated); no
      *   more can go back than the PO has received less earlier
      *   returns. The stock leaves its location (the named lot,
      *   if one is given, otherwise earliest expiry first),
      *   costed off the PO's own layers before any other, and a
      *   credit expected at the PO price is opened on
      *   vendor-credits.txt for VENDOR-CREDIT-POST to clear when
      *   the vendor's credit note arrives

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-MOVEMENTS.
               ASSIGN TO "beginner/exercises/bom.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOM-FILE-STATUS.
           SELECT LAYER-FILE
               ASSIGN TO "beginner/exercises/cost-layers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LYR-FILE-STATUS.
           SELECT COGS-FILE
               ASSIGN TO "beginner/exercises/cogs-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CGS-FILE-STATUS.
           SELECT LOT-FILE
               ASSIGN TO "beginner/exercises/prod-lots.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOT-FILE-STATUS.
           SELECT LOT-HISTORY-FILE
               ASSIGN TO "beginner/exercises/lot-movements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LTH-FILE-STATUS.
           SELECT VENDOR-CREDIT-FILE
               ASSIGN TO "beginner/exercises/vendor-credits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VCR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 SM-TO-LOC PIC X(3).
          05 SM-PO PIC 9(5).
          05 SM-REQUESTER PIC X(8).
          05 SM-LOT PIC X(10).
          05 SM-EXPIRY PIC 9(8).
          05 SM-REASON PIC X(4).
          05 SM-RECEIPT-DATE PIC 9(8).

       FD LOCATION-FILE.
       01 LOCATION-RECORD.

       FD SUSPENSE-FILE.
       01 SUSPENSE-REC.
          05 SU-TXN PIC X(60).
          05 SU-FILLER PIC X.
          05 SU-REASON-CODE PIC X(12).

       FD REGISTER-FILE.
       01 REGISTER-LINE PIC X(160).

       FD PO-FILE.
       01 PO-RECORD.
          05 PO-ORDER-DATE PIC 9(8).
          05 PO-RECEIVED-DATE PIC 9(8).
          05 PO-STATUS PIC X.
          05 PO-UNIT-PRICE PIC 9(5)V99.

       FD LAST-MOVE-FILE.
       01 LAST-MOVE-RECORD.
          05 BM-COMPONENT PIC X(5).
          05 BM-QTY-PER PIC 9(3).

       FD LAYER-FILE.
       01 LAYER-RECORD.
          05 CL-CODE PIC X(5).
          05 CL-DATE PIC 9(8).
          05 CL-SOURCE PIC X(8).
          05 CL-QTY-IN PIC 9(5).
          05 CL-QTY-LEFT PIC 9(5).
          05 CL-UNIT-COST PIC 9(5)V99.

       FD COGS-FILE.
       01 COGS-RECORD.
          05 CG-DATE PIC 9(8).
          05 CG-TYPE PIC X.
          05 CG-CODE PIC X(5).
          05 CG-LOC PIC X(3).
          05 CG-QTY PIC 9(5).
          05 CG-COST PIC 9(7)V99.
          05 CG-REQUESTER PIC X(8).

       FD LOT-FILE.
       01 LOT-RECORD.
          05 LF-CODE PIC X(5).
          05 LF-LOC PIC X(3).
          05 LF-LOT PIC X(10).
          05 LF-EXPIRY PIC 9(8).
          05 LF-RECEIVED PIC 9(8).
          05 LF-QTY PIC 9(5).

       FD LOT-HISTORY-FILE.
       01 LOT-HISTORY-RECORD.
          05 LH-DATE PIC 9(8).
          05 LH-TYPE PIC X.
          05 LH-CODE PIC X(5).
          05 LH-LOC PIC X(3).
          05 LH-TO-LOC PIC X(3).
          05 LH-LOT PIC X(10).
          05 LH-EXPIRY PIC 9(8).
          05 LH-QTY PIC 9(5).
          05 LH-REFERENCE PIC X(8).

       FD VENDOR-CREDIT-FILE.
       01 VENDOR-CREDIT-RECORD.
          05 VC-RTV PIC 9(5).
          05 VC-VENDOR PIC X(5).
          05 VC-PO PIC 9(5).
          05 VC-RECEIPT-DATE PIC 9(8).
          05 VC-CODE PIC X(5).
          05 VC-LOC PIC X(3).
          05 VC-QTY PIC 9(5).
          05 VC-REASON PIC X(4).
          05 VC-RETURN-DATE PIC 9(8).
          05 VC-AMOUNT PIC 9(7)V99.
          05 VC-COST PIC 9(7)V99.
          05 VC-STATUS PIC X.
          05 VC-NOTE PIC X(10).
          05 VC-NOTE-DATE PIC 9(8).
          05 VC-NOTE-AMOUNT PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 IDX-FILE-STATUS PIC XX.
       01 TXT-FILE-STATUS PIC XX.
             10 PT-IN PIC 9(5).
             10 PT-OUT PIC 9(5).
             10 PT-TOUCHED PIC X.
             10 PT-PRICE PIC 9(5)V99.
             10 PT-RCV-VALUE PIC 9(7)V99.
             10 PT-ISS-VALUE PIC 9(7)V99.
             10 PT-KIT-VALUE PIC 9(7)V99.
             10 PT-CMP-VALUE PIC 9(7)V99.
             10 PT-ADJ-VALUE PIC S9(7)V99.
             10 PT-OPN-VALUE PIC 9(7)V99.
             10 PT-RTV-VALUE PIC 9(7)V99.

       01 LOC-FILE-STATUS PIC XX.

       01 BOP-FILE-STATUS PIC XX.
       01 BOM-FILE-STATUS PIC XX.
       01 WS-BO-POLICY PIC X VALUE "N".
       01 LYR-FILE-STATUS PIC XX.
       01 CGS-FILE-STATUS PIC XX.

      * FIFO cost layers in the order they were opened, so the
      * oldest layer for a product is always the first one found.
       01 LAYER-COUNT PIC 9(4) VALUE 0.
       01 LAYER-IDX PIC 9(4).
       01 LAYER-TABLE.
          05 LAYER-ENTRY OCCURS 1000 TIMES.
             10 LY-CODE PIC X(5).
             10 LY-DATE PIC 9(8).
             10 LY-SOURCE PIC X(8).
             10 LY-QTY-IN PIC 9(5).
             10 LY-QTY-LEFT PIC 9(5).
             10 LY-UNIT-COST PIC 9(5)V99.
       01 WS-LAYER-CODE PIC X(5).
       01 WS-LAYER-SOURCE PIC X(8).
       01 WS-LAYER-QTY PIC 9(5).
       01 WS-LAYER-COST PIC 9(5)V99.
       01 WS-LAYER-TOTAL PIC 9(7).
       01 WS-CONSUME-LEFT PIC 9(6).
       01 WS-TAKE PIC 9(5).
       01 WS-CONSUME-COST PIC 9(7)V99.
       01 WS-FALLBACK-COST PIC 9(5)V99.
       01 WS-KIT-COST PIC 9(7)V99.
       01 WS-COGS-TYPE PIC X.
       01 WS-COGS-LOC PIC X(3).
       01 WS-COGS-QTY PIC 9(5).
       01 WS-COGS-REQUESTER PIC X(8).
       01 WS-LAYERS-ON-FILE PIC X VALUE "N".

      * Stock by product, location and lot, in file order so that
      * lots with the same expiry are taken in the order received.
       01 LOT-FILE-STATUS PIC XX.
       01 LTH-FILE-STATUS PIC XX.
       01 LOT-COUNT PIC 9(4) VALUE 0.
       01 LOT-IDX PIC 9(4).
       01 LOT-PICK-IDX PIC 9(4).
       01 LOT-TABLE.
          05 LOT-ENTRY OCCURS 1000 TIMES.
             10 LX-CODE PIC X(5).
             10 LX-LOC PIC X(3).
             10 LX-LOT PIC X(10).
             10 LX-EXPIRY PIC 9(8).
             10 LX-RECEIVED PIC 9(8).
             10 LX-QTY PIC 9(5).
       01 WS-LOT-CODE PIC X(5).
       01 WS-LOT-LOC PIC X(3).
       01 WS-LOT-TO-LOC PIC X(3).
       01 WS-LOT-NUMBER PIC X(10).
       01 WS-LOT-EXPIRY PIC 9(8).
       01 WS-LOT-RECEIVED PIC 9(8).
       01 WS-LOT-QTY PIC 9(5).
       01 WS-LOT-TYPE PIC X.
       01 WS-LOT-REF PIC X(8).
       01 WS-PICK-LEFT PIC 9(6).
       01 WS-BEST-EXPIRY PIC 9(8).
       01 WS-THIS-EXPIRY PIC 9(8).
       01 WS-LOT-WANTED PIC X(10) VALUE SPACES.
       01 WS-LOT-HELD PIC 9(6).

      * Returns to vendor: the last return number on file and the
      * credit each new one opens.
       01 VCR-FILE-STATUS PIC XX.
       01 WS-LAST-RTV PIC 9(5) VALUE 0.
       01 WS-RTV-SOURCE PIC X(8).
       01 WS-RTV-COST PIC 9(7)V99.
       01 WS-RTV-RECEIVED PIC 9(5).
       01 WS-CREDIT-ED PIC Z(6)9.99.
       01 WS-RUN-TIME PIC 9(8).

      * Bill of materials: which components a kit code consumes.
       01 BOM-COUNT PIC 9(3) VALUE 0.
             10 PT-PO-ORDERED PIC 9(8).
             10 PT-PO-RECEIVED PIC 9(8).
             10 PT-PO-STATUS PIC X.
             10 PT-PO-PRICE PIC 9(5)V99.
             10 PT-PO-RETURNED PIC 9(5).

       01 WS-RUNNING-QTY PIC S9(6).
       01 WS-TARGET-FOUND PIC X.
          05 WS-R-OUT PIC ZZZZ9.
          05 FILLER PIC X(7) VALUE " CLOSE ".
          05 WS-R-CLOSING PIC ZZZZ9.
          05 FILLER PIC X(5) VALUE " RCV ".
          05 WS-R-RCV-VALUE PIC Z(6)9.99.
          05 FILLER PIC X(5) VALUE " ISS ".
          05 WS-R-ISS-VALUE PIC Z(6)9.99.
          05 FILLER PIC X(5) VALUE " KIT ".
          05 WS-R-KIT-VALUE PIC Z(6)9.99.
          05 FILLER PIC X(5) VALUE " CMP ".
          05 WS-R-CMP-VALUE PIC Z(6)9.99.
          05 FILLER PIC X(5) VALUE " ADJ ".
          05 WS-R-ADJ-VALUE PIC -(7)9.99.
          05 FILLER PIC X(5) VALUE " OPN ".
          05 WS-R-OPN-VALUE PIC Z(6)9.99.
          05 FILLER PIC X(5) VALUE " RTV ".
          05 WS-R-RTV-VALUE PIC Z(6)9.99.

       01 WS-REG-HEADER.
          05 FILLER PIC X(40)
             VALUE "CODE   OPENING  IN    OUT   CLOSING".
          05 FILLER PIC X(4) VALUE "RUN ".
          05 WS-RH-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 WS-RH-TIME PIC 9(8).

       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM LOAD-LAST-MOVEMENTS.
           PERFORM LOAD-BACKORDERS.
           PERFORM LOAD-BOM-TABLE.
           PERFORM LOAD-COST-LAYERS.
           PERFORM LOAD-LOTS.
           PERFORM LOAD-VENDOR-RETURNS.
           OPEN EXTEND VENDOR-CREDIT-FILE.
           IF VCR-FILE-STATUS NOT = "00"
               OPEN OUTPUT VENDOR-CREDIT-FILE
           END-IF.
           OPEN EXTEND LOT-HISTORY-FILE.
           IF LTH-FILE-STATUS NOT = "00"
               OPEN OUTPUT LOT-HISTORY-FILE
           END-IF.
           OPEN EXTEND COGS-FILE.
           IF CGS-FILE-STATUS NOT = "00"
               OPEN OUTPUT COGS-FILE
           END-IF.
           PERFORM ALIGN-LAYERS-TO-STOCK.
           PERFORM APPLY-MOVEMENTS.
           CLOSE COGS-FILE LOT-HISTORY-FILE VENDOR-CREDIT-FILE.
           PERFORM POST-AND-REGISTER.
           PERFORM REWRITE-PRODUCT-TEXT.
           PERFORM REWRITE-LOCATION-FILE.
           PERFORM REWRITE-PO-FILE.
           PERFORM REWRITE-LAST-MOVEMENTS.
           PERFORM REWRITE-BACKORDERS.
           PERFORM REWRITE-COST-LAYERS.
           PERFORM REWRITE-LOTS.
           DISPLAY "Movements applied:  " APPLIED-COUNT.
           DISPLAY "Movements rejected: " REJECT-COUNT.
           IF REJECT-COUNT > 0
                    MOVE 0 TO PT-IN(PROD-COUNT)
                    MOVE 0 TO PT-OUT(PROD-COUNT)
                    MOVE "N" TO PT-TOUCHED(PROD-COUNT)
                    MOVE PD-UNIT-PRICE TO PT-PRICE(PROD-COUNT)
                    MOVE 0 TO PT-RCV-VALUE(PROD-COUNT)
                    MOVE 0 TO PT-ISS-VALUE(PROD-COUNT)
                    MOVE 0 TO PT-KIT-VALUE(PROD-COUNT)
                    MOVE 0 TO PT-CMP-VALUE(PROD-COUNT)
                    MOVE 0 TO PT-ADJ-VALUE(PROD-COUNT)
                    MOVE 0 TO PT-OPN-VALUE(PROD-COUNT)
                    MOVE 0 TO PT-RTV-VALUE(PROD-COUNT)
              END-READ
           END-PERFORM.
           CLOSE PRODUCT-INDEXED-FILE.
                 PERFORM APPLY-TRANSFER
              WHEN SM-TYPE = "K"
                 PERFORM APPLY-ASSEMBLY
              WHEN SM-TYPE = "V"
                 PERFORM APPLY-VENDOR-RETURN
              WHEN OTHER
                 MOVE "BAD-TYPE" TO SU-REASON-CODE
                 PERFORM SUSPEND-MOVEMENT
                       MOVE PO-RECEIVED-DATE
                          TO PT-PO-RECEIVED(PO-COUNT)
                       MOVE PO-STATUS TO PT-PO-STATUS(PO-COUNT)
                       MOVE PO-UNIT-PRICE TO PT-PO-PRICE(PO-COUNT)
                       MOVE 0 TO PT-PO-RETURNED(PO-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
              WHEN WS-KIT-SHORT = "Y"
                 MOVE "KIT-SHORT" TO SU-REASON-CODE
                 PERFORM SUSPEND-MOVEMENT
              WHEN SM-LOT NOT = SPACES AND LOT-COUNT >= 1000
                 MOVE "LOT-FULL" TO SU-REASON-CODE
                 PERFORM SUSPEND-MOVEMENT
              WHEN OTHER
                 PERFORM CONSUME-COMPONENTS
                 PERFORM RECEIVE-ASSEMBLED-KIT
           END-PERFORM.

       CONSUME-COMPONENTS.
           MOVE 0 TO WS-KIT-COST.
           PERFORM VARYING BOM-IDX FROM 1 BY 1
                   UNTIL BOM-IDX > BOM-COUNT
              IF BMT-KIT(BOM-IDX) = SM-CODE
                    FROM LT-QTY(WS-COMP-LOC-IDX)
                 ADD WS-COMP-NEED TO PT-OUT(WS-COMP-PROD-IDX)
                 MOVE "Y" TO PT-TOUCHED(WS-COMP-PROD-IDX)
                 MOVE BMT-COMPONENT(BOM-IDX) TO WS-LAYER-CODE
                 MOVE WS-COMP-NEED TO WS-CONSUME-LEFT
                 MOVE PT-PRICE(WS-COMP-PROD-IDX) TO WS-FALLBACK-COST
                 PERFORM CONSUME-LAYERS
                 ADD WS-CONSUME-COST TO WS-KIT-COST
                 ADD WS-CONSUME-COST
                    TO PT-CMP-VALUE(WS-COMP-PROD-IDX)
                 MOVE "K" TO WS-COGS-TYPE
                 MOVE SM-FROM-LOC TO WS-COGS-LOC
                 MOVE WS-COMP-NEED TO WS-COGS-QTY
                 MOVE SM-CODE TO WS-COGS-REQUESTER
                 PERFORM WRITE-COGS
                 MOVE BMT-COMPONENT(BOM-IDX) TO WS-LOT-CODE
                 MOVE SM-FROM-LOC TO WS-LOT-LOC
                 MOVE SPACES TO WS-LOT-TO-LOC
                 MOVE WS-COMP-NEED TO WS-PICK-LEFT
                 MOVE "C" TO WS-LOT-TYPE
                 MOVE SM-CODE TO WS-LOT-REF
                 PERFORM PICK-LOTS
              END-IF
           END-PERFORM.

           ADD SM-QTY TO PT-IN(MATCH-IDX).
           MOVE "Y" TO PT-TOUCHED(MATCH-IDX).
           PERFORM STAMP-LAST-RECEIPT.
           MOVE SM-CODE TO WS-LAYER-CODE.
           MOVE "KIT" TO WS-LAYER-SOURCE.
           MOVE SM-QTY TO WS-LAYER-QTY.
           COMPUTE WS-LAYER-COST ROUNDED = WS-KIT-COST / SM-QTY.
           PERFORM ADD-LAYER.
           COMPUTE PT-KIT-VALUE(MATCH-IDX) =
              PT-KIT-VALUE(MATCH-IDX) + SM-QTY * WS-LAYER-COST.
           MOVE SM-TO-LOC TO WS-LOT-LOC.
           MOVE "K" TO WS-LOT-TYPE.
           MOVE SM-REQUESTER TO WS-LOT-REF.
           PERFORM RECEIVE-INTO-LOT.

      * A short issue becomes a backorder instead of a plain reject
      * when the policy says so; the warehouse stops re-keying
                       FROM LT-QTY(LOC-MATCH-IDX)
                    ADD BOT-QTY(BO-IDX) TO PT-OUT(MATCH-IDX)
                    MOVE "F" TO BOT-STATUS(BO-IDX)
                    MOVE SM-CODE TO WS-LAYER-CODE
                    MOVE BOT-QTY(BO-IDX) TO WS-CONSUME-LEFT
                    MOVE PT-PRICE(MATCH-IDX) TO WS-FALLBACK-COST
                    PERFORM CONSUME-LAYERS
                    ADD WS-CONSUME-COST TO PT-ISS-VALUE(MATCH-IDX)
                    MOVE "B" TO WS-COGS-TYPE
                    MOVE LT-LOC(LOC-MATCH-IDX) TO WS-COGS-LOC
                    MOVE BOT-QTY(BO-IDX) TO WS-COGS-QTY
                    MOVE BOT-REQUESTER(BO-IDX) TO WS-COGS-REQUESTER
                    PERFORM WRITE-COGS
                    MOVE SM-CODE TO WS-LOT-CODE
                    MOVE LT-LOC(LOC-MATCH-IDX) TO WS-LOT-LOC
                    MOVE SPACES TO WS-LOT-TO-LOC
                    MOVE BOT-QTY(BO-IDX) TO WS-PICK-LEFT
                    MOVE "B" TO WS-LOT-TYPE
                    MOVE BOT-REQUESTER(BO-IDX) TO WS-LOT-REF
                    PERFORM PICK-LOTS
                    DISPLAY "BACKORDER FILLED " SM-CODE " QTY "
                       BOT-QTY(BO-IDX) " FOR "
                       BOT-REQUESTER(BO-IDX)
                  MOVE PT-PO-RECEIVED(PO-IDX)
                     TO PO-RECEIVED-DATE
                  MOVE PT-PO-STATUS(PO-IDX) TO PO-STATUS
                  MOVE PT-PO-PRICE(PO-IDX) TO PO-UNIT-PRICE
                  WRITE PO-RECORD
               END-PERFORM
               CLOSE PO-FILE
      * A receipt lands in its named location, creating the location
      * row the first time stock arrives there.
       APPLY-RECEIPT.
           IF SM-LOT NOT = SPACES AND LOT-COUNT >= 1000
              MOVE "LOT-FULL" TO SU-REASON-CODE
              PERFORM SUSPEND-MOVEMENT
              EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-LOCATION-ROW.
           IF LOC-MATCH-IDX = 0
              IF LOC-COUNT >= 300
           ADD SM-QTY TO PT-IN(MATCH-IDX).
           MOVE "Y" TO PT-TOUCHED(MATCH-IDX).
           PERFORM RELIEVE-QUOTED-PO.
           PERFORM ADD-RECEIPT-LAYER.
           MOVE SM-FROM-LOC TO WS-LOT-LOC.
           MOVE "R" TO WS-LOT-TYPE.
           MOVE SM-REQUESTER TO WS-LOT-REF.
           IF SM-PO IS NUMERIC AND SM-PO > 0
              MOVE SPACES TO WS-LOT-REF
              STRING "PO" DELIMITED BY SIZE
                     SM-PO DELIMITED BY SIZE
                 INTO WS-LOT-REF
              END-STRING
           END-IF.
           PERFORM RECEIVE-INTO-LOT.
           PERFORM STAMP-LAST-RECEIPT.
           PERFORM FILL-OPEN-BACKORDERS.
           ADD 1 TO APPLIED-COUNT.
           SUBTRACT SM-QTY FROM LT-QTY(LOC-MATCH-IDX).
           ADD SM-QTY TO PT-OUT(MATCH-IDX).
           MOVE "Y" TO PT-TOUCHED(MATCH-IDX).
           MOVE SM-CODE TO WS-LAYER-CODE.
           MOVE SM-QTY TO WS-CONSUME-LEFT.
           MOVE PT-PRICE(MATCH-IDX) TO WS-FALLBACK-COST.
           PERFORM CONSUME-LAYERS.
           ADD WS-CONSUME-COST TO PT-ISS-VALUE(MATCH-IDX).
           MOVE "I" TO WS-COGS-TYPE.
           MOVE SM-FROM-LOC TO WS-COGS-LOC.
           MOVE SM-QTY TO WS-COGS-QTY.
           MOVE SM-REQUESTER TO WS-COGS-REQUESTER.
           PERFORM WRITE-COGS.
           MOVE SM-CODE TO WS-LOT-CODE.
           MOVE SM-FROM-LOC TO WS-LOT-LOC.
           MOVE SPACES TO WS-LOT-TO-LOC.
           MOVE SM-QTY TO WS-PICK-LEFT.
           MOVE "I" TO WS-LOT-TYPE.
           MOVE SM-REQUESTER TO WS-LOT-REF.
           PERFORM PICK-LOTS.
           PERFORM STAMP-LAST-ISSUE.
           ADD 1 TO APPLIED-COUNT.

      * A return to vendor must give a known reason, a PO for the
      * product that has received at least what is going back, and
      * the date the goods came in on it; the stock must be at the
      * location, and on the lot when a lot is named.
       APPLY-VENDOR-RETURN.
           EVALUATE SM-REASON
              WHEN "DAMG"
              WHEN "WRNG"
              WHEN "QUAL"
              WHEN "OVER"
              WHEN "EXPD"
                 CONTINUE
              WHEN OTHER
                 MOVE "RTV-REASON" TO SU-REASON-CODE
                 PERFORM SUSPEND-MOVEMENT
                 EXIT PARAGRAPH
           END-EVALUATE.
           MOVE 0 TO PO-MATCH-IDX.
           IF SM-PO IS NUMERIC AND SM-PO > 0
              PERFORM VARYING PO-IDX FROM 1 BY 1
                      UNTIL PO-IDX > PO-COUNT
                 IF PT-PO-NUMBER(PO-IDX) = SM-PO
                    AND PT-PO-CODE(PO-IDX) = SM-CODE
                    MOVE PO-IDX TO PO-MATCH-IDX
                 END-IF
              END-PERFORM
           END-IF.
           IF PO-MATCH-IDX = 0
              MOVE "RTV-NO-PO" TO SU-REASON-CODE
              PERFORM SUSPEND-MOVEMENT
              EXIT PARAGRAPH
           END-IF.
           IF SM-RECEIPT-DATE IS NOT NUMERIC
              OR SM-RECEIPT-DATE < PT-PO-ORDERED(PO-MATCH-IDX)
              OR SM-RECEIPT-DATE > WS-RUN-DATE
              MOVE "RTV-RECEIPT" TO SU-REASON-CODE
              PERFORM SUSPEND-MOVEMENT
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RTV-RECEIVED =
              PT-PO-QTY(PO-MATCH-IDX) - PT-PO-OPEN(PO-MATCH-IDX)
              - PT-PO-RETURNED(PO-MATCH-IDX).
           IF SM-QTY > WS-RTV-RECEIVED
              MOVE "RTV-OVER" TO SU-REASON-CODE
              PERFORM SUSPEND-MOVEMENT
              EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-LOCATION-ROW.
           IF LOC-MATCH-IDX = 0
              MOVE "NO-LOCATION" TO SU-REASON-CODE
              PERFORM SUSPEND-MOVEMENT
              EXIT PARAGRAPH
           END-IF.
           IF LT-QTY(LOC-MATCH-IDX) < SM-QTY
              MOVE "INSUFFICIENT" TO SU-REASON-CODE
              PERFORM SUSPEND-MOVEMENT
              EXIT PARAGRAPH
           END-IF.
           IF SM-LOT NOT = SPACES
              MOVE 0 TO WS-LOT-HELD
              PERFORM VARYING LOT-IDX FROM 1 BY 1
                      UNTIL LOT-IDX > LOT-COUNT
                 IF LX-CODE(LOT-IDX) = SM-CODE
                    AND LX-LOC(LOT-IDX) = SM-FROM-LOC
                    AND LX-LOT(LOT-IDX) = SM-LOT
                    ADD LX-QTY(LOT-IDX) TO WS-LOT-HELD
                 END-IF
              END-PERFORM
              IF WS-LOT-HELD < SM-QTY
                 MOVE "LOT-SHORT" TO SU-REASON-CODE
                 PERFORM SUSPEND-MOVEMENT
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           SUBTRACT SM-QTY FROM LT-QTY(LOC-MATCH-IDX).
           ADD SM-QTY TO PT-OUT(MATCH-IDX).
           MOVE "Y" TO PT-TOUCHED(MATCH-IDX).
           ADD SM-QTY TO PT-PO-RETURNED(PO-MATCH-IDX).
           ADD 1 TO WS-LAST-RTV.

           MOVE SM-CODE TO WS-LAYER-CODE.
           MOVE SPACES TO WS-RTV-SOURCE.
           STRING "PO" DELIMITED BY SIZE
                  SM-PO DELIMITED BY SIZE
              INTO WS-RTV-SOURCE
           END-STRING.
           MOVE SM-QTY TO WS-CONSUME-LEFT.
           PERFORM CONSUME-PO-LAYERS.
           MOVE PT-PRICE(MATCH-IDX) TO WS-FALLBACK-COST.
           IF PT-PO-PRICE(PO-MATCH-IDX) IS NUMERIC
              AND PT-PO-PRICE(PO-MATCH-IDX) > 0
              MOVE PT-PO-PRICE(PO-MATCH-IDX) TO WS-FALLBACK-COST
           END-IF.
           PERFORM CONSUME-LAYERS.
           ADD WS-CONSUME-COST TO WS-RTV-COST.
           ADD WS-RTV-COST TO PT-RTV-VALUE(MATCH-IDX).

           MOVE SM-CODE TO WS-LOT-CODE.
           MOVE SM-FROM-LOC TO WS-LOT-LOC.
           MOVE SPACES TO WS-LOT-TO-LOC.
           MOVE SM-QTY TO WS-PICK-LEFT.
           MOVE "V" TO WS-LOT-TYPE.
           MOVE SPACES TO WS-LOT-REF.
           STRING "RTV" DELIMITED BY SIZE
                  WS-LAST-RTV DELIMITED BY SIZE
              INTO WS-LOT-REF
           END-STRING.
           MOVE SM-LOT TO WS-LOT-WANTED.
           PERFORM PICK-LOTS.
           MOVE SPACES TO WS-LOT-WANTED.

           PERFORM WRITE-VENDOR-CREDIT.
           ADD 1 TO APPLIED-COUNT.

      * The goods going back come off the layers their own PO
      * opened first, oldest first, so the return takes out what
      * the receipt put in; CONSUME-LAYERS takes any rest.
       CONSUME-PO-LAYERS.
           MOVE 0 TO WS-RTV-COST.
           PERFORM VARYING LAYER-IDX FROM 1 BY 1
                   UNTIL LAYER-IDX > LAYER-COUNT
                      OR WS-CONSUME-LEFT = 0
              IF LY-CODE(LAYER-IDX) = WS-LAYER-CODE
                 AND LY-SOURCE(LAYER-IDX) = WS-RTV-SOURCE
                 AND LY-QTY-LEFT(LAYER-IDX) > 0
                 IF LY-QTY-LEFT(LAYER-IDX) < WS-CONSUME-LEFT
                    MOVE LY-QTY-LEFT(LAYER-IDX) TO WS-TAKE
                 ELSE
                    MOVE WS-CONSUME-LEFT TO WS-TAKE
                 END-IF
                 SUBTRACT WS-TAKE FROM LY-QTY-LEFT(LAYER-IDX)
                 SUBTRACT WS-TAKE FROM WS-CONSUME-LEFT
                 COMPUTE WS-RTV-COST = WS-RTV-COST
                    + WS-TAKE * LY-UNIT-COST(LAYER-IDX)
              END-IF
           END-PERFORM.

      * The credit expected is what the PO charged for the goods;
      * the cost is what came off the layers, which
      * VENDOR-CREDIT-POST clears when the credit note arrives.
       WRITE-VENDOR-CREDIT.
           MOVE WS-LAST-RTV TO VC-RTV.
           MOVE PT-PO-VENDOR(PO-MATCH-IDX) TO VC-VENDOR.
           MOVE SM-PO TO VC-PO.
           MOVE SM-RECEIPT-DATE TO VC-RECEIPT-DATE.
           MOVE SM-CODE TO VC-CODE.
           MOVE SM-FROM-LOC TO VC-LOC.
           MOVE SM-QTY TO VC-QTY.
           MOVE SM-REASON TO VC-REASON.
           MOVE WS-RUN-DATE TO VC-RETURN-DATE.
           COMPUTE VC-AMOUNT = SM-QTY * WS-FALLBACK-COST.
           MOVE WS-RTV-COST TO VC-COST.
           MOVE "O" TO VC-STATUS.
           MOVE SPACES TO VC-NOTE.
           MOVE 0 TO VC-NOTE-DATE.
           MOVE 0 TO VC-NOTE-AMOUNT.
           WRITE VENDOR-CREDIT-RECORD.
           MOVE VC-AMOUNT TO WS-CREDIT-ED.
           DISPLAY "Return " WS-LAST-RTV " to vendor " VC-VENDOR
              " on PO " SM-PO " - credit due " WS-CREDIT-ED.

      * A transfer moves quantity from SM-FROM-LOC to SM-TO-LOC and
      * leaves the product's overall total untouched - no PT-IN or
      * PT-OUT, no REWRITE of the product record needed.
           SUBTRACT SM-QTY FROM LT-QTY(LOC-MATCH-IDX).
           PERFORM FIND-TRANSFER-TARGET.
           ADD SM-QTY TO LT-QTY(LOC-MATCH-IDX).
           MOVE SM-CODE TO WS-LOT-CODE.
           MOVE SM-FROM-LOC TO WS-LOT-LOC.
           MOVE SM-TO-LOC TO WS-LOT-TO-LOC.
           MOVE SM-QTY TO WS-PICK-LEFT.
           MOVE "T" TO WS-LOT-TYPE.
           MOVE SM-REQUESTER TO WS-LOT-REF.
           PERFORM PICK-LOTS.
           ADD 1 TO APPLIED-COUNT.

      * A transfer to a location row that doesn't exist yet needs a
               STOP RUN
           END-IF.
           OPEN OUTPUT REGISTER-FILE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           MOVE WS-RUN-TIME TO WS-RH-TIME.
           WRITE REGISTER-LINE FROM WS-REG-HEADER.

           PERFORM VARYING PROD-IDX FROM 1 BY 1
                   UNTIL PROD-IDX > PROD-COUNT
           MOVE PT-IN(PROD-IDX) TO WS-R-IN.
           MOVE PT-OUT(PROD-IDX) TO WS-R-OUT.
           MOVE WS-CLOSING-QTY TO WS-R-CLOSING.
           MOVE PT-RCV-VALUE(PROD-IDX) TO WS-R-RCV-VALUE.
           MOVE PT-ISS-VALUE(PROD-IDX) TO WS-R-ISS-VALUE.
           MOVE PT-KIT-VALUE(PROD-IDX) TO WS-R-KIT-VALUE.
           MOVE PT-CMP-VALUE(PROD-IDX) TO WS-R-CMP-VALUE.
           MOVE PT-ADJ-VALUE(PROD-IDX) TO WS-R-ADJ-VALUE.
           MOVE PT-OPN-VALUE(PROD-IDX) TO WS-R-OPN-VALUE.
           MOVE PT-RTV-VALUE(PROD-IDX) TO WS-R-RTV-VALUE.
           WRITE REGISTER-LINE FROM WS-REG-DETAIL.

      * prod.txt is the sequential companion that repricing, cycle
              WRITE LOCATION-RECORD
           END-PERFORM.
           CLOSE LOCATION-FILE.

       LOAD-COST-LAYERS.
           OPEN INPUT LAYER-FILE.
           IF LYR-FILE-STATUS NOT = "00"
               MOVE "Y" TO FILE-END
           ELSE
               MOVE "Y" TO WS-LAYERS-ON-FILE
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ LAYER-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF LAYER-COUNT >= 1000
                       DISPLAY "Cost layer table full"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO LAYER-COUNT
                    MOVE CL-CODE TO LY-CODE(LAYER-COUNT)
                    MOVE CL-DATE TO LY-DATE(LAYER-COUNT)
                    MOVE CL-SOURCE TO LY-SOURCE(LAYER-COUNT)
                    MOVE CL-QTY-IN TO LY-QTY-IN(LAYER-COUNT)
                    MOVE CL-QTY-LEFT TO LY-QTY-LEFT(LAYER-COUNT)
                    MOVE CL-UNIT-COST TO LY-UNIT-COST(LAYER-COUNT)
              END-READ
           END-PERFORM.
           IF LYR-FILE-STATUS = "00" OR LYR-FILE-STATUS = "10"
               CLOSE LAYER-FILE
           END-IF.
           MOVE "N" TO FILE-END.

      * The layers must cover exactly what is on hand before the
      * day's movements cost against them. Stock no layer covers
      * is layered at the product's price; layers beyond what is
      * on hand went in a count loss and are consumed as one.
       ALIGN-LAYERS-TO-STOCK.
           PERFORM VARYING PROD-IDX FROM 1 BY 1
                   UNTIL PROD-IDX > PROD-COUNT
              MOVE 0 TO WS-LAYER-TOTAL
              PERFORM VARYING LAYER-IDX FROM 1 BY 1
                      UNTIL LAYER-IDX > LAYER-COUNT
                 IF LY-CODE(LAYER-IDX) = PT-CODE(PROD-IDX)
                    ADD LY-QTY-LEFT(LAYER-IDX) TO WS-LAYER-TOTAL
                 END-IF
              END-PERFORM
              MOVE PT-CODE(PROD-IDX) TO WS-LAYER-CODE
              EVALUATE TRUE
                 WHEN WS-LAYER-TOTAL < PT-OPENING(PROD-IDX)
                    COMPUTE WS-LAYER-QTY =
                       PT-OPENING(PROD-IDX) - WS-LAYER-TOTAL
                    MOVE PT-PRICE(PROD-IDX) TO WS-LAYER-COST
                    IF WS-LAYERS-ON-FILE = "Y"
                       MOVE "COUNT" TO WS-LAYER-SOURCE
                       COMPUTE PT-ADJ-VALUE(PROD-IDX) =
                          PT-ADJ-VALUE(PROD-IDX)
                          + WS-LAYER-QTY * WS-LAYER-COST
                    ELSE
                       MOVE "OPENING" TO WS-LAYER-SOURCE
                       COMPUTE PT-OPN-VALUE(PROD-IDX) =
                          PT-OPN-VALUE(PROD-IDX)
                          + WS-LAYER-QTY * WS-LAYER-COST
                    END-IF
                    PERFORM ADD-LAYER
                 WHEN WS-LAYER-TOTAL > PT-OPENING(PROD-IDX)
                    COMPUTE WS-CONSUME-LEFT =
                       WS-LAYER-TOTAL - PT-OPENING(PROD-IDX)
                    MOVE WS-CONSUME-LEFT TO WS-COGS-QTY
                    MOVE PT-PRICE(PROD-IDX) TO WS-FALLBACK-COST
                    PERFORM CONSUME-LAYERS
                    SUBTRACT WS-CONSUME-COST
                       FROM PT-ADJ-VALUE(PROD-IDX)
                    MOVE "A" TO WS-COGS-TYPE
                    MOVE SPACES TO WS-COGS-LOC
                    MOVE "COUNT" TO WS-COGS-REQUESTER
                    PERFORM WRITE-COGS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.

      * A receipt is layered at the price on the PO it quotes; with
      * no PO, or a PO raised before prices were carried on it, the
      * product's own price is the best cost there is.
       ADD-RECEIPT-LAYER.
           MOVE SM-CODE TO WS-LAYER-CODE.
           MOVE "RECEIPT" TO WS-LAYER-SOURCE.
           MOVE SM-QTY TO WS-LAYER-QTY.
           MOVE PT-PRICE(MATCH-IDX) TO WS-LAYER-COST.
           IF SM-PO IS NUMERIC AND SM-PO > 0
              PERFORM VARYING PO-IDX FROM 1 BY 1
                      UNTIL PO-IDX > PO-COUNT
                 IF PT-PO-NUMBER(PO-IDX) = SM-PO
                    AND PT-PO-PRICE(PO-IDX) IS NUMERIC
                    AND PT-PO-PRICE(PO-IDX) > 0
                    MOVE PT-PO-PRICE(PO-IDX) TO WS-LAYER-COST
                    MOVE SPACES TO WS-LAYER-SOURCE
                    STRING "PO" DELIMITED BY SIZE
                           SM-PO DELIMITED BY SIZE
                       INTO WS-LAYER-SOURCE
                    END-STRING
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM ADD-LAYER.
           COMPUTE PT-RCV-VALUE(MATCH-IDX) =
              PT-RCV-VALUE(MATCH-IDX) + SM-QTY * WS-LAYER-COST.

       ADD-LAYER.
           IF LAYER-COUNT >= 1000
              DISPLAY "Cost layer table full at " WS-LAYER-CODE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO LAYER-COUNT.
           MOVE WS-LAYER-CODE TO LY-CODE(LAYER-COUNT).
           MOVE WS-RUN-DATE TO LY-DATE(LAYER-COUNT).
           MOVE WS-LAYER-SOURCE TO LY-SOURCE(LAYER-COUNT).
           MOVE WS-LAYER-QTY TO LY-QTY-IN(LAYER-COUNT).
           MOVE WS-LAYER-QTY TO LY-QTY-LEFT(LAYER-COUNT).
           MOVE WS-LAYER-COST TO LY-UNIT-COST(LAYER-COUNT).

      * Takes WS-CONSUME-LEFT of WS-LAYER-CODE from its oldest
      * layers and costs it in WS-CONSUME-COST; should the layers
      * run dry the rest is costed at WS-FALLBACK-COST.
       CONSUME-LAYERS.
           MOVE 0 TO WS-CONSUME-COST.
           PERFORM VARYING LAYER-IDX FROM 1 BY 1
                   UNTIL LAYER-IDX > LAYER-COUNT
                      OR WS-CONSUME-LEFT = 0
              IF LY-CODE(LAYER-IDX) = WS-LAYER-CODE
                 AND LY-QTY-LEFT(LAYER-IDX) > 0
                 IF LY-QTY-LEFT(LAYER-IDX) < WS-CONSUME-LEFT
                    MOVE LY-QTY-LEFT(LAYER-IDX) TO WS-TAKE
                 ELSE
                    MOVE WS-CONSUME-LEFT TO WS-TAKE
                 END-IF
                 SUBTRACT WS-TAKE FROM LY-QTY-LEFT(LAYER-IDX)
                 SUBTRACT WS-TAKE FROM WS-CONSUME-LEFT
                 COMPUTE WS-CONSUME-COST = WS-CONSUME-COST
                    + WS-TAKE * LY-UNIT-COST(LAYER-IDX)
              END-IF
           END-PERFORM.
           IF WS-CONSUME-LEFT > 0
              COMPUTE WS-CONSUME-COST = WS-CONSUME-COST
                 + WS-CONSUME-LEFT * WS-FALLBACK-COST
              MOVE 0 TO WS-CONSUME-LEFT
           END-IF.

      * Type I issue, B backorder fill, K kit component, A count
      * adjustment; the requester says who or what took the stock.
       WRITE-COGS.
           MOVE WS-RUN-DATE TO CG-DATE.
           MOVE WS-COGS-TYPE TO CG-TYPE.
           MOVE WS-LAYER-CODE TO CG-CODE.
           MOVE WS-COGS-LOC TO CG-LOC.
           MOVE WS-COGS-QTY TO CG-QTY.
           MOVE WS-CONSUME-COST TO CG-COST.
           MOVE WS-COGS-REQUESTER TO CG-REQUESTER.
           WRITE COGS-RECORD.

      * Used-up layers are dropped; cogs-register.txt keeps what
      * each one went to.
       REWRITE-COST-LAYERS.
           OPEN OUTPUT LAYER-FILE.
           PERFORM VARYING LAYER-IDX FROM 1 BY 1
                   UNTIL LAYER-IDX > LAYER-COUNT
              IF LY-QTY-LEFT(LAYER-IDX) > 0
                 MOVE LY-CODE(LAYER-IDX) TO CL-CODE
                 MOVE LY-DATE(LAYER-IDX) TO CL-DATE
                 MOVE LY-SOURCE(LAYER-IDX) TO CL-SOURCE
                 MOVE LY-QTY-IN(LAYER-IDX) TO CL-QTY-IN
                 MOVE LY-QTY-LEFT(LAYER-IDX) TO CL-QTY-LEFT
                 MOVE LY-UNIT-COST(LAYER-IDX) TO CL-UNIT-COST
                 WRITE LAYER-RECORD
              END-IF
           END-PERFORM.
           CLOSE LAYER-FILE.

       LOAD-LOTS.
           OPEN INPUT LOT-FILE.
           IF LOT-FILE-STATUS NOT = "00"
               MOVE "Y" TO FILE-END
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ LOT-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF LOT-COUNT >= 1000
                       DISPLAY "Lot table full"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO LOT-COUNT
                    MOVE LF-CODE TO LX-CODE(LOT-COUNT)
                    MOVE LF-LOC TO LX-LOC(LOT-COUNT)
                    MOVE LF-LOT TO LX-LOT(LOT-COUNT)
                    MOVE LF-EXPIRY TO LX-EXPIRY(LOT-COUNT)
                    MOVE LF-RECEIVED TO LX-RECEIVED(LOT-COUNT)
                    MOVE LF-QTY TO LX-QTY(LOT-COUNT)
              END-READ
           END-PERFORM.
           IF LOT-FILE-STATUS = "00" OR LOT-FILE-STATUS = "10"
               CLOSE LOT-FILE
           END-IF.
           MOVE "N" TO FILE-END.

      * Receipts and assembled kits that name a lot put the quantity
      * on it at WS-LOT-LOC; an expiry that is not a date means the
      * lot does not expire.
       RECEIVE-INTO-LOT.
           IF SM-LOT = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE SM-CODE TO WS-LOT-CODE.
           MOVE SPACES TO WS-LOT-TO-LOC.
           MOVE SM-LOT TO WS-LOT-NUMBER.
           MOVE 0 TO WS-LOT-EXPIRY.
           IF SM-EXPIRY IS NUMERIC
              MOVE SM-EXPIRY TO WS-LOT-EXPIRY
           END-IF.
           MOVE WS-RUN-DATE TO WS-LOT-RECEIVED.
           MOVE SM-QTY TO WS-LOT-QTY.
           PERFORM ADD-LOT-STOCK.
           PERFORM WRITE-LOT-HISTORY.

      * Adds WS-LOT-QTY of WS-LOT-NUMBER at WS-LOT-LOC, opening the
      * row if the lot is new there. The callers check for room
      * before anything moves; a transfer that finds the table full
      * leaves the quantity untracked at the target and says so.
       ADD-LOT-STOCK.
           MOVE 0 TO LOT-PICK-IDX.
           PERFORM VARYING LOT-IDX FROM 1 BY 1
                   UNTIL LOT-IDX > LOT-COUNT
              IF LX-CODE(LOT-IDX) = WS-LOT-CODE
                 AND LX-LOC(LOT-IDX) = WS-LOT-LOC
                 AND LX-LOT(LOT-IDX) = WS-LOT-NUMBER
                 MOVE LOT-IDX TO LOT-PICK-IDX
              END-IF
           END-PERFORM.
           IF LOT-PICK-IDX = 0
              IF LOT-COUNT >= 1000
                 DISPLAY "Lot table full - lot " WS-LOT-NUMBER
                    " of " WS-LOT-CODE " untracked at " WS-LOT-LOC
                 MOVE 4 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO LOT-COUNT
              MOVE LOT-COUNT TO LOT-PICK-IDX
              MOVE WS-LOT-CODE TO LX-CODE(LOT-COUNT)
              MOVE WS-LOT-LOC TO LX-LOC(LOT-COUNT)
              MOVE WS-LOT-NUMBER TO LX-LOT(LOT-COUNT)
              MOVE WS-LOT-EXPIRY TO LX-EXPIRY(LOT-COUNT)
              MOVE WS-LOT-RECEIVED TO LX-RECEIVED(LOT-COUNT)
              MOVE 0 TO LX-QTY(LOT-COUNT)
           END-IF.
           ADD WS-LOT-QTY TO LX-QTY(LOT-PICK-IDX).

      * Takes WS-PICK-LEFT of WS-LOT-CODE at WS-LOT-LOC from its
      * lots, earliest expiry first; a transfer (WS-LOT-TO-LOC set)
      * puts each lot quantity down again at the target. Whatever
      * the lots cannot cover was never received against a lot.
       PICK-LOTS.
           PERFORM UNTIL WS-PICK-LEFT = 0
              PERFORM FIND-EARLIEST-LOT
              IF LOT-PICK-IDX = 0
                 MOVE 0 TO WS-PICK-LEFT
              ELSE
                 IF LX-QTY(LOT-PICK-IDX) < WS-PICK-LEFT
                    MOVE LX-QTY(LOT-PICK-IDX) TO WS-LOT-QTY
                 ELSE
                    MOVE WS-PICK-LEFT TO WS-LOT-QTY
                 END-IF
                 SUBTRACT WS-LOT-QTY FROM LX-QTY(LOT-PICK-IDX)
                 SUBTRACT WS-LOT-QTY FROM WS-PICK-LEFT
                 MOVE LX-LOT(LOT-PICK-IDX) TO WS-LOT-NUMBER
                 MOVE LX-EXPIRY(LOT-PICK-IDX) TO WS-LOT-EXPIRY
                 MOVE LX-RECEIVED(LOT-PICK-IDX) TO WS-LOT-RECEIVED
                 PERFORM WRITE-LOT-HISTORY
                 IF WS-LOT-TO-LOC NOT = SPACES
                    MOVE WS-LOT-TO-LOC TO WS-LOT-LOC
                    PERFORM ADD-LOT-STOCK
                    MOVE SM-FROM-LOC TO WS-LOT-LOC
                 END-IF
              END-IF
           END-PERFORM.

       FIND-EARLIEST-LOT.
           MOVE 0 TO LOT-PICK-IDX.
           MOVE 99999999 TO WS-BEST-EXPIRY.
           PERFORM VARYING LOT-IDX FROM 1 BY 1
                   UNTIL LOT-IDX > LOT-COUNT
              IF LX-CODE(LOT-IDX) = WS-LOT-CODE
                 AND LX-LOC(LOT-IDX) = WS-LOT-LOC
                 AND LX-QTY(LOT-IDX) > 0
                 AND (WS-LOT-WANTED = SPACES
                      OR LX-LOT(LOT-IDX) = WS-LOT-WANTED)
                 MOVE LX-EXPIRY(LOT-IDX) TO WS-THIS-EXPIRY
                 IF WS-THIS-EXPIRY = 0
                    MOVE 99999999 TO WS-THIS-EXPIRY
                 END-IF
                 IF LOT-PICK-IDX = 0
                    OR WS-THIS-EXPIRY < WS-BEST-EXPIRY
                    MOVE LOT-IDX TO LOT-PICK-IDX
                    MOVE WS-THIS-EXPIRY TO WS-BEST-EXPIRY
                 END-IF
              END-IF
           END-PERFORM.

      * Type R receipt, I issue, B backorder fill, C kit component,
      * K kit assembled, T transfer (to LH-TO-LOC), V returned to
      * the vendor.
       WRITE-LOT-HISTORY.
           MOVE WS-RUN-DATE TO LH-DATE.
           MOVE WS-LOT-TYPE TO LH-TYPE.
           MOVE WS-LOT-CODE TO LH-CODE.
           MOVE WS-LOT-LOC TO LH-LOC.
           MOVE WS-LOT-TO-LOC TO LH-TO-LOC.
           MOVE WS-LOT-NUMBER TO LH-LOT.
           MOVE WS-LOT-EXPIRY TO LH-EXPIRY.
           MOVE WS-LOT-QTY TO LH-QTY.
           MOVE WS-LOT-REF TO LH-REFERENCE.
           WRITE LOT-HISTORY-RECORD.

      * Empty lots are dropped; lot-movements.txt keeps their story.
       REWRITE-LOTS.
           OPEN OUTPUT LOT-FILE.
           PERFORM VARYING LOT-IDX FROM 1 BY 1
                   UNTIL LOT-IDX > LOT-COUNT
              IF LX-QTY(LOT-IDX) > 0
                 MOVE LX-CODE(LOT-IDX) TO LF-CODE
                 MOVE LX-LOC(LOT-IDX) TO LF-LOC
                 MOVE LX-LOT(LOT-IDX) TO LF-LOT
                 MOVE LX-EXPIRY(LOT-IDX) TO LF-EXPIRY
                 MOVE LX-RECEIVED(LOT-IDX) TO LF-RECEIVED
                 MOVE LX-QTY(LOT-IDX) TO LF-QTY
                 WRITE LOT-RECORD
              END-IF
           END-PERFORM.
           CLOSE LOT-FILE.

      * Earlier returns count against what each PO received, and
      * carry the last return number forward.
       LOAD-VENDOR-RETURNS.
           OPEN INPUT VENDOR-CREDIT-FILE.
           IF VCR-FILE-STATUS NOT = "00"
               MOVE "Y" TO FILE-END
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ VENDOR-CREDIT-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF VC-RTV > WS-LAST-RTV
                       MOVE VC-RTV TO WS-LAST-RTV
                    END-IF
                    PERFORM VARYING PO-IDX FROM 1 BY 1
                            UNTIL PO-IDX > PO-COUNT
                       IF PT-PO-NUMBER(PO-IDX) = VC-PO
                          ADD VC-QTY TO PT-PO-RETURNED(PO-IDX)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM.
           IF VCR-FILE-STATUS = "00" OR VCR-FILE-STATUS = "10"
               CLOSE VENDOR-CREDIT-FILE
           END-IF.
           MOVE "N" TO FILE-END.
