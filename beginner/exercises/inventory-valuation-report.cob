      *   under its consolidated line, from the per-location stock
      *   records keyed by product and location
      * - Prints a total inventory valuation at the end
      * - valuation-basis.dat picks the basis: "L" values stock at
      *   its FIFO layered cost from cost-layers.txt - the newest
      *   layers, since issues consume the oldest first - with the
      *   unit column showing the resulting average cost; anything
      *   else (or no file) values at the current unit price. Stock
      *   no layer covers is valued at the unit price either way

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-VALUATION-REPORT.
               ASSIGN TO "beginner/exercises/prod-locations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOC-FILE-STATUS.
           SELECT BASIS-FILE
               ASSIGN TO "beginner/exercises/valuation-basis.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BAS-FILE-STATUS.
           SELECT LAYER-FILE
               ASSIGN TO "beginner/exercises/cost-layers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LYR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 PL-LOC PIC X(3).
          05 PL-QTY PIC 9(5).

       FD BASIS-FILE.
       01 BASIS-REC PIC X.

       FD LAYER-FILE.
       01 LAYER-RECORD.
          05 CL-CODE PIC X(5).
          05 CL-DATE PIC 9(8).
          05 CL-SOURCE PIC X(8).
          05 CL-QTY-IN PIC 9(5).
          05 CL-QTY-LEFT PIC 9(5).
          05 CL-UNIT-COST PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS PIC XX.
       01 LOC-FILE-STATUS PIC XX.
       01 FILE-END PIC X VALUE 'N'.
       01 BAS-FILE-STATUS PIC XX.
       01 LYR-FILE-STATUS PIC XX.
       01 WS-BASIS PIC X VALUE "P".

      * Cost layers in the order they were opened, oldest first.
       01 LAYER-COUNT PIC 9(4) VALUE 0.
       01 LAYER-IDX PIC 9(4).
       01 LAYER-TABLE.
          05 LAYER-ENTRY OCCURS 1000 TIMES.
             10 LY-CODE PIC X(5).
             10 LY-QTY-LEFT PIC 9(5).
             10 LY-UNIT-COST PIC 9(5)V99.
       01 WS-UNVALUED PIC 9(5).
       01 WS-TAKE PIC 9(5).
       01 WS-UNIT-COST PIC 9(5)V99.

      * Per-location stock held in a table so each product line can
      * print its location subtotals without re-reading the file.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM LOAD-LOCATION-TABLE.
           PERFORM LOAD-VALUATION-BASIS.
           OPEN INPUT PRODUCT-FILE.
           DISPLAY "CODE  NAME       DESC       QTY   PRICE    VALUE".
           PERFORM UNTIL FILE-END = "Y"
           END-IF.
           MOVE "N" TO FILE-END.

      * The basis switch, and under the layered basis the layers
      * themselves; with no layers on file every product simply
      * falls back to its unit price.
       LOAD-VALUATION-BASIS.
           OPEN INPUT BASIS-FILE.
           IF BAS-FILE-STATUS = "00"
               READ BASIS-FILE
                  NOT AT END
                     MOVE BASIS-REC TO WS-BASIS
               END-READ
               CLOSE BASIS-FILE
           END-IF.
           IF WS-BASIS NOT = "L"
               DISPLAY "VALUED AT CURRENT UNIT PRICE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "VALUED AT FIFO LAYERED COST".
           OPEN INPUT LAYER-FILE.
           IF LYR-FILE-STATUS NOT = "00"
               DISPLAY "No cost layers on file - unit price used"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ LAYER-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF LAYER-COUNT < 1000
                       ADD 1 TO LAYER-COUNT
                       MOVE CL-CODE TO LY-CODE(LAYER-COUNT)
                       MOVE CL-QTY-LEFT TO LY-QTY-LEFT(LAYER-COUNT)
                       MOVE CL-UNIT-COST
                          TO LY-UNIT-COST(LAYER-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LAYER-FILE.
           MOVE "N" TO FILE-END.

       PRINT-PRODUCT-LINE.
           IF WS-BASIS = "L"
              PERFORM VALUE-AT-LAYERED-COST
           ELSE
              COMPUTE PD-EXTENDED-VALUE =
                  PD-QTY-ON-HAND * PD-UNIT-PRICE
              MOVE PD-UNIT-PRICE TO WS-UNIT-COST
           END-IF.
           ADD PD-EXTENDED-VALUE TO TOTAL-VALUATION.
           MOVE PD-EXTENDED-VALUE TO PD-EXTENDED-VALUE-ED.
           DISPLAY PD-CODE " " PD-NAME " " PD-DESC " "
               PD-QTY-ON-HAND " " WS-UNIT-COST " "
               PD-EXTENDED-VALUE-ED.
           PERFORM PRINT-LOCATION-SUBTOTALS.

      * One subtotal line per location holding this product, valued
      * at the unit figure printed on the consolidated line above,
      * which is the sum across locations.
       PRINT-LOCATION-SUBTOTALS.
           PERFORM VARYING LOC-IDX FROM 1 BY 1
                   UNTIL LOC-IDX > LOC-COUNT
              IF LT-CODE(LOC-IDX) = PD-CODE
                 COMPUTE LOC-VALUE =
                    LT-QTY(LOC-IDX) * WS-UNIT-COST
                 MOVE LOC-VALUE TO LOC-VALUE-ED
                 DISPLAY "    LOC " LT-LOC(LOC-IDX) " "
                    LT-QTY(LOC-IDX) " " LOC-VALUE-ED
              END-IF
           END-PERFORM.

      * What is left of a product is what came in last, so the
      * on-hand quantity is valued from the newest layer backwards;
      * any quantity no layer covers is valued at the unit price.
       VALUE-AT-LAYERED-COST.
           MOVE 0 TO PD-EXTENDED-VALUE.
           MOVE PD-QTY-ON-HAND TO WS-UNVALUED.
           PERFORM VARYING LAYER-IDX FROM LAYER-COUNT BY -1
                   UNTIL LAYER-IDX < 1 OR WS-UNVALUED = 0
              IF LY-CODE(LAYER-IDX) = PD-CODE
                 IF LY-QTY-LEFT(LAYER-IDX) < WS-UNVALUED
                    MOVE LY-QTY-LEFT(LAYER-IDX) TO WS-TAKE
                 ELSE
                    MOVE WS-UNVALUED TO WS-TAKE
                 END-IF
                 SUBTRACT WS-TAKE FROM WS-UNVALUED
                 COMPUTE PD-EXTENDED-VALUE = PD-EXTENDED-VALUE
                    + WS-TAKE * LY-UNIT-COST(LAYER-IDX)
              END-IF
           END-PERFORM.
           COMPUTE PD-EXTENDED-VALUE = PD-EXTENDED-VALUE
              + WS-UNVALUED * PD-UNIT-PRICE.
           IF PD-QTY-ON-HAND > 0
              COMPUTE WS-UNIT-COST ROUNDED =
                 PD-EXTENDED-VALUE / PD-QTY-ON-HAND
           ELSE
              MOVE PD-UNIT-PRICE TO WS-UNIT-COST
           END-IF.
