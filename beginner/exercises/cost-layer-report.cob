      * - Cost layer detail for the auditors: for every product on
      *   prod.txt, each open FIFO layer in cost-layers.txt in the
      *   order it will be consumed (oldest first) - date opened,
      *   where it came from (PO number, RECEIPT, KIT or OPENING),
      *   quantity received, quantity left, unit cost and the value
      *   of what is left
      * - Each product closes with its layered quantity and value
      *   and the cost of goods sold charged against it to date from
      *   cogs-register.txt; a product whose layers do not add up to
      *   its quantity on hand is flagged, since the next
      *   STOCK-MOVEMENTS run will layer or consume the difference
      * - Grand totals of layered value and cost of goods sold

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COST-LAYER-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO "beginner/exercises/prod.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FILE-STATUS.
           SELECT LAYER-FILE
               ASSIGN TO "beginner/exercises/cost-layers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LYR-FILE-STATUS.
           SELECT COGS-FILE
               ASSIGN TO "beginner/exercises/cogs-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CGS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01 FILE-STATUS PIC XX.
       01 LYR-FILE-STATUS PIC XX.
       01 CGS-FILE-STATUS PIC XX.
       01 FILE-END PIC X VALUE 'N'.

      * Layers in file order, which is the order they are consumed.
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

      * Cost of goods sold to date, one row per product code.
       01 CGS-COUNT PIC 9(3) VALUE 0.
       01 CGS-IDX PIC 9(3).
       01 CGS-MATCH-IDX PIC 9(3).
       01 CGS-TABLE.
          05 CGS-ENTRY OCCURS 200 TIMES.
             10 CT-CODE PIC X(5).
             10 CT-QTY PIC 9(7).
             10 CT-COST PIC 9(9)V99.

       01 WS-LAYER-VALUE PIC 9(7)V99.
       01 WS-PROD-QTY PIC 9(7).
       01 WS-PROD-VALUE PIC 9(9)V99.
       01 WS-PROD-COGS PIC 9(9)V99.
       01 WS-TOTAL-VALUE PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-COGS PIC 9(9)V99 VALUE 0.
       01 MISMATCH-COUNT PIC 9(4) VALUE 0.
       01 WS-QTY-ED PIC Z(6)9.
       01 WS-AMOUNT-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-COST-ED PIC ZZ,ZZ9.99.

       01 WS-LAYER-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-L-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 WS-L-SOURCE PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 WS-L-QTY-IN PIC ZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-L-QTY-LEFT PIC ZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-L-COST PIC ZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-L-VALUE PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE 0 TO RETURN-CODE.
           PERFORM LOAD-COST-LAYERS.
           PERFORM LOAD-COGS-TOTALS.
           OPEN INPUT PRODUCT-FILE.
           IF FILE-STATUS NOT = "00"
               DISPLAY "Cannot open prod.txt, FS=" FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "FIFO COST LAYER DETAIL".
           PERFORM UNTIL FILE-END = "Y"
              READ PRODUCT-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    PERFORM PRINT-PRODUCT-LAYERS
              END-READ
           END-PERFORM.
           CLOSE PRODUCT-FILE.

           DISPLAY " ".
           MOVE WS-TOTAL-VALUE TO WS-AMOUNT-ED.
           DISPLAY "TOTAL LAYERED VALUE:      " WS-AMOUNT-ED.
           MOVE WS-TOTAL-COGS TO WS-AMOUNT-ED.
           DISPLAY "TOTAL COST OF GOODS SOLD: " WS-AMOUNT-ED.
           IF MISMATCH-COUNT > 0
               DISPLAY "Products with layers out of step with stock: "
                  MISMATCH-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-COST-LAYERS.
           OPEN INPUT LAYER-FILE.
           IF LYR-FILE-STATUS NOT = "00"
               MOVE "Y" TO FILE-END
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ LAYER-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF LAYER-COUNT < 1000
                       ADD 1 TO LAYER-COUNT
                       MOVE CL-CODE TO LY-CODE(LAYER-COUNT)
                       MOVE CL-DATE TO LY-DATE(LAYER-COUNT)
                       MOVE CL-SOURCE TO LY-SOURCE(LAYER-COUNT)
                       MOVE CL-QTY-IN TO LY-QTY-IN(LAYER-COUNT)
                       MOVE CL-QTY-LEFT TO LY-QTY-LEFT(LAYER-COUNT)
                       MOVE CL-UNIT-COST
                          TO LY-UNIT-COST(LAYER-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           IF LYR-FILE-STATUS = "00" OR LYR-FILE-STATUS = "10"
               CLOSE LAYER-FILE
           END-IF.
           MOVE "N" TO FILE-END.

       LOAD-COGS-TOTALS.
           OPEN INPUT COGS-FILE.
           IF CGS-FILE-STATUS NOT = "00"
               MOVE "Y" TO FILE-END
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ COGS-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    PERFORM ADD-ONE-COGS-ROW
              END-READ
           END-PERFORM.
           IF CGS-FILE-STATUS = "00" OR CGS-FILE-STATUS = "10"
               CLOSE COGS-FILE
           END-IF.
           MOVE "N" TO FILE-END.

       ADD-ONE-COGS-ROW.
           MOVE 0 TO CGS-MATCH-IDX.
           PERFORM VARYING CGS-IDX FROM 1 BY 1
                   UNTIL CGS-IDX > CGS-COUNT
              IF CT-CODE(CGS-IDX) = CG-CODE
                 MOVE CGS-IDX TO CGS-MATCH-IDX
              END-IF
           END-PERFORM.
           IF CGS-MATCH-IDX = 0
              IF CGS-COUNT >= 200
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO CGS-COUNT
              MOVE CGS-COUNT TO CGS-MATCH-IDX
              MOVE CG-CODE TO CT-CODE(CGS-COUNT)
              MOVE 0 TO CT-QTY(CGS-COUNT)
              MOVE 0 TO CT-COST(CGS-COUNT)
           END-IF.
           ADD CG-QTY TO CT-QTY(CGS-MATCH-IDX).
           ADD CG-COST TO CT-COST(CGS-MATCH-IDX).

       PRINT-PRODUCT-LAYERS.
           DISPLAY " ".
           DISPLAY PD-CODE " " PD-NAME " ON HAND " PD-QTY-ON-HAND.
           DISPLAY "    OPENED   SOURCE    QTY IN   LEFT  UNIT COST"
              "         VALUE".
           MOVE 0 TO WS-PROD-QTY.
           MOVE 0 TO WS-PROD-VALUE.
           PERFORM VARYING LAYER-IDX FROM 1 BY 1
                   UNTIL LAYER-IDX > LAYER-COUNT
              IF LY-CODE(LAYER-IDX) = PD-CODE
                 PERFORM PRINT-ONE-LAYER
              END-IF
           END-PERFORM.
           MOVE WS-PROD-QTY TO WS-QTY-ED.
           MOVE WS-PROD-VALUE TO WS-AMOUNT-ED.
           DISPLAY "  LAYERED QTY " WS-QTY-ED "  VALUE " WS-AMOUNT-ED.
           ADD WS-PROD-VALUE TO WS-TOTAL-VALUE.

           MOVE 0 TO WS-PROD-COGS.
           MOVE 0 TO WS-QTY-ED.
           PERFORM VARYING CGS-IDX FROM 1 BY 1
                   UNTIL CGS-IDX > CGS-COUNT
              IF CT-CODE(CGS-IDX) = PD-CODE
                 MOVE CT-COST(CGS-IDX) TO WS-PROD-COGS
                 MOVE CT-QTY(CGS-IDX) TO WS-QTY-ED
              END-IF
           END-PERFORM.
           MOVE WS-PROD-COGS TO WS-AMOUNT-ED.
           DISPLAY "  COGS QTY    " WS-QTY-ED "  COST  " WS-AMOUNT-ED.
           ADD WS-PROD-COGS TO WS-TOTAL-COGS.

           IF WS-PROD-QTY NOT = PD-QTY-ON-HAND
              DISPLAY "  ** LAYERS DO NOT MATCH QUANTITY ON HAND"
              ADD 1 TO MISMATCH-COUNT
           END-IF.

       PRINT-ONE-LAYER.
           COMPUTE WS-LAYER-VALUE =
              LY-QTY-LEFT(LAYER-IDX) * LY-UNIT-COST(LAYER-IDX).
           MOVE LY-DATE(LAYER-IDX) TO WS-L-DATE.
           MOVE LY-SOURCE(LAYER-IDX) TO WS-L-SOURCE.
           MOVE LY-QTY-IN(LAYER-IDX) TO WS-L-QTY-IN.
           MOVE LY-QTY-LEFT(LAYER-IDX) TO WS-L-QTY-LEFT.
           MOVE LY-UNIT-COST(LAYER-IDX) TO WS-L-COST.
           MOVE WS-LAYER-VALUE TO WS-L-VALUE.
           DISPLAY WS-LAYER-LINE.
           ADD LY-QTY-LEFT(LAYER-IDX) TO WS-PROD-QTY.
           ADD WS-LAYER-VALUE TO WS-PROD-VALUE.
