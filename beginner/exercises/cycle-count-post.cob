      *   the variances to PRODUCT-FILE, and prints a variance
      *   report valued at PD-UNIT-PRICE - so shrinkage finally
      *   shows up as a number
      * - Variances are valued the way the stock is, first-in
      *   first-out: a shortfall consumes the product's oldest cost
      *   layers (cost-layers.txt, kept by STOCK-MOVEMENTS) and is
      *   logged to cogs-register.txt as an adjustment, a surplus
      *   opens a COUNT layer at PD-UNIT-PRICE. Until the first
      *   STOCK-MOVEMENTS run has layered the stock there are no
      *   layers, and variances are valued at PD-UNIT-PRICE. The
      *   report heading carries the run's date and time, and the
      *   total line is what INVENTORY-GL-POST journals as shrinkage

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE-COUNT-POST.
               ASSIGN TO "beginner/exercises/cycle-variance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAR-FILE-STATUS.
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
       FD VARIANCE-FILE.
       01 VARIANCE-LINE PIC X(70).

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
       01 CNT-FILE-STATUS PIC XX.
       01 VAR-FILE-STATUS PIC XX.
       01 LYR-FILE-STATUS PIC XX.
       01 CGS-FILE-STATUS PIC XX.
       01 FILE-END PIC X VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-RUN-TIME PIC 9(8).

      * FIFO cost layers, oldest first, as STOCK-MOVEMENTS keeps
      * them; a shortfall takes from the front.
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
       01 WS-LAYERS-ON-FILE PIC X VALUE "N".
       01 WS-CONSUME-LEFT PIC 9(6).
       01 WS-TAKE PIC 9(5).
       01 WS-CONSUME-COST PIC 9(7)V99.

      * The product master held whole; counted products get their
      * quantity replaced and the master is rewritten once.
       01 PROD-COUNT PIC 9(3) VALUE 0.
          05 FILLER PIC X(7) VALUE " VALUE ".
          05 WS-V-VALUE PIC -(8)9.99.

       01 WS-VAR-HEADER.
          05 FILLER PIC X(32) VALUE "CYCLE COUNT VARIANCE REPORT".
          05 FILLER PIC X(4) VALUE "RUN ".
          05 WS-VH-DATE PIC 9(8).
          05 FILLER PIC X VALUE SPACE.
          05 WS-VH-TIME PIC 9(8).

       01 WS-VAR-TOTAL.
          05 FILLER PIC X(25) VALUE "TOTAL VARIANCE VALUE:    ".
          05 WS-T-VALUE PIC -(8)9.99.
       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BUSINESS-DATE"
              USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL.
           PERFORM LOAD-PRODUCT-MASTER.
           PERFORM LOAD-COST-LAYERS.
           PERFORM POST-COUNTS.
           PERFORM REWRITE-PRODUCT-MASTER.
           PERFORM REWRITE-COST-LAYERS.
           DISPLAY "Counts posted:   " COUNTED-COUNT.
           DISPLAY "Unknown codes:   " UNKNOWN-COUNT.
           IF UNKNOWN-COUNT > 0
               STOP RUN
           END-IF.
           OPEN OUTPUT VARIANCE-FILE.
           OPEN EXTEND COGS-FILE.
           IF CGS-FILE-STATUS NOT = "00"
               OPEN OUTPUT COGS-FILE
           END-IF.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-VH-DATE.
           MOVE WS-RUN-TIME TO WS-VH-TIME.
           WRITE VARIANCE-LINE FROM WS-VAR-HEADER.

           PERFORM UNTIL FILE-END = "Y"
              READ COUNTS-FILE

           MOVE WS-TOTAL-VARIANCE TO WS-T-VALUE.
           WRITE VARIANCE-LINE FROM WS-VAR-TOTAL.
           CLOSE COUNTS-FILE VARIANCE-FILE COGS-FILE.
           MOVE "N" TO FILE-END.

      * The counted quantity becomes the book quantity; the
      * variance line shows what moved and what it cost - at
      * layered cost once the product has layers, otherwise at
      * PD-UNIT-PRICE.
       POST-ONE-COUNT.
           MOVE 0 TO MATCH-IDX.
              COMPUTE WS-VARIANCE-QTY = CC-COUNTED - RV-QTY
              COMPUTE WS-VARIANCE-VALUE =
                 WS-VARIANCE-QTY * RV-PRICE
              PERFORM VALUE-AT-LAYERED-COST
              ADD WS-VARIANCE-VALUE TO WS-TOTAL-VARIANCE

              MOVE RV-CODE TO WS-V-CODE
              WRITE PRODUCT-RECORD
           END-PERFORM.
           CLOSE PRODUCT-FILE.

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

      * Before STOCK-MOVEMENTS has layered anything the variance
      * keeps its PD-UNIT-PRICE value and the first movements run
      * layers the counted quantity. Otherwise a shortfall is
      * costed off the oldest layers and a surplus becomes a COUNT
      * layer.
       VALUE-AT-LAYERED-COST.
           IF WS-LAYERS-ON-FILE = "N"
              EXIT PARAGRAPH
           END-IF.
           IF WS-VARIANCE-QTY < 0
              COMPUTE WS-CONSUME-LEFT = 0 - WS-VARIANCE-QTY
              PERFORM CONSUME-LAYERS
              COMPUTE WS-VARIANCE-VALUE = 0 - WS-CONSUME-COST
              MOVE WS-RUN-DATE TO CG-DATE
              MOVE "A" TO CG-TYPE
              MOVE RV-CODE TO CG-CODE
              MOVE SPACES TO CG-LOC
              COMPUTE CG-QTY = 0 - WS-VARIANCE-QTY
              MOVE WS-CONSUME-COST TO CG-COST
              MOVE "COUNT" TO CG-REQUESTER
              WRITE COGS-RECORD
           END-IF.
           IF WS-VARIANCE-QTY > 0
              IF LAYER-COUNT >= 1000
                 DISPLAY "Cost layer table full at " RV-CODE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO LAYER-COUNT
              MOVE RV-CODE TO LY-CODE(LAYER-COUNT)
              MOVE WS-RUN-DATE TO LY-DATE(LAYER-COUNT)
              MOVE "COUNT" TO LY-SOURCE(LAYER-COUNT)
              MOVE WS-VARIANCE-QTY TO LY-QTY-IN(LAYER-COUNT)
              MOVE WS-VARIANCE-QTY TO LY-QTY-LEFT(LAYER-COUNT)
              MOVE RV-PRICE TO LY-UNIT-COST(LAYER-COUNT)
           END-IF.

      * Takes WS-CONSUME-LEFT of RV-CODE from its oldest layers and
      * costs it in WS-CONSUME-COST; should the layers run dry the
      * rest is costed at PD-UNIT-PRICE.
       CONSUME-LAYERS.
           MOVE 0 TO WS-CONSUME-COST.
           PERFORM VARYING LAYER-IDX FROM 1 BY 1
                   UNTIL LAYER-IDX > LAYER-COUNT
                      OR WS-CONSUME-LEFT = 0
              IF LY-CODE(LAYER-IDX) = RV-CODE
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
                 + WS-CONSUME-LEFT * RV-PRICE
              MOVE 0 TO WS-CONSUME-LEFT
           END-IF.

      * Used-up layers are dropped, as STOCK-MOVEMENTS drops them.
       REWRITE-COST-LAYERS.
           IF WS-LAYERS-ON-FILE = "N"
              EXIT PARAGRAPH
           END-IF.
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
