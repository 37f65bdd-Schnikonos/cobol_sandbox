      * - Proposes a new reorder point and reorder quantity for every
      *   product from what it has actually sold, instead of the
      *   figures keyed when the product was set up
      * - Demand is the issue history on cogs-register.txt (issues,
      *   backorder fills and kit components, each dated the day it
      *   went out), bucketed by day over a window of days ending on
      *   the business date; days with nothing issued count as zero
      * - Reorder point covers the vendor's lead time from
      *   vendors.txt: average daily demand times lead days, plus
      *   safety stock of the service factor times the daily
      *   standard deviation times the square root of lead days
      * - Reorder quantity is the economic order quantity from the
      *   annual demand, the cost of placing an order and the yearly
      *   cost of holding a unit (a percentage of its unit price)
      * - Window, service factor, order cost and holding percentage
      *   are read from reorder-parameters.dat; 90 days, 1.65, 50.00
      *   and 25.00 when the file is missing or a field is not a
      *   number
      * - Prints current against proposed for every product and
      *   writes the ones that would change to reorder-proposals.txt;
      *   nothing on the master changes here - REORDER-APPLY applies
      *   the proposals purchasing approves

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDER-RECALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO "beginner/exercises/prod.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FILE-STATUS.
           SELECT VENDOR-FILE
              ASSIGN TO "beginner/exercises/vendors.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VEN-FILE-STATUS.
           SELECT COGS-FILE
              ASSIGN TO "beginner/exercises/cogs-register.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CGS-FILE-STATUS.
           SELECT PARAMETER-FILE
              ASSIGN TO "beginner/exercises/reorder-parameters.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PRM-FILE-STATUS.
           SELECT PROPOSAL-FILE
              ASSIGN TO "beginner/exercises/reorder-proposals.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PRP-FILE-STATUS.

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

       FD VENDOR-FILE.
       01 VENDOR-RECORD.
          05 VN-CODE PIC X(5).
          05 VN-NAME PIC X(15).
          05 VN-CONTACT PIC X(10).
          05 VN-LEAD-DAYS PIC 9(3).
          05 VN-TERMS-DAYS PIC 9(3).

       FD COGS-FILE.
       01 COGS-REC.
          05 CG-DATE PIC 9(8).
          05 CG-TYPE PIC X.
          05 CG-CODE PIC X(5).
          05 CG-LOC PIC X(3).
          05 CG-QTY PIC 9(5).
          05 CG-COST PIC 9(7)V99.
          05 CG-REQUESTER PIC X(8).

       FD PARAMETER-FILE.
       01 PARAMETER-REC.
          05 RP-WINDOW-DAYS PIC 9(3).
          05 RP-SERVICE-FACTOR PIC 9V99.
          05 RP-ORDER-COST PIC 9(5)V99.
          05 RP-HOLDING-PCT PIC 9(2)V99.

       FD PROPOSAL-FILE.
       01 PROPOSAL-REC.
          05 RR-CODE PIC X(5).
          05 RR-RUN-DATE PIC 9(8).
          05 RR-CUR-POINT PIC 9(5).
          05 RR-CUR-QTY PIC 9(5).
          05 RR-NEW-POINT PIC 9(5).
          05 RR-NEW-QTY PIC 9(5).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS PIC XX.
       01 VEN-FILE-STATUS PIC XX.
       01 CGS-FILE-STATUS PIC XX.
       01 PRM-FILE-STATUS PIC XX.
       01 PRP-FILE-STATUS PIC XX.
       01 FILE-END PIC X VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-WINDOW-DAYS PIC 9(3) VALUE 90.
       01 WS-SERVICE-FACTOR PIC 9V99 VALUE 1.65.
       01 WS-ORDER-COST PIC 9(5)V99 VALUE 50.00.
       01 WS-HOLDING-PCT PIC 9(2)V99 VALUE 25.00.
       01 WS-RUN-DAY PIC 9(7).
       01 WS-FIRST-DAY PIC 9(7).
       01 WS-WINDOW-START PIC 9(8).
       01 WS-DAY-NO PIC S9(7).

       01 WS-DEMAND-TOTAL PIC 9(9).
       01 WS-DAILY-MEAN PIC 9(5)V9(4).
       01 WS-DAY-DIFF PIC S9(5)V9(4).
       01 WS-SUM-SQUARES PIC 9(13)V9(4).
       01 WS-VARIANCE PIC 9(11)V9(4).
       01 WS-DAILY-SD PIC 9(5)V9(4).
       01 WS-LEAD-DAYS PIC 9(3).
       01 WS-HOLDING-COST PIC 9(7)V9(4).
       01 WS-POINT-CALC PIC 9(9)V9(4).
       01 WS-QTY-CALC PIC 9(9)V9(4).
       01 WS-NEW-POINT PIC 9(9).
       01 WS-NEW-QTY PIC 9(9).
       01 WS-NOTE PIC X(12).

       01 WS-MEAN-ED PIC ZZZZ9.99.
       01 WS-SD-ED PIC ZZZZ9.99.
       01 WS-CUR-POINT-ED PIC ZZZZ9.
       01 WS-NEW-POINT-ED PIC ZZZZ9.
       01 WS-CUR-QTY-ED PIC ZZZZ9.
       01 WS-NEW-QTY-ED PIC ZZZZ9.
       01 PROPOSED-COUNT PIC 9(3) VALUE 0.
       01 UNCHANGED-COUNT PIC 9(3) VALUE 0.
       01 SKIPPED-COUNT PIC 9(3) VALUE 0.

       01 VEN-COUNT PIC 9(3) VALUE 0.
       01 VEN-IDX PIC 9(3).
       01 VEN-TABLE.
          05 VEN-ENTRY OCCURS 100 TIMES.
             10 VT-CODE PIC X(5).
             10 VT-LEAD-DAYS PIC 9(3).

      * One row per product with a bucket for every day of the
      * window, day 1 being the oldest.
       01 PRD-COUNT PIC 9(3) VALUE 0.
       01 PRD-IDX PIC 9(3).
       01 DAY-IDX PIC 9(3).
       01 PRD-TABLE.
          05 PRD-ENTRY OCCURS 200 TIMES.
             10 PRT-CODE PIC X(5).
             10 PRT-PRICE PIC 9(5)V99.
             10 PRT-POINT PIC 9(5).
             10 PRT-QTY PIC 9(5).
             10 PRT-VENDOR PIC X(5).
             10 PRT-DAY-QTY PIC 9(5) OCCURS 365 TIMES.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BUSINESS-DATE"
              USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL.
           PERFORM LOAD-PARAMETERS.
           COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-FIRST-DAY = WS-RUN-DAY - WS-WINDOW-DAYS + 1.
           COMPUTE WS-WINDOW-START =
              FUNCTION DATE-OF-INTEGER(WS-FIRST-DAY).
           PERFORM LOAD-VENDORS.
           PERFORM LOAD-PRODUCTS.
           PERFORM LOAD-DEMAND.

           DISPLAY "REORDER RECALCULATION   RUN DATE " WS-RUN-DATE.
           DISPLAY "DEMAND " WS-WINDOW-START " TO " WS-RUN-DATE
              " (" WS-WINDOW-DAYS " DAYS)   SERVICE FACTOR "
              WS-SERVICE-FACTOR.
           DISPLAY " ".
           DISPLAY "CODE  VENDOR LEAD  AVG/DAY  STD DEV"
              "  POINT   NEW    QTY   NEW".
           OPEN OUTPUT PROPOSAL-FILE.
           PERFORM VARYING PRD-IDX FROM 1 BY 1
                   UNTIL PRD-IDX > PRD-COUNT
              PERFORM PROPOSE-ONE-PRODUCT
           END-PERFORM.
           CLOSE PROPOSAL-FILE.

           DISPLAY " ".
           DISPLAY "Changes proposed:  " PROPOSED-COUNT.
           DISPLAY "Already right:     " UNCHANGED-COUNT.
           DISPLAY "Not recalculated:  " SKIPPED-COUNT.
           STOP RUN.

       LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF PRM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ PARAMETER-FILE
              NOT AT END
                 IF RP-WINDOW-DAYS IS NUMERIC
                    AND RP-WINDOW-DAYS > 0
                    AND RP-WINDOW-DAYS NOT > 365
                    MOVE RP-WINDOW-DAYS TO WS-WINDOW-DAYS
                 END-IF
                 IF RP-SERVICE-FACTOR IS NUMERIC
                    MOVE RP-SERVICE-FACTOR TO WS-SERVICE-FACTOR
                 END-IF
                 IF RP-ORDER-COST IS NUMERIC
                    MOVE RP-ORDER-COST TO WS-ORDER-COST
                 END-IF
                 IF RP-HOLDING-PCT IS NUMERIC
                    MOVE RP-HOLDING-PCT TO WS-HOLDING-PCT
                 END-IF
           END-READ.
           CLOSE PARAMETER-FILE.

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
                       MOVE VN-LEAD-DAYS TO VT-LEAD-DAYS(VEN-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           IF VEN-FILE-STATUS = "00" OR VEN-FILE-STATUS = "10"
               CLOSE VENDOR-FILE
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
                    IF PRD-COUNT >= 200
                       DISPLAY "Product table full"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO PRD-COUNT
                    MOVE PD-CODE TO PRT-CODE(PRD-COUNT)
                    MOVE PD-UNIT-PRICE TO PRT-PRICE(PRD-COUNT)
                    MOVE PD-REORDER-POINT TO PRT-POINT(PRD-COUNT)
                    MOVE PD-REORDER-QTY TO PRT-QTY(PRD-COUNT)
                    MOVE PD-VENDOR-CODE TO PRT-VENDOR(PRD-COUNT)
                    PERFORM VARYING DAY-IDX FROM 1 BY 1
                            UNTIL DAY-IDX > WS-WINDOW-DAYS
                       MOVE 0 TO PRT-DAY-QTY(PRD-COUNT, DAY-IDX)
                    END-PERFORM
              END-READ
           END-PERFORM.
           CLOSE PRODUCT-FILE.
           MOVE "N" TO FILE-END.

      * Only stock that went out to meet demand counts: issues (I),
      * backorder fills (B) and components consumed into kits (K).
      * Count adjustments (A) are shrinkage, not demand.
       LOAD-DEMAND.
           OPEN INPUT COGS-FILE.
           IF CGS-FILE-STATUS NOT = "00"
               DISPLAY "No issue history on file"
               MOVE "Y" TO FILE-END
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ COGS-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF CG-TYPE = "I" OR CG-TYPE = "B"
                       OR CG-TYPE = "K"
                       PERFORM ADD-ONE-ISSUE
                    END-IF
              END-READ
           END-PERFORM.
           IF CGS-FILE-STATUS = "00" OR CGS-FILE-STATUS = "10"
               CLOSE COGS-FILE
           END-IF.
           MOVE "N" TO FILE-END.

       ADD-ONE-ISSUE.
           IF CG-DATE < WS-WINDOW-START OR CG-DATE > WS-RUN-DATE
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DAY-NO =
              FUNCTION INTEGER-OF-DATE(CG-DATE) - WS-FIRST-DAY + 1.
           PERFORM VARYING PRD-IDX FROM 1 BY 1
                   UNTIL PRD-IDX > PRD-COUNT
              IF PRT-CODE(PRD-IDX) = CG-CODE
                 ADD CG-QTY TO PRT-DAY-QTY(PRD-IDX, WS-DAY-NO)
              END-IF
           END-PERFORM.

      * A product with no lead time to cover, or no issues in the
      * window, keeps its figures; one with no price keeps its
      * reorder quantity, as there is nothing to weigh holding cost
      * against.
       PROPOSE-ONE-PRODUCT.
           MOVE SPACES TO WS-NOTE.
           MOVE 0 TO WS-LEAD-DAYS.
           PERFORM VARYING VEN-IDX FROM 1 BY 1
                   UNTIL VEN-IDX > VEN-COUNT
              IF VT-CODE(VEN-IDX) = PRT-VENDOR(PRD-IDX)
                 MOVE VT-LEAD-DAYS(VEN-IDX) TO WS-LEAD-DAYS
              END-IF
           END-PERFORM.
           PERFORM MEASURE-DEMAND.
           MOVE PRT-POINT(PRD-IDX) TO WS-NEW-POINT.
           MOVE PRT-QTY(PRD-IDX) TO WS-NEW-QTY.

           IF WS-LEAD-DAYS = 0
              MOVE "NO LEAD TIME" TO WS-NOTE
           ELSE
              IF WS-DEMAND-TOTAL = 0
                 MOVE "NO DEMAND" TO WS-NOTE
              ELSE
                 PERFORM CALCULATE-NEW-FIGURES
              END-IF
           END-IF.

           MOVE WS-DAILY-MEAN TO WS-MEAN-ED.
           MOVE WS-DAILY-SD TO WS-SD-ED.
           MOVE PRT-POINT(PRD-IDX) TO WS-CUR-POINT-ED.
           MOVE WS-NEW-POINT TO WS-NEW-POINT-ED.
           MOVE PRT-QTY(PRD-IDX) TO WS-CUR-QTY-ED.
           MOVE WS-NEW-QTY TO WS-NEW-QTY-ED.
           DISPLAY PRT-CODE(PRD-IDX) " " PRT-VENDOR(PRD-IDX) "  "
              WS-LEAD-DAYS " " WS-MEAN-ED " " WS-SD-ED " "
              WS-CUR-POINT-ED " " WS-NEW-POINT-ED " "
              WS-CUR-QTY-ED " " WS-NEW-QTY-ED " " WS-NOTE.

           IF WS-NOTE NOT = SPACES
              ADD 1 TO SKIPPED-COUNT
              EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-POINT = PRT-POINT(PRD-IDX)
              AND WS-NEW-QTY = PRT-QTY(PRD-IDX)
              ADD 1 TO UNCHANGED-COUNT
              EXIT PARAGRAPH
           END-IF.
           MOVE PRT-CODE(PRD-IDX) TO RR-CODE.
           MOVE WS-RUN-DATE TO RR-RUN-DATE.
           MOVE PRT-POINT(PRD-IDX) TO RR-CUR-POINT.
           MOVE PRT-QTY(PRD-IDX) TO RR-CUR-QTY.
           MOVE WS-NEW-POINT TO RR-NEW-POINT.
           MOVE WS-NEW-QTY TO RR-NEW-QTY.
           WRITE PROPOSAL-REC.
           ADD 1 TO PROPOSED-COUNT.

      * Mean and standard deviation of the daily buckets, taken
      * over every day of the window.
       MEASURE-DEMAND.
           MOVE 0 TO WS-DEMAND-TOTAL.
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > WS-WINDOW-DAYS
              ADD PRT-DAY-QTY(PRD-IDX, DAY-IDX) TO WS-DEMAND-TOTAL
           END-PERFORM.
           COMPUTE WS-DAILY-MEAN ROUNDED =
              WS-DEMAND-TOTAL / WS-WINDOW-DAYS.
           MOVE 0 TO WS-SUM-SQUARES.
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > WS-WINDOW-DAYS
              COMPUTE WS-DAY-DIFF =
                 PRT-DAY-QTY(PRD-IDX, DAY-IDX) - WS-DAILY-MEAN
              COMPUTE WS-SUM-SQUARES =
                 WS-SUM-SQUARES + WS-DAY-DIFF * WS-DAY-DIFF
           END-PERFORM.
           COMPUTE WS-VARIANCE ROUNDED =
              WS-SUM-SQUARES / WS-WINDOW-DAYS.
           COMPUTE WS-DAILY-SD ROUNDED = FUNCTION SQRT(WS-VARIANCE).

      * Both figures are rounded up to whole units and held to what
      * the master's five digits carry.
       CALCULATE-NEW-FIGURES.
           COMPUTE WS-POINT-CALC =
              WS-DAILY-MEAN * WS-LEAD-DAYS
              + WS-SERVICE-FACTOR * WS-DAILY-SD
                * FUNCTION SQRT(WS-LEAD-DAYS).
           MOVE WS-POINT-CALC TO WS-NEW-POINT.
           IF WS-NEW-POINT < WS-POINT-CALC
              ADD 1 TO WS-NEW-POINT
           END-IF.
           IF WS-NEW-POINT > 99999
              MOVE 99999 TO WS-NEW-POINT
           END-IF.

           COMPUTE WS-HOLDING-COST =
              PRT-PRICE(PRD-IDX) * WS-HOLDING-PCT / 100.
           IF WS-HOLDING-COST = 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-QTY-CALC = FUNCTION SQRT(
              2 * WS-DAILY-MEAN * 365 * WS-ORDER-COST
              / WS-HOLDING-COST).
           MOVE WS-QTY-CALC TO WS-NEW-QTY.
           IF WS-NEW-QTY < WS-QTY-CALC
              ADD 1 TO WS-NEW-QTY
           END-IF.
           IF WS-NEW-QTY > 99999
              MOVE 99999 TO WS-NEW-QTY
           END-IF.
