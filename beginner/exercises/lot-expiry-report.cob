      * - Daily expiry alert over the lot stock STOCK-MOVEMENTS
      *   keeps in prod-lots.txt: first every lot already past its
      *   expiry date that is still on hand, then every lot that
      *   expires within the window, by product, location and lot,
      *   each valued at PD-UNIT-PRICE with section totals
      * - The window is a number of days in lot-expiry-window.dat,
      *   30 when the file is missing or not a number; a lot with
      *   no expiry date is never listed
      * - Return code 4 when anything expired is still on hand, so
      *   the job scheduler can raise it

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOT-EXPIRY-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO "beginner/exercises/prod.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FILE-STATUS.
           SELECT LOT-FILE
              ASSIGN TO "beginner/exercises/prod-lots.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOT-FILE-STATUS.
           SELECT WINDOW-FILE
              ASSIGN TO "beginner/exercises/lot-expiry-window.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WIN-FILE-STATUS.

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

       FD LOT-FILE.
       01 LOT-RECORD.
          05 LF-CODE PIC X(5).
          05 LF-LOC PIC X(3).
          05 LF-LOT PIC X(10).
          05 LF-EXPIRY PIC 9(8).
          05 LF-RECEIVED PIC 9(8).
          05 LF-QTY PIC 9(5).

       FD WINDOW-FILE.
       01 WINDOW-REC PIC X(3).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS PIC XX.
       01 LOT-FILE-STATUS PIC XX.
       01 WIN-FILE-STATUS PIC XX.
       01 FILE-END PIC X VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-WINDOW-DAYS PIC 9(3) VALUE 30.
       01 WS-WINDOW-END PIC 9(8).
       01 WS-DAYS-LEFT PIC S9(5).
       01 WS-DAYS-ED PIC -(4)9.
       01 WS-SECTION PIC X.
       01 WS-UNIT-PRICE PIC 9(5)V99.
       01 WS-LINE-VALUE PIC 9(9)V99.
       01 WS-SECTION-QTY PIC 9(7).
       01 WS-SECTION-VALUE PIC 9(9)V99.
       01 WS-SECTION-COUNT PIC 9(4).
       01 WS-EXPIRED-COUNT PIC 9(4) VALUE 0.
       01 WS-VALUE-ED PIC Z(8)9.99.

       01 PRD-COUNT PIC 9(3) VALUE 0.
       01 PRD-IDX PIC 9(3).
       01 PRD-TABLE.
          05 PRD-ENTRY OCCURS 200 TIMES.
             10 PRT-CODE PIC X(5).
             10 PRT-PRICE PIC 9(5)V99.

       01 LOT-COUNT PIC 9(4) VALUE 0.
       01 LOT-IDX PIC 9(4).
       01 LOT-TABLE.
          05 LOT-ENTRY OCCURS 1000 TIMES.
             10 LX-CODE PIC X(5).
             10 LX-LOC PIC X(3).
             10 LX-LOT PIC X(10).
             10 LX-EXPIRY PIC 9(8).
             10 LX-QTY PIC 9(5).

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BUSINESS-DATE"
              USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL.
           PERFORM LOAD-WINDOW.
           COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-WINDOW-DAYS).
           PERFORM LOAD-PRICES.
           PERFORM LOAD-LOTS.

           DISPLAY "LOT EXPIRY REPORT   RUN DATE " WS-RUN-DATE
              "   WINDOW " WS-WINDOW-DAYS " DAYS TO " WS-WINDOW-END.
           DISPLAY " ".
           DISPLAY "EXPIRED AND STILL ON HAND".
           MOVE "X" TO WS-SECTION.
           PERFORM PRINT-SECTION.
           MOVE WS-SECTION-COUNT TO WS-EXPIRED-COUNT.
           DISPLAY " ".
           DISPLAY "EXPIRING WITHIN " WS-WINDOW-DAYS " DAYS".
           MOVE "W" TO WS-SECTION.
           PERFORM PRINT-SECTION.

           IF WS-EXPIRED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-WINDOW.
           OPEN INPUT WINDOW-FILE.
           IF WIN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ WINDOW-FILE
              NOT AT END
                 IF WINDOW-REC IS NUMERIC
                    MOVE WINDOW-REC TO WS-WINDOW-DAYS
                 END-IF
           END-READ.
           CLOSE WINDOW-FILE.

       LOAD-PRICES.
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
                    IF PRD-COUNT < 200
                       ADD 1 TO PRD-COUNT
                       MOVE PD-CODE TO PRT-CODE(PRD-COUNT)
                       MOVE PD-UNIT-PRICE TO PRT-PRICE(PRD-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PRODUCT-FILE.
           MOVE "N" TO FILE-END.

       LOAD-LOTS.
           OPEN INPUT LOT-FILE.
           IF LOT-FILE-STATUS NOT = "00"
               DISPLAY "No lot stock on file"
               MOVE "Y" TO FILE-END
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ LOT-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF LOT-COUNT < 1000
                       ADD 1 TO LOT-COUNT
                       MOVE LF-CODE TO LX-CODE(LOT-COUNT)
                       MOVE LF-LOC TO LX-LOC(LOT-COUNT)
                       MOVE LF-LOT TO LX-LOT(LOT-COUNT)
                       MOVE LF-EXPIRY TO LX-EXPIRY(LOT-COUNT)
                       MOVE LF-QTY TO LX-QTY(LOT-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           IF LOT-FILE-STATUS = "00" OR LOT-FILE-STATUS = "10"
               CLOSE LOT-FILE
           END-IF.
           MOVE "N" TO FILE-END.

      * WS-SECTION X lists lots past expiry, W lots expiring from
      * the run date to the end of the window.
       PRINT-SECTION.
           DISPLAY "  CODE  LOC LOT        EXPIRY   DAYS   QTY"
              "         VALUE".
           MOVE 0 TO WS-SECTION-COUNT.
           MOVE 0 TO WS-SECTION-QTY.
           MOVE 0 TO WS-SECTION-VALUE.
           PERFORM VARYING LOT-IDX FROM 1 BY 1
                   UNTIL LOT-IDX > LOT-COUNT
              IF LX-EXPIRY(LOT-IDX) > 0 AND LX-QTY(LOT-IDX) > 0
                 IF (WS-SECTION = "X"
                     AND LX-EXPIRY(LOT-IDX) < WS-RUN-DATE)
                    OR (WS-SECTION = "W"
                     AND LX-EXPIRY(LOT-IDX) NOT < WS-RUN-DATE
                     AND LX-EXPIRY(LOT-IDX) NOT > WS-WINDOW-END)
                    PERFORM PRINT-LOT-LINE
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WS-SECTION-VALUE TO WS-VALUE-ED.
           DISPLAY "  LOTS " WS-SECTION-COUNT " QTY " WS-SECTION-QTY
              " VALUE " WS-VALUE-ED.

       PRINT-LOT-LINE.
           MOVE 0 TO WS-UNIT-PRICE.
           PERFORM VARYING PRD-IDX FROM 1 BY 1
                   UNTIL PRD-IDX > PRD-COUNT
              IF PRT-CODE(PRD-IDX) = LX-CODE(LOT-IDX)
                 MOVE PRT-PRICE(PRD-IDX) TO WS-UNIT-PRICE
              END-IF
           END-PERFORM.
           COMPUTE WS-DAYS-LEFT =
              FUNCTION INTEGER-OF-DATE(LX-EXPIRY(LOT-IDX))
              - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           MOVE WS-DAYS-LEFT TO WS-DAYS-ED.
           COMPUTE WS-LINE-VALUE = LX-QTY(LOT-IDX) * WS-UNIT-PRICE.
           MOVE WS-LINE-VALUE TO WS-VALUE-ED.
           DISPLAY "  " LX-CODE(LOT-IDX) " " LX-LOC(LOT-IDX) " "
              LX-LOT(LOT-IDX) " " LX-EXPIRY(LOT-IDX) " " WS-DAYS-ED
              " " LX-QTY(LOT-IDX) " " WS-VALUE-ED.
           ADD 1 TO WS-SECTION-COUNT.
           ADD LX-QTY(LOT-IDX) TO WS-SECTION-QTY.
           ADD WS-LINE-VALUE TO WS-SECTION-VALUE.
