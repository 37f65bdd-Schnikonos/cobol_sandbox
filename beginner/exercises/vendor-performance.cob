      * - One line per vendor: orders received, average actual days,
      *   promised days, and how many orders ran late - so
      *   purchasing can see who actually delivers
      * - Quality alongside lateness: every return to vendor on
      *   vendor-credits.txt counts against its vendor, with the
      *   quantity sent back as a percentage of all the quantity
      *   received on the vendor's POs, open or closed

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-PERFORMANCE.
              ASSIGN TO "beginner/exercises/vendors.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VEN-FILE-STATUS.
           SELECT VENDOR-CREDIT-FILE
              ASSIGN TO "beginner/exercises/vendor-credits.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VCR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 PO-ORDER-DATE PIC 9(8).
          05 PO-RECEIVED-DATE PIC 9(8).
          05 PO-STATUS PIC X.
          05 PO-UNIT-PRICE PIC 9(5)V99.

       FD VENDOR-FILE.
       01 VENDOR-RECORD.
          05 VN-NAME PIC X(15).
          05 VN-CONTACT PIC X(10).
          05 VN-LEAD-DAYS PIC 9(3).
          05 VN-TERMS-DAYS PIC 9(3).

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
       01 PO-FILE-STATUS PIC XX.
       01 VEN-FILE-STATUS PIC XX.
       01 VCR-FILE-STATUS PIC XX.
       01 FILE-END PIC X VALUE 'N'.

      * Per-vendor accumulators over the closed POs, and over
      * every PO's receipts and returns for the return rate.
       01 VEN-COUNT PIC 9(3) VALUE 0.
       01 VEN-IDX PIC 9(3).
       01 VEN-MATCH PIC 9(3).
             10 VP-ORDERS PIC 9(4).
             10 VP-TOTAL-DAYS PIC 9(6).
             10 VP-LATE PIC 9(4).
             10 VP-RECEIVED PIC 9(7).
             10 VP-RETURNS PIC 9(4).
             10 VP-RETURNED PIC 9(7).

       01 WS-ACTUAL-DAYS PIC S9(5).
       01 WS-AVG-DAYS PIC 9(4).
       01 WS-CLOSED-COUNT PIC 9(4) VALUE 0.
       01 WS-RETURN-PCT PIC 9(3)V9.
       01 WS-RETURN-PCT-ED PIC ZZ9.9.
       01 WS-RETURN-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN SECTION.
           END-IF.

           PERFORM MEASURE-CLOSED-POS.
           PERFORM COUNT-RETURNS.
           PERFORM PRINT-PERFORMANCE.
           DISPLAY "CLOSED ORDERS MEASURED: " WS-CLOSED-COUNT.
           DISPLAY "RETURNS TO VENDOR:      " WS-RETURN-COUNT.
           STOP RUN.

       LOAD-VENDORS.
                       MOVE 0 TO VP-ORDERS(VEN-COUNT)
                       MOVE 0 TO VP-TOTAL-DAYS(VEN-COUNT)
                       MOVE 0 TO VP-LATE(VEN-COUNT)
                       MOVE 0 TO VP-RECEIVED(VEN-COUNT)
                       MOVE 0 TO VP-RETURNS(VEN-COUNT)
                       MOVE 0 TO VP-RETURNED(VEN-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    PERFORM ADD-PO-RECEIPTS
                    IF PO-STATUS = "C"
                       AND PO-RECEIVED-DATE > 0
                       PERFORM MEASURE-ONE-PO
               ADD 1 TO WS-CLOSED-COUNT
           END-IF.

       ADD-PO-RECEIPTS.
           PERFORM VARYING VEN-IDX FROM 1 BY 1
                   UNTIL VEN-IDX > VEN-COUNT
              IF VP-CODE(VEN-IDX) = PO-VENDOR
                 AND PO-QTY > PO-OPEN-QTY
                 COMPUTE VP-RECEIVED(VEN-IDX) =
                    VP-RECEIVED(VEN-IDX) + PO-QTY - PO-OPEN-QTY
              END-IF
           END-PERFORM.

      * Every return counts, credited or still awaiting its note.
       COUNT-RETURNS.
           OPEN INPUT VENDOR-CREDIT-FILE.
           IF VCR-FILE-STATUS NOT = "00"
               MOVE "Y" TO FILE-END
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ VENDOR-CREDIT-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    PERFORM VARYING VEN-IDX FROM 1 BY 1
                            UNTIL VEN-IDX > VEN-COUNT
                       IF VP-CODE(VEN-IDX) = VC-VENDOR
                          ADD 1 TO VP-RETURNS(VEN-IDX)
                          ADD VC-QTY TO VP-RETURNED(VEN-IDX)
                       END-IF
                    END-PERFORM
                    ADD 1 TO WS-RETURN-COUNT
              END-READ
           END-PERFORM.
           IF VCR-FILE-STATUS = "00" OR VCR-FILE-STATUS = "10"
               CLOSE VENDOR-CREDIT-FILE
           END-IF.
           MOVE "N" TO FILE-END.

       PRINT-PERFORMANCE.
           DISPLAY "VENDOR DELIVERY PERFORMANCE".
           DISPLAY "---------------------------".
                 DISPLAY VP-CODE(VEN-IDX) " " VP-NAME(VEN-IDX)
                    " NO CLOSED ORDERS"
              END-IF
              MOVE 0 TO WS-RETURN-PCT
              IF VP-RECEIVED(VEN-IDX) > 0
                 COMPUTE WS-RETURN-PCT ROUNDED =
                    VP-RETURNED(VEN-IDX) * 100 / VP-RECEIVED(VEN-IDX)
              END-IF
              MOVE WS-RETURN-PCT TO WS-RETURN-PCT-ED
              DISPLAY "      RECEIVED " VP-RECEIVED(VEN-IDX)
                 " RETURNS " VP-RETURNS(VEN-IDX)
                 " QTY " VP-RETURNED(VEN-IDX)
                 " RETURNED " WS-RETURN-PCT-ED "%"
           END-PERFORM.
