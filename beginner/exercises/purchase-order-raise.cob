      *   can't be ordered twice while the first order is in transit
      * - STOCK-MOVEMENTS receipts quote the PO number and relieve
      *   the open quantity as goods arrive
      * - Each PO carries the unit price it was raised at, the
      *   price AP-INVOICE-MATCH holds the vendor's invoice to

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURCHASE-ORDER-RAISE.
          05 PO-ORDER-DATE PIC 9(8).
          05 PO-RECEIVED-DATE PIC 9(8).
          05 PO-STATUS PIC X.
          05 PO-UNIT-PRICE PIC 9(5)V99.

       FD COUNTER-FILE.
       01 COUNTER-REC PIC 9(5).
                  MOVE WS-RUN-DATE TO PO-ORDER-DATE
                  MOVE 0 TO PO-RECEIVED-DATE
                  MOVE "O" TO PO-STATUS
                  MOVE PD-UNIT-PRICE TO PO-UNIT-PRICE
                  WRITE PO-RECORD
                  DISPLAY "PO " PO-NUMBER " " PD-CODE " QTY "
                     PD-REORDER-QTY " VENDOR " PD-VENDOR-CODE
