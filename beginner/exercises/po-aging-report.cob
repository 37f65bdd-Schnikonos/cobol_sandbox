          05 PO-ORDER-DATE PIC 9(8).
          05 PO-RECEIVED-DATE PIC 9(8).
          05 PO-STATUS PIC X.
          05 PO-UNIT-PRICE PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01 PO-FILE-STATUS PIC XX.
