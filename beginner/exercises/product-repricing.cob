      *   percentage change per product
      * - Carries unapplied future-dated changes forward for the
      *   next run, so next month's increase can be staged today
      * - Every change applied is kept on price-history.txt with the
      *   old and new price and the date it took effect, so
      *   SALES-INVOICING can bill a shipment at the price in force
      *   on the day it shipped

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCT-REPRICING.
               ASSIGN TO "beginner/exercises/repricing-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO "beginner/exercises/price-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(70).

       FD HISTORY-FILE.
       01 HISTORY-REC.
          05 PH-CODE PIC X(5).
          05 PH-OLD-PRICE PIC 9(5)V99.
          05 PH-NEW-PRICE PIC 9(5)V99.
          05 PH-EFF-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS PIC XX.
       01 CHG-FILE-STATUS PIC XX.
       01 AUD-FILE-STATUS PIC XX.
       01 HST-FILE-STATUS PIC XX.
       01 FILE-END PIC X VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
      * price; the audit line shows the move and its percentage.
       APPLY-EFFECTIVE-CHANGES.
           OPEN OUTPUT AUDIT-FILE.
           OPEN EXTEND HISTORY-FILE.
           IF HST-FILE-STATUS NOT = "00"
              OPEN OUTPUT HISTORY-FILE
           END-IF.
           PERFORM VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > CHG-COUNT
              IF CH-EFF-DATE(CHG-IDX) > WS-RUN-DATE
                 PERFORM APPLY-ONE-CHANGE
              END-IF
           END-PERFORM.
           CLOSE AUDIT-FILE HISTORY-FILE.

       APPLY-ONE-CHANGE.
           MOVE "N" TO WS-MATCH-FLAG.
                 MOVE CH-NEW-PRICE(CHG-IDX) TO RV-PRICE
                 MOVE WS-REC-VIEW TO PT-RECORD(PROD-IDX)
                 PERFORM WRITE-AUDIT-DETAIL
                 PERFORM WRITE-PRICE-HISTORY
              END-IF
           END-PERFORM.

           MOVE WS-PCT-CHANGE TO WS-A-PCT.
           WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.

       WRITE-PRICE-HISTORY.
           MOVE RV-CODE TO PH-CODE.
           MOVE WS-OLD-PRICE TO PH-OLD-PRICE.
           MOVE CH-NEW-PRICE(CHG-IDX) TO PH-NEW-PRICE.
           MOVE CH-EFF-DATE(CHG-IDX) TO PH-EFF-DATE.
           WRITE HISTORY-REC.

       REWRITE-PRODUCT-MASTER.
           OPEN OUTPUT PRODUCT-FILE.
           PERFORM VARYING PROD-IDX FROM 1 BY 1
