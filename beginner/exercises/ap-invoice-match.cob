      * - Three-way match of vendor invoices before anything is
      *   paid: each line on vendor-invoices.txt quotes the PO it
      *   bills, and is checked against that PO's vendor, product
      *   and unit price (PURCHASE-ORDER-RAISE) and against the
      *   quantity STOCK-MOVEMENTS has actually received on it,
      *   less what earlier invoices have already billed
      * - Consecutive lines with the same vendor and invoice number
      *   form one invoice; an invoice is approved only when every
      *   line matches within the tolerances in ap-tolerance.dat
      *   (price and quantity, each a percentage; 2% and 0% when
      *   there is no file)
      * - An invoice that fails is held, every line with its reason,
      *   on ap-held-invoices.txt for review. Held invoices are
      *   matched again each run, so one waiting on a receipt
      *   clears by itself once the goods arrive; one the reviewer
      *   accepts as billed is listed on ap-hold-releases.txt and
      *   posts on the next run. A new copy of a held invoice
      *   replaces the held one
      * - An invoice already on the AP register, or approved earlier
      *   in the same run, is a duplicate and is never posted twice
      * - Approved invoices go on the AP register (ap-invoices.txt,
      *   with the due date from the vendor's terms, and their lines
      *   on ap-invoice-lines.txt) and out as one balanced journal
      *   batch: for each invoice the debit account in
      *   ap-accounts.dat is debited and accounts payable credited

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-INVOICE-MATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-IN-FILE
              ASSIGN TO "beginner/exercises/vendor-invoices.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VIN-FILE-STATUS.
           SELECT HELD-FILE
              ASSIGN TO "beginner/exercises/ap-held-invoices.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HLD-FILE-STATUS.
           SELECT RELEASE-FILE
              ASSIGN TO "beginner/exercises/ap-hold-releases.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REL-FILE-STATUS.
           SELECT PO-FILE
              ASSIGN TO "beginner/exercises/purchase-orders.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PO-FILE-STATUS.
           SELECT VENDOR-FILE
              ASSIGN TO "beginner/exercises/vendors.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VEN-FILE-STATUS.
           SELECT TOLERANCE-FILE
              ASSIGN TO "beginner/exercises/ap-tolerance.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TOL-FILE-STATUS.
           SELECT AP-ACCOUNTS-FILE
              ASSIGN TO "beginner/exercises/ap-accounts.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AAC-FILE-STATUS.
           SELECT AP-REGISTER-FILE
              ASSIGN TO "beginner/exercises/ap-invoices.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS APR-FILE-STATUS.
           SELECT AP-LINE-FILE
              ASSIGN TO "beginner/exercises/ap-invoice-lines.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS APL-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INVOICE-IN-FILE.
       01 VENDOR-INVOICE-REC.
          05 VI-VENDOR PIC X(5).
          05 VI-INVOICE PIC X(10).
          05 VI-INV-DATE PIC 9(8).
          05 VI-PO PIC 9(5).
          05 VI-CODE PIC X(5).
          05 VI-QTY PIC 9(5).
          05 VI-PRICE PIC 9(5)V99.

       FD HELD-FILE.
       01 HELD-REC.
          05 VH-LINE PIC X(45).
          05 VH-REASON PIC X(12).

       FD RELEASE-FILE.
       01 RELEASE-REC.
          05 VR-VENDOR PIC X(5).
          05 VR-INVOICE PIC X(10).

       FD PO-FILE.
       01 PO-RECORD.
          05 PO-NUMBER PIC 9(5).
          05 PO-VENDOR PIC X(5).
          05 PO-CODE PIC X(5).
          05 PO-QTY PIC 9(5).
          05 PO-OPEN-QTY PIC 9(5).
          05 PO-ORDER-DATE PIC 9(8).
          05 PO-RECEIVED-DATE PIC 9(8).
          05 PO-STATUS PIC X.
          05 PO-UNIT-PRICE PIC 9(5)V99.

       FD VENDOR-FILE.
       01 VENDOR-RECORD.
          05 VN-CODE PIC X(5).
          05 VN-NAME PIC X(15).
          05 VN-CONTACT PIC X(10).
          05 VN-LEAD-DAYS PIC 9(3).
          05 VN-TERMS-DAYS PIC 9(3).

       FD TOLERANCE-FILE.
       01 TOLERANCE-REC.
          05 TL-PRICE-PCT PIC 9(2)V99.
          05 TL-QTY-PCT PIC 9(2)V99.

       FD AP-ACCOUNTS-FILE.
       01 AP-ACCOUNTS-REC.
          05 AA-DEBIT-ACCT PIC 9(4).
          05 AA-PAYABLE-ACCT PIC 9(4).

       FD AP-REGISTER-FILE.
       01 AP-REGISTER-REC.
          05 AP-VENDOR PIC X(5).
          05 AP-INVOICE PIC X(10).
          05 AP-INV-DATE PIC 9(8).
          05 AP-DUE-DATE PIC 9(8).
          05 AP-AMOUNT PIC 9(7)V99.
          05 AP-BATCH-ID PIC 9(7).
          05 AP-STATUS PIC X.

       FD AP-LINE-FILE.
       01 AP-LINE-REC.
          05 AL-VENDOR PIC X(5).
          05 AL-INVOICE PIC X(10).
          05 AL-PO PIC 9(5).
          05 AL-CODE PIC X(5).
          05 AL-QTY PIC 9(5).
          05 AL-PRICE PIC 9(5)V99.

       FD JOURNAL-FILE.
       01 JOURNAL-REC PIC X(16).

       WORKING-STORAGE SECTION.
       01 VIN-FILE-STATUS PIC XX.
       01 HLD-FILE-STATUS PIC XX.
       01 REL-FILE-STATUS PIC XX.
       01 PO-FILE-STATUS PIC XX.
       01 VEN-FILE-STATUS PIC XX.
       01 TOL-FILE-STATUS PIC XX.
       01 AAC-FILE-STATUS PIC XX.
       01 APR-FILE-STATUS PIC XX.
       01 APL-FILE-STATUS PIC XX.
       01 JNL-FILE-STATUS PIC XX.
       01 FILE-END PIC X VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-PRICE-PCT PIC 9(2)V99 VALUE 2.
       01 WS-QTY-PCT PIC 9(2)V99 VALUE 0.
       01 WS-DEBIT-ACCT PIC 9(4) VALUE 0.
       01 WS-PAYABLE-ACCT PIC 9(4) VALUE 0.
       01 WS-FOUND PIC X.
       01 WS-PRICE-DIFF PIC S9(5)V99.
       01 WS-PRICE-ALLOWED PIC 9(5)V9(4).
       01 WS-RECEIVED PIC 9(5).
       01 WS-QTY-ALLOWED PIC 9(6)V9(4).
       01 WS-QTY-BILLED PIC 9(6).
       01 WS-TERMS PIC 9(3).
       01 WS-LINE-AMOUNT PIC 9(7)V99.
       01 WS-TOTAL-POSTED PIC 9(9)V99 VALUE 0.
       01 WS-AMOUNT-ED PIC Z(8)9.99.
       01 APPROVED-COUNT PIC 9(3) VALUE 0.
       01 HELD-COUNT PIC 9(3) VALUE 0.
       01 RELEASED-COUNT PIC 9(3) VALUE 0.
       01 DUPLICATE-COUNT PIC 9(3) VALUE 0.

      * Every invoice line this run: new lines, then those still
      * held from earlier runs.
       01 LN-COUNT PIC 9(3) VALUE 0.
       01 LN-IDX PIC 9(3).
       01 LN-TABLE.
          05 LN-ENTRY OCCURS 500 TIMES.
             10 LN-DATA.
                15 LN-VENDOR PIC X(5).
                15 LN-INVOICE PIC X(10).
                15 LN-INV-DATE PIC 9(8).
                15 LN-PO PIC 9(5).
                15 LN-CODE PIC X(5).
                15 LN-QTY PIC 9(5).
                15 LN-PRICE PIC 9(5)V99.
             10 LN-REASON PIC X(12).
             10 LN-PO-IDX PIC 9(3).

      * The invoices those lines make up.
       01 IN-COUNT PIC 9(3) VALUE 0.
       01 IN-IDX PIC 9(3).
       01 IN-TABLE.
          05 IN-ENTRY OCCURS 300 TIMES.
             10 IN-VENDOR PIC X(5).
             10 IN-INVOICE PIC X(10).
             10 IN-INV-DATE PIC 9(8).
             10 IN-FIRST PIC 9(3).
             10 IN-LAST PIC 9(3).
             10 IN-AMOUNT PIC 9(7)V99.
             10 IN-DECISION PIC X.

       01 PO-COUNT PIC 9(3) VALUE 0.
       01 PO-IDX PIC 9(3).
       01 PO-TABLE.
          05 PO-ENTRY OCCURS 200 TIMES.
             10 PT-PO-NUMBER PIC 9(5).
             10 PT-PO-VENDOR PIC X(5).
             10 PT-PO-CODE PIC X(5).
             10 PT-PO-QTY PIC 9(5).
             10 PT-PO-OPEN PIC 9(5).
             10 PT-PO-PRICE PIC 9(5)V99.
             10 PT-PO-BILLED PIC 9(6).

       01 VEN-COUNT PIC 9(3) VALUE 0.
       01 VEN-IDX PIC 9(3).
       01 VEN-TABLE.
          05 VEN-ENTRY OCCURS 100 TIMES.
             10 VT-CODE PIC X(5).
             10 VT-TERMS PIC 9(3).

       01 REG-COUNT PIC 9(4) VALUE 0.
       01 REG-IDX PIC 9(4).
       01 REG-TABLE.
          05 REG-ENTRY OCCURS 2000 TIMES.
             10 RG-VENDOR PIC X(5).
             10 RG-INVOICE PIC X(10).

       01 REL-COUNT PIC 9(3) VALUE 0.
       01 REL-IDX PIC 9(3).
       01 REL-TABLE.
          05 REL-ENTRY OCCURS 100 TIMES.
             10 RT-VENDOR PIC X(5).
             10 RT-INVOICE PIC X(10).
             10 RT-USED PIC X.

      * Journal batch records, as TUITION-BILLING writes them.
       01 WS-JRNL-HEADER.
          05 JH-TYPE PIC X.
          05 JH-COUNT PIC 9(5).
          05 JH-NET PIC S9(7)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-JRNL-DETAIL.
          05 JT-TYPE PIC X.
          05 JT-ACCT PIC 9(4).
          05 JT-DC PIC X.
          05 JT-AMOUNT PIC 9(5)V99.
       01 WS-JRNL-PERIOD.
          05 JP-TYPE PIC X.
          05 JP-PERIOD PIC 9(6).
       01 WS-JRNL-BATCH.
          05 JB-TYPE PIC X.
          05 JB-BATCH-ID PIC 9(7).
          05 JB-OPERATOR PIC X(8).
       01 WS-JRNL-ENTITY.
          05 JE-TYPE PIC X VALUE "E".
          05 JE-ENTITY PIC X(3) VALUE "INV".

       01 WS-OPEN-PERIOD PIC 9(6).
       01 WS-OPEN-PD-STATUS PIC X.
       01 WS-DTL-COUNT PIC 9(5).
       01 WS-CHUNK-LEFT PIC 9(9)V99.
       01 WS-CHUNK PIC 9(5)V99.
       01 WS-CHUNKS PIC 9(3).

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BUSINESS-DATE"
              USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL.
           PERFORM LOAD-AP-ACCOUNTS.
           PERFORM LOAD-TOLERANCES.
           PERFORM LOAD-PURCHASE-ORDERS.
           PERFORM LOAD-VENDORS.
           PERFORM LOAD-AP-REGISTER.
           PERFORM LOAD-RELEASES.
           PERFORM LOAD-NEW-INVOICES.
           PERFORM LOAD-HELD-INVOICES.
           IF LN-COUNT = 0
               DISPLAY "No vendor invoices to match"
               STOP RUN
           END-IF.

           PERFORM GROUP-INVOICES.
           PERFORM VARYING IN-IDX FROM 1 BY 1
                   UNTIL IN-IDX > IN-COUNT
              PERFORM MATCH-ONE-INVOICE
           END-PERFORM.

           IF APPROVED-COUNT > 0
               PERFORM WRITE-AP-BATCH
               PERFORM WRITE-AP-REGISTER
           END-IF.
           PERFORM REWRITE-HELD-INVOICES.
           PERFORM REWRITE-RELEASES.

           DISPLAY "Invoices approved:    " APPROVED-COUNT.
           DISPLAY "  released by review: " RELEASED-COUNT.
           DISPLAY "Invoices held:        " HELD-COUNT.
           DISPLAY "Duplicates ignored:   " DUPLICATE-COUNT.
           MOVE WS-TOTAL-POSTED TO WS-AMOUNT-ED.
           DISPLAY "Posted to payables:   " WS-AMOUNT-ED.
           IF HELD-COUNT > 0 OR DUPLICATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-AP-ACCOUNTS.
           OPEN INPUT AP-ACCOUNTS-FILE.
           IF AAC-FILE-STATUS = "00"
              READ AP-ACCOUNTS-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE AA-DEBIT-ACCT TO WS-DEBIT-ACCT
                    MOVE AA-PAYABLE-ACCT TO WS-PAYABLE-ACCT
              END-READ
              CLOSE AP-ACCOUNTS-FILE
           END-IF.
           IF WS-DEBIT-ACCT = 0 OR WS-PAYABLE-ACCT = 0
               DISPLAY "No payables accounts on file - "
                  "invoices not matched"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-TOLERANCES.
           OPEN INPUT TOLERANCE-FILE.
           IF TOL-FILE-STATUS = "00"
              READ TOLERANCE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF TL-PRICE-PCT IS NUMERIC
                       MOVE TL-PRICE-PCT TO WS-PRICE-PCT
                    END-IF
                    IF TL-QTY-PCT IS NUMERIC
                       MOVE TL-QTY-PCT TO WS-QTY-PCT
                    END-IF
              END-READ
              CLOSE TOLERANCE-FILE
           END-IF.

       LOAD-PURCHASE-ORDERS.
           OPEN INPUT PO-FILE.
           IF PO-FILE-STATUS NOT = "00"
               DISPLAY "No purchase orders on file - "
                  "every invoice will be held"
               MOVE "Y" TO FILE-END
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ PO-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF PO-COUNT < 200
                       ADD 1 TO PO-COUNT
                       MOVE PO-NUMBER TO PT-PO-NUMBER(PO-COUNT)
                       MOVE PO-VENDOR TO PT-PO-VENDOR(PO-COUNT)
                       MOVE PO-CODE TO PT-PO-CODE(PO-COUNT)
                       MOVE PO-QTY TO PT-PO-QTY(PO-COUNT)
                       MOVE PO-OPEN-QTY TO PT-PO-OPEN(PO-COUNT)
                       MOVE PO-UNIT-PRICE TO PT-PO-PRICE(PO-COUNT)
                       MOVE 0 TO PT-PO-BILLED(PO-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           IF PO-FILE-STATUS = "00" OR PO-FILE-STATUS = "10"
               CLOSE PO-FILE
           END-IF.
           MOVE "N" TO FILE-END.

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
                       MOVE VN-TERMS-DAYS TO VT-TERMS(VEN-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           IF VEN-FILE-STATUS = "00" OR VEN-FILE-STATUS = "10"
               CLOSE VENDOR-FILE
           END-IF.
           MOVE "N" TO FILE-END.

      * Invoices already posted, for the duplicate check, and the
      * quantity already billed against each PO.
       LOAD-AP-REGISTER.
           OPEN INPUT AP-REGISTER-FILE.
           IF APR-FILE-STATUS NOT = "00"
               MOVE "Y" TO FILE-END
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ AP-REGISTER-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF REG-COUNT < 2000
                       ADD 1 TO REG-COUNT
                       MOVE AP-VENDOR TO RG-VENDOR(REG-COUNT)
                       MOVE AP-INVOICE TO RG-INVOICE(REG-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           IF APR-FILE-STATUS = "00" OR APR-FILE-STATUS = "10"
               CLOSE AP-REGISTER-FILE
           END-IF.
           MOVE "N" TO FILE-END.

           OPEN INPUT AP-LINE-FILE.
           IF APL-FILE-STATUS NOT = "00"
               MOVE "Y" TO FILE-END
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ AP-LINE-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    PERFORM VARYING PO-IDX FROM 1 BY 1
                            UNTIL PO-IDX > PO-COUNT
                       IF PT-PO-NUMBER(PO-IDX) = AL-PO
                          ADD AL-QTY TO PT-PO-BILLED(PO-IDX)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM.
           IF APL-FILE-STATUS = "00" OR APL-FILE-STATUS = "10"
               CLOSE AP-LINE-FILE
           END-IF.
           MOVE "N" TO FILE-END.

       LOAD-RELEASES.
           OPEN INPUT RELEASE-FILE.
           IF REL-FILE-STATUS NOT = "00"
               MOVE "Y" TO FILE-END
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ RELEASE-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF REL-COUNT < 100
                       ADD 1 TO REL-COUNT
                       MOVE VR-VENDOR TO RT-VENDOR(REL-COUNT)
                       MOVE VR-INVOICE TO RT-INVOICE(REL-COUNT)
                       MOVE "N" TO RT-USED(REL-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           IF REL-FILE-STATUS = "00" OR REL-FILE-STATUS = "10"
               CLOSE RELEASE-FILE
           END-IF.
           MOVE "N" TO FILE-END.

       LOAD-NEW-INVOICES.
           OPEN INPUT INVOICE-IN-FILE.
           IF VIN-FILE-STATUS NOT = "00"
               MOVE "Y" TO FILE-END
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ INVOICE-IN-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF LN-COUNT >= 500
                       DISPLAY "Invoice line table full"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO LN-COUNT
                    MOVE VENDOR-INVOICE-REC TO LN-DATA(LN-COUNT)
                    MOVE SPACES TO LN-REASON(LN-COUNT)
              END-READ
           END-PERFORM.
           IF VIN-FILE-STATUS = "00" OR VIN-FILE-STATUS = "10"
               CLOSE INVOICE-IN-FILE
           END-IF.
           MOVE "N" TO FILE-END.

      * A held invoice the vendor has since sent again is dropped;
      * the new copy is matched in its place.
       LOAD-HELD-INVOICES.
           OPEN INPUT HELD-FILE.
           IF HLD-FILE-STATUS NOT = "00"
               MOVE "Y" TO FILE-END
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ HELD-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    MOVE VH-LINE TO VENDOR-INVOICE-REC
                    MOVE "N" TO WS-FOUND
                    PERFORM VARYING LN-IDX FROM 1 BY 1
                            UNTIL LN-IDX > LN-COUNT
                       IF LN-VENDOR(LN-IDX) = VI-VENDOR
                          AND LN-INVOICE(LN-IDX) = VI-INVOICE
                          AND LN-REASON(LN-IDX) = SPACES
                          MOVE "Y" TO WS-FOUND
                       END-IF
                    END-PERFORM
                    IF WS-FOUND = "N"
                       IF LN-COUNT >= 500
                          DISPLAY "Invoice line table full"
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO LN-COUNT
                       MOVE VENDOR-INVOICE-REC TO LN-DATA(LN-COUNT)
                       MOVE "HELD" TO LN-REASON(LN-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           IF HLD-FILE-STATUS = "00" OR HLD-FILE-STATUS = "10"
               CLOSE HELD-FILE
           END-IF.
           MOVE "N" TO FILE-END.

      * A change of vendor or invoice number starts a new invoice.
       GROUP-INVOICES.
           PERFORM VARYING LN-IDX FROM 1 BY 1
                   UNTIL LN-IDX > LN-COUNT
              IF IN-COUNT = 0
                 OR LN-VENDOR(LN-IDX) NOT = IN-VENDOR(IN-COUNT)
                 OR LN-INVOICE(LN-IDX) NOT = IN-INVOICE(IN-COUNT)
                 IF IN-COUNT >= 300
                    DISPLAY "Invoice table full"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO IN-COUNT
                 MOVE LN-VENDOR(LN-IDX) TO IN-VENDOR(IN-COUNT)
                 MOVE LN-INVOICE(LN-IDX) TO IN-INVOICE(IN-COUNT)
                 MOVE LN-INV-DATE(LN-IDX) TO IN-INV-DATE(IN-COUNT)
                 MOVE LN-IDX TO IN-FIRST(IN-COUNT)
                 MOVE 0 TO IN-AMOUNT(IN-COUNT)
              END-IF
              MOVE LN-IDX TO IN-LAST(IN-COUNT)
           END-PERFORM.

      * Every line is checked so the reviewer sees all of an
      * invoice's problems at once; the quantity billed counts
      * against the PO only once the invoice is approved.
       MATCH-ONE-INVOICE.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REG-COUNT
              IF RG-VENDOR(REG-IDX) = IN-VENDOR(IN-IDX)
                 AND RG-INVOICE(REG-IDX) = IN-INVOICE(IN-IDX)
                 MOVE "Y" TO WS-FOUND
              END-IF
           END-PERFORM.
           IF WS-FOUND = "Y"
              DISPLAY "DUPLICATE " IN-VENDOR(IN-IDX) " INVOICE "
                 IN-INVOICE(IN-IDX) " already posted - ignored"
              MOVE "D" TO IN-DECISION(IN-IDX)
              ADD 1 TO DUPLICATE-COUNT
              EXIT PARAGRAPH
           END-IF.

           MOVE "A" TO IN-DECISION(IN-IDX).
           PERFORM VARYING LN-IDX FROM IN-FIRST(IN-IDX) BY 1
                   UNTIL LN-IDX > IN-LAST(IN-IDX)
              PERFORM MATCH-ONE-LINE
              IF LN-REASON(LN-IDX) NOT = SPACES
                 MOVE "H" TO IN-DECISION(IN-IDX)
              END-IF
              COMPUTE WS-LINE-AMOUNT =
                 LN-QTY(LN-IDX) * LN-PRICE(LN-IDX)
              ADD WS-LINE-AMOUNT TO IN-AMOUNT(IN-IDX)
           END-PERFORM.

           IF IN-DECISION(IN-IDX) = "H"
              PERFORM VARYING REL-IDX FROM 1 BY 1
                      UNTIL REL-IDX > REL-COUNT
                 IF RT-VENDOR(REL-IDX) = IN-VENDOR(IN-IDX)
                    AND RT-INVOICE(REL-IDX) = IN-INVOICE(IN-IDX)
                    MOVE "A" TO IN-DECISION(IN-IDX)
                    MOVE "Y" TO RT-USED(REL-IDX)
                 END-IF
              END-PERFORM
              IF IN-DECISION(IN-IDX) = "A"
                 ADD 1 TO RELEASED-COUNT
                 DISPLAY "RELEASED " IN-VENDOR(IN-IDX) " INVOICE "
                    IN-INVOICE(IN-IDX) " posted as billed"
              END-IF
           END-IF.

           IF IN-DECISION(IN-IDX) = "H"
              ADD 1 TO HELD-COUNT
              DISPLAY "HELD     " IN-VENDOR(IN-IDX) " INVOICE "
                 IN-INVOICE(IN-IDX)
              PERFORM VARYING LN-IDX FROM IN-FIRST(IN-IDX) BY 1
                      UNTIL LN-IDX > IN-LAST(IN-IDX)
                 IF LN-REASON(LN-IDX) NOT = SPACES
                    DISPLAY "         PO " LN-PO(LN-IDX) " "
                       LN-CODE(LN-IDX) " QTY " LN-QTY(LN-IDX)
                       " PRICE " LN-PRICE(LN-IDX) " "
                       LN-REASON(LN-IDX)
                 END-IF
              END-PERFORM
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO APPROVED-COUNT.
           ADD IN-AMOUNT(IN-IDX) TO WS-TOTAL-POSTED.
           IF REG-COUNT < 2000
              ADD 1 TO REG-COUNT
              MOVE IN-VENDOR(IN-IDX) TO RG-VENDOR(REG-COUNT)
              MOVE IN-INVOICE(IN-IDX) TO RG-INVOICE(REG-COUNT)
           END-IF.
           MOVE IN-AMOUNT(IN-IDX) TO WS-AMOUNT-ED.
           DISPLAY "APPROVED " IN-VENDOR(IN-IDX) " INVOICE "
              IN-INVOICE(IN-IDX) " " WS-AMOUNT-ED.
           PERFORM VARYING LN-IDX FROM IN-FIRST(IN-IDX) BY 1
                   UNTIL LN-IDX > IN-LAST(IN-IDX)
              IF LN-PO-IDX(LN-IDX) > 0
                 ADD LN-QTY(LN-IDX)
                    TO PT-PO-BILLED(LN-PO-IDX(LN-IDX))
              END-IF
           END-PERFORM.

      * The first check a line fails is its reason.
       MATCH-ONE-LINE.
           MOVE SPACES TO LN-REASON(LN-IDX).
           MOVE 0 TO LN-PO-IDX(LN-IDX).
           IF LN-QTY(LN-IDX) IS NOT NUMERIC OR LN-QTY(LN-IDX) = 0
              OR LN-PRICE(LN-IDX) IS NOT NUMERIC
              MOVE "BAD-LINE" TO LN-REASON(LN-IDX)
              MOVE 0 TO LN-QTY(LN-IDX)
              MOVE 0 TO LN-PRICE(LN-IDX)
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING PO-IDX FROM 1 BY 1
                   UNTIL PO-IDX > PO-COUNT
              IF PT-PO-NUMBER(PO-IDX) = LN-PO(LN-IDX)
                 MOVE PO-IDX TO LN-PO-IDX(LN-IDX)
              END-IF
           END-PERFORM.
           IF LN-PO-IDX(LN-IDX) = 0
              MOVE "NO-PO" TO LN-REASON(LN-IDX)
              EXIT PARAGRAPH
           END-IF.
           MOVE LN-PO-IDX(LN-IDX) TO PO-IDX.
           IF PT-PO-VENDOR(PO-IDX) NOT = LN-VENDOR(LN-IDX)
              MOVE "WRONG-VENDOR" TO LN-REASON(LN-IDX)
              EXIT PARAGRAPH
           END-IF.
           IF LN-CODE(LN-IDX) NOT = SPACES
              AND LN-CODE(LN-IDX) NOT = PT-PO-CODE(PO-IDX)
              MOVE "WRONG-ITEM" TO LN-REASON(LN-IDX)
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-PRICE-DIFF =
              LN-PRICE(LN-IDX) - PT-PO-PRICE(PO-IDX).
           IF WS-PRICE-DIFF < 0
              COMPUTE WS-PRICE-DIFF = 0 - WS-PRICE-DIFF
           END-IF.
           COMPUTE WS-PRICE-ALLOWED =
              PT-PO-PRICE(PO-IDX) * WS-PRICE-PCT / 100.
           IF WS-PRICE-DIFF > WS-PRICE-ALLOWED
              MOVE "PRICE" TO LN-REASON(LN-IDX)
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-RECEIVED =
              PT-PO-QTY(PO-IDX) - PT-PO-OPEN(PO-IDX).
           COMPUTE WS-QTY-ALLOWED =
              WS-RECEIVED + WS-RECEIVED * WS-QTY-PCT / 100.
           COMPUTE WS-QTY-BILLED =
              PT-PO-BILLED(PO-IDX) + LN-QTY(LN-IDX).
           IF WS-QTY-BILLED > WS-QTY-ALLOWED
              IF WS-RECEIVED = 0
                 MOVE "NOT-RECEIVED" TO LN-REASON(LN-IDX)
              ELSE
                 MOVE "QTY-OVER-REC" TO LN-REASON(LN-IDX)
              END-IF
           END-IF.

      * One balanced batch: for each approved invoice the debit
      * account debited and payables credited, chunked past a
      * detail's 9(5)V99, stamped with the open period.
       WRITE-AP-BATCH.
           MOVE 0 TO WS-DTL-COUNT.
           PERFORM VARYING IN-IDX FROM 1 BY 1
                   UNTIL IN-IDX > IN-COUNT
              IF IN-DECISION(IN-IDX) = "A"
                 COMPUTE WS-CHUNKS = FUNCTION INTEGER(
                    (IN-AMOUNT(IN-IDX) + 99999.98) / 99999.99)
                 COMPUTE WS-DTL-COUNT = WS-DTL-COUNT + WS-CHUNKS * 2
              END-IF
           END-PERFORM.

           OPEN EXTEND JOURNAL-FILE.
           IF JNL-FILE-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           CALL "GET-OPEN-PERIOD"
              USING WS-OPEN-PERIOD WS-OPEN-PD-STATUS
           END-CALL.
           MOVE "P" TO JP-TYPE.
           MOVE WS-OPEN-PERIOD TO JP-PERIOD.
           MOVE SPACES TO JOURNAL-REC.
           MOVE WS-JRNL-PERIOD TO JOURNAL-REC.
           WRITE JOURNAL-REC.
           CALL "NEXT-BATCH-ID" USING JB-BATCH-ID JB-OPERATOR
           END-CALL.
           MOVE "B" TO JB-TYPE.
           MOVE WS-JRNL-BATCH TO JOURNAL-REC.
           WRITE JOURNAL-REC.
           MOVE SPACES TO JOURNAL-REC.
           MOVE WS-JRNL-ENTITY TO JOURNAL-REC.
           WRITE JOURNAL-REC.
           MOVE "H" TO JH-TYPE.
           MOVE WS-DTL-COUNT TO JH-COUNT.
           MOVE 0 TO JH-NET.
           MOVE WS-JRNL-HEADER TO JOURNAL-REC.
           WRITE JOURNAL-REC.

           PERFORM VARYING IN-IDX FROM 1 BY 1
                   UNTIL IN-IDX > IN-COUNT
              IF IN-DECISION(IN-IDX) = "A"
                 MOVE IN-AMOUNT(IN-IDX) TO WS-CHUNK-LEFT
                 MOVE WS-DEBIT-ACCT TO JT-ACCT
                 MOVE "D" TO JT-DC
                 PERFORM WRITE-BATCH-CHUNKS
                 MOVE IN-AMOUNT(IN-IDX) TO WS-CHUNK-LEFT
                 MOVE WS-PAYABLE-ACCT TO JT-ACCT
                 MOVE "C" TO JT-DC
                 PERFORM WRITE-BATCH-CHUNKS
              END-IF
           END-PERFORM.
           CLOSE JOURNAL-FILE.
           DISPLAY "Payables batch written: " WS-DTL-COUNT
              " details".

       WRITE-BATCH-CHUNKS.
           PERFORM UNTIL WS-CHUNK-LEFT = 0
              IF WS-CHUNK-LEFT > 99999.99
                 MOVE 99999.99 TO WS-CHUNK
              ELSE
                 MOVE WS-CHUNK-LEFT TO WS-CHUNK
              END-IF
              SUBTRACT WS-CHUNK FROM WS-CHUNK-LEFT
              MOVE "D" TO JT-TYPE
              MOVE WS-CHUNK TO JT-AMOUNT
              MOVE WS-JRNL-DETAIL TO JOURNAL-REC
              WRITE JOURNAL-REC
           END-PERFORM.

      * Due date from the vendor's terms, 30 days when the vendor
      * has none; an invoice with no usable date is dated today.
       WRITE-AP-REGISTER.
           OPEN EXTEND AP-REGISTER-FILE.
           IF APR-FILE-STATUS NOT = "00"
               OPEN OUTPUT AP-REGISTER-FILE
           END-IF.
           OPEN EXTEND AP-LINE-FILE.
           IF APL-FILE-STATUS NOT = "00"
               OPEN OUTPUT AP-LINE-FILE
           END-IF.
           PERFORM VARYING IN-IDX FROM 1 BY 1
                   UNTIL IN-IDX > IN-COUNT
              IF IN-DECISION(IN-IDX) = "A"
                 PERFORM REGISTER-ONE-INVOICE
              END-IF
           END-PERFORM.
           CLOSE AP-REGISTER-FILE AP-LINE-FILE.

       REGISTER-ONE-INVOICE.
           MOVE 30 TO WS-TERMS.
           PERFORM VARYING VEN-IDX FROM 1 BY 1
                   UNTIL VEN-IDX > VEN-COUNT
              IF VT-CODE(VEN-IDX) = IN-VENDOR(IN-IDX)
                 AND VT-TERMS(VEN-IDX) IS NUMERIC
                 AND VT-TERMS(VEN-IDX) > 0
                 MOVE VT-TERMS(VEN-IDX) TO WS-TERMS
              END-IF
           END-PERFORM.
           IF IN-INV-DATE(IN-IDX) IS NOT NUMERIC
              OR IN-INV-DATE(IN-IDX) < 19000101
              OR IN-INV-DATE(IN-IDX) > WS-RUN-DATE
              MOVE WS-RUN-DATE TO IN-INV-DATE(IN-IDX)
           END-IF.
           MOVE IN-VENDOR(IN-IDX) TO AP-VENDOR.
           MOVE IN-INVOICE(IN-IDX) TO AP-INVOICE.
           MOVE IN-INV-DATE(IN-IDX) TO AP-INV-DATE.
           COMPUTE AP-DUE-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(IN-INV-DATE(IN-IDX))
              + WS-TERMS).
           MOVE IN-AMOUNT(IN-IDX) TO AP-AMOUNT.
           MOVE JB-BATCH-ID TO AP-BATCH-ID.
           MOVE "O" TO AP-STATUS.
           WRITE AP-REGISTER-REC.
           PERFORM VARYING LN-IDX FROM IN-FIRST(IN-IDX) BY 1
                   UNTIL LN-IDX > IN-LAST(IN-IDX)
              MOVE LN-VENDOR(LN-IDX) TO AL-VENDOR
              MOVE LN-INVOICE(LN-IDX) TO AL-INVOICE
              MOVE LN-PO(LN-IDX) TO AL-PO
              MOVE LN-CODE(LN-IDX) TO AL-CODE
              MOVE LN-QTY(LN-IDX) TO AL-QTY
              MOVE LN-PRICE(LN-IDX) TO AL-PRICE
              WRITE AP-LINE-REC
           END-PERFORM.

       REWRITE-HELD-INVOICES.
           OPEN OUTPUT HELD-FILE.
           PERFORM VARYING IN-IDX FROM 1 BY 1
                   UNTIL IN-IDX > IN-COUNT
              IF IN-DECISION(IN-IDX) = "H"
                 PERFORM VARYING LN-IDX FROM IN-FIRST(IN-IDX) BY 1
                         UNTIL LN-IDX > IN-LAST(IN-IDX)
                    MOVE LN-DATA(LN-IDX) TO VH-LINE
                    MOVE LN-REASON(LN-IDX) TO VH-REASON
                    WRITE HELD-REC
                 END-PERFORM
              END-IF
           END-PERFORM.
           CLOSE HELD-FILE.

      * A release is spent once its invoice posts; one for an
      * invoice not yet seen is kept for a later run.
       REWRITE-RELEASES.
           IF REL-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT RELEASE-FILE.
           PERFORM VARYING REL-IDX FROM 1 BY 1
                   UNTIL REL-IDX > REL-COUNT
              IF RT-USED(REL-IDX) = "N"
                 MOVE RT-VENDOR(REL-IDX) TO VR-VENDOR
                 MOVE RT-INVOICE(REL-IDX) TO VR-INVOICE
                 WRITE RELEASE-REC
              END-IF
           END-PERFORM.
           CLOSE RELEASE-FILE.
