      * - Clears returns to vendor when the vendor's credit note
      *   arrives: each line on vendor-credit-notes.txt quotes the
      *   return number STOCK-MOVEMENTS gave the return, and must
      *   come from that return's vendor while the return is still
      *   open on vendor-credits.txt
      * - A matched note closes the return (status C) with the note
      *   number, date and amount; a note for less than the credit
      *   expected at the PO price is flagged SHORT so purchasing
      *   can chase the rest
      * - Posted as one balanced journal batch: accounts payable
      *   (ap-accounts.dat) debited with the note, vendor credits
      *   due (the V rule's debit account in
      *   inventory-posting-rules.dat) credited with the stock cost
      *   the return took out, and any difference to the I rule's
      *   debit account, cost of goods sold
      * - A note that does not match is written with its reason to
      *   vendor-credit-rejects.txt and the run ends with return
      *   code 4

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-CREDIT-POST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTE-FILE
              ASSIGN TO "beginner/exercises/vendor-credit-notes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NOT-FILE-STATUS.
           SELECT VENDOR-CREDIT-FILE
              ASSIGN TO "beginner/exercises/vendor-credits.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VCR-FILE-STATUS.
           SELECT REJECT-FILE
              ASSIGN TO "beginner/exercises/vendor-credit-rejects.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REJ-FILE-STATUS.
           SELECT AP-ACCOUNTS-FILE
              ASSIGN TO "beginner/exercises/ap-accounts.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AAC-FILE-STATUS.
           SELECT RULES-FILE
              ASSIGN TO "beginner/exercises/inventory-posting-rules.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUL-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD NOTE-FILE.
       01 CREDIT-NOTE-REC.
          05 CN-VENDOR PIC X(5).
          05 CN-NOTE PIC X(10).
          05 CN-DATE PIC 9(8).
          05 CN-RTV PIC 9(5).
          05 CN-AMOUNT PIC 9(7)V99.

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

       FD REJECT-FILE.
       01 REJECT-REC.
          05 RJ-NOTE PIC X(37).
          05 RJ-FILLER PIC X.
          05 RJ-REASON PIC X(12).

       FD AP-ACCOUNTS-FILE.
       01 AP-ACCOUNTS-REC.
          05 AA-DEBIT-ACCT PIC 9(4).
          05 AA-PAYABLE-ACCT PIC 9(4).

       FD RULES-FILE.
       01 RULES-REC.
          05 PR-TYPE PIC X.
          05 PR-DEBIT PIC 9(4).
          05 PR-CREDIT PIC 9(4).

       FD JOURNAL-FILE.
       01 JOURNAL-REC PIC X(16).

       WORKING-STORAGE SECTION.
       01 NOT-FILE-STATUS PIC XX.
       01 VCR-FILE-STATUS PIC XX.
       01 REJ-FILE-STATUS PIC XX.
       01 AAC-FILE-STATUS PIC XX.
       01 RUL-FILE-STATUS PIC XX.
       01 JNL-FILE-STATUS PIC XX.
       01 FILE-END PIC X VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-PAYABLE-ACCT PIC 9(4) VALUE 0.
       01 WS-CREDITS-DUE-ACCT PIC 9(4) VALUE 0.
       01 WS-VARIANCE-ACCT PIC 9(4) VALUE 0.
       01 WS-FLAG PIC X(5).
       01 WS-NOTE-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-COST-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-VARIANCE PIC S9(9)V99.
       01 WS-AMOUNT-ED PIC Z(8)9.99.
       01 APPLIED-COUNT PIC 9(4) VALUE 0.
       01 REJECT-COUNT PIC 9(4) VALUE 0.

      * Every return on file, rewritten with the notes applied.
       01 VC-COUNT PIC 9(4) VALUE 0.
       01 VC-IDX PIC 9(4).
       01 VC-MATCH-IDX PIC 9(4).
       01 VC-TABLE.
          05 VC-ENTRY OCCURS 1000 TIMES.
             10 VT-DATA.
                15 VT-RTV PIC 9(5).
                15 VT-VENDOR PIC X(5).
                15 VT-PO PIC 9(5).
                15 VT-RECEIPT-DATE PIC 9(8).
                15 VT-CODE PIC X(5).
                15 VT-LOC PIC X(3).
                15 VT-QTY PIC 9(5).
                15 VT-REASON PIC X(4).
                15 VT-RETURN-DATE PIC 9(8).
                15 VT-AMOUNT PIC 9(7)V99.
                15 VT-COST PIC 9(7)V99.
                15 VT-STATUS PIC X.
                15 VT-NOTE PIC X(10).
                15 VT-NOTE-DATE PIC 9(8).
                15 VT-NOTE-AMOUNT PIC 9(7)V99.

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
       01 WS-VARIANCE-ABS PIC 9(9)V99.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BUSINESS-DATE"
              USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL.
           PERFORM LOAD-ACCOUNTS.
           PERFORM LOAD-VENDOR-CREDITS.

           OPEN INPUT NOTE-FILE.
           IF NOT-FILE-STATUS NOT = "00"
               DISPLAY "No vendor credit notes to post"
               STOP RUN
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           DISPLAY "VENDOR CREDIT NOTES " WS-RUN-DATE.
           DISPLAY "  RTV   VENDOR NOTE       PO    CODE       "
              "EXPECTED      CREDITED".
           PERFORM UNTIL FILE-END = "Y"
              READ NOTE-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    PERFORM APPLY-ONE-NOTE
              END-READ
           END-PERFORM.
           CLOSE NOTE-FILE REJECT-FILE.

           IF APPLIED-COUNT > 0
               PERFORM WRITE-CREDIT-BATCH
               PERFORM REWRITE-VENDOR-CREDITS
           END-IF.
           DISPLAY "Credit notes applied:  " APPLIED-COUNT.
           DISPLAY "Credit notes rejected: " REJECT-COUNT.
           MOVE WS-NOTE-TOTAL TO WS-AMOUNT-ED.
           DISPLAY "Credited by vendors:   " WS-AMOUNT-ED.
           IF REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Payables from the AP accounts, the credits-due account from
      * the V rule and the variance account from the I rule.
       LOAD-ACCOUNTS.
           OPEN INPUT AP-ACCOUNTS-FILE.
           IF AAC-FILE-STATUS = "00"
              READ AP-ACCOUNTS-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE AA-PAYABLE-ACCT TO WS-PAYABLE-ACCT
              END-READ
              CLOSE AP-ACCOUNTS-FILE
           END-IF.
           OPEN INPUT RULES-FILE.
           IF RUL-FILE-STATUS NOT = "00"
               MOVE "Y" TO FILE-END
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ RULES-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF PR-TYPE = "V" AND PR-DEBIT IS NUMERIC
                       MOVE PR-DEBIT TO WS-CREDITS-DUE-ACCT
                    END-IF
                    IF PR-TYPE = "I" AND PR-DEBIT IS NUMERIC
                       MOVE PR-DEBIT TO WS-VARIANCE-ACCT
                    END-IF
              END-READ
           END-PERFORM.
           IF RUL-FILE-STATUS = "00" OR RUL-FILE-STATUS = "10"
               CLOSE RULES-FILE
           END-IF.
           MOVE "N" TO FILE-END.
           IF WS-PAYABLE-ACCT = 0 OR WS-CREDITS-DUE-ACCT = 0
              OR WS-VARIANCE-ACCT = 0
               DISPLAY "Payables, credits due or cost of goods sold "
                  "account missing - credit notes not posted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-VENDOR-CREDITS.
           OPEN INPUT VENDOR-CREDIT-FILE.
           IF VCR-FILE-STATUS NOT = "00"
               MOVE "Y" TO FILE-END
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ VENDOR-CREDIT-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF VC-COUNT >= 1000
                       DISPLAY "Vendor credit table full"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO VC-COUNT
                    MOVE VENDOR-CREDIT-RECORD TO VT-DATA(VC-COUNT)
              END-READ
           END-PERFORM.
           IF VCR-FILE-STATUS = "00" OR VCR-FILE-STATUS = "10"
               CLOSE VENDOR-CREDIT-FILE
           END-IF.
           MOVE "N" TO FILE-END.

       APPLY-ONE-NOTE.
           MOVE 0 TO VC-MATCH-IDX.
           PERFORM VARYING VC-IDX FROM 1 BY 1
                   UNTIL VC-IDX > VC-COUNT
              IF VT-RTV(VC-IDX) = CN-RTV
                 MOVE VC-IDX TO VC-MATCH-IDX
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN VC-MATCH-IDX = 0
                 MOVE "NO-RETURN" TO RJ-REASON
                 PERFORM REJECT-NOTE
              WHEN VT-VENDOR(VC-MATCH-IDX) NOT = CN-VENDOR
                 MOVE "WRONG-VENDOR" TO RJ-REASON
                 PERFORM REJECT-NOTE
              WHEN VT-STATUS(VC-MATCH-IDX) NOT = "O"
                 MOVE "CREDITED" TO RJ-REASON
                 PERFORM REJECT-NOTE
              WHEN CN-AMOUNT IS NOT NUMERIC OR CN-AMOUNT = 0
                 MOVE "BAD-AMOUNT" TO RJ-REASON
                 PERFORM REJECT-NOTE
              WHEN OTHER
                 PERFORM CLOSE-RETURN
           END-EVALUATE.

       CLOSE-RETURN.
           MOVE "C" TO VT-STATUS(VC-MATCH-IDX).
           MOVE CN-NOTE TO VT-NOTE(VC-MATCH-IDX).
           MOVE CN-DATE TO VT-NOTE-DATE(VC-MATCH-IDX).
           IF CN-DATE IS NOT NUMERIC OR CN-DATE = 0
              MOVE WS-RUN-DATE TO VT-NOTE-DATE(VC-MATCH-IDX)
           END-IF.
           MOVE CN-AMOUNT TO VT-NOTE-AMOUNT(VC-MATCH-IDX).
           ADD CN-AMOUNT TO WS-NOTE-TOTAL.
           ADD VT-COST(VC-MATCH-IDX) TO WS-COST-TOTAL.
           MOVE SPACES TO WS-FLAG.
           IF CN-AMOUNT < VT-AMOUNT(VC-MATCH-IDX)
              MOVE "SHORT" TO WS-FLAG
           END-IF.
           MOVE VT-AMOUNT(VC-MATCH-IDX) TO WS-AMOUNT-ED.
           DISPLAY "  " CN-RTV " " CN-VENDOR "  " CN-NOTE " "
              VT-PO(VC-MATCH-IDX) " " VT-CODE(VC-MATCH-IDX) " "
              WS-AMOUNT-ED WITH NO ADVANCING.
           MOVE CN-AMOUNT TO WS-AMOUNT-ED.
           DISPLAY " " WS-AMOUNT-ED " " WS-FLAG.
           ADD 1 TO APPLIED-COUNT.

       REJECT-NOTE.
           MOVE CREDIT-NOTE-REC TO RJ-NOTE.
           MOVE SPACE TO RJ-FILLER.
           WRITE REJECT-REC.
           DISPLAY "  Credit note " CN-VENDOR " " CN-NOTE
              " rejected: " RJ-REASON.
           ADD 1 TO REJECT-COUNT.

      * Payables debited with what the vendors credited, credits
      * due relieved of the stock cost the returns took out, and
      * the difference either way to cost of goods sold.
       WRITE-CREDIT-BATCH.
           COMPUTE WS-VARIANCE = WS-NOTE-TOTAL - WS-COST-TOTAL.
           IF WS-VARIANCE < 0
              COMPUTE WS-VARIANCE-ABS = 0 - WS-VARIANCE
           ELSE
              MOVE WS-VARIANCE TO WS-VARIANCE-ABS
           END-IF.
           COMPUTE WS-CHUNKS = FUNCTION INTEGER(
              (WS-NOTE-TOTAL + 99999.98) / 99999.99).
           MOVE WS-CHUNKS TO WS-DTL-COUNT.
           COMPUTE WS-CHUNKS = FUNCTION INTEGER(
              (WS-COST-TOTAL + 99999.98) / 99999.99).
           ADD WS-CHUNKS TO WS-DTL-COUNT.
           COMPUTE WS-CHUNKS = FUNCTION INTEGER(
              (WS-VARIANCE-ABS + 99999.98) / 99999.99).
           ADD WS-CHUNKS TO WS-DTL-COUNT.

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

           MOVE WS-NOTE-TOTAL TO WS-CHUNK-LEFT.
           MOVE WS-PAYABLE-ACCT TO JT-ACCT.
           MOVE "D" TO JT-DC.
           PERFORM WRITE-BATCH-CHUNKS.
           MOVE WS-COST-TOTAL TO WS-CHUNK-LEFT.
           MOVE WS-CREDITS-DUE-ACCT TO JT-ACCT.
           MOVE "C" TO JT-DC.
           PERFORM WRITE-BATCH-CHUNKS.
           MOVE WS-VARIANCE-ABS TO WS-CHUNK-LEFT.
           MOVE WS-VARIANCE-ACCT TO JT-ACCT.
           IF WS-VARIANCE < 0
              MOVE "D" TO JT-DC
           ELSE
              MOVE "C" TO JT-DC
           END-IF.
           PERFORM WRITE-BATCH-CHUNKS.
           CLOSE JOURNAL-FILE.
           DISPLAY "Vendor credit batch written: " WS-DTL-COUNT
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

       REWRITE-VENDOR-CREDITS.
           OPEN OUTPUT VENDOR-CREDIT-FILE.
           PERFORM VARYING VC-IDX FROM 1 BY 1
                   UNTIL VC-IDX > VC-COUNT
              MOVE VT-DATA(VC-IDX) TO VENDOR-CREDIT-RECORD
              WRITE VENDOR-CREDIT-RECORD
           END-PERFORM.
           CLOSE VENDOR-CREDIT-FILE.
