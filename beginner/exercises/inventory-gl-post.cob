      * - Daily posting of stock value to the general ledger: the
      *   values STOCK-MOVEMENTS puts on movements-register.txt
      *   (received, issued, kits built, components consumed, count
      *   adjustments, stock taken on at opening, returned to
      *   vendors) and the variance total CYCLE-COUNT-POST puts
      *   on cycle-variance.txt become one balanced journal batch
      * - Accounts come from inventory-posting-rules.dat, one line
      *   per movement type with the account debited and the
      *   account credited:
      *     R receipt           inventory / goods received not
      *                         invoiced
      *     I issue             cost of goods sold / inventory
      *     K kit assembly      inventory (kits built) / inventory
      *                         (components consumed); the pennies
      *                         the kit's rounded unit cost leaves
      *                         go to the I rule's debit account
      *     A count adjustment  shrinkage / inventory for a loss,
      *                         the other way round for a gain
      *     O opening take-on   inventory / the take-on account
      *     V return to vendor  vendor credits due / inventory
      *   A type with something to post and no rule stops the run
      *   with nothing written
      * - Both files are stamped with the run that wrote them and
      *   inventory-gl-control.dat remembers the last stamp posted
      *   from each, so running twice never posts twice; run this
      *   once after every STOCK-MOVEMENTS and CYCLE-COUNT-POST run
      * - Finishes by reconciling the inventory account - its
      *   ledger balance plus this batch - against the total the
      *   INVENTORY-VALUATION-REPORT prints (same valuation basis),
      *   with return code 4 when they differ

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-GL-POST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE
              ASSIGN TO "beginner/exercises/inventory-posting-rules.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUL-FILE-STATUS.
           SELECT CONTROL-FILE
              ASSIGN TO "beginner/exercises/inventory-gl-control.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTL-FILE-STATUS.
           SELECT REGISTER-FILE
              ASSIGN TO "beginner/exercises/movements-register.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REG-FILE-STATUS.
           SELECT VARIANCE-FILE
              ASSIGN TO "beginner/exercises/cycle-variance.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VAR-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "beginner/exercises/prod.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FILE-STATUS.
           SELECT BASIS-FILE
              ASSIGN TO "beginner/exercises/valuation-basis.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BAS-FILE-STATUS.
           SELECT LAYER-FILE
              ASSIGN TO "beginner/exercises/cost-layers.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LYR-FILE-STATUS.
           SELECT ACCT-REC ASSIGN TO "bbbbbb.idx"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACCT-NUMBER
              FILE STATUS IS ACC-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RULES-FILE.
       01 RULES-REC.
          05 PR-TYPE PIC X.
          05 PR-DEBIT PIC 9(4).
          05 PR-CREDIT PIC 9(4).

       FD CONTROL-FILE.
       01 CONTROL-REC.
          05 IC-REG-DATE PIC 9(8).
          05 IC-REG-TIME PIC 9(8).
          05 IC-VAR-DATE PIC 9(8).
          05 IC-VAR-TIME PIC 9(8).

      * The register as STOCK-MOVEMENTS prints it: a heading line
      * with the run stamp, then one line per product.
       FD REGISTER-FILE.
       01 REGISTER-HEADER.
          05 FILLER PIC X(40).
          05 RH-RUN PIC X(4).
          05 RH-DATE PIC 9(8).
          05 FILLER PIC X.
          05 RH-TIME PIC 9(8).
          05 FILLER PIC X(99).
       01 REGISTER-DETAIL.
          05 RD-CODE PIC X(5).
          05 FILLER PIC X(42).
          05 FILLER PIC X(5).
          05 RD-RCV-VALUE PIC Z(6)9.99.
          05 FILLER PIC X(5).
          05 RD-ISS-VALUE PIC Z(6)9.99.
          05 FILLER PIC X(5).
          05 RD-KIT-VALUE PIC Z(6)9.99.
          05 FILLER PIC X(5).
          05 RD-CMP-VALUE PIC Z(6)9.99.
          05 FILLER PIC X(5).
          05 RD-ADJ-VALUE PIC -(7)9.99.
          05 FILLER PIC X(5).
          05 RD-OPN-VALUE PIC Z(6)9.99.
          05 FILLER PIC X(5).
          05 RD-RTV-VALUE PIC Z(6)9.99.

      * The variance report as CYCLE-COUNT-POST prints it: the
      * heading with its run stamp, details, and the total line.
       FD VARIANCE-FILE.
       01 VARIANCE-HEADER.
          05 FILLER PIC X(32).
          05 VH-RUN PIC X(4).
          05 VH-DATE PIC 9(8).
          05 FILLER PIC X.
          05 VH-TIME PIC 9(8).
          05 FILLER PIC X(17).
       01 VARIANCE-TOTAL.
          05 VT-CAPTION PIC X(25).
          05 VT-VALUE PIC -(8)9.99.
          05 FILLER PIC X(33).

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

       FD BASIS-FILE.
       01 BASIS-REC PIC X.

       FD LAYER-FILE.
       01 LAYER-RECORD.
          05 CL-CODE PIC X(5).
          05 CL-DATE PIC 9(8).
          05 CL-SOURCE PIC X(8).
          05 CL-QTY-IN PIC 9(5).
          05 CL-QTY-LEFT PIC 9(5).
          05 CL-UNIT-COST PIC 9(5)V99.

       FD ACCT-REC.
       01 ACCT-RECORD.
          05 ACCT-NUMBER PIC 9(4).
          05 ACCT-NAME PIC X(4).
          05 ACCT-BALANCE PIC S9(5)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

       FD JOURNAL-FILE.
       01 JOURNAL-REC PIC X(16).

       WORKING-STORAGE SECTION.
       01 RUL-FILE-STATUS PIC XX.
       01 CTL-FILE-STATUS PIC XX.
       01 REG-FILE-STATUS PIC XX.
       01 VAR-FILE-STATUS PIC XX.
       01 FILE-STATUS PIC XX.
       01 BAS-FILE-STATUS PIC XX.
       01 LYR-FILE-STATUS PIC XX.
       01 ACC-FILE-STATUS PIC XX.
       01 JNL-FILE-STATUS PIC XX.
       01 FILE-END PIC X VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.

      * One rule per movement type; a zero account means no rule.
       01 RULE-TABLE.
          05 RULE-ENTRY OCCURS 6 TIMES.
             10 RT-TYPE PIC X.
             10 RT-DEBIT PIC 9(4).
             10 RT-CREDIT PIC 9(4).
       01 RULE-IDX PIC 9.
       01 WS-RULE-TYPES PIC X(6) VALUE "RIKAOV".
       01 WS-RULE-TYPE-CHARS REDEFINES WS-RULE-TYPES.
          05 WS-RULE-TYPE-CHAR PIC X OCCURS 6 TIMES.
       01 WS-WANT-TYPE PIC X.
       01 WS-RULE-FOUND PIC X.
       01 WS-RULE-DEBIT PIC 9(4).
       01 WS-RULE-CREDIT PIC 9(4).

       01 WS-CONTROL.
          05 WS-LAST-REG-DATE PIC 9(8) VALUE 0.
          05 WS-LAST-REG-TIME PIC 9(8) VALUE 0.
          05 WS-LAST-VAR-DATE PIC 9(8) VALUE 0.
          05 WS-LAST-VAR-TIME PIC 9(8) VALUE 0.
       01 WS-REG-TO-POST PIC X VALUE "N".
       01 WS-VAR-TO-POST PIC X VALUE "N".
       01 WS-NEW-REG-DATE PIC 9(8).
       01 WS-NEW-REG-TIME PIC 9(8).
       01 WS-NEW-VAR-DATE PIC 9(8).
       01 WS-NEW-VAR-TIME PIC 9(8).

      * The day's values by movement type.
       01 WS-RCV-VALUE PIC 9(7)V99 VALUE 0.
       01 WS-ISS-VALUE PIC 9(7)V99 VALUE 0.
       01 WS-KIT-VALUE PIC 9(7)V99 VALUE 0.
       01 WS-CMP-VALUE PIC 9(7)V99 VALUE 0.
       01 WS-ADJ-VALUE PIC S9(7)V99 VALUE 0.
       01 WS-OPN-VALUE PIC 9(7)V99 VALUE 0.
       01 WS-RTV-VALUE PIC 9(7)V99 VALUE 0.
       01 WS-COUNT-VALUE PIC S9(7)V99 VALUE 0.
       01 WS-EDITED-VALUE PIC 9(7)V99.
       01 WS-SIGNED-VALUE PIC S9(9)V99.
       01 WS-ROUNDING PIC S9(7)V99.

      * The batch lines before they are chunked to the journal.
       01 ENT-COUNT PIC 9(2) VALUE 0.
       01 ENT-IDX PIC 9(2).
       01 ENT-TABLE.
          05 ENT-ENTRY OCCURS 14 TIMES.
             10 ET-ACCT PIC 9(4).
             10 ET-DC PIC X.
             10 ET-AMOUNT PIC 9(7)V99.
       01 WS-ENT-ACCT PIC 9(4).
       01 WS-ENT-DC PIC X.
       01 WS-ENT-AMOUNT PIC 9(7)V99.
       01 WS-NO-RULE-COUNT PIC 9(2) VALUE 0.

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

      * Reconciliation: the inventory account against stock value.
       01 WS-INVENTORY-ACCT PIC 9(4) VALUE 0.
       01 WS-BATCH-NET PIC S9(9)V99 VALUE 0.
       01 WS-LEDGER-VALUE PIC S9(9)V99 VALUE 0.
       01 WS-GL-VALUE PIC S9(9)V99.
       01 WS-STOCK-VALUE PIC 9(9)V99 VALUE 0.
       01 WS-DIFFERENCE PIC S9(9)V99.
       01 WS-AMOUNT-ED PIC -(9)9.99.
       01 WS-BASIS PIC X VALUE "P".
       01 WS-PRODUCT-VALUE PIC 9(7)V99.
       01 WS-UNVALUED PIC 9(5).
       01 WS-TAKE PIC 9(5).

       01 LAYER-COUNT PIC 9(4) VALUE 0.
       01 LAYER-IDX PIC 9(4).
       01 LAYER-TABLE.
          05 LAYER-ENTRY OCCURS 1000 TIMES.
             10 LY-CODE PIC X(5).
             10 LY-QTY-LEFT PIC 9(5).
             10 LY-UNIT-COST PIC 9(5)V99.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BUSINESS-DATE"
              USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL.
           PERFORM LOAD-POSTING-RULES.
           PERFORM LOAD-CONTROL.
           PERFORM READ-MOVEMENTS-REGISTER.
           PERFORM READ-COUNT-VARIANCES.
           PERFORM BUILD-ENTRIES.
           IF WS-NO-RULE-COUNT > 0
               DISPLAY "Nothing posted - add the missing rules to "
                  "inventory-posting-rules.dat"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF ENT-COUNT > 0
               PERFORM WRITE-INVENTORY-BATCH
           ELSE
               DISPLAY "No stock value to post"
           END-IF.
           PERFORM SAVE-CONTROL.
           PERFORM RECONCILE-INVENTORY.
           STOP RUN.

       LOAD-POSTING-RULES.
           PERFORM VARYING RULE-IDX FROM 1 BY 1 UNTIL RULE-IDX > 6
              MOVE WS-RULE-TYPE-CHAR(RULE-IDX) TO RT-TYPE(RULE-IDX)
              MOVE 0 TO RT-DEBIT(RULE-IDX)
              MOVE 0 TO RT-CREDIT(RULE-IDX)
           END-PERFORM.
           OPEN INPUT RULES-FILE.
           IF RUL-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open inventory-posting-rules.dat, FS="
                  RUL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ RULES-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    PERFORM VARYING RULE-IDX FROM 1 BY 1
                            UNTIL RULE-IDX > 6
                       IF RT-TYPE(RULE-IDX) = PR-TYPE
                          AND PR-DEBIT IS NUMERIC
                          AND PR-CREDIT IS NUMERIC
                          MOVE PR-DEBIT TO RT-DEBIT(RULE-IDX)
                          MOVE PR-CREDIT TO RT-CREDIT(RULE-IDX)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM.
           CLOSE RULES-FILE.
           MOVE "N" TO FILE-END.
      * The inventory account is the one receipts debit; without a
      * receipt rule, the one count adjustments credit.
           MOVE RT-DEBIT(1) TO WS-INVENTORY-ACCT.
           IF WS-INVENTORY-ACCT = 0
               MOVE RT-CREDIT(4) TO WS-INVENTORY-ACCT
           END-IF.

       LOAD-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF CTL-FILE-STATUS = "00"
               READ CONTROL-FILE
                  NOT AT END
                     MOVE CONTROL-REC TO WS-CONTROL
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

      * Posted only when its stamp differs from the last one posted;
      * every product line adds its values into the day's totals.
       READ-MOVEMENTS-REGISTER.
           OPEN INPUT REGISTER-FILE.
           IF REG-FILE-STATUS NOT = "00"
               DISPLAY "No movements register to post"
               EXIT PARAGRAPH
           END-IF.
           READ REGISTER-FILE
              AT END
                 MOVE "Y" TO FILE-END
           END-READ.
           IF FILE-END = "Y" OR RH-RUN NOT = "RUN "
              OR RH-DATE IS NOT NUMERIC OR RH-TIME IS NOT NUMERIC
              DISPLAY "Movements register has no run stamp - "
                 "not posted"
              MOVE 4 TO RETURN-CODE
              CLOSE REGISTER-FILE
              MOVE "N" TO FILE-END
              EXIT PARAGRAPH
           END-IF.
           IF RH-DATE = WS-LAST-REG-DATE
              AND RH-TIME = WS-LAST-REG-TIME
              DISPLAY "Movements register of " RH-DATE " "
                 RH-TIME " already posted"
              CLOSE REGISTER-FILE
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-REG-TO-POST.
           MOVE RH-DATE TO WS-NEW-REG-DATE.
           MOVE RH-TIME TO WS-NEW-REG-TIME.
           PERFORM UNTIL FILE-END = "Y"
              READ REGISTER-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    PERFORM ADD-REGISTER-VALUES
              END-READ
           END-PERFORM.
           CLOSE REGISTER-FILE.
           MOVE "N" TO FILE-END.

       ADD-REGISTER-VALUES.
           MOVE RD-RCV-VALUE TO WS-EDITED-VALUE.
           ADD WS-EDITED-VALUE TO WS-RCV-VALUE.
           MOVE RD-ISS-VALUE TO WS-EDITED-VALUE.
           ADD WS-EDITED-VALUE TO WS-ISS-VALUE.
           MOVE RD-KIT-VALUE TO WS-EDITED-VALUE.
           ADD WS-EDITED-VALUE TO WS-KIT-VALUE.
           MOVE RD-CMP-VALUE TO WS-EDITED-VALUE.
           ADD WS-EDITED-VALUE TO WS-CMP-VALUE.
           MOVE RD-ADJ-VALUE TO WS-SIGNED-VALUE.
           ADD WS-SIGNED-VALUE TO WS-ADJ-VALUE.
           MOVE RD-OPN-VALUE TO WS-EDITED-VALUE.
           ADD WS-EDITED-VALUE TO WS-OPN-VALUE.
           MOVE RD-RTV-VALUE TO WS-EDITED-VALUE.
           ADD WS-EDITED-VALUE TO WS-RTV-VALUE.

      * Only the total line is needed: it is the variance value of
      * the whole count, already at layered cost.
       READ-COUNT-VARIANCES.
           OPEN INPUT VARIANCE-FILE.
           IF VAR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ VARIANCE-FILE
              AT END
                 MOVE "Y" TO FILE-END
           END-READ.
           IF FILE-END = "Y" OR VH-RUN NOT = "RUN "
              OR VH-DATE IS NOT NUMERIC OR VH-TIME IS NOT NUMERIC
              DISPLAY "Count variances have no run stamp - "
                 "not posted"
              MOVE 4 TO RETURN-CODE
              CLOSE VARIANCE-FILE
              MOVE "N" TO FILE-END
              EXIT PARAGRAPH
           END-IF.
           IF VH-DATE = WS-LAST-VAR-DATE
              AND VH-TIME = WS-LAST-VAR-TIME
              DISPLAY "Count variances of " VH-DATE " " VH-TIME
                 " already posted"
              CLOSE VARIANCE-FILE
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-VAR-TO-POST.
           MOVE VH-DATE TO WS-NEW-VAR-DATE.
           MOVE VH-TIME TO WS-NEW-VAR-TIME.
           PERFORM UNTIL FILE-END = "Y"
              READ VARIANCE-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF VT-CAPTION = "TOTAL VARIANCE VALUE:"
                       MOVE VT-VALUE TO WS-SIGNED-VALUE
                       MOVE WS-SIGNED-VALUE TO WS-COUNT-VALUE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE VARIANCE-FILE.
           MOVE "N" TO FILE-END.
           ADD WS-COUNT-VALUE TO WS-ADJ-VALUE.

      * One debit and one credit per movement type with a value,
      * from that type's rule.
       BUILD-ENTRIES.
           DISPLAY "INVENTORY POSTING " WS-RUN-DATE.
           IF WS-RCV-VALUE > 0
              MOVE "R" TO WS-WANT-TYPE
              PERFORM FIND-RULE
              MOVE WS-RCV-VALUE TO WS-ENT-AMOUNT
              PERFORM ADD-RULE-PAIR
           END-IF.
           IF WS-ISS-VALUE > 0
              MOVE "I" TO WS-WANT-TYPE
              PERFORM FIND-RULE
              MOVE WS-ISS-VALUE TO WS-ENT-AMOUNT
              PERFORM ADD-RULE-PAIR
           END-IF.
           IF WS-KIT-VALUE > 0 OR WS-CMP-VALUE > 0
              PERFORM ADD-KIT-ENTRIES
           END-IF.
           IF WS-ADJ-VALUE NOT = 0
              MOVE "A" TO WS-WANT-TYPE
              PERFORM FIND-RULE
              IF WS-ADJ-VALUE < 0
                 COMPUTE WS-ENT-AMOUNT = 0 - WS-ADJ-VALUE
                 PERFORM ADD-RULE-PAIR
              ELSE
                 MOVE WS-ADJ-VALUE TO WS-ENT-AMOUNT
                 MOVE WS-RULE-DEBIT TO WS-ENT-ACCT
                 MOVE WS-RULE-CREDIT TO WS-RULE-DEBIT
                 MOVE WS-ENT-ACCT TO WS-RULE-CREDIT
                 PERFORM ADD-RULE-PAIR
              END-IF
           END-IF.
           IF WS-OPN-VALUE > 0
              MOVE "O" TO WS-WANT-TYPE
              PERFORM FIND-RULE
              MOVE WS-OPN-VALUE TO WS-ENT-AMOUNT
              PERFORM ADD-RULE-PAIR
           END-IF.
           IF WS-RTV-VALUE > 0
              MOVE "V" TO WS-WANT-TYPE
              PERFORM FIND-RULE
              MOVE WS-RTV-VALUE TO WS-ENT-AMOUNT
              PERFORM ADD-RULE-PAIR
           END-IF.

       ADD-KIT-ENTRIES.
           MOVE "K" TO WS-WANT-TYPE.
           PERFORM FIND-RULE.
           IF WS-RULE-FOUND = "N"
              EXIT PARAGRAPH
           END-IF.
           IF WS-KIT-VALUE > 0
              MOVE WS-RULE-DEBIT TO WS-ENT-ACCT
              MOVE "D" TO WS-ENT-DC
              MOVE WS-KIT-VALUE TO WS-ENT-AMOUNT
              PERFORM ADD-ENTRY
           END-IF.
           IF WS-CMP-VALUE > 0
              MOVE WS-RULE-CREDIT TO WS-ENT-ACCT
              MOVE "C" TO WS-ENT-DC
              MOVE WS-CMP-VALUE TO WS-ENT-AMOUNT
              PERFORM ADD-ENTRY
           END-IF.
           COMPUTE WS-ROUNDING = WS-KIT-VALUE - WS-CMP-VALUE.
           IF WS-ROUNDING NOT = 0
              MOVE "I" TO WS-WANT-TYPE
              PERFORM FIND-RULE
              IF WS-RULE-FOUND = "N"
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-RULE-DEBIT TO WS-ENT-ACCT
              IF WS-ROUNDING > 0
                 MOVE "C" TO WS-ENT-DC
                 MOVE WS-ROUNDING TO WS-ENT-AMOUNT
              ELSE
                 MOVE "D" TO WS-ENT-DC
                 COMPUTE WS-ENT-AMOUNT = 0 - WS-ROUNDING
              END-IF
              PERFORM ADD-ENTRY
           END-IF.

       FIND-RULE.
           MOVE "N" TO WS-RULE-FOUND.
           PERFORM VARYING RULE-IDX FROM 1 BY 1 UNTIL RULE-IDX > 6
              IF RT-TYPE(RULE-IDX) = WS-WANT-TYPE
                 AND RT-DEBIT(RULE-IDX) > 0
                 AND RT-CREDIT(RULE-IDX) > 0
                 MOVE "Y" TO WS-RULE-FOUND
                 MOVE RT-DEBIT(RULE-IDX) TO WS-RULE-DEBIT
                 MOVE RT-CREDIT(RULE-IDX) TO WS-RULE-CREDIT
              END-IF
           END-PERFORM.
           IF WS-RULE-FOUND = "N"
              DISPLAY "No posting rule for movement type "
                 WS-WANT-TYPE
              ADD 1 TO WS-NO-RULE-COUNT
           END-IF.

       ADD-RULE-PAIR.
           IF WS-RULE-FOUND = "N"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-RULE-DEBIT TO WS-ENT-ACCT.
           MOVE "D" TO WS-ENT-DC.
           PERFORM ADD-ENTRY.
           MOVE WS-RULE-CREDIT TO WS-ENT-ACCT.
           MOVE "C" TO WS-ENT-DC.
           PERFORM ADD-ENTRY.

       ADD-ENTRY.
           ADD 1 TO ENT-COUNT.
           MOVE WS-ENT-ACCT TO ET-ACCT(ENT-COUNT).
           MOVE WS-ENT-DC TO ET-DC(ENT-COUNT).
           MOVE WS-ENT-AMOUNT TO ET-AMOUNT(ENT-COUNT).
           MOVE WS-ENT-AMOUNT TO WS-AMOUNT-ED.
           DISPLAY "  " WS-WANT-TYPE " " WS-ENT-ACCT " " WS-ENT-DC
              " " WS-AMOUNT-ED.
           IF WS-ENT-ACCT = WS-INVENTORY-ACCT
              IF WS-ENT-DC = "D"
                 ADD WS-ENT-AMOUNT TO WS-BATCH-NET
              ELSE
                 SUBTRACT WS-ENT-AMOUNT FROM WS-BATCH-NET
              END-IF
           END-IF.

      * One INV batch, P/B/E/H then the details, each entry chunked
      * past a detail's 9(5)V99, as AP-INVOICE-MATCH writes them.
       WRITE-INVENTORY-BATCH.
           MOVE 0 TO WS-DTL-COUNT.
           PERFORM VARYING ENT-IDX FROM 1 BY 1
                   UNTIL ENT-IDX > ENT-COUNT
              COMPUTE WS-CHUNKS = FUNCTION INTEGER(
                 (ET-AMOUNT(ENT-IDX) + 99999.98) / 99999.99)
              ADD WS-CHUNKS TO WS-DTL-COUNT
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

           PERFORM VARYING ENT-IDX FROM 1 BY 1
                   UNTIL ENT-IDX > ENT-COUNT
              MOVE ET-AMOUNT(ENT-IDX) TO WS-CHUNK-LEFT
              MOVE ET-ACCT(ENT-IDX) TO JT-ACCT
              MOVE ET-DC(ENT-IDX) TO JT-DC
              PERFORM WRITE-BATCH-CHUNKS
           END-PERFORM.
           CLOSE JOURNAL-FILE.
           DISPLAY "Inventory batch " JB-BATCH-ID " written: "
              WS-DTL-COUNT " details".

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

       SAVE-CONTROL.
           IF WS-REG-TO-POST = "Y"
               MOVE WS-NEW-REG-DATE TO WS-LAST-REG-DATE
               MOVE WS-NEW-REG-TIME TO WS-LAST-REG-TIME
           END-IF.
           IF WS-VAR-TO-POST = "Y"
               MOVE WS-NEW-VAR-DATE TO WS-LAST-VAR-DATE
               MOVE WS-NEW-VAR-TIME TO WS-LAST-VAR-TIME
           END-IF.
           OPEN OUTPUT CONTROL-FILE.
           MOVE WS-CONTROL TO CONTROL-REC.
           WRITE CONTROL-REC.
           CLOSE CONTROL-FILE.

      * A debit balance is carried negative on the account master,
      * so the ledger's stock value is the balance turned round;
      * this batch is not on the master yet and is added in.
       RECONCILE-INVENTORY.
           OPEN INPUT ACCT-REC.
           IF ACC-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open account master, FS="
                  ACC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INVENTORY-ACCT TO ACCT-NUMBER.
           READ ACCT-REC
              INVALID KEY
                 DISPLAY "Inventory account " WS-INVENTORY-ACCT
                    " not on the account master"
                 MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                 COMPUTE WS-LEDGER-VALUE = 0 - ACCT-BALANCE
           END-READ.
           CLOSE ACCT-REC.
           COMPUTE WS-GL-VALUE = WS-LEDGER-VALUE + WS-BATCH-NET.
           PERFORM VALUE-STOCK-ON-HAND.
           COMPUTE WS-DIFFERENCE = WS-GL-VALUE - WS-STOCK-VALUE.

           DISPLAY " ".
           DISPLAY "INVENTORY RECONCILIATION, ACCOUNT "
              WS-INVENTORY-ACCT.
           MOVE WS-LEDGER-VALUE TO WS-AMOUNT-ED.
           DISPLAY "  Ledger balance           " WS-AMOUNT-ED.
           MOVE WS-BATCH-NET TO WS-AMOUNT-ED.
           DISPLAY "  This batch               " WS-AMOUNT-ED.
           MOVE WS-GL-VALUE TO WS-AMOUNT-ED.
           DISPLAY "  Inventory per ledger     " WS-AMOUNT-ED.
           MOVE WS-STOCK-VALUE TO WS-AMOUNT-ED.
           DISPLAY "  Inventory valuation      " WS-AMOUNT-ED.
           MOVE WS-DIFFERENCE TO WS-AMOUNT-ED.
           DISPLAY "  Difference               " WS-AMOUNT-ED.
           IF WS-DIFFERENCE NOT = 0
               DISPLAY "  ** LEDGER AND STOCK VALUE DISAGREE"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * The same total INVENTORY-VALUATION-REPORT prints: layered
      * cost when valuation-basis.dat says "L", unit price else.
       VALUE-STOCK-ON-HAND.
           OPEN INPUT BASIS-FILE.
           IF BAS-FILE-STATUS = "00"
               READ BASIS-FILE
                  NOT AT END
                     MOVE BASIS-REC TO WS-BASIS
               END-READ
               CLOSE BASIS-FILE
           END-IF.
           IF WS-BASIS = "L"
               PERFORM LOAD-COST-LAYERS
           END-IF.
           OPEN INPUT PRODUCT-FILE.
           IF FILE-STATUS NOT = "00"
               DISPLAY "Cannot open prod.txt, FS=" FILE-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ PRODUCT-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    PERFORM VALUE-ONE-PRODUCT
              END-READ
           END-PERFORM.
           CLOSE PRODUCT-FILE.
           MOVE "N" TO FILE-END.

       LOAD-COST-LAYERS.
           OPEN INPUT LAYER-FILE.
           IF LYR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ LAYER-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF LAYER-COUNT < 1000
                       ADD 1 TO LAYER-COUNT
                       MOVE CL-CODE TO LY-CODE(LAYER-COUNT)
                       MOVE CL-QTY-LEFT TO LY-QTY-LEFT(LAYER-COUNT)
                       MOVE CL-UNIT-COST
                          TO LY-UNIT-COST(LAYER-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LAYER-FILE.
           MOVE "N" TO FILE-END.

       VALUE-ONE-PRODUCT.
           IF WS-BASIS NOT = "L"
              COMPUTE WS-PRODUCT-VALUE =
                 PD-QTY-ON-HAND * PD-UNIT-PRICE
              ADD WS-PRODUCT-VALUE TO WS-STOCK-VALUE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PRODUCT-VALUE.
           MOVE PD-QTY-ON-HAND TO WS-UNVALUED.
           PERFORM VARYING LAYER-IDX FROM LAYER-COUNT BY -1
                   UNTIL LAYER-IDX < 1 OR WS-UNVALUED = 0
              IF LY-CODE(LAYER-IDX) = PD-CODE
                 IF LY-QTY-LEFT(LAYER-IDX) < WS-UNVALUED
                    MOVE LY-QTY-LEFT(LAYER-IDX) TO WS-TAKE
                 ELSE
                    MOVE WS-UNVALUED TO WS-TAKE
                 END-IF
                 SUBTRACT WS-TAKE FROM WS-UNVALUED
                 COMPUTE WS-PRODUCT-VALUE = WS-PRODUCT-VALUE
                    + WS-TAKE * LY-UNIT-COST(LAYER-IDX)
              END-IF
           END-PERFORM.
           COMPUTE WS-PRODUCT-VALUE = WS-PRODUCT-VALUE
              + WS-UNVALUED * PD-UNIT-PRICE.
           ADD WS-PRODUCT-VALUE TO WS-STOCK-VALUE.
