       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXED-ASSET-DEPRECIATION.

      *---------------------------------------------------------------
      * Monthly depreciation run for the fixed-asset register. The
      * register, fixed-assets.txt, holds one line per piece of
      * equipment the shop owns; a new asset is keyed in by hand
      * with its accumulated figures zero and status A, once its
      * purchase has been posted to its asset account:
      *
      *   <asset id X(6)><description X(20)><cost 9(5)V99>
      *   <in-service date 9(8)><useful life months 9(3)>
      *   <salvage value 9(5)V99><method S|D><asset acct 4>
      *   <expense acct 4><accumulated depreciation 9(5)V99>
      *   <months depreciated 9(3)><last period 9(6)>
      *   <status A|D><disposal date 9(8)><disposal proceeds 9(5)V99>
      *
      * The run depreciates for the open accounting period - the
      * ACCT-PERIOD-CLOSE calendar GET-OPEN-PERIOD returns - and is
      * meant to be run once each month before the close. An asset
      * depreciates from the month it went into service; each
      * asset carries the last period it was depreciated for, so a
      * second run in the same period charges nothing again, and a
      * month missed is caught up the next time. Methods:
      *
      *   S  straight-line - (cost - salvage) / life each month
      *   D  declining-balance - twice the straight-line rate on
      *      the net book value each month (double declining)
      *
      * Neither takes the net book value below salvage, and the
      * month the useful life runs out takes whatever is left down
      * to salvage exactly. Each month's charge is rounded to the
      * cent.
      *
      * The charges go out as one balanced journal batch, entry type
      * "A": each asset's expense account debited and its asset
      * account credited, so the asset's balance on the master is
      * written down to its net book value. An asset that fails
      * validation - an account failing its check digit, an unknown
      * method, no useful life, salvage above cost, or an in-service
      * date that is not a real date - is left untouched and
      * reported, and the run ends with return code 4. Disposals
      * are booked by FIXED-ASSET-DISPOSAL; FIXED-ASSET-SCHEDULE
      * reports the register.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-FILE ASSIGN TO "fixed-assets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ASSET.
           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
       FD ASSET-FILE.
       01 ASSET-REC.
          05 FA-ASSET-ID      PIC X(6).
          05 FA-DESCRIPTION   PIC X(20).
          05 FA-COST          PIC 9(5)V99.
          05 FA-IN-SERVICE    PIC 9(8).
          05 FA-LIFE          PIC 9(3).
          05 FA-SALVAGE       PIC 9(5)V99.
          05 FA-METHOD        PIC X.
          05 FA-ASSET-ACCT    PIC 9(4).
          05 FA-EXPENSE-ACCT  PIC 9(4).
          05 FA-ACCUM         PIC 9(5)V99.
          05 FA-MONTHS-DEPR   PIC 9(3).
          05 FA-LAST-PERIOD   PIC 9(6).
          05 FA-STATUS        PIC X.
          05 FA-DISPOSED-DATE PIC 9(8).
          05 FA-PROCEEDS      PIC 9(5)V99.

       FD JOURNAL-FILE.
       01 JOURNAL-REC         PIC X(16).

       WORKING-STORAGE SECTION.
       01 FS-ASSET            PIC XX.
       01 FS-JOURNAL          PIC XX.
       01 WS-END-FLAG         PIC X VALUE "N".

       01 WS-OPEN-PD-STATUS   PIC X.
       01 WS-OPEN-PERIOD      PIC 9(6).
       01 WS-OPEN-PERIOD-X REDEFINES WS-OPEN-PERIOD.
          05 WS-OP-YYYY       PIC 9(4).
          05 WS-OP-MM         PIC 9(2).

      *---------------------------------------------------------------
      * The register held whole so it can be written back with the
      * new accumulated figures in one pass.
      *---------------------------------------------------------------
       01 WS-FA-COUNT         PIC 9(3) VALUE 0.
       01 WS-FA-IDX           PIC 9(3).
       01 WS-FA-TABLE.
          05 WS-FA-ENTRY OCCURS 300 TIMES.
             10 FT-ASSET-ID      PIC X(6).
             10 FT-DESCRIPTION   PIC X(20).
             10 FT-COST          PIC 9(5)V99.
             10 FT-IN-SERVICE    PIC 9(8).
             10 FT-LIFE          PIC 9(3).
             10 FT-SALVAGE       PIC 9(5)V99.
             10 FT-METHOD        PIC X.
             10 FT-ASSET-ACCT    PIC 9(4).
             10 FT-EXPENSE-ACCT  PIC 9(4).
             10 FT-ACCUM         PIC 9(5)V99.
             10 FT-MONTHS-DEPR   PIC 9(3).
             10 FT-LAST-PERIOD   PIC 9(6).
             10 FT-STATUS        PIC X.
             10 FT-DISPOSED-DATE PIC 9(8).
             10 FT-PROCEEDS      PIC 9(5)V99.
             10 FT-CHARGE        PIC 9(5)V99.

       01 WS-ASSET-OK         PIC X.
       01 WS-CHECK-ACCT       PIC 9(4).
       01 WS-CHECK-VALID      PIC X.
       01 WS-IN-SERVICE.
          05 WS-IS-YYYY       PIC 9(4).
          05 WS-IS-MM         PIC 9(2).
          05 WS-IS-DD         PIC 9(2).
       01 WS-IN-SERVICE-N REDEFINES WS-IN-SERVICE PIC 9(8).
       01 WS-MONTHS-DUE       PIC S9(5).
       01 WS-DEPRECIABLE      PIC 9(5)V99.
       01 WS-NET-BOOK         PIC 9(5)V99.
       01 WS-MONTH-CHARGE     PIC 9(5)V99.
       01 WS-CHARGED-COUNT    PIC 9(3) VALUE 0.
       01 WS-REFUSED-COUNT    PIC 9(3) VALUE 0.
       01 WS-TOTAL-CHARGE     PIC 9(7)V99 VALUE 0.
       01 WS-DTL-COUNT        PIC 9(5).
       01 WS-AMOUNT-ED        PIC Z(6)9.99.
       01 WS-MONTHS-ED        PIC ZZ9.

       01 WS-JRNL-HEADER.
          05 JH-TYPE          PIC X.
          05 JH-COUNT         PIC 9(5).
          05 JH-NET           PIC S9(7)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
       01 WS-JRNL-DETAIL.
          05 JT-TYPE          PIC X.
          05 JT-ACCT          PIC 9(4).
          05 JT-DC            PIC X.
          05 JT-AMOUNT        PIC 9(5)V99.
       01 WS-JRNL-PERIOD.
          05 JP-TYPE          PIC X.
          05 JP-PERIOD        PIC 9(6).
          05 JP-ENTRY-TYPE    PIC X.
       01 WS-JRNL-BATCH.
          05 JB-TYPE          PIC X.
          05 JB-BATCH-ID      PIC 9(7).
          05 JB-OPERATOR      PIC X(8).

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           CALL "GET-OPEN-PERIOD"
               USING WS-OPEN-PERIOD WS-OPEN-PD-STATUS
           END-CALL
           PERFORM LOAD-ASSET-REGISTER
           IF WS-FA-COUNT = 0
               DISPLAY "No fixed assets on file"
               STOP RUN
           END-IF

           PERFORM VARYING WS-FA-IDX FROM 1 BY 1
                   UNTIL WS-FA-IDX > WS-FA-COUNT
               MOVE 0 TO FT-CHARGE(WS-FA-IDX)
               IF FT-STATUS(WS-FA-IDX) = "A"
                   AND FT-LAST-PERIOD(WS-FA-IDX) < WS-OPEN-PERIOD
                   PERFORM VALIDATE-ASSET
                   IF WS-ASSET-OK = "Y"
                       PERFORM DEPRECIATE-ONE-ASSET
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CHARGED-COUNT > 0
               PERFORM WRITE-DEPRECIATION-BATCH
           END-IF
           PERFORM REWRITE-ASSET-REGISTER

           MOVE WS-TOTAL-CHARGE TO WS-AMOUNT-ED
           DISPLAY "Depreciation for period " WS-OPEN-PERIOD ": "
               WS-CHARGED-COUNT " assets, total " WS-AMOUNT-ED
           IF WS-REFUSED-COUNT > 0
               DISPLAY "Assets not depreciated: " WS-REFUSED-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-ASSET-REGISTER.
           OPEN INPUT ASSET-FILE
           IF FS-ASSET NOT = "00"
               DISPLAY "Cannot open fixed-asset register, FS="
                   FS-ASSET
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ ASSET-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-FA-COUNT < 300
                           ADD 1 TO WS-FA-COUNT
                           MOVE ASSET-REC TO WS-FA-ENTRY(WS-FA-COUNT)
                       ELSE
                           DISPLAY "Fixed-asset table full"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSET-FILE.

       VALIDATE-ASSET.
           MOVE "Y" TO WS-ASSET-OK
           MOVE FT-ASSET-ACCT(WS-FA-IDX) TO WS-CHECK-ACCT
           CALL "ACCT-CHECK-DIGIT" USING WS-CHECK-ACCT WS-CHECK-VALID
           END-CALL
           IF WS-CHECK-VALID NOT = "Y"
               DISPLAY "Asset " FT-ASSET-ID(WS-FA-IDX)
                   " not depreciated - asset account fails check"
                   " digit"
               MOVE "N" TO WS-ASSET-OK
           END-IF
           MOVE FT-EXPENSE-ACCT(WS-FA-IDX) TO WS-CHECK-ACCT
           CALL "ACCT-CHECK-DIGIT" USING WS-CHECK-ACCT WS-CHECK-VALID
           END-CALL
           IF WS-CHECK-VALID NOT = "Y"
               DISPLAY "Asset " FT-ASSET-ID(WS-FA-IDX)
                   " not depreciated - expense account fails check"
                   " digit"
               MOVE "N" TO WS-ASSET-OK
           END-IF
           IF (FT-METHOD(WS-FA-IDX) NOT = "S"
                   AND FT-METHOD(WS-FA-IDX) NOT = "D")
               OR FT-LIFE(WS-FA-IDX) NOT NUMERIC
               OR FT-LIFE(WS-FA-IDX) = 0
               OR FT-COST(WS-FA-IDX) NOT NUMERIC
               OR FT-SALVAGE(WS-FA-IDX) NOT NUMERIC
               OR FT-SALVAGE(WS-FA-IDX) > FT-COST(WS-FA-IDX)
               DISPLAY "Asset " FT-ASSET-ID(WS-FA-IDX)
                   " not depreciated - method, life, cost, or"
                   " salvage unusable"
               MOVE "N" TO WS-ASSET-OK
           END-IF
           IF FT-IN-SERVICE(WS-FA-IDX) NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(
                   FT-IN-SERVICE(WS-FA-IDX)) NOT = 0
               DISPLAY "Asset " FT-ASSET-ID(WS-FA-IDX)
                   " not depreciated - in-service date invalid"
               MOVE "N" TO WS-ASSET-OK
           END-IF
           IF WS-ASSET-OK NOT = "Y"
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.

      *---------------------------------------------------------------
      * Months due: from the in-service month through the open
      * period, never more than the useful life, less the months
      * already charged. Each month is charged in turn so a catch-up
      * on declining balance compounds as it would have.
      *---------------------------------------------------------------
       DEPRECIATE-ONE-ASSET.
           MOVE FT-IN-SERVICE(WS-FA-IDX) TO WS-IN-SERVICE-N
           COMPUTE WS-MONTHS-DUE =
               (WS-OP-YYYY * 12 + WS-OP-MM)
               - (WS-IS-YYYY * 12 + WS-IS-MM) + 1
           IF WS-MONTHS-DUE > FT-LIFE(WS-FA-IDX)
               MOVE FT-LIFE(WS-FA-IDX) TO WS-MONTHS-DUE
           END-IF
           SUBTRACT FT-MONTHS-DEPR(WS-FA-IDX) FROM WS-MONTHS-DUE
           IF WS-MONTHS-DUE <= 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DEPRECIABLE =
               FT-COST(WS-FA-IDX) - FT-SALVAGE(WS-FA-IDX)
           PERFORM CHARGE-ONE-MONTH WS-MONTHS-DUE TIMES
           MOVE WS-OPEN-PERIOD TO FT-LAST-PERIOD(WS-FA-IDX)

           IF FT-CHARGE(WS-FA-IDX) > 0
               ADD 1 TO WS-CHARGED-COUNT
               ADD FT-CHARGE(WS-FA-IDX) TO WS-TOTAL-CHARGE
               MOVE FT-CHARGE(WS-FA-IDX) TO WS-AMOUNT-ED
               MOVE WS-MONTHS-DUE TO WS-MONTHS-ED
               DISPLAY "Asset " FT-ASSET-ID(WS-FA-IDX)
                   " depreciated " WS-AMOUNT-ED " for "
                   WS-MONTHS-ED " month(s)"
           END-IF.

       CHARGE-ONE-MONTH.
           COMPUTE WS-NET-BOOK =
               FT-COST(WS-FA-IDX) - FT-ACCUM(WS-FA-IDX)
           ADD 1 TO FT-MONTHS-DEPR(WS-FA-IDX)
           IF FT-MONTHS-DEPR(WS-FA-IDX) >= FT-LIFE(WS-FA-IDX)
               COMPUTE WS-MONTH-CHARGE =
                   WS-NET-BOOK - FT-SALVAGE(WS-FA-IDX)
           ELSE
               IF FT-METHOD(WS-FA-IDX) = "S"
                   COMPUTE WS-MONTH-CHARGE ROUNDED =
                       WS-DEPRECIABLE / FT-LIFE(WS-FA-IDX)
               ELSE
                   COMPUTE WS-MONTH-CHARGE ROUNDED =
                       WS-NET-BOOK * 2 / FT-LIFE(WS-FA-IDX)
               END-IF
               IF WS-MONTH-CHARGE >
                       WS-NET-BOOK - FT-SALVAGE(WS-FA-IDX)
                   COMPUTE WS-MONTH-CHARGE =
                       WS-NET-BOOK - FT-SALVAGE(WS-FA-IDX)
               END-IF
           END-IF
           ADD WS-MONTH-CHARGE TO FT-ACCUM(WS-FA-IDX)
           ADD WS-MONTH-CHARGE TO FT-CHARGE(WS-FA-IDX).

      *---------------------------------------------------------------
      * One balanced batch: per asset charged, the expense account
      * debited and the asset account credited the month's charge.
      *---------------------------------------------------------------
       WRITE-DEPRECIATION-BATCH.
           OPEN EXTEND JOURNAL-FILE
           IF FS-JOURNAL NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF FS-JOURNAL NOT = "00"
               DISPLAY "Cannot open journal, FS=" FS-JOURNAL
                   " - depreciation not written"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "P" TO JP-TYPE
           MOVE WS-OPEN-PERIOD TO JP-PERIOD
           MOVE "A" TO JP-ENTRY-TYPE
           MOVE WS-JRNL-PERIOD TO JOURNAL-REC
           WRITE JOURNAL-REC
           CALL "NEXT-BATCH-ID" USING JB-BATCH-ID JB-OPERATOR
           END-CALL
           MOVE "B" TO JB-TYPE
           MOVE WS-JRNL-BATCH TO JOURNAL-REC
           WRITE JOURNAL-REC

           MOVE "H" TO JH-TYPE
           COMPUTE WS-DTL-COUNT = WS-CHARGED-COUNT * 2
           MOVE WS-DTL-COUNT TO JH-COUNT
           MOVE 0 TO JH-NET
           MOVE WS-JRNL-HEADER TO JOURNAL-REC
           WRITE JOURNAL-REC

           MOVE "D" TO JT-TYPE
           PERFORM VARYING WS-FA-IDX FROM 1 BY 1
                   UNTIL WS-FA-IDX > WS-FA-COUNT
               IF FT-CHARGE(WS-FA-IDX) > 0
                   MOVE FT-EXPENSE-ACCT(WS-FA-IDX) TO JT-ACCT
                   MOVE "D" TO JT-DC
                   MOVE FT-CHARGE(WS-FA-IDX) TO JT-AMOUNT
                   MOVE WS-JRNL-DETAIL TO JOURNAL-REC
                   WRITE JOURNAL-REC
                   MOVE FT-ASSET-ACCT(WS-FA-IDX) TO JT-ACCT
                   MOVE "C" TO JT-DC
                   MOVE WS-JRNL-DETAIL TO JOURNAL-REC
                   WRITE JOURNAL-REC
               END-IF
           END-PERFORM
           CLOSE JOURNAL-FILE.

       REWRITE-ASSET-REGISTER.
           OPEN OUTPUT ASSET-FILE
           PERFORM VARYING WS-FA-IDX FROM 1 BY 1
                   UNTIL WS-FA-IDX > WS-FA-COUNT
               MOVE WS-FA-ENTRY(WS-FA-IDX) TO ASSET-REC
               WRITE ASSET-REC
           END-PERFORM
           CLOSE ASSET-FILE.
