       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXED-ASSET-DISPOSAL.

      *---------------------------------------------------------------
      * Books the sale or scrapping of a fixed asset and the gain or
      * loss on it. Disposals arrive one per line in
      * fixed-asset-disposals.txt:
      *
      *   <asset id X(6)><disposal date 9(8)><proceeds 9(5)V99>
      *   <proceeds acct 4>
      *
      * A scrapped asset has zero proceeds and may leave the
      * proceeds account zero. The asset leaves the books at its
      * net book value on the register - cost less the depreciation
      * FIXED-ASSET-DEPRECIATION has charged to date, so the month's
      * depreciation is run first when the disposal month is to be
      * charged. The difference between proceeds and net book value
      * is the gain (proceeds higher) or loss, booked to the account
      * named in fixed-asset-gain-loss-account.dat. Each disposal is
      * one balanced journal batch, entry type "A":
      *
      *   proceeds account   debited  the proceeds
      *   asset account      credited the net book value
      *   gain/loss account  credited the gain, or debited the loss
      *
      * The asset goes to status D with its disposal date and
      * proceeds, and is depreciated no further. Bad disposals go to
      * fixed-asset-disposal-suspense.txt with a reason code and the
      * run ends with return code 4:
      *
      *   NOT-FOUND    no asset with that ID on the register
      *   DISPOSED     the asset is already disposed of
      *   BAD-DATE     disposal date invalid or before in-service
      *   BAD-ACCOUNT  proceeds account fails its check digit
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "fixed-asset-disposals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REQUEST.
           SELECT ASSET-FILE ASSIGN TO "fixed-assets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ASSET.
           SELECT GAIN-LOSS-FILE
               ASSIGN TO "fixed-asset-gain-loss-account.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GAIN-LOSS.
           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL.
           SELECT SUSPENSE-FILE
               ASSIGN TO "fixed-asset-disposal-suspense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENSE.

       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
       01 REQUEST-REC.
          05 RQ-ASSET-ID      PIC X(6).
          05 RQ-DATE          PIC 9(8).
          05 RQ-PROCEEDS      PIC 9(5)V99.
          05 RQ-PROCEEDS-ACCT PIC 9(4).

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

       FD GAIN-LOSS-FILE.
       01 GAIN-LOSS-REC       PIC 9(4).

       FD JOURNAL-FILE.
       01 JOURNAL-REC         PIC X(16).

       FD SUSPENSE-FILE.
       01 SUSPENSE-REC.
          05 SU-REQUEST       PIC X(25).
          05 SU-FILLER        PIC X.
          05 SU-REASON-CODE   PIC X(12).

       WORKING-STORAGE SECTION.
       01 FS-REQUEST          PIC XX.
       01 FS-ASSET            PIC XX.
       01 FS-GAIN-LOSS        PIC XX.
       01 FS-JOURNAL          PIC XX.
       01 FS-SUSPENSE         PIC XX.
       01 WS-END-FLAG         PIC X VALUE "N".

       01 WS-OPEN-PERIOD      PIC 9(6).
       01 WS-OPEN-PD-STATUS   PIC X.
       01 WS-GAIN-LOSS-ACCT   PIC 9(4) VALUE 0.
       01 WS-HAVE-GAIN-LOSS   PIC X VALUE "N".

       01 WS-FA-COUNT         PIC 9(3) VALUE 0.
       01 WS-FA-IDX           PIC 9(3).
       01 WS-FA-MATCH         PIC 9(3).
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

       01 WS-DISPOSED-COUNT   PIC 9(3) VALUE 0.
       01 WS-REJECT-COUNT     PIC 9(3) VALUE 0.
       01 WS-CHECK-ACCT       PIC 9(4).
       01 WS-CHECK-VALID      PIC X.
       01 WS-NET-BOOK         PIC 9(5)V99.
       01 WS-GAIN-LOSS        PIC S9(5)V99.
       01 WS-GAIN-LOSS-ED     PIC -(5)9.99.
       01 WS-DTL-COUNT        PIC 9(5).

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
           PERFORM LOAD-GAIN-LOSS-ACCOUNT
           IF WS-HAVE-GAIN-LOSS NOT = "Y"
               DISPLAY "No disposal gain/loss account on file - "
                   "disposal run not done"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ASSET-REGISTER

           OPEN INPUT REQUEST-FILE
           IF FS-REQUEST NOT = "00"
               DISPLAY "No fixed-asset disposals, FS=" FS-REQUEST
               STOP RUN
           END-IF
           OPEN OUTPUT SUSPENSE-FILE
           OPEN EXTEND JOURNAL-FILE
           IF FS-JOURNAL NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF FS-JOURNAL NOT = "00"
               DISPLAY "Cannot open journal, FS=" FS-JOURNAL
                   " - disposals not written"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "GET-OPEN-PERIOD"
               USING WS-OPEN-PERIOD WS-OPEN-PD-STATUS
           END-CALL
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ REQUEST-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       PERFORM APPLY-ONE-DISPOSAL
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE SUSPENSE-FILE JOURNAL-FILE

           IF WS-DISPOSED-COUNT > 0
               PERFORM REWRITE-ASSET-REGISTER
           END-IF
           DISPLAY "Fixed-asset disposals: " WS-DISPOSED-COUNT
               " booked, " WS-REJECT-COUNT " refused"
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-GAIN-LOSS-ACCOUNT.
           OPEN INPUT GAIN-LOSS-FILE
           IF FS-GAIN-LOSS = "00"
               READ GAIN-LOSS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GAIN-LOSS-REC TO WS-GAIN-LOSS-ACCT
                       MOVE "Y" TO WS-HAVE-GAIN-LOSS
               END-READ
               CLOSE GAIN-LOSS-FILE
           END-IF.

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
           CLOSE ASSET-FILE
           MOVE "N" TO WS-END-FLAG.

       APPLY-ONE-DISPOSAL.
           MOVE 0 TO WS-FA-MATCH
           PERFORM VARYING WS-FA-IDX FROM 1 BY 1
                   UNTIL WS-FA-IDX > WS-FA-COUNT
               IF FT-ASSET-ID(WS-FA-IDX) = RQ-ASSET-ID
                   MOVE WS-FA-IDX TO WS-FA-MATCH
               END-IF
           END-PERFORM
           IF WS-FA-MATCH = 0
               MOVE "NOT-FOUND" TO SU-REASON-CODE
               PERFORM SUSPEND-REQUEST
               EXIT PARAGRAPH
           END-IF
           IF FT-STATUS(WS-FA-MATCH) NOT = "A"
               MOVE "DISPOSED" TO SU-REASON-CODE
               PERFORM SUSPEND-REQUEST
               EXIT PARAGRAPH
           END-IF
           IF RQ-DATE NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(RQ-DATE) NOT = 0
               OR RQ-DATE < FT-IN-SERVICE(WS-FA-MATCH)
               MOVE "BAD-DATE" TO SU-REASON-CODE
               PERFORM SUSPEND-REQUEST
               EXIT PARAGRAPH
           END-IF
           IF RQ-PROCEEDS NOT NUMERIC
               OR RQ-PROCEEDS-ACCT NOT NUMERIC
               MOVE "BAD-ACCOUNT" TO SU-REASON-CODE
               PERFORM SUSPEND-REQUEST
               EXIT PARAGRAPH
           END-IF
           IF RQ-PROCEEDS > 0 OR RQ-PROCEEDS-ACCT NOT = 0
               MOVE RQ-PROCEEDS-ACCT TO WS-CHECK-ACCT
               CALL "ACCT-CHECK-DIGIT"
                   USING WS-CHECK-ACCT WS-CHECK-VALID
               END-CALL
               IF WS-CHECK-VALID NOT = "Y"
                   MOVE "BAD-ACCOUNT" TO SU-REASON-CODE
                   PERFORM SUSPEND-REQUEST
                   EXIT PARAGRAPH
               END-IF
           END-IF

           COMPUTE WS-NET-BOOK =
               FT-COST(WS-FA-MATCH) - FT-ACCUM(WS-FA-MATCH)
           COMPUTE WS-GAIN-LOSS = RQ-PROCEEDS - WS-NET-BOOK
           PERFORM WRITE-DISPOSAL-BATCH

           MOVE "D" TO FT-STATUS(WS-FA-MATCH)
           MOVE RQ-DATE TO FT-DISPOSED-DATE(WS-FA-MATCH)
           MOVE RQ-PROCEEDS TO FT-PROCEEDS(WS-FA-MATCH)
           ADD 1 TO WS-DISPOSED-COUNT
           MOVE WS-GAIN-LOSS TO WS-GAIN-LOSS-ED
           DISPLAY "Asset " RQ-ASSET-ID " disposed - gain/loss "
               WS-GAIN-LOSS-ED.

      *---------------------------------------------------------------
      * One batch per disposal; a detail is left out where its
      * amount would be zero.
      *---------------------------------------------------------------
       WRITE-DISPOSAL-BATCH.
           MOVE 0 TO WS-DTL-COUNT
           IF RQ-PROCEEDS > 0
               ADD 1 TO WS-DTL-COUNT
           END-IF
           IF WS-NET-BOOK > 0
               ADD 1 TO WS-DTL-COUNT
           END-IF
           IF WS-GAIN-LOSS NOT = 0
               ADD 1 TO WS-DTL-COUNT
           END-IF
           IF WS-DTL-COUNT = 0
               EXIT PARAGRAPH
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
           MOVE WS-DTL-COUNT TO JH-COUNT
           MOVE 0 TO JH-NET
           MOVE WS-JRNL-HEADER TO JOURNAL-REC
           WRITE JOURNAL-REC

           MOVE "D" TO JT-TYPE
           IF RQ-PROCEEDS > 0
               MOVE RQ-PROCEEDS-ACCT TO JT-ACCT
               MOVE "D" TO JT-DC
               MOVE RQ-PROCEEDS TO JT-AMOUNT
               MOVE WS-JRNL-DETAIL TO JOURNAL-REC
               WRITE JOURNAL-REC
           END-IF
           IF WS-NET-BOOK > 0
               MOVE FT-ASSET-ACCT(WS-FA-MATCH) TO JT-ACCT
               MOVE "C" TO JT-DC
               MOVE WS-NET-BOOK TO JT-AMOUNT
               MOVE WS-JRNL-DETAIL TO JOURNAL-REC
               WRITE JOURNAL-REC
           END-IF
           IF WS-GAIN-LOSS NOT = 0
               MOVE WS-GAIN-LOSS-ACCT TO JT-ACCT
               IF WS-GAIN-LOSS > 0
                   MOVE "C" TO JT-DC
                   MOVE WS-GAIN-LOSS TO JT-AMOUNT
               ELSE
                   MOVE "D" TO JT-DC
                   COMPUTE JT-AMOUNT = 0 - WS-GAIN-LOSS
               END-IF
               MOVE WS-JRNL-DETAIL TO JOURNAL-REC
               WRITE JOURNAL-REC
           END-IF.

       SUSPEND-REQUEST.
           MOVE REQUEST-REC TO SU-REQUEST
           MOVE SPACE TO SU-FILLER
           WRITE SUSPENSE-REC
           ADD 1 TO WS-REJECT-COUNT.

       REWRITE-ASSET-REGISTER.
           OPEN OUTPUT ASSET-FILE
           PERFORM VARYING WS-FA-IDX FROM 1 BY 1
                   UNTIL WS-FA-IDX > WS-FA-COUNT
               MOVE WS-FA-ENTRY(WS-FA-IDX) TO ASSET-REC
               WRITE ASSET-REC
           END-PERFORM
           CLOSE ASSET-FILE.
