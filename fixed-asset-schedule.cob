       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXED-ASSET-SCHEDULE.

      *---------------------------------------------------------------
      * Asset schedule from the fixed-asset register: one line per
      * asset with its cost, the depreciation accumulated against
      * it, and its net book value, grouped by asset account with a
      * subtotal per account and a grand total - the figures behind
      * the asset lines on the balance sheet. An asset disposed of
      * shows its disposal date and proceeds and carries nothing
      * into the totals, which are of assets still held. Written to
      * fixed-asset-schedule.txt as at the open period.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-FILE ASSIGN TO "fixed-assets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ASSET.
           SELECT SCHEDULE-FILE ASSIGN TO "fixed-asset-schedule.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SCHEDULE.

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

       FD SCHEDULE-FILE.
       01 SCHEDULE-LINE       PIC X(110).

       WORKING-STORAGE SECTION.
       01 FS-ASSET            PIC XX.
       01 FS-SCHEDULE         PIC XX.
       01 WS-END-FLAG         PIC X VALUE "N".

       01 WS-OPEN-PERIOD      PIC 9(6).
       01 WS-OPEN-PD-STATUS   PIC X.

      *---------------------------------------------------------------
      * The register sorted into asset-account order as it loads,
      * keeping the register's own order within an account.
      *---------------------------------------------------------------
       01 WS-FA-COUNT         PIC 9(3) VALUE 0.
       01 WS-FA-IDX           PIC 9(3).
       01 WS-SHIFT-IDX        PIC 9(3).
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

       01 WS-CURRENT-ACCT     PIC 9(4).
       01 WS-NET-BOOK         PIC 9(5)V99.
       01 WS-ACCT-COST        PIC 9(7)V99.
       01 WS-ACCT-ACCUM       PIC 9(7)V99.
       01 WS-ACCT-NET         PIC 9(7)V99.
       01 WS-GRAND-COST       PIC 9(7)V99 VALUE 0.
       01 WS-GRAND-ACCUM      PIC 9(7)V99 VALUE 0.
       01 WS-GRAND-NET        PIC 9(7)V99 VALUE 0.
       01 WS-HELD-COUNT       PIC 9(3) VALUE 0.

       01 WS-FS-TITLE.
          05 FILLER PIC X(34) VALUE
             "FIXED ASSET SCHEDULE    PERIOD    ".
          05 WS-FT-PERIOD     PIC 9(6).
       01 WS-FS-HEADING.
          05 FILLER PIC X(40) VALUE
             "ASSET  DESCRIPTION          M IN-SERVICE".
          05 FILLER PIC X(40) VALUE
             " LIFE      COST  ACCUM DEPR   NET BOOK ".
          05 FILLER PIC X(6) VALUE "STATUS".
       01 WS-FS-ACCT-HEAD.
          05 FILLER PIC X(14) VALUE "ASSET ACCOUNT ".
          05 WS-FA-HEAD-ACCT  PIC 9(4).
       01 WS-FS-DETAIL.
          05 WS-FD-ASSET-ID   PIC X(6).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-FD-DESC       PIC X(20).
          05 FILLER           PIC X VALUE SPACE.
          05 WS-FD-METHOD     PIC X.
          05 FILLER           PIC X VALUE SPACE.
          05 WS-FD-IN-SERVICE PIC 9(8).
          05 FILLER           PIC X(4) VALUE SPACES.
          05 WS-FD-LIFE       PIC ZZ9.
          05 FILLER           PIC X VALUE SPACE.
          05 WS-FD-COST       PIC Z(5)9.99.
          05 FILLER           PIC X(3) VALUE SPACES.
          05 WS-FD-ACCUM      PIC Z(5)9.99.
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-FD-NET        PIC Z(5)9.99.
          05 FILLER           PIC X VALUE SPACE.
          05 WS-FD-STATUS     PIC X(29).
       01 WS-FD-DISPOSED.
          05 FILLER           PIC X(9) VALUE "DISPOSED ".
          05 WS-FDD-DATE      PIC 9(8).
          05 FILLER           PIC X(3) VALUE " @ ".
          05 WS-FDD-PROCEEDS  PIC Z(4)9.99.
       01 WS-FS-TOTAL.
          05 WS-FTL-LABEL     PIC X(30).
          05 FILLER           PIC X(15) VALUE SPACES.
          05 WS-FTL-COST      PIC Z(6)9.99.
          05 FILLER           PIC X(2) VALUE SPACES.
          05 WS-FTL-ACCUM     PIC Z(6)9.99.
          05 FILLER           PIC X VALUE SPACE.
          05 WS-FTL-NET       PIC Z(6)9.99.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           CALL "GET-OPEN-PERIOD"
               USING WS-OPEN-PERIOD WS-OPEN-PD-STATUS
           END-CALL
           PERFORM LOAD-ASSET-REGISTER

           OPEN OUTPUT SCHEDULE-FILE
           IF FS-SCHEDULE NOT = "00"
               DISPLAY "Cannot open asset schedule, FS=" FS-SCHEDULE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-OPEN-PERIOD TO WS-FT-PERIOD
           WRITE SCHEDULE-LINE FROM WS-FS-TITLE
           MOVE SPACES TO SCHEDULE-LINE
           WRITE SCHEDULE-LINE
           WRITE SCHEDULE-LINE FROM WS-FS-HEADING

           MOVE 0 TO WS-CURRENT-ACCT
           PERFORM VARYING WS-FA-IDX FROM 1 BY 1
                   UNTIL WS-FA-IDX > WS-FA-COUNT
               IF WS-FA-IDX = 1
                   OR FT-ASSET-ACCT(WS-FA-IDX) NOT = WS-CURRENT-ACCT
                   IF WS-FA-IDX > 1
                       PERFORM WRITE-ACCOUNT-TOTAL
                   END-IF
                   PERFORM START-ASSET-ACCOUNT
               END-IF
               PERFORM WRITE-ASSET-LINE
           END-PERFORM
           IF WS-FA-COUNT > 0
               PERFORM WRITE-ACCOUNT-TOTAL
           END-IF

           MOVE SPACES TO SCHEDULE-LINE
           WRITE SCHEDULE-LINE
           MOVE "TOTAL ASSETS HELD" TO WS-FTL-LABEL
           MOVE WS-GRAND-COST TO WS-FTL-COST
           MOVE WS-GRAND-ACCUM TO WS-FTL-ACCUM
           MOVE WS-GRAND-NET TO WS-FTL-NET
           WRITE SCHEDULE-LINE FROM WS-FS-TOTAL
           CLOSE SCHEDULE-FILE

           DISPLAY "Asset schedule: " WS-FA-COUNT " assets, "
               WS-HELD-COUNT " held"
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
                           PERFORM SLOT-ASSET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSET-FILE.

       SLOT-ASSET.
           MOVE WS-FA-COUNT TO WS-SHIFT-IDX
           ADD 1 TO WS-FA-COUNT
           MOVE WS-FA-COUNT TO WS-FA-IDX
           PERFORM UNTIL WS-SHIFT-IDX = 0
               IF FT-ASSET-ACCT(WS-SHIFT-IDX) <= FA-ASSET-ACCT
                   MOVE 0 TO WS-SHIFT-IDX
               ELSE
                   MOVE WS-FA-ENTRY(WS-SHIFT-IDX)
                       TO WS-FA-ENTRY(WS-FA-IDX)
                   MOVE WS-SHIFT-IDX TO WS-FA-IDX
                   SUBTRACT 1 FROM WS-SHIFT-IDX
               END-IF
           END-PERFORM
           MOVE ASSET-REC TO WS-FA-ENTRY(WS-FA-IDX).

       START-ASSET-ACCOUNT.
           MOVE FT-ASSET-ACCT(WS-FA-IDX) TO WS-CURRENT-ACCT
           MOVE 0 TO WS-ACCT-COST WS-ACCT-ACCUM WS-ACCT-NET
           MOVE SPACES TO SCHEDULE-LINE
           WRITE SCHEDULE-LINE
           MOVE WS-CURRENT-ACCT TO WS-FA-HEAD-ACCT
           WRITE SCHEDULE-LINE FROM WS-FS-ACCT-HEAD.

       WRITE-ASSET-LINE.
           MOVE FT-ASSET-ID(WS-FA-IDX) TO WS-FD-ASSET-ID
           MOVE FT-DESCRIPTION(WS-FA-IDX) TO WS-FD-DESC
           MOVE FT-METHOD(WS-FA-IDX) TO WS-FD-METHOD
           MOVE FT-IN-SERVICE(WS-FA-IDX) TO WS-FD-IN-SERVICE
           MOVE FT-LIFE(WS-FA-IDX) TO WS-FD-LIFE
           MOVE FT-COST(WS-FA-IDX) TO WS-FD-COST
           MOVE FT-ACCUM(WS-FA-IDX) TO WS-FD-ACCUM
           IF FT-STATUS(WS-FA-IDX) = "D"
               MOVE 0 TO WS-NET-BOOK
               MOVE FT-DISPOSED-DATE(WS-FA-IDX) TO WS-FDD-DATE
               MOVE FT-PROCEEDS(WS-FA-IDX) TO WS-FDD-PROCEEDS
               MOVE WS-FD-DISPOSED TO WS-FD-STATUS
           ELSE
               COMPUTE WS-NET-BOOK =
                   FT-COST(WS-FA-IDX) - FT-ACCUM(WS-FA-IDX)
               IF FT-MONTHS-DEPR(WS-FA-IDX) >= FT-LIFE(WS-FA-IDX)
                   MOVE "FULLY DEPRECIATED" TO WS-FD-STATUS
               ELSE
                   MOVE "IN SERVICE" TO WS-FD-STATUS
               END-IF
               ADD 1 TO WS-HELD-COUNT
               ADD FT-COST(WS-FA-IDX) TO WS-ACCT-COST WS-GRAND-COST
               ADD FT-ACCUM(WS-FA-IDX) TO WS-ACCT-ACCUM WS-GRAND-ACCUM
               ADD WS-NET-BOOK TO WS-ACCT-NET WS-GRAND-NET
           END-IF
           MOVE WS-NET-BOOK TO WS-FD-NET
           WRITE SCHEDULE-LINE FROM WS-FS-DETAIL.

       WRITE-ACCOUNT-TOTAL.
           MOVE SPACES TO WS-FTL-LABEL
           STRING "  TOTAL ACCOUNT " DELIMITED BY SIZE
               WS-CURRENT-ACCT DELIMITED BY SIZE
               INTO WS-FTL-LABEL
           END-STRING
           MOVE WS-ACCT-COST TO WS-FTL-COST
           MOVE WS-ACCT-ACCUM TO WS-FTL-ACCUM
           MOVE WS-ACCT-NET TO WS-FTL-NET
           WRITE SCHEDULE-LINE FROM WS-FS-TOTAL.
