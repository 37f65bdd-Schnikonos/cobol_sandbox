      * images is exactly what the accrual batches posted that
      * year, so the tie stays meaningful in year two and beyond -
      * the contra's lifetime balance would carry prior years'
      * debits forever. Months of the year PERIOD-ARCHIVE has
      * already moved out of the live trail are read from their
      * balance-audit-<YYYYMM>.txt archives first.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ASSIGN TO "interest-contra-account.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CONTRA.
           SELECT BALANCE-AUDIT-FILE ASSIGN USING WS-AUDIT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDT-FILE-STATUS.

          05 BA-AMOUNT PIC X(9).
          05 BA-FILLER-5 PIC X.
          05 BA-AFTER PIC X(9).
          05 BA-FILLER-6 PIC X.
          05 BA-ENTRY-TYPE PIC X.
          05 BA-FILLER-7 PIC X.
          05 BA-BATCH-ID PIC X(7).

       WORKING-STORAGE SECTION.
       01 FS-CATALOG         PIC XX.
       01 WS-CONTRA-MOVEMENT PIC S9(9)V99 VALUE 0.
       01 WS-IMG-AMOUNT      PIC S9(7)V99.
       01 WS-AUDIT-END-FLAG  PIC X VALUE "N".
       01 WS-AUDIT-NAME      PIC X(30).
       01 WS-OPEN-PERIOD     PIC 9(6).
       01 WS-PERIOD-STATUS   PIC X.
       01 WS-ARCH-PERIOD.
          05 WS-AP-YYYY      PIC 9(4).
          05 WS-AP-MM        PIC 9(2).
       01 WS-ARCH-PERIOD-N REDEFINES WS-ARCH-PERIOD PIC 9(6).

      *---------------------------------------------------------------
      * Per-account year accumulators off the register detail
               EXIT PARAGRAPH
           END-IF

           CALL "GET-OPEN-PERIOD"
               USING WS-OPEN-PERIOD WS-PERIOD-STATUS
           END-CALL
           MOVE WS-RUN-YEAR TO WS-AP-YYYY
           MOVE 1 TO WS-AP-MM
           PERFORM UNTIL WS-ARCH-PERIOD-N >= WS-OPEN-PERIOD
                   OR WS-AP-YYYY > WS-RUN-YEAR
               MOVE SPACES TO WS-AUDIT-NAME
               STRING "balance-audit-" WS-ARCH-PERIOD ".txt"
                   DELIMITED BY SIZE INTO WS-AUDIT-NAME
               END-STRING
               OPEN INPUT BALANCE-AUDIT-FILE
               IF AUDT-FILE-STATUS = "00"
                   PERFORM ADD-CONTRA-MOVEMENT
               END-IF
               ADD 1 TO WS-AP-MM
               IF WS-AP-MM > 12
                   MOVE 1 TO WS-AP-MM
                   ADD 1 TO WS-AP-YYYY
               END-IF
           END-PERFORM

           MOVE "balance-audit.txt" TO WS-AUDIT-NAME
           OPEN INPUT BALANCE-AUDIT-FILE
           IF AUDT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open balance audit, FS="
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-CONTRA-MOVEMENT

           MOVE WS-GRAND-TOTAL TO WS-TOTAL-ED
           MOVE WS-CONTRA-MOVEMENT TO WS-CONTRA-ED
           DISPLAY "Registers grand total: " WS-TOTAL-ED
           DISPLAY "Contra year movement:  " WS-CONTRA-ED
           IF WS-GRAND-TOTAL NOT = (0 - WS-CONTRA-MOVEMENT)
               DISPLAY "DOES NOT TIE - investigate before filing"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Ties to the ledger"
           END-IF.

       ADD-CONTRA-MOVEMENT.
           MOVE "N" TO WS-AUDIT-END-FLAG
           PERFORM UNTIL WS-AUDIT-END-FLAG = "Y"
               READ BALANCE-AUDIT-FILE
                   AT END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-AUDIT-FILE.
