      * after-balance doesn't match the next image's before-balance
      * is flagged as a gap, and the period's total movement closes
      * the listing.
      *
      * PERIOD-ARCHIVE moves closed months' images out to
      * balance-audit-<YYYYMM>.txt. A range that starts before the
      * open period reads each archived month of the range first,
      * in order, and then the live trail, so the walk - and its
      * seam checks - runs unbroken across the archive boundary.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ASSIGN TO "balance-inquiry-request.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REQ-FILE-STATUS.
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
       01 REQ-FILE-STATUS    PIC XX.
       01 AUDT-FILE-STATUS   PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".
       01 WS-AUDIT-END-FLAG  PIC X.
       01 WS-AUDIT-NAME      PIC X(30).

       01 WS-OPEN-PERIOD     PIC 9(6).
       01 WS-PERIOD-STATUS   PIC X.
       01 WS-ARCH-PERIOD.
          05 WS-AP-YYYY      PIC 9(4).
          05 WS-AP-MM        PIC 9(2).
       01 WS-ARCH-PERIOD-N REDEFINES WS-ARCH-PERIOD PIC 9(6).

       01 WS-CHECK-ACCT      PIC 9(4).
       01 WS-CHECK-VALID     PIC X.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           CALL "GET-OPEN-PERIOD"
              USING WS-OPEN-PERIOD WS-PERIOD-STATUS
           END-CALL
           OPEN INPUT REQUEST-FILE
           IF REQ-FILE-STATUS NOT = "00"
              DISPLAY "No inquiry requests on file, FS="
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-GAP-COUNT
           MOVE "N" TO WS-HAVE-PRIOR
           MOVE RQ-FROM-DATE(1:6) TO WS-ARCH-PERIOD
           PERFORM UNTIL WS-ARCH-PERIOD-N >= WS-OPEN-PERIOD
                 OR WS-ARCH-PERIOD-N > RQ-TO-DATE(1:6)
              MOVE SPACES TO WS-AUDIT-NAME
              STRING "balance-audit-" WS-ARCH-PERIOD ".txt"
                 DELIMITED BY SIZE INTO WS-AUDIT-NAME
              END-STRING
              PERFORM WALK-ONE-AUDIT-FILE
              ADD 1 TO WS-AP-MM
              IF WS-AP-MM > 12
                 MOVE 1 TO WS-AP-MM
                 ADD 1 TO WS-AP-YYYY
              END-IF
           END-PERFORM
           MOVE "balance-audit.txt" TO WS-AUDIT-NAME
           PERFORM WALK-ONE-AUDIT-FILE.

      *---------------------------------------------------------------
      * A month with no archive was never archived - its images
      * are still on the live trail - so only the live file's
      * absence is an error.
      *---------------------------------------------------------------
       WALK-ONE-AUDIT-FILE.
           MOVE "N" TO WS-AUDIT-END-FLAG
           OPEN INPUT BALANCE-AUDIT-FILE
           IF AUDT-FILE-STATUS NOT = "00"
              IF WS-AUDIT-NAME = "balance-audit.txt"
                 DISPLAY "Cannot open balance audit, FS="
                    AUDT-FILE-STATUS
                 MOVE 8 TO RETURN-CODE
              END-IF
              MOVE "Y" TO WS-AUDIT-END-FLAG
           END-IF
           PERFORM UNTIL WS-AUDIT-END-FLAG = "Y"
              READ BALANCE-AUDIT-FILE
