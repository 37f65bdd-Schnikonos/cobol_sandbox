      * - Returns to vendor still waiting for the vendor's credit
      *   note: every open return on vendor-credits.txt, aged in
      *   days since the goods went back
      * - Grouped by vendor, AP-PAYMENT-DUE style, in the order
      *   vendors first appear on the file, with the credit expected
      *   at the PO price and a total per vendor
      * - Closes with the open credits banded 0-30, 31-60, 61-90 and
      *   over 90 days, so the oldest get chased first; return code
      *   4 when anything has waited more than 60 days

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPEN-CREDITS-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-CREDIT-FILE
              ASSIGN TO "beginner/exercises/vendor-credits.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VCR-FILE-STATUS.
           SELECT VENDOR-FILE
              ASSIGN TO "beginner/exercises/vendors.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VEN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD VENDOR-FILE.
       01 VENDOR-RECORD.
          05 VN-CODE PIC X(5).
          05 VN-NAME PIC X(15).
          05 VN-CONTACT PIC X(10).
          05 VN-LEAD-DAYS PIC 9(3).
          05 VN-TERMS-DAYS PIC 9(3).

       WORKING-STORAGE SECTION.
       01 VCR-FILE-STATUS PIC XX.
       01 VEN-FILE-STATUS PIC XX.
       01 FILE-END PIC X VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-VENDOR-NAME PIC X(15).
       01 WS-VENDOR-CONTACT PIC X(10).
       01 WS-AGE-DAYS PIC S9(5).
       01 WS-AGE-ED PIC ZZZZ9.
       01 WS-BAND PIC 9.
       01 WS-VENDOR-TOTAL PIC 9(9)V99.
       01 WS-OPEN-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-AMOUNT-ED PIC ZZ,ZZZ,ZZ9.99.
       01 OPEN-COUNT PIC 9(4) VALUE 0.
       01 CREDITED-COUNT PIC 9(4) VALUE 0.

      * Open returns, with a printed flag so each vendor's section
      * is gathered in one pass.
       01 RTV-COUNT PIC 9(4) VALUE 0.
       01 RTV-IDX PIC 9(4).
       01 VEND-IDX PIC 9(4).
       01 RTV-TABLE.
          05 RTV-ENTRY OCCURS 1000 TIMES.
             10 RV-RTV PIC 9(5).
             10 RV-VENDOR PIC X(5).
             10 RV-PO PIC 9(5).
             10 RV-CODE PIC X(5).
             10 RV-QTY PIC 9(5).
             10 RV-REASON PIC X(4).
             10 RV-RETURN-DATE PIC 9(8).
             10 RV-AMOUNT PIC 9(7)V99.
             10 RV-PRINTED PIC X.

       01 VEN-COUNT PIC 9(3) VALUE 0.
       01 VEN-IDX PIC 9(3).
       01 VEN-TABLE.
          05 VEN-ENTRY OCCURS 100 TIMES.
             10 VT-CODE PIC X(5).
             10 VT-NAME PIC X(15).
             10 VT-CONTACT PIC X(10).

      * One row per band: 0-30, 31-60, 61-90, over 90 days.
       01 BAND-TABLE.
          05 BAND-ENTRY OCCURS 4 TIMES.
             10 BAND-COUNT PIC 9(4).
             10 BAND-AMOUNT PIC 9(9)V99.
       01 BAND-IDX PIC 9.
       01 BAND-LABEL-TABLE.
          05 FILLER PIC X(12) VALUE "  0- 30 DAYS".
          05 FILLER PIC X(12) VALUE " 31- 60 DAYS".
          05 FILLER PIC X(12) VALUE " 61- 90 DAYS".
          05 FILLER PIC X(12) VALUE "OVER 90     ".
       01 BAND-LABELS REDEFINES BAND-LABEL-TABLE.
          05 BAND-LABEL OCCURS 4 TIMES PIC X(12).

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BUSINESS-DATE"
              USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL.
           PERFORM VARYING BAND-IDX FROM 1 BY 1
                   UNTIL BAND-IDX > 4
              MOVE 0 TO BAND-COUNT(BAND-IDX)
              MOVE 0 TO BAND-AMOUNT(BAND-IDX)
           END-PERFORM.
           PERFORM LOAD-VENDORS.

           OPEN INPUT VENDOR-CREDIT-FILE.
           IF VCR-FILE-STATUS NOT = "00"
               DISPLAY "No returns to vendor on file"
               STOP RUN
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ VENDOR-CREDIT-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF VC-STATUS = "O"
                       PERFORM KEEP-OPEN-RETURN
                    ELSE
                       ADD 1 TO CREDITED-COUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE VENDOR-CREDIT-FILE.

           DISPLAY "OPEN VENDOR CREDITS   RUN DATE " WS-RUN-DATE.
           PERFORM VARYING VEND-IDX FROM 1 BY 1
                   UNTIL VEND-IDX > RTV-COUNT
              IF RV-PRINTED(VEND-IDX) = "N"
                 PERFORM PRINT-VENDOR-SECTION
              END-IF
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "AGE OF OPEN CREDITS".
           PERFORM VARYING BAND-IDX FROM 1 BY 1
                   UNTIL BAND-IDX > 4
              MOVE BAND-AMOUNT(BAND-IDX) TO WS-AMOUNT-ED
              DISPLAY "  " BAND-LABEL(BAND-IDX) " RETURNS "
                 BAND-COUNT(BAND-IDX) " " WS-AMOUNT-ED
           END-PERFORM.
           MOVE WS-OPEN-TOTAL TO WS-AMOUNT-ED.
           DISPLAY "Awaiting credit:  " OPEN-COUNT " returns "
              WS-AMOUNT-ED.
           DISPLAY "Already credited: " CREDITED-COUNT " returns".
           IF BAND-COUNT(3) > 0 OR BAND-COUNT(4) > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

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
                       MOVE VN-NAME TO VT-NAME(VEN-COUNT)
                       MOVE VN-CONTACT TO VT-CONTACT(VEN-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           IF VEN-FILE-STATUS = "00" OR VEN-FILE-STATUS = "10"
               CLOSE VENDOR-FILE
           END-IF.
           MOVE "N" TO FILE-END.

       KEEP-OPEN-RETURN.
           IF RTV-COUNT >= 1000
              DISPLAY "Return table full - return " VC-RTV
                 " not listed"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RTV-COUNT.
           MOVE VC-RTV TO RV-RTV(RTV-COUNT).
           MOVE VC-VENDOR TO RV-VENDOR(RTV-COUNT).
           MOVE VC-PO TO RV-PO(RTV-COUNT).
           MOVE VC-CODE TO RV-CODE(RTV-COUNT).
           MOVE VC-QTY TO RV-QTY(RTV-COUNT).
           MOVE VC-REASON TO RV-REASON(RTV-COUNT).
           MOVE VC-RETURN-DATE TO RV-RETURN-DATE(RTV-COUNT).
           MOVE VC-AMOUNT TO RV-AMOUNT(RTV-COUNT).
           MOVE "N" TO RV-PRINTED(RTV-COUNT).

      * One section per vendor: each unprinted vendor starts a
      * section that gathers every later return for that vendor.
       PRINT-VENDOR-SECTION.
           MOVE SPACES TO WS-VENDOR-NAME.
           MOVE SPACES TO WS-VENDOR-CONTACT.
           PERFORM VARYING VEN-IDX FROM 1 BY 1
                   UNTIL VEN-IDX > VEN-COUNT
              IF VT-CODE(VEN-IDX) = RV-VENDOR(VEND-IDX)
                 MOVE VT-NAME(VEN-IDX) TO WS-VENDOR-NAME
                 MOVE VT-CONTACT(VEN-IDX) TO WS-VENDOR-CONTACT
              END-IF
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "VENDOR " RV-VENDOR(VEND-IDX) " " WS-VENDOR-NAME
              " CONTACT " WS-VENDOR-CONTACT.
           DISPLAY "  RTV   PO    CODE    QTY REASON RETURNED  DAYS"
              "         CREDIT".
           MOVE 0 TO WS-VENDOR-TOTAL.
           PERFORM VARYING RTV-IDX FROM VEND-IDX BY 1
                   UNTIL RTV-IDX > RTV-COUNT
              IF RV-VENDOR(RTV-IDX) = RV-VENDOR(VEND-IDX)
                 AND RV-PRINTED(RTV-IDX) = "N"
                 PERFORM PRINT-RETURN-LINE
              END-IF
           END-PERFORM.
           MOVE WS-VENDOR-TOTAL TO WS-AMOUNT-ED.
           DISPLAY "  VENDOR TOTAL                            "
              WS-AMOUNT-ED.

       PRINT-RETURN-LINE.
           COMPUTE WS-AGE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
              - FUNCTION INTEGER-OF-DATE(RV-RETURN-DATE(RTV-IDX)).
           EVALUATE TRUE
              WHEN WS-AGE-DAYS <= 30
                 MOVE 1 TO WS-BAND
              WHEN WS-AGE-DAYS <= 60
                 MOVE 2 TO WS-BAND
              WHEN WS-AGE-DAYS <= 90
                 MOVE 3 TO WS-BAND
              WHEN OTHER
                 MOVE 4 TO WS-BAND
           END-EVALUATE.
           MOVE WS-AGE-DAYS TO WS-AGE-ED.
           MOVE RV-AMOUNT(RTV-IDX) TO WS-AMOUNT-ED.
           DISPLAY "  " RV-RTV(RTV-IDX) " " RV-PO(RTV-IDX) " "
              RV-CODE(RTV-IDX) " " RV-QTY(RTV-IDX) " "
              RV-REASON(RTV-IDX) "   " RV-RETURN-DATE(RTV-IDX) " "
              WS-AGE-ED " " WS-AMOUNT-ED.
           ADD 1 TO BAND-COUNT(WS-BAND).
           ADD RV-AMOUNT(RTV-IDX) TO BAND-AMOUNT(WS-BAND).
           ADD RV-AMOUNT(RTV-IDX) TO WS-VENDOR-TOTAL.
           ADD RV-AMOUNT(RTV-IDX) TO WS-OPEN-TOTAL.
           ADD 1 TO OPEN-COUNT.
           MOVE "Y" TO RV-PRINTED(RTV-IDX).
