      * - What to pay this week: every open invoice on the AP
      *   register (ap-invoices.txt) whose due date, set from the
      *   vendor's terms when AP-INVOICE-MATCH approved it, falls
      *   on or before the seventh day from the business date
      * - Grouped by vendor, PURCHASE-SUGGESTIONS style, in the
      *   order vendors first appear on the register, with a total
      *   per vendor; an invoice already past its due date is
      *   flagged OVERDUE
      * - Open invoices not yet due this week are counted at the end
      *   so the week after is no surprise

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-PAYMENT-DUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-REGISTER-FILE
              ASSIGN TO "beginner/exercises/ap-invoices.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS APR-FILE-STATUS.
           SELECT VENDOR-FILE
              ASSIGN TO "beginner/exercises/vendors.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VEN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AP-REGISTER-FILE.
       01 AP-REGISTER-REC.
          05 AP-VENDOR PIC X(5).
          05 AP-INVOICE PIC X(10).
          05 AP-INV-DATE PIC 9(8).
          05 AP-DUE-DATE PIC 9(8).
          05 AP-AMOUNT PIC 9(7)V99.
          05 AP-BATCH-ID PIC 9(7).
          05 AP-STATUS PIC X.

       FD VENDOR-FILE.
       01 VENDOR-RECORD.
          05 VN-CODE PIC X(5).
          05 VN-NAME PIC X(15).
          05 VN-CONTACT PIC X(10).
          05 VN-LEAD-DAYS PIC 9(3).
          05 VN-TERMS-DAYS PIC 9(3).

       WORKING-STORAGE SECTION.
       01 APR-FILE-STATUS PIC XX.
       01 VEN-FILE-STATUS PIC XX.
       01 FILE-END PIC X VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-WEEK-END PIC 9(8).
       01 WS-VENDOR-NAME PIC X(15).
       01 WS-FLAG PIC X(7).
       01 WS-VENDOR-TOTAL PIC 9(9)V99.
       01 WS-PAY-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-OVERDUE-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-LATER-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-AMOUNT-ED PIC ZZ,ZZZ,ZZ9.99.
       01 PAY-COUNT PIC 9(4) VALUE 0.
       01 OVERDUE-COUNT PIC 9(4) VALUE 0.
       01 LATER-COUNT PIC 9(4) VALUE 0.

      * Invoices due by the end of the week, with a printed flag
      * so each vendor's section is gathered in one pass.
       01 DUE-COUNT PIC 9(4) VALUE 0.
       01 DUE-IDX PIC 9(4).
       01 VEND-IDX PIC 9(4).
       01 DUE-TABLE.
          05 DUE-ENTRY OCCURS 1000 TIMES.
             10 DU-VENDOR PIC X(5).
             10 DU-INVOICE PIC X(10).
             10 DU-INV-DATE PIC 9(8).
             10 DU-DUE-DATE PIC 9(8).
             10 DU-AMOUNT PIC 9(7)V99.
             10 DU-PRINTED PIC X.

       01 VEN-COUNT PIC 9(3) VALUE 0.
       01 VEN-IDX PIC 9(3).
       01 VEN-TABLE.
          05 VEN-ENTRY OCCURS 100 TIMES.
             10 VT-CODE PIC X(5).
             10 VT-NAME PIC X(15).

       PROCEDURE DIVISION.
       MAIN SECTION.
           CALL "GET-BUSINESS-DATE"
              USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL.
           COMPUTE WS-WEEK-END = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 7).
           PERFORM LOAD-VENDORS.

           OPEN INPUT AP-REGISTER-FILE.
           IF APR-FILE-STATUS NOT = "00"
               DISPLAY "No payables on file"
               STOP RUN
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ AP-REGISTER-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF AP-STATUS = "O"
                       PERFORM SORT-OUT-ONE-INVOICE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AP-REGISTER-FILE.

           DISPLAY "PAYMENTS DUE BY " WS-WEEK-END
              "   RUN DATE " WS-RUN-DATE.
           PERFORM VARYING VEND-IDX FROM 1 BY 1
                   UNTIL VEND-IDX > DUE-COUNT
              IF DU-PRINTED(VEND-IDX) = "N"
                 PERFORM PRINT-VENDOR-SECTION
              END-IF
           END-PERFORM.

           DISPLAY " ".
           MOVE WS-PAY-TOTAL TO WS-AMOUNT-ED.
           DISPLAY "To pay this week:   " PAY-COUNT " invoices "
              WS-AMOUNT-ED.
           MOVE WS-OVERDUE-TOTAL TO WS-AMOUNT-ED.
           DISPLAY "  already overdue:  " OVERDUE-COUNT " invoices "
              WS-AMOUNT-ED.
           MOVE WS-LATER-TOTAL TO WS-AMOUNT-ED.
           DISPLAY "Due after the week: " LATER-COUNT " invoices "
              WS-AMOUNT-ED.
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
                    END-IF
              END-READ
           END-PERFORM.
           IF VEN-FILE-STATUS = "00" OR VEN-FILE-STATUS = "10"
               CLOSE VENDOR-FILE
           END-IF.
           MOVE "N" TO FILE-END.

       SORT-OUT-ONE-INVOICE.
           IF AP-DUE-DATE > WS-WEEK-END
              ADD 1 TO LATER-COUNT
              ADD AP-AMOUNT TO WS-LATER-TOTAL
              EXIT PARAGRAPH
           END-IF.
           IF DUE-COUNT >= 1000
              DISPLAY "Payment table full - invoice " AP-VENDOR " "
                 AP-INVOICE " not listed"
              MOVE 4 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO DUE-COUNT.
           MOVE AP-VENDOR TO DU-VENDOR(DUE-COUNT).
           MOVE AP-INVOICE TO DU-INVOICE(DUE-COUNT).
           MOVE AP-INV-DATE TO DU-INV-DATE(DUE-COUNT).
           MOVE AP-DUE-DATE TO DU-DUE-DATE(DUE-COUNT).
           MOVE AP-AMOUNT TO DU-AMOUNT(DUE-COUNT).
           MOVE "N" TO DU-PRINTED(DUE-COUNT).

      * One section per vendor: each unprinted vendor starts a
      * section that gathers every later invoice for that vendor.
       PRINT-VENDOR-SECTION.
           MOVE SPACES TO WS-VENDOR-NAME.
           PERFORM VARYING VEN-IDX FROM 1 BY 1
                   UNTIL VEN-IDX > VEN-COUNT
              IF VT-CODE(VEN-IDX) = DU-VENDOR(VEND-IDX)
                 MOVE VT-NAME(VEN-IDX) TO WS-VENDOR-NAME
              END-IF
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "VENDOR " DU-VENDOR(VEND-IDX) " " WS-VENDOR-NAME.
           DISPLAY "  INVOICE    INV DATE DUE DATE         AMOUNT".
           MOVE 0 TO WS-VENDOR-TOTAL.
           PERFORM VARYING DUE-IDX FROM VEND-IDX BY 1
                   UNTIL DUE-IDX > DUE-COUNT
              IF DU-VENDOR(DUE-IDX) = DU-VENDOR(VEND-IDX)
                 AND DU-PRINTED(DUE-IDX) = "N"
                 PERFORM PRINT-DUE-LINE
              END-IF
           END-PERFORM.
           MOVE WS-VENDOR-TOTAL TO WS-AMOUNT-ED.
           DISPLAY "  VENDOR TOTAL                " WS-AMOUNT-ED.

       PRINT-DUE-LINE.
           MOVE SPACES TO WS-FLAG.
           IF DU-DUE-DATE(DUE-IDX) < WS-RUN-DATE
              MOVE "OVERDUE" TO WS-FLAG
              ADD 1 TO OVERDUE-COUNT
              ADD DU-AMOUNT(DUE-IDX) TO WS-OVERDUE-TOTAL
           END-IF.
           MOVE DU-AMOUNT(DUE-IDX) TO WS-AMOUNT-ED.
           DISPLAY "  " DU-INVOICE(DUE-IDX) " "
              DU-INV-DATE(DUE-IDX) " " DU-DUE-DATE(DUE-IDX) " "
              WS-AMOUNT-ED " " WS-FLAG.
           ADD DU-AMOUNT(DUE-IDX) TO WS-VENDOR-TOTAL.
           ADD DU-AMOUNT(DUE-IDX) TO WS-PAY-TOTAL.
           ADD 1 TO PAY-COUNT.
           MOVE "Y" TO DU-PRINTED(DUE-IDX).
