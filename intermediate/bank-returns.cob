      * returned net is queued for reissue; and every return is
      * reported with its bank reason code - so bounced pay is
      * re-paid in days, not when the employee complains.
      *
      * Each matched return also queues a BANKRTN letter to the
      * employee, quoting the amount and the bank's reason code, so
      * they hear about it from payroll before they notice the gap.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "intermediate/reissue-queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REISSUE.
           COPY LTRQSEL.

       DATA DIVISION.
       FILE SECTION.
          05 RI-EMP-ID       PIC X(6).
          05 RI-AMOUNT       PIC 9(7)V99.

       COPY LTRQFD.

       WORKING-STORAGE SECTION.
       01 FS-RETURN          PIC XX.
       01 FS-REGISTER        PIC XX.
       01 WS-UNMATCHED-COUNT PIC 9(5) VALUE 0.
       01 WS-AMOUNT-ED       PIC Z(6)9.99.

       COPY LTRQWS.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           MOVE "BANK-RETURNS" TO LR-PROGRAM-ID
           OPEN INPUT RETURN-FILE
           IF FS-RETURN NOT = "00"
               DISPLAY "No bank return file, FS=" FS-RETURN
           CLOSE RETURN-FILE BLOCKED-FILE REISSUE-FILE
           DISPLAY "Returns processed: " WS-RETURN-COUNT
           DISPLAY "Returns unmatched: " WS-UNMATCHED-COUNT
           DISPLAY "Letters queued: " LR-QUEUED-COUNT
           IF WS-UNMATCHED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
               MOVE BR-EMP-ID TO RI-EMP-ID
               MOVE BR-AMOUNT TO RI-AMOUNT
               WRITE REISSUE-REC
               MOVE "BANKRTN" TO LR-TEMPLATE
               MOVE "E" TO LR-KIND
               MOVE BR-EMP-ID TO LR-KEY
               MOVE WS-AMOUNT-ED TO LR-VALUE(1)
               MOVE BR-REASON TO LR-VALUE(2)
               PERFORM QUEUE-LETTER-REQUEST
               ADD 1 TO WS-RETURN-COUNT
           ELSE
               DISPLAY "UNMATCHED RETURN " BR-EMP-ID " AMOUNT "
           IF FS-REGISTER = "00"
               CLOSE REGISTER-FILE
           END-IF.

       COPY LTRQPD.
