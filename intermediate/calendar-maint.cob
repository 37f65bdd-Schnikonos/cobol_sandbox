       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDAR-MAINT.

      *---------------------------------------------------------------
      * Academic calendar maintenance in SECTION-MAINT's
      * insert/update style. Each term's key dates are kept in
      * academic-calendar.txt and arrive as transactions
      *
      *   <term 5><term start 8><add deadline 8><drop deadline 8>
      *   <withdraw deadline 8><term end 8>
      *
      * a known term replacing its dates, a new one inserted. Every
      * date must be a real calendar date. The three deadlines are
      * lined up with the business calendar END-OF-DAY keeps: a
      * deadline falling on a weekend or a date on
      * holiday-calendar.txt moves forward to the next business
      * day, since nothing can be processed at the counter on a
      * day the office is shut. After that the term must hang
      * together - the term start no later than its end, and the
      * add, drop and withdraw deadlines in that order, none after
      * the term end - or the transaction is rejected to the
      * suspense file as BAD-ORDER (BAD-DATE for a date that does
      * not exist).
      *
      * COURSE-REGISTRATION enforces the deadlines, and
      * TUITION-REFUND counts its refund days from the term start.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE
               ASSIGN TO "intermediate/academic-calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDAR.
           SELECT TRANSACTION-FILE
               ASSIGN TO "intermediate/calendar-transactions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRANSACTION.
           SELECT HOLIDAY-FILE ASSIGN TO "holiday-calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOLIDAY.
           SELECT SUSPENSE-FILE
               ASSIGN TO "intermediate/calendar-suspense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENSE.

       DATA DIVISION.
       FILE SECTION.
       FD CALENDAR-FILE.
       01 CALENDAR-REC.
          05 AC-TERM-CODE    PIC X(5).
          05 AC-TERM-START   PIC 9(8).
          05 AC-ADD-DEADLINE PIC 9(8).
          05 AC-DROP-DEADLINE PIC 9(8).
          05 AC-WDR-DEADLINE PIC 9(8).
          05 AC-TERM-END     PIC 9(8).

       FD TRANSACTION-FILE.
       01 TRANSACTION-REC.
          05 TX-TERM-CODE    PIC X(5).
          05 TX-DATES.
             10 TX-DATE OCCURS 5 TIMES PIC 9(8).

       FD HOLIDAY-FILE.
       01 HOLIDAY-REC        PIC 9(8).

       FD SUSPENSE-FILE.
       01 SUSPENSE-REC.
          05 SU-TXN          PIC X(45).
          05 SU-FILLER       PIC X.
          05 SU-REASON-CODE  PIC X(12).

       WORKING-STORAGE SECTION.
       01 FS-CALENDAR        PIC XX.
       01 FS-TRANSACTION     PIC XX.
       01 FS-HOLIDAY         PIC XX.
       01 FS-SUSPENSE        PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".

       01 WS-APPLIED-COUNT   PIC 9(3) VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(3) VALUE 0.
       01 WS-MOVED-COUNT     PIC 9(3) VALUE 0.

       01 WS-HOLIDAY-COUNT   PIC 9(3) VALUE 0.
       01 WS-HOLIDAY-IDX     PIC 9(3).
       01 WS-HOLIDAY-TABLE.
          05 WS-HOLIDAY OCCURS 100 TIMES PIC 9(8).

       01 WS-CAL-COUNT       PIC 9(3) VALUE 0.
       01 WS-CAL-IDX         PIC 9(3).
       01 WS-CAL-MATCH       PIC 9(3).
       01 WS-CAL-TABLE.
          05 WS-CAL-ENTRY OCCURS 100 TIMES.
             10 CL-TERM-CODE PIC X(5).
             10 CL-TERM-START PIC 9(8).
             10 CL-ADD-DEADLINE PIC 9(8).
             10 CL-DROP-DEADLINE PIC 9(8).
             10 CL-WDR-DEADLINE PIC 9(8).
             10 CL-TERM-END  PIC 9(8).

      *---------------------------------------------------------------
      * The transaction's dates once checked and aligned: 1 term
      * start, 2 add, 3 drop, 4 withdraw, 5 term end.
      *---------------------------------------------------------------
       01 WS-NEW-DATES.
          05 WS-NEW-DATE OCCURS 5 TIMES PIC 9(8).
       01 WS-DATE-IDX        PIC 9.
       01 WS-DATES-OK        PIC X.
       01 WS-DATE-INT        PIC 9(7).
       01 WS-DAY-OF-WEEK     PIC 9.
       01 WS-IS-BUSINESS-DAY PIC X.
       01 WS-DEADLINE-NAMES.
          05 FILLER          PIC X(8) VALUE "START   ".
          05 FILLER          PIC X(8) VALUE "ADD     ".
          05 FILLER          PIC X(8) VALUE "DROP    ".
          05 FILLER          PIC X(8) VALUE "WITHDRAW".
          05 FILLER          PIC X(8) VALUE "END     ".
       01 WS-DEADLINE-NAME-TABLE REDEFINES WS-DEADLINE-NAMES.
          05 WS-DEADLINE-NAME OCCURS 5 TIMES PIC X(8).

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM LOAD-HOLIDAYS
           PERFORM LOAD-CALENDAR

           OPEN INPUT TRANSACTION-FILE
           IF FS-TRANSACTION NOT = "00"
               DISPLAY "No calendar transactions, FS="
                   FS-TRANSACTION
               STOP RUN
           END-IF
           OPEN OUTPUT SUSPENSE-FILE

           PERFORM UNTIL WS-END-FLAG = "Y"
               READ TRANSACTION-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       PERFORM APPLY-ONE-TERM
               END-READ
           END-PERFORM

           CLOSE TRANSACTION-FILE SUSPENSE-FILE
           PERFORM REWRITE-CALENDAR

           DISPLAY "Calendar terms: " WS-APPLIED-COUNT " applied, "
               WS-REJECT-COUNT " rejected"
           DISPLAY "Deadlines moved to a business day: "
               WS-MOVED-COUNT
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE
           IF FS-HOLIDAY NOT = "00"
               DISPLAY "No holiday calendar - weekends only"
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ HOLIDAY-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-HOLIDAY-COUNT < 100
                               ADD 1 TO WS-HOLIDAY-COUNT
                               MOVE HOLIDAY-REC
                                   TO WS-HOLIDAY(WS-HOLIDAY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF FS-CALENDAR NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ CALENDAR-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-CAL-COUNT < 100
                               ADD 1 TO WS-CAL-COUNT
                               MOVE AC-TERM-CODE
                                   TO CL-TERM-CODE(WS-CAL-COUNT)
                               MOVE AC-TERM-START
                                   TO CL-TERM-START(WS-CAL-COUNT)
                               MOVE AC-ADD-DEADLINE
                                   TO CL-ADD-DEADLINE(WS-CAL-COUNT)
                               MOVE AC-DROP-DEADLINE
                                   TO CL-DROP-DEADLINE(WS-CAL-COUNT)
                               MOVE AC-WDR-DEADLINE
                                   TO CL-WDR-DEADLINE(WS-CAL-COUNT)
                               MOVE AC-TERM-END
                                   TO CL-TERM-END(WS-CAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       APPLY-ONE-TERM.
           MOVE "Y" TO WS-DATES-OK
           PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                   UNTIL WS-DATE-IDX > 5
               IF TX-DATE(WS-DATE-IDX) NOT NUMERIC
                   MOVE "N" TO WS-DATES-OK
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(
                           TX-DATE(WS-DATE-IDX)) NOT = 0
                       MOVE "N" TO WS-DATES-OK
                   END-IF
               END-IF
           END-PERFORM
           IF TX-TERM-CODE = SPACES OR WS-DATES-OK = "N"
               MOVE "BAD-DATE" TO SU-REASON-CODE
               PERFORM SUSPEND-TERM
               EXIT PARAGRAPH
           END-IF

           MOVE TX-DATES TO WS-NEW-DATES
           PERFORM VARYING WS-DATE-IDX FROM 2 BY 1
                   UNTIL WS-DATE-IDX > 4
               PERFORM ALIGN-DEADLINE
           END-PERFORM

           IF WS-NEW-DATE(1) > WS-NEW-DATE(5)
               OR WS-NEW-DATE(2) > WS-NEW-DATE(3)
               OR WS-NEW-DATE(3) > WS-NEW-DATE(4)
               OR WS-NEW-DATE(4) > WS-NEW-DATE(5)
               MOVE "BAD-ORDER" TO SU-REASON-CODE
               PERFORM SUSPEND-TERM
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CAL-MATCH
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF CL-TERM-CODE(WS-CAL-IDX) = TX-TERM-CODE
                   MOVE WS-CAL-IDX TO WS-CAL-MATCH
               END-IF
           END-PERFORM
           IF WS-CAL-MATCH = 0
               IF WS-CAL-COUNT >= 100
                   DISPLAY "Calendar table full"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CAL-COUNT
               MOVE WS-CAL-COUNT TO WS-CAL-MATCH
               MOVE TX-TERM-CODE TO CL-TERM-CODE(WS-CAL-MATCH)
           END-IF
           MOVE WS-NEW-DATE(1) TO CL-TERM-START(WS-CAL-MATCH)
           MOVE WS-NEW-DATE(2) TO CL-ADD-DEADLINE(WS-CAL-MATCH)
           MOVE WS-NEW-DATE(3) TO CL-DROP-DEADLINE(WS-CAL-MATCH)
           MOVE WS-NEW-DATE(4) TO CL-WDR-DEADLINE(WS-CAL-MATCH)
           MOVE WS-NEW-DATE(5) TO CL-TERM-END(WS-CAL-MATCH)
           ADD 1 TO WS-APPLIED-COUNT.

      *---------------------------------------------------------------
      * Walks a deadline forward a day at a time until it lands on
      * a business day.
      *---------------------------------------------------------------
       ALIGN-DEADLINE.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEW-DATE(WS-DATE-IDX))
           PERFORM CHECK-BUSINESS-DAY
           IF WS-IS-BUSINESS-DAY = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-IS-BUSINESS-DAY = "Y"
               ADD 1 TO WS-DATE-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-NEW-DATE(WS-DATE-IDX)
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM
           ADD 1 TO WS-MOVED-COUNT
           DISPLAY "Term " TX-TERM-CODE " "
               WS-DEADLINE-NAME(WS-DATE-IDX) " deadline "
               TX-DATE(WS-DATE-IDX) " moved to "
               WS-NEW-DATE(WS-DATE-IDX).

      *---------------------------------------------------------------
      * Day 1 of the integer date epoch was a Monday, so MOD 7 of
      * the integer form gives 6 for Saturday and 0 for Sunday.
      *---------------------------------------------------------------
       CHECK-BUSINESS-DAY.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-INT 7)
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               MOVE "N" TO WS-IS-BUSINESS-DAY
           ELSE
               MOVE "Y" TO WS-IS-BUSINESS-DAY
               PERFORM VARYING WS-HOLIDAY-IDX FROM 1 BY 1
                       UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-COUNT
                   IF WS-HOLIDAY(WS-HOLIDAY-IDX) =
                           WS-NEW-DATE(WS-DATE-IDX)
                       MOVE "N" TO WS-IS-BUSINESS-DAY
                   END-IF
               END-PERFORM
           END-IF.

       SUSPEND-TERM.
           MOVE TRANSACTION-REC TO SU-TXN
           MOVE SPACE TO SU-FILLER
           WRITE SUSPENSE-REC
           ADD 1 TO WS-REJECT-COUNT.

       REWRITE-CALENDAR.
           OPEN OUTPUT CALENDAR-FILE
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               MOVE CL-TERM-CODE(WS-CAL-IDX) TO AC-TERM-CODE
               MOVE CL-TERM-START(WS-CAL-IDX) TO AC-TERM-START
               MOVE CL-ADD-DEADLINE(WS-CAL-IDX) TO AC-ADD-DEADLINE
               MOVE CL-DROP-DEADLINE(WS-CAL-IDX) TO AC-DROP-DEADLINE
               MOVE CL-WDR-DEADLINE(WS-CAL-IDX) TO AC-WDR-DEADLINE
               MOVE CL-TERM-END(WS-CAL-IDX) TO AC-TERM-END
               WRITE CALENDAR-REC
           END-PERFORM
           CLOSE CALENDAR-FILE.
