      * receivable, the tuition revenue account in
      * tuition-revenue-account.dat credited the total - so tuition
      * receivable shows on TRIAL-BALANCE and payments post against
      * it like any other account. The batch carries the school's
      * entity code on an E record, and each receivable account
      * opened here is tagged to the school in account-entities.txt
      * and classed as an asset on chart-of-accounts.txt, so the
      * statements and the year-end close know where it belongs.
      *
      * Every enrollment billed is recorded on tuition-charges.txt
      * with its amount, the business date and the batch id, so a
      * later run bills only enrollments not yet charged, and
      * refunds and aging can see what each course cost and when.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EXEMPT-FILE ASSIGN TO "overdraft-exempt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXEMPT.
           SELECT ACCT-ENTITY-FILE ASSIGN TO "account-entities.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCT-ENTITY.
           SELECT CHART-FILE ASSIGN TO "chart-of-accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHART.
           SELECT CHARGE-FILE
               ASSIGN TO "intermediate/tuition-charges.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHARGE.

       DATA DIVISION.
       FILE SECTION.
          05 EL-STUDENT-ID   PIC 9(5).
          05 EL-COURSE-CODE  PIC X(6).
          05 EL-TERM-CODE    PIC X(5).
          05 EL-SECTION      PIC X(2).

       FD CAPACITY-FILE.
       01 CAPACITY-REC.
       FD EXEMPT-FILE.
       01 EXEMPT-REC         PIC 9(4).

       FD ACCT-ENTITY-FILE.
       01 ACCT-ENTITY-REC.
          05 AE-ACCT         PIC 9(4).
          05 AE-ENTITY       PIC X(3).

       FD CHART-FILE.
       01 CHART-REC.
          05 CA-ACCT         PIC 9(4).
          05 CA-CLASS        PIC X.
          05 CA-GROUP        PIC X(20).

       FD CHARGE-FILE.
       01 CHARGE-REC.
          05 CG-STUDENT-ID   PIC 9(5).
          05 CG-COURSE-CODE  PIC X(6).
          05 CG-TERM-CODE    PIC X(5).
          05 CG-AMOUNT       PIC 9(5)V99.
          05 CG-BILL-DATE    PIC 9(8).
          05 CG-BATCH-ID     PIC 9(7).

       WORKING-STORAGE SECTION.
       01 FS-ENROLLMENT      PIC XX.
       01 FS-CAPACITY        PIC XX.
       01 FS-REVENUE         PIC XX.
       01 FS-JOURNAL         PIC XX.
       01 FS-EXEMPT          PIC XX.
       01 FS-ACCT-ENTITY     PIC XX.
       01 FS-CHART           PIC XX.
       01 FS-CHARGE          PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".

       01 WS-RUN-DATE        PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.

       01 WS-CREDIT-RATE     PIC 9(3)V99 VALUE 0.
       01 WS-REVENUE-ACCT    PIC 9(4) VALUE 0.
       01 WS-NEXT-BASE       PIC 9(3) VALUE 900.
             10 AC-NAME      PIC X(4).
             10 AC-BALANCE   PIC S9(5)V99.

      *---------------------------------------------------------------
      * Enrollments already charged, from tuition-charges.txt, and
      * the ones charged by this run (CH-NEW), which are appended
      * with the batch id once the batch is written.
      *---------------------------------------------------------------
       01 WS-CHG-COUNT       PIC 9(4) VALUE 0.
       01 WS-CHG-IDX         PIC 9(4).
       01 WS-CHG-BILLED      PIC X.
       01 WS-CHG-TABLE.
          05 WS-CHG-ENTRY OCCURS 2000 TIMES.
             10 CH-STUDENT-ID PIC 9(5).
             10 CH-COURSE-CODE PIC X(6).
             10 CH-TERM-CODE PIC X(5).
             10 CH-AMOUNT    PIC 9(5)V99.
             10 CH-NEW       PIC X.

       01 WS-COURSE-CREDITS  PIC 9.
       01 WS-LINE-CHARGE     PIC 9(5)V99.
       01 WS-TOTAL-CHARGES   PIC 9(9)V99 VALUE 0.
       01 WS-JRNL-PERIOD.
          05 JP-TYPE         PIC X.
          05 JP-PERIOD       PIC 9(6).
       01 WS-JRNL-BATCH.
          05 JB-TYPE         PIC X.
          05 JB-BATCH-ID     PIC 9(7).
          05 JB-OPERATOR     PIC X(8).
       01 WS-JRNL-ENTITY.
          05 JE-TYPE         PIC X VALUE "E".
          05 JE-ENTITY       PIC X(3) VALUE "SCH".

       01 WS-OPEN-PERIOD     PIC 9(6).
       01 WS-OPEN-PD-STATUS  PIC X.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL
           PERFORM LOAD-RATE-AND-REVENUE
           PERFORM LOAD-CREDITS
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM LOAD-ACCOUNT-MASTER
           PERFORM LOAD-NEXT-BASE
           PERFORM LOAD-CHARGES

           PERFORM PRICE-ENROLLMENTS
           IF WS-BILL-COUNT = 0

           PERFORM ASSIGN-MISSING-ACCOUNTS
           PERFORM WRITE-TUITION-BATCH
           PERFORM WRITE-CHARGE-REGISTER
           PERFORM REWRITE-ACCOUNT-MAP
           IF WS-OPENED-COUNT > 0
               PERFORM REWRITE-ACCOUNT-MASTER
               CLOSE NEXT-BASE-FILE
           END-IF.

       LOAD-CHARGES.
           OPEN INPUT CHARGE-FILE
           IF FS-CHARGE NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ CHARGE-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-CHG-COUNT >= 2000
                               DISPLAY "Charge table full"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-CHG-COUNT
                           MOVE CG-STUDENT-ID
                               TO CH-STUDENT-ID(WS-CHG-COUNT)
                           MOVE CG-COURSE-CODE
                               TO CH-COURSE-CODE(WS-CHG-COUNT)
                           MOVE CG-TERM-CODE
                               TO CH-TERM-CODE(WS-CHG-COUNT)
                           MOVE CG-AMOUNT TO CH-AMOUNT(WS-CHG-COUNT)
                           MOVE "N" TO CH-NEW(WS-CHG-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CHARGE-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       SAVE-NEXT-BASE.
           OPEN OUTPUT NEXT-BASE-FILE
           MOVE WS-NEXT-BASE TO NEXT-BASE-REC
           MOVE "N" TO WS-END-FLAG.

       PRICE-ONE-ENROLLMENT.
           MOVE "N" TO WS-CHG-BILLED
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF CH-STUDENT-ID(WS-CHG-IDX) = EL-STUDENT-ID
                   AND CH-COURSE-CODE(WS-CHG-IDX) = EL-COURSE-CODE
                   AND CH-TERM-CODE(WS-CHG-IDX) = EL-TERM-CODE
                   MOVE "Y" TO WS-CHG-BILLED
               END-IF
           END-PERFORM
           IF WS-CHG-BILLED = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-COURSE-CREDITS
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                   UNTIL WS-CAP-IDX > WS-CAP-COUNT
               MOVE 0 TO BL-CHARGE(WS-BILL-MATCH)
           END-IF
           ADD WS-LINE-CHARGE TO BL-CHARGE(WS-BILL-MATCH)
           ADD WS-LINE-CHARGE TO WS-TOTAL-CHARGES

           IF WS-CHG-COUNT >= 2000
               DISPLAY "Charge table full"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CHG-COUNT
           MOVE EL-STUDENT-ID TO CH-STUDENT-ID(WS-CHG-COUNT)
           MOVE EL-COURSE-CODE TO CH-COURSE-CODE(WS-CHG-COUNT)
           MOVE EL-TERM-CODE TO CH-TERM-CODE(WS-CHG-COUNT)
           MOVE WS-LINE-CHARGE TO CH-AMOUNT(WS-CHG-COUNT)
           MOVE "Y" TO CH-NEW(WS-CHG-COUNT).

      *---------------------------------------------------------------
      * Every billed student needs a receivable account. A missing
           MOVE WS-TRY-ACCT-N TO EXEMPT-REC
           WRITE EXEMPT-REC
           CLOSE EXEMPT-FILE
           OPEN EXTEND ACCT-ENTITY-FILE
           IF FS-ACCT-ENTITY NOT = "00"
               OPEN OUTPUT ACCT-ENTITY-FILE
           END-IF
           MOVE WS-TRY-ACCT-N TO AE-ACCT
           MOVE JE-ENTITY TO AE-ENTITY
           WRITE ACCT-ENTITY-REC
           CLOSE ACCT-ENTITY-FILE
           OPEN EXTEND CHART-FILE
           IF FS-CHART NOT = "00"
               OPEN OUTPUT CHART-FILE
           END-IF
           MOVE WS-TRY-ACCT-N TO CA-ACCT
           MOVE "A" TO CA-CLASS
           MOVE "TUITION RECEIVABLE" TO CA-GROUP
           WRITE CHART-REC
           CLOSE CHART-FILE
           ADD 1 TO WS-OPENED-COUNT.

      *---------------------------------------------------------------
           MOVE SPACES TO JOURNAL-REC
           MOVE WS-JRNL-PERIOD TO JOURNAL-REC
           WRITE JOURNAL-REC
           CALL "NEXT-BATCH-ID" USING JB-BATCH-ID JB-OPERATOR
           END-CALL
           MOVE "B" TO JB-TYPE
           MOVE WS-JRNL-BATCH TO JOURNAL-REC
           WRITE JOURNAL-REC
           MOVE SPACES TO JOURNAL-REC
           MOVE WS-JRNL-ENTITY TO JOURNAL-REC
           WRITE JOURNAL-REC

           MOVE "H" TO JH-TYPE
           MOVE WS-DTL-COUNT TO JH-COUNT
           DISPLAY "Tuition batch written: " WS-DTL-COUNT
               " details".

       WRITE-CHARGE-REGISTER.
           OPEN EXTEND CHARGE-FILE
           IF FS-CHARGE NOT = "00"
               OPEN OUTPUT CHARGE-FILE
           END-IF
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF CH-NEW(WS-CHG-IDX) = "Y"
                   MOVE CH-STUDENT-ID(WS-CHG-IDX) TO CG-STUDENT-ID
                   MOVE CH-COURSE-CODE(WS-CHG-IDX) TO CG-COURSE-CODE
                   MOVE CH-TERM-CODE(WS-CHG-IDX) TO CG-TERM-CODE
                   MOVE CH-AMOUNT(WS-CHG-IDX) TO CG-AMOUNT
                   MOVE WS-RUN-DATE TO CG-BILL-DATE
                   MOVE JB-BATCH-ID TO CG-BATCH-ID
                   WRITE CHARGE-REC
               END-IF
           END-PERFORM
           CLOSE CHARGE-FILE.

       REWRITE-ACCOUNT-MAP.
           OPEN OUTPUT ACCOUNT-MAP-FILE
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
