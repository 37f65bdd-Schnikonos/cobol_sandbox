       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEIVABLE-AGING.

      *---------------------------------------------------------------
      * Student receivable aging and financial holds. Each student
      * on student-accounts.txt has what is owed read off the
      * receivable account on the keyed account master - a debit
      * balance shows there as a negative figure - and that amount
      * is aged against the tuition charges TUITION-BILLING wrote
      * to tuition-charges.txt:
      *
      *   0-30, 31-60, 61-90 and over 90 days from the bill date
      *   to the business date.
      *
      * Payments and credits are taken to have cleared the oldest
      * charges first, so the amount owed is spread over the
      * student's charges from the newest back; anything owed
      * beyond every charge on the register is shown as current.
      *
      * A student whose oldest unpaid charge is more days old than
      * the threshold in hold-threshold.dat (60 when there is no
      * file) is put on financial hold. The hold stays on until the
      * receivable is cleared - a part payment that brings the
      * oldest charge back under the threshold does not lift it.
      * financial-holds.txt is rewritten each run with every
      * student now on hold, keeping the date each hold was first
      * placed, and is what COURSE-REGISTRATION and
      * TRANSCRIPT-FULFILL refuse service against. Every hold
      * placed or released is logged to financial-hold-log.txt,
      * and receivable-aging.txt gives the bursar the buckets per
      * student with the totals. A student newly put on hold has
      * an OVERDUE letter queued for LETTER-RUN giving the amount
      * owed and the age of the oldest unpaid charge.
      *
      * A student whose account cannot be read keeps whatever hold
      * was on file. Without the account master the run stops
      * before the hold file is touched.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MAP-FILE
               ASSIGN TO "intermediate/student-accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCOUNT-MAP.
           SELECT ACCT-REC ASSIGN TO "bbbbbb.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS FS-ACCT.
           SELECT CHARGE-FILE
               ASSIGN TO "intermediate/tuition-charges.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHARGE.
           SELECT THRESHOLD-FILE
               ASSIGN TO "intermediate/hold-threshold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-THRESHOLD.
           SELECT HOLD-FILE
               ASSIGN TO "intermediate/financial-holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOLD.
           SELECT HOLD-LOG-FILE
               ASSIGN TO "intermediate/financial-hold-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOLD-LOG.
           SELECT AGING-FILE
               ASSIGN TO "intermediate/receivable-aging.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AGING.
           COPY LTRQSEL.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MAP-FILE.
       01 ACCOUNT-MAP-REC.
          05 SA-STUDENT-ID   PIC 9(5).
          05 SA-ACCT         PIC 9(4).

       FD ACCT-REC.
       01 ACCT-RECORD.
          05 ACCT-NUMBER     PIC 9(4).
          05 ACCT-NAME       PIC X(4).
          05 ACCT-BALANCE    PIC S9(5)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

       FD CHARGE-FILE.
       01 CHARGE-REC.
          05 CG-STUDENT-ID   PIC 9(5).
          05 CG-COURSE-CODE  PIC X(6).
          05 CG-TERM-CODE    PIC X(5).
          05 CG-AMOUNT       PIC 9(5)V99.
          05 CG-BILL-DATE    PIC 9(8).
          05 CG-BATCH-ID     PIC 9(7).

       FD THRESHOLD-FILE.
       01 THRESHOLD-REC      PIC 9(3).

       FD HOLD-FILE.
       01 HOLD-REC.
          05 FH-STUDENT-ID   PIC 9(5).
          05 FH-ACCT         PIC 9(4).
          05 FH-HOLD-DATE    PIC 9(8).
          05 FH-OWED         PIC 9(7)V99.
          05 FH-OLDEST-DAYS  PIC 9(4).

       FD HOLD-LOG-FILE.
       01 HOLD-LOG-REC.
          05 HG-DATE         PIC 9(8).
          05 HG-FILLER-1     PIC X.
          05 HG-EVENT        PIC X(8).
          05 HG-FILLER-2     PIC X.
          05 HG-STUDENT-ID   PIC 9(5).
          05 HG-FILLER-3     PIC X.
          05 HG-ACCT         PIC 9(4).
          05 HG-FILLER-4     PIC X.
          05 HG-OWED         PIC 9(7).99.

       FD AGING-FILE.
       01 AGING-REC          PIC X(90).

       COPY LTRQFD.

       WORKING-STORAGE SECTION.
       01 FS-ACCOUNT-MAP     PIC XX.
       01 FS-ACCT            PIC XX.
       01 FS-CHARGE          PIC XX.
       01 FS-THRESHOLD       PIC XX.
       01 FS-HOLD            PIC XX.
       01 FS-HOLD-LOG        PIC XX.
       01 FS-AGING           PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".

       01 WS-RUN-DATE        PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-THRESHOLD       PIC 9(3) VALUE 60.

       01 WS-MAP-COUNT       PIC 9(3) VALUE 0.
       01 WS-MAP-IDX         PIC 9(3).
       01 WS-MAP-TABLE.
          05 WS-MAP-ENTRY OCCURS 200 TIMES.
             10 MP-STUDENT-ID PIC 9(5).
             10 MP-ACCT      PIC 9(4).

       01 WS-CHG-COUNT       PIC 9(4) VALUE 0.
       01 WS-CHG-IDX         PIC S9(4).
       01 WS-CHG-TABLE.
          05 WS-CHG-ENTRY OCCURS 2000 TIMES.
             10 CH-STUDENT-ID PIC 9(5).
             10 CH-AMOUNT    PIC 9(5)V99.
             10 CH-BILL-DATE PIC 9(8).

      *---------------------------------------------------------------
      * Holds on file from the last run. PH-SEEN is set once the
      * student has been aged this run; a hold never seen is
      * carried forward as it stands.
      *---------------------------------------------------------------
       01 WS-PH-COUNT        PIC 9(3) VALUE 0.
       01 WS-PH-IDX          PIC 9(3).
       01 WS-PH-MATCH        PIC 9(3).
       01 WS-PH-TABLE.
          05 WS-PH-ENTRY OCCURS 200 TIMES.
             10 PH-STUDENT-ID PIC 9(5).
             10 PH-ACCT      PIC 9(4).
             10 PH-HOLD-DATE PIC 9(8).
             10 PH-OWED      PIC 9(7)V99.
             10 PH-OLDEST-DAYS PIC 9(4).
             10 PH-SEEN      PIC X.

      *---------------------------------------------------------------
      * Per-student working fields.
      *---------------------------------------------------------------
       01 WS-STUDENT-ACCT    PIC 9(4).
       01 WS-ACCT-FOUND      PIC X.
       01 WS-OWED            PIC 9(7)V99.
       01 WS-LEFT            PIC 9(7)V99.
       01 WS-PORTION         PIC 9(7)V99.
       01 WS-AGE-DAYS        PIC S9(7).
       01 WS-OLDEST-DAYS     PIC 9(4).
       01 WS-HOLD-STATE      PIC X(8).
       01 WS-HOLD-DATE       PIC 9(8).
       01 WS-LOG-EVENT       PIC X(8).

       01 WS-BUCKETS.
          05 WS-BKT-AMOUNT OCCURS 4 TIMES PIC 9(7)V99.
       01 WS-BKT-IDX         PIC 9.
       01 WS-TOTAL-BUCKETS.
          05 WS-TOT-AMOUNT OCCURS 4 TIMES PIC 9(9)V99.
       01 WS-TOTAL-OWED      PIC 9(9)V99 VALUE 0.

       01 WS-AGED-COUNT      PIC 9(5) VALUE 0.
       01 WS-OWING-COUNT     PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT      PIC 9(5) VALUE 0.
       01 WS-PLACED-COUNT    PIC 9(5) VALUE 0.
       01 WS-RELEASED-COUNT  PIC 9(5) VALUE 0.
       01 WS-UNREAD-COUNT    PIC 9(5) VALUE 0.

       01 WS-DATE-ED         PIC 9999/99/99.
       01 WS-COUNT-ED        PIC ZZ,ZZ9.
       01 WS-THRESHOLD-ED    PIC ZZ9.
       01 WS-LETTER-OWED     PIC Z(6)9.99.
       01 WS-LETTER-DAYS     PIC ZZZ9.

       COPY LTRQWS.

       01 WS-AGING-HEAD.
          05 FILLER          PIC X(40) VALUE
             "STUDENT ACCT    0-30 DAYS   31-60 DAYS  ".
          05 FILLER          PIC X(40) VALUE
             " 61-90 DAYS OVER 90 DAYS    TOTAL OWED  ".
          05 FILLER          PIC X(4) VALUE "HOLD".

       01 WS-AGING-LINE.
          05 WS-AL-STUDENT   PIC 9(5).
          05 FILLER          PIC X(3) VALUE SPACES.
          05 WS-AL-ACCT      PIC 9(4).
          05 WS-AL-BUCKET OCCURS 4 TIMES.
             10 FILLER       PIC X VALUE SPACE.
             10 WS-AL-AMOUNT PIC Z,ZZZ,ZZ9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-AL-OWED      PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-AL-HOLD      PIC X(8).

       01 WS-AGING-TOTAL.
          05 FILLER          PIC X(12) VALUE "TOTALS".
          05 WS-AT-BUCKET OCCURS 4 TIMES.
             10 FILLER       PIC X VALUE SPACE.
             10 WS-AT-AMOUNT PIC Z,ZZZ,ZZ9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-AT-OWED      PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           MOVE "RECEIVABLE-AGING" TO LR-PROGRAM-ID
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL
           MOVE WS-RUN-DATE TO WS-DATE-ED
           PERFORM LOAD-THRESHOLD
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM LOAD-CHARGES
           PERFORM LOAD-PRIOR-HOLDS
           INITIALIZE WS-TOTAL-BUCKETS

           OPEN INPUT ACCT-REC
           IF FS-ACCT NOT = "00"
               DISPLAY "Cannot open account master, FS=" FS-ACCT
                   " - receivables not aged, holds unchanged"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AGING-FILE
           OPEN EXTEND HOLD-LOG-FILE
           IF FS-HOLD-LOG NOT = "00"
               OPEN OUTPUT HOLD-LOG-FILE
           END-IF
           OPEN OUTPUT HOLD-FILE
           PERFORM WRITE-AGING-HEADINGS

           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               PERFORM AGE-ONE-STUDENT
           END-PERFORM
           PERFORM CARRY-UNSEEN-HOLDS

           PERFORM WRITE-AGING-TOTALS
           CLOSE ACCT-REC AGING-FILE HOLD-LOG-FILE HOLD-FILE

           DISPLAY "Students aged:       " WS-AGED-COUNT
           DISPLAY "  with a balance:    " WS-OWING-COUNT
           DISPLAY "Holds in force:      " WS-HELD-COUNT
           DISPLAY "  placed this run:   " WS-PLACED-COUNT
           DISPLAY "Holds released:      " WS-RELEASED-COUNT
           IF WS-UNREAD-COUNT > 0
               DISPLAY "Accounts not read:   " WS-UNREAD-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-THRESHOLD.
           OPEN INPUT THRESHOLD-FILE
           IF FS-THRESHOLD = "00"
               READ THRESHOLD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF THRESHOLD-REC IS NUMERIC
                           MOVE THRESHOLD-REC TO WS-THRESHOLD
                       END-IF
               END-READ
               CLOSE THRESHOLD-FILE
           END-IF.

       LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-FILE
           IF FS-ACCOUNT-MAP NOT = "00"
               DISPLAY "No student account map, FS=" FS-ACCOUNT-MAP
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ ACCOUNT-MAP-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-MAP-COUNT < 200
                               ADD 1 TO WS-MAP-COUNT
                               MOVE SA-STUDENT-ID TO
                                   MP-STUDENT-ID(WS-MAP-COUNT)
                               MOVE SA-ACCT
                                   TO MP-ACCT(WS-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MAP-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * The charge register is appended run by run, so it is in
      * billing order; a charge with no usable bill date is aged
      * as billed today.
      *---------------------------------------------------------------
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
                           IF WS-CHG-COUNT < 2000
                               ADD 1 TO WS-CHG-COUNT
                               MOVE CG-STUDENT-ID TO
                                   CH-STUDENT-ID(WS-CHG-COUNT)
                               MOVE CG-AMOUNT TO
                                   CH-AMOUNT(WS-CHG-COUNT)
                               IF CG-BILL-DATE IS NUMERIC
                                   AND CG-BILL-DATE NOT > WS-RUN-DATE
                                   AND CG-BILL-DATE > 19000000
                                   MOVE CG-BILL-DATE TO
                                       CH-BILL-DATE(WS-CHG-COUNT)
                               ELSE
                                   MOVE WS-RUN-DATE TO
                                       CH-BILL-DATE(WS-CHG-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGE-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       LOAD-PRIOR-HOLDS.
           OPEN INPUT HOLD-FILE
           IF FS-HOLD NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ HOLD-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-PH-COUNT < 200
                               ADD 1 TO WS-PH-COUNT
                               MOVE FH-STUDENT-ID TO
                                   PH-STUDENT-ID(WS-PH-COUNT)
                               MOVE FH-ACCT TO PH-ACCT(WS-PH-COUNT)
                               MOVE FH-HOLD-DATE TO
                                   PH-HOLD-DATE(WS-PH-COUNT)
                               MOVE FH-OWED TO PH-OWED(WS-PH-COUNT)
                               MOVE FH-OLDEST-DAYS TO
                                   PH-OLDEST-DAYS(WS-PH-COUNT)
                               MOVE "N" TO PH-SEEN(WS-PH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       WRITE-AGING-HEADINGS.
           MOVE WS-THRESHOLD TO WS-THRESHOLD-ED
           MOVE SPACES TO AGING-REC
           STRING "STUDENT RECEIVABLE AGING " DELIMITED BY SIZE
                  WS-DATE-ED DELIMITED BY SIZE
                  "   HOLD AFTER " DELIMITED BY SIZE
                  WS-THRESHOLD-ED DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
               INTO AGING-REC
           END-STRING
           WRITE AGING-REC
           MOVE SPACES TO AGING-REC
           WRITE AGING-REC
           MOVE WS-AGING-HEAD TO AGING-REC
           WRITE AGING-REC.

      *---------------------------------------------------------------
      * One student: what is owed, spread over the charges newest
      * first, then the hold decided against the oldest charge
      * still carrying a balance.
      *---------------------------------------------------------------
       AGE-ONE-STUDENT.
           MOVE MP-ACCT(WS-MAP-IDX) TO WS-STUDENT-ACCT
           PERFORM FIND-PRIOR-HOLD
           IF WS-PH-MATCH > 0
               MOVE "Y" TO PH-SEEN(WS-PH-MATCH)
           END-IF

           MOVE WS-STUDENT-ACCT TO ACCT-NUMBER
           READ ACCT-REC
               INVALID KEY
                   MOVE "N" TO WS-ACCT-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-ACCT-FOUND
           END-READ
           IF WS-ACCT-FOUND = "N"
               DISPLAY "Receivable account " WS-STUDENT-ACCT
                   " for student " MP-STUDENT-ID(WS-MAP-IDX)
                   " not on the account master"
               ADD 1 TO WS-UNREAD-COUNT
               IF WS-PH-MATCH > 0
                   MOVE "N" TO PH-SEEN(WS-PH-MATCH)
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AGED-COUNT

           IF ACCT-BALANCE < 0
               COMPUTE WS-OWED = 0 - ACCT-BALANCE
           ELSE
               MOVE 0 TO WS-OWED
           END-IF

           IF WS-OWED = 0
               IF WS-PH-MATCH > 0
                   MOVE "RELEASED" TO WS-LOG-EVENT
                   PERFORM WRITE-HOLD-LOG
                   ADD 1 TO WS-RELEASED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM SPREAD-OWED-OVER-CHARGES

           MOVE SPACES TO WS-HOLD-STATE
           IF WS-PH-MATCH > 0
               MOVE "HELD" TO WS-HOLD-STATE
               MOVE PH-HOLD-DATE(WS-PH-MATCH) TO WS-HOLD-DATE
           ELSE
               IF WS-OLDEST-DAYS > WS-THRESHOLD
                   MOVE "NEW HOLD" TO WS-HOLD-STATE
                   MOVE WS-RUN-DATE TO WS-HOLD-DATE
                   MOVE "PLACED" TO WS-LOG-EVENT
                   PERFORM WRITE-HOLD-LOG
                   ADD 1 TO WS-PLACED-COUNT
                   PERFORM QUEUE-OVERDUE-LETTER
               END-IF
           END-IF
           IF WS-HOLD-STATE NOT = SPACES
               MOVE MP-STUDENT-ID(WS-MAP-IDX) TO FH-STUDENT-ID
               MOVE WS-STUDENT-ACCT TO FH-ACCT
               MOVE WS-HOLD-DATE TO FH-HOLD-DATE
               MOVE WS-OWED TO FH-OWED
               MOVE WS-OLDEST-DAYS TO FH-OLDEST-DAYS
               WRITE HOLD-REC
               ADD 1 TO WS-HELD-COUNT
           END-IF
           PERFORM WRITE-AGING-LINE.

      *---------------------------------------------------------------
      * Walks the charge table from the end, so the newest charge
      * absorbs the amount owed first and whatever has been paid
      * is taken off the oldest. Any amount owed past the last
      * charge was not billed by tuition and counts as current.
      *---------------------------------------------------------------
       SPREAD-OWED-OVER-CHARGES.
           INITIALIZE WS-BUCKETS
           MOVE 0 TO WS-OLDEST-DAYS
           MOVE WS-OWED TO WS-LEFT
           PERFORM VARYING WS-CHG-IDX FROM WS-CHG-COUNT BY -1
                   UNTIL WS-CHG-IDX < 1 OR WS-LEFT = 0
               IF CH-STUDENT-ID(WS-CHG-IDX) =
                       MP-STUDENT-ID(WS-MAP-IDX)
                   PERFORM AGE-ONE-CHARGE
               END-IF
           END-PERFORM
           IF WS-LEFT > 0
               ADD WS-LEFT TO WS-BKT-AMOUNT(1)
           END-IF.

       AGE-ONE-CHARGE.
           IF CH-AMOUNT(WS-CHG-IDX) < WS-LEFT
               MOVE CH-AMOUNT(WS-CHG-IDX) TO WS-PORTION
           ELSE
               MOVE WS-LEFT TO WS-PORTION
           END-IF
           SUBTRACT WS-PORTION FROM WS-LEFT
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(CH-BILL-DATE(WS-CHG-IDX))
           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT > 30
                   MOVE 1 TO WS-BKT-IDX
               WHEN WS-AGE-DAYS NOT > 60
                   MOVE 2 TO WS-BKT-IDX
               WHEN WS-AGE-DAYS NOT > 90
                   MOVE 3 TO WS-BKT-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BKT-IDX
           END-EVALUATE
           ADD WS-PORTION TO WS-BKT-AMOUNT(WS-BKT-IDX)
           IF WS-AGE-DAYS > 9999
               MOVE 9999 TO WS-AGE-DAYS
           END-IF
           IF WS-AGE-DAYS > WS-OLDEST-DAYS
               MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
           END-IF.

       FIND-PRIOR-HOLD.
           MOVE 0 TO WS-PH-MATCH
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-COUNT
               IF PH-STUDENT-ID(WS-PH-IDX) =
                       MP-STUDENT-ID(WS-MAP-IDX)
                   MOVE WS-PH-IDX TO WS-PH-MATCH
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * A hold whose student was not aged this run - gone from the
      * account map, or the account unreadable - stays on file
      * until the balance can be proved clear.
      *---------------------------------------------------------------
       CARRY-UNSEEN-HOLDS.
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-COUNT
               IF PH-SEEN(WS-PH-IDX) = "N"
                   MOVE PH-STUDENT-ID(WS-PH-IDX) TO FH-STUDENT-ID
                   MOVE PH-ACCT(WS-PH-IDX) TO FH-ACCT
                   MOVE PH-HOLD-DATE(WS-PH-IDX) TO FH-HOLD-DATE
                   MOVE PH-OWED(WS-PH-IDX) TO FH-OWED
                   MOVE PH-OLDEST-DAYS(WS-PH-IDX) TO FH-OLDEST-DAYS
                   WRITE HOLD-REC
                   ADD 1 TO WS-HELD-COUNT
               END-IF
           END-PERFORM.

       WRITE-AGING-LINE.
           ADD 1 TO WS-OWING-COUNT
           MOVE MP-STUDENT-ID(WS-MAP-IDX) TO WS-AL-STUDENT
           MOVE WS-STUDENT-ACCT TO WS-AL-ACCT
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 4
               MOVE WS-BKT-AMOUNT(WS-BKT-IDX)
                   TO WS-AL-AMOUNT(WS-BKT-IDX)
               ADD WS-BKT-AMOUNT(WS-BKT-IDX)
                   TO WS-TOT-AMOUNT(WS-BKT-IDX)
           END-PERFORM
           MOVE WS-OWED TO WS-AL-OWED
           ADD WS-OWED TO WS-TOTAL-OWED
           MOVE WS-HOLD-STATE TO WS-AL-HOLD
           MOVE WS-AGING-LINE TO AGING-REC
           WRITE AGING-REC.

       WRITE-AGING-TOTALS.
           MOVE SPACES TO AGING-REC
           WRITE AGING-REC
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 4
               MOVE WS-TOT-AMOUNT(WS-BKT-IDX)
                   TO WS-AT-AMOUNT(WS-BKT-IDX)
           END-PERFORM
           MOVE WS-TOTAL-OWED TO WS-AT-OWED
           MOVE WS-AGING-TOTAL TO AGING-REC
           WRITE AGING-REC
           MOVE SPACES TO AGING-REC
           WRITE AGING-REC
           MOVE WS-HELD-COUNT TO WS-COUNT-ED
           MOVE SPACES TO AGING-REC
           STRING "STUDENTS ON FINANCIAL HOLD: " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
               INTO AGING-REC
           END-STRING
           WRITE AGING-REC
           MOVE WS-PLACED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO AGING-REC
           STRING "  PLACED THIS RUN:          " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
               INTO AGING-REC
           END-STRING
           WRITE AGING-REC
           MOVE WS-RELEASED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO AGING-REC
           STRING "HOLDS RELEASED THIS RUN:    " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
               INTO AGING-REC
           END-STRING
           WRITE AGING-REC.

       QUEUE-OVERDUE-LETTER.
           MOVE "OVERDUE" TO LR-TEMPLATE
           MOVE "S" TO LR-KIND
           MOVE MP-STUDENT-ID(WS-MAP-IDX) TO LR-KEY
           MOVE WS-OWED TO WS-LETTER-OWED
           MOVE WS-LETTER-OWED TO LR-VALUE(1)
           MOVE WS-OLDEST-DAYS TO WS-LETTER-DAYS
           MOVE WS-LETTER-DAYS TO LR-VALUE(2)
           PERFORM QUEUE-LETTER-REQUEST.

       WRITE-HOLD-LOG.
           MOVE SPACES TO HOLD-LOG-REC
           MOVE WS-RUN-DATE TO HG-DATE
           MOVE WS-LOG-EVENT TO HG-EVENT
           MOVE MP-STUDENT-ID(WS-MAP-IDX) TO HG-STUDENT-ID
           MOVE WS-STUDENT-ACCT TO HG-ACCT
           MOVE WS-OWED TO HG-OWED
           WRITE HOLD-LOG-REC.

       COPY LTRQPD.
