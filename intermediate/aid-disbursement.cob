       IDENTIFICATION DIVISION.
       PROGRAM-ID. AID-DISBURSEMENT.

      *---------------------------------------------------------------
      * Scholarship and financial aid disbursement, run after
      * TUITION-BILLING. Awards are kept on aid-awards.txt:
      *
      *   <student 5><term 5><fund 6><basis 1><value 9(5)V99>
      *   <min GPA 9V99><min credits 2><status 1><paid 9(5)V99>
      *   <batch id 7>
      *
      * Basis A awards a fixed amount, basis P a percentage of the
      * term's tuition (value 0005000 = 50.00 percent). A nonzero
      * minimum GPA or minimum credit load makes the award
      * conditional. Each fund on aid-funds.txt names the ledger
      * account the aid is charged to and the budget it may not
      * exceed.
      *
      * A pending award is disbursed only when all of these hold:
      *
      *   - the student is on students.idx and still active
      *   - the student is registered for the award's term on
      *     enrollments.txt, for at least the minimum credits
      *   - the cumulative GPA over grades.txt (Incompletes carry
      *     no points yet) is at least the minimum
      *   - TUITION-BILLING has given the student a receivable
      *     account on student-accounts.txt
      *   - the fund is on file and has budget left for the award
      *
      * No award pays more than the term's tuition (credits at the
      * tuition-rate.dat rate) less aid already disbursed against
      * it. The run posts one balanced batch: a credit per award to
      * the student's receivable and a debit to each fund's account
      * for the fund's total. Disbursed awards are stamped D with
      * the amount and batch id so a rerun never pays twice; an
      * award that fails a test stays pending for the next run.
      *
      * Each disbursement has an AWARD letter queued for LETTER-RUN
      * with the amount, fund, term, tuition, credits and account,
      * and the GPA and credit conditions when the award has them.
      * fund-utilization.txt shows every fund's budget, disbursed
      * to date and remaining, then the awards not disbursed and
      * why.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AWARD-FILE
               ASSIGN TO "intermediate/aid-awards.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AWARD.
           SELECT FUND-FILE
               ASSIGN TO "intermediate/aid-funds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FUND.
           SELECT STUDENT-FILE
               ASSIGN TO "beginner/students.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS FS-STUDENT.
           SELECT ENROLLMENT-FILE
               ASSIGN TO "intermediate/enrollments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENROLLMENT.
           SELECT CAPACITY-FILE
               ASSIGN TO "intermediate/course-capacity.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAPACITY.
           SELECT RATE-FILE ASSIGN TO "intermediate/tuition-rate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RATE.
           SELECT HISTORY-FILE ASSIGN TO "intermediate/grades.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY.
           SELECT ACCOUNT-MAP-FILE
               ASSIGN TO "intermediate/student-accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCOUNT-MAP.
           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL.
           SELECT UTILIZATION-FILE
               ASSIGN TO "intermediate/fund-utilization.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-UTILIZATION.
           COPY LTRQSEL.

       DATA DIVISION.
       FILE SECTION.
       FD AWARD-FILE.
       01 AWARD-REC.
          05 AW-STUDENT-ID   PIC 9(5).
          05 AW-TERM-CODE    PIC X(5).
          05 AW-FUND         PIC X(6).
          05 AW-BASIS        PIC X.
          05 AW-VALUE        PIC 9(5)V99.
          05 AW-MIN-GPA      PIC 9V99.
          05 AW-MIN-CREDITS  PIC 9(2).
          05 AW-STATUS       PIC X.
          05 AW-PAID         PIC 9(5)V99.
          05 AW-BATCH-ID     PIC 9(7).

       FD FUND-FILE.
       01 FUND-REC.
          05 AF-FUND         PIC X(6).
          05 AF-ACCT         PIC 9(4).
          05 AF-NAME         PIC X(20).
          05 AF-BUDGET       PIC 9(7)V99.
          05 AF-DISBURSED    PIC 9(7)V99.

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
          05 STUDENT-ID          PIC 9(5).
          05 STUDENT-LAST-NAME   PIC X(15).
          05 STUDENT-FIRST-NAME  PIC X(15).
          05 ENROLLMENT-STATUS   PIC X.
          05 DATE-ENROLLED       PIC 9(8).

       FD ENROLLMENT-FILE.
       01 ENROLLMENT-REC.
          05 EL-STUDENT-ID   PIC 9(5).
          05 EL-COURSE-CODE  PIC X(6).
          05 EL-TERM-CODE    PIC X(5).
          05 EL-SECTION      PIC X(2).

       FD CAPACITY-FILE.
       01 CAPACITY-REC.
          05 CP-CODE         PIC X(6).
          05 CP-CAPACITY     PIC 9(3).
          05 CP-CREDITS      PIC 9.

       FD RATE-FILE.
       01 RATE-REC           PIC 9(3)V99.

       FD HISTORY-FILE.
       01 HISTORY-REC.
          05 HIST-STUDENT-ID     PIC 9(5).
          05 HIST-COURSE-CODE    PIC X(6).
          05 HIST-GRADE-CODE     PIC X.
          05 HIST-TERM-CODE      PIC X(5).
          05 HIST-CREDITS        PIC 9.
          05 HIST-SECTION        PIC X(2).

       FD ACCOUNT-MAP-FILE.
       01 ACCOUNT-MAP-REC.
          05 SA-STUDENT-ID   PIC 9(5).
          05 SA-ACCT         PIC 9(4).

       FD JOURNAL-FILE.
       01 JOURNAL-REC        PIC X(16).

       FD UTILIZATION-FILE.
       01 UTILIZATION-REC    PIC X(90).

       COPY LTRQFD.

       WORKING-STORAGE SECTION.
       01 FS-AWARD           PIC XX.
       01 FS-FUND            PIC XX.
       01 FS-STUDENT         PIC XX.
       01 FS-ENROLLMENT      PIC XX.
       01 FS-CAPACITY        PIC XX.
       01 FS-RATE            PIC XX.
       01 FS-HISTORY         PIC XX.
       01 FS-ACCOUNT-MAP     PIC XX.
       01 FS-JOURNAL         PIC XX.
       01 FS-UTILIZATION     PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".

       01 WS-RUN-DATE        PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-CREDIT-RATE     PIC 9(3)V99 VALUE 0.

      *---------------------------------------------------------------
      * The award master, held whole so it can be rewritten with
      * the disbursement stamps. AT-THIS-RUN marks the awards paid
      * by this run, which take the batch id once it is issued.
      *---------------------------------------------------------------
       01 WS-AWARD-COUNT     PIC 9(3) VALUE 0.
       01 WS-AWARD-IDX       PIC 9(3).
       01 WS-AWARD-SCAN      PIC 9(3).
       01 WS-AWARD-TABLE.
          05 WS-AWARD-ENTRY OCCURS 500 TIMES.
             10 AT-STUDENT-ID  PIC 9(5).
             10 AT-TERM-CODE   PIC X(5).
             10 AT-FUND        PIC X(6).
             10 AT-BASIS       PIC X.
             10 AT-VALUE       PIC 9(5)V99.
             10 AT-MIN-GPA     PIC 9V99.
             10 AT-MIN-CREDITS PIC 9(2).
             10 AT-STATUS      PIC X.
             10 AT-PAID        PIC 9(5)V99.
             10 AT-BATCH-ID    PIC 9(7).
             10 AT-THIS-RUN    PIC X.
             10 AT-ACCT        PIC 9(4).
             10 AT-REASON      PIC X(20).

       01 WS-FUND-COUNT      PIC 9(2) VALUE 0.
       01 WS-FUND-IDX        PIC 9(2).
       01 WS-FUND-MATCH      PIC 9(2).
       01 WS-FUND-TABLE.
          05 WS-FUND-ENTRY OCCURS 50 TIMES.
             10 FT-FUND      PIC X(6).
             10 FT-ACCT      PIC 9(4).
             10 FT-NAME      PIC X(20).
             10 FT-BUDGET    PIC 9(7)V99.
             10 FT-PRIOR     PIC 9(7)V99.
             10 FT-DISBURSED PIC 9(7)V99.
             10 FT-RUN-TOTAL PIC 9(7)V99.
             10 FT-RUN-COUNT PIC 9(3).
             10 FT-ACCT-VALID PIC X.

       01 WS-CAP-COUNT       PIC 9(3) VALUE 0.
       01 WS-CAP-IDX         PIC 9(3).
       01 WS-CAP-TABLE.
          05 WS-CAP-ENTRY OCCURS 100 TIMES.
             10 CPT-CODE     PIC X(6).
             10 CPT-CREDITS  PIC 9.

       01 WS-ENR-COUNT       PIC 9(3) VALUE 0.
       01 WS-ENR-IDX         PIC 9(3).
       01 WS-ENR-TABLE.
          05 WS-ENR-ENTRY OCCURS 500 TIMES.
             10 ER-STUDENT-ID PIC 9(5).
             10 ER-COURSE-CODE PIC X(6).
             10 ER-TERM-CODE PIC X(5).

       01 WS-HIST-COUNT      PIC 9(3) VALUE 0.
       01 WS-HIST-IDX        PIC 9(3).
       01 WS-HIST-TABLE.
          05 WS-HIST-ENTRY OCCURS 500 TIMES.
             10 HT-STUDENT-ID PIC 9(5).
             10 HT-GRADE-CODE PIC X.
             10 HT-CREDITS   PIC 9.

       01 WS-MAP-COUNT       PIC 9(3) VALUE 0.
       01 WS-MAP-IDX         PIC 9(3).
       01 WS-MAP-TABLE.
          05 WS-MAP-ENTRY OCCURS 200 TIMES.
             10 MP-STUDENT-ID PIC 9(5).
             10 MP-ACCT      PIC 9(4).

      *---------------------------------------------------------------
      * Per-award working fields.
      *---------------------------------------------------------------
       01 WS-STUDENT-NAME    PIC X(30).
       01 WS-STUDENT-STATUS  PIC X.
       01 WS-STUDENT-ACCT    PIC 9(4).
       01 WS-REASON          PIC X(20).
       01 WS-TERM-CREDITS    PIC 9(3).
       01 WS-COURSE-CREDITS  PIC 9.
       01 WS-TERM-TUITION    PIC 9(5)V99.
       01 WS-PRIOR-AID       PIC 9(7)V99.
       01 WS-TUITION-LEFT    PIC 9(5)V99.
       01 WS-FUND-LEFT       PIC 9(7)V99.
       01 WS-AWARD-AMOUNT    PIC 9(5)V99.
       01 WS-GRADE-POINTS    PIC 9V9.
       01 WS-TOTAL-POINTS    PIC 9(5)V9.
       01 WS-TOTAL-CREDITS   PIC 9(4).
       01 WS-GPA             PIC 9V99.
       01 WS-CHECK-VALID     PIC X.

       01 WS-PENDING-COUNT   PIC 9(5) VALUE 0.
       01 WS-PAID-COUNT      PIC 9(5) VALUE 0.
       01 WS-REFUSED-COUNT   PIC 9(5) VALUE 0.
       01 WS-RUN-TOTAL       PIC 9(9)V99 VALUE 0.

       01 WS-JRNL-HEADER.
          05 JH-TYPE         PIC X.
          05 JH-COUNT        PIC 9(5).
          05 JH-NET          PIC S9(7)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

       01 WS-JRNL-DETAIL.
          05 JT-TYPE         PIC X.
          05 JT-ACCT         PIC 9(4).
          05 JT-DC           PIC X.
          05 JT-AMOUNT       PIC 9(5)V99.

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
       01 WS-DTL-COUNT       PIC 9(5).
       01 WS-CHUNK-LEFT      PIC 9(9)V99.
       01 WS-CHUNK           PIC 9(5)V99.
       01 WS-FUND-CHUNKS     PIC 9(3).

       01 WS-AMOUNT-ED       PIC ZZ,ZZ9.99.
       01 WS-TOTAL-ED        PIC Z,ZZZ,ZZ9.99.
       01 WS-GPA-ED          PIC 9.99.
       01 WS-CREDIT-ED       PIC ZZ9.
       01 WS-DATE-ED         PIC 9999/99/99.

       COPY LTRQWS.

       01 WS-UTIL-HEAD-1.
          05 FILLER          PIC X(33) VALUE
             "FUND   NAME                 ACCT ".
          05 FILLER          PIC X(26) VALUE
             "      BUDGET   PRIOR PAID ".
          05 FILLER          PIC X(31) VALUE
             "    THIS RUN    REMAINING  USED".

       01 WS-UTIL-LINE.
          05 WS-UL-FUND      PIC X(6).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-UL-NAME      PIC X(20).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-UL-ACCT      PIC 9(4).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-UL-BUDGET    PIC Z,ZZZ,ZZ9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-UL-PRIOR     PIC Z,ZZZ,ZZ9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-UL-RUN       PIC Z,ZZZ,ZZ9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-UL-LEFT      PIC Z,ZZZ,ZZ9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-UL-PCT       PIC ZZ9.
          05 FILLER          PIC X VALUE "%".

       01 WS-UTIL-PCT        PIC 9(3).

       01 WS-REFUSAL-LINE.
          05 WS-RL-STUDENT   PIC 9(5).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-RL-TERM      PIC X(5).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-RL-FUND      PIC X(6).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-RL-REASON    PIC X(20).

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           MOVE "AID-DISBURSEMENT" TO LR-PROGRAM-ID
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL
           MOVE WS-RUN-DATE TO WS-DATE-ED
           PERFORM LOAD-RATE
           PERFORM LOAD-FUNDS
           IF WS-FUND-COUNT = 0
               DISPLAY "No aid funds on file - disbursement not run"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-AWARDS
           IF WS-PENDING-COUNT = 0
               DISPLAY "No pending awards to disburse"
               STOP RUN
           END-IF
           PERFORM LOAD-CREDITS
           PERFORM LOAD-ENROLLMENTS
           PERFORM LOAD-GRADE-HISTORY
           PERFORM LOAD-ACCOUNT-MAP

           OPEN INPUT STUDENT-FILE
           IF FS-STUDENT NOT = "00"
               DISPLAY "Cannot open keyed student file, FS="
                   FS-STUDENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-AWARD-IDX FROM 1 BY 1
                   UNTIL WS-AWARD-IDX > WS-AWARD-COUNT
               IF AT-STATUS(WS-AWARD-IDX) NOT = "D"
                   PERFORM DISBURSE-ONE-AWARD
               END-IF
           END-PERFORM

           CLOSE STUDENT-FILE

           IF WS-PAID-COUNT > 0
               PERFORM WRITE-AID-BATCH
               PERFORM REWRITE-AWARDS
               PERFORM REWRITE-FUNDS
           END-IF
           PERFORM WRITE-UTILIZATION-REPORT

           DISPLAY "Pending awards:   " WS-PENDING-COUNT
           DISPLAY "Disbursed:        " WS-PAID-COUNT
           MOVE WS-RUN-TOTAL TO WS-TOTAL-ED
           DISPLAY "  total:          " WS-TOTAL-ED
           DISPLAY "Not disbursed:    " WS-REFUSED-COUNT
           IF WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-RATE.
           OPEN INPUT RATE-FILE
           IF FS-RATE = "00"
               READ RATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RATE-REC TO WS-CREDIT-RATE
               END-READ
               CLOSE RATE-FILE
           END-IF
           IF WS-CREDIT-RATE = 0
               DISPLAY "No per-credit rate on file - disbursement"
                   " not run"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *---------------------------------------------------------------
      * A fund's account is checked through ACCT-CHECK-DIGIT once,
      * here; awards against a fund with a bad account are refused
      * rather than charged to a mis-keyed number.
      *---------------------------------------------------------------
       LOAD-FUNDS.
           OPEN INPUT FUND-FILE
           IF FS-FUND NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ FUND-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-FUND-COUNT < 50
                           ADD 1 TO WS-FUND-COUNT
                           MOVE AF-FUND TO FT-FUND(WS-FUND-COUNT)
                           MOVE AF-ACCT TO FT-ACCT(WS-FUND-COUNT)
                           MOVE AF-NAME TO FT-NAME(WS-FUND-COUNT)
                           MOVE AF-BUDGET
                               TO FT-BUDGET(WS-FUND-COUNT)
                           MOVE AF-DISBURSED
                               TO FT-PRIOR(WS-FUND-COUNT)
                           MOVE AF-DISBURSED
                               TO FT-DISBURSED(WS-FUND-COUNT)
                           MOVE 0 TO FT-RUN-TOTAL(WS-FUND-COUNT)
                           MOVE 0 TO FT-RUN-COUNT(WS-FUND-COUNT)
                           CALL "ACCT-CHECK-DIGIT"
                               USING AF-ACCT WS-CHECK-VALID
                           END-CALL
                           MOVE WS-CHECK-VALID
                               TO FT-ACCT-VALID(WS-FUND-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FUND-FILE
           MOVE "N" TO WS-END-FLAG.

       LOAD-AWARDS.
           OPEN INPUT AWARD-FILE
           IF FS-AWARD NOT = "00"
               DISPLAY "Cannot open award master, FS=" FS-AWARD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ AWARD-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-AWARD-COUNT >= 500
                           DISPLAY "Award table full"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-AWARD-COUNT
                       MOVE AW-STUDENT-ID
                           TO AT-STUDENT-ID(WS-AWARD-COUNT)
                       MOVE AW-TERM-CODE
                           TO AT-TERM-CODE(WS-AWARD-COUNT)
                       MOVE AW-FUND TO AT-FUND(WS-AWARD-COUNT)
                       MOVE AW-BASIS TO AT-BASIS(WS-AWARD-COUNT)
                       MOVE AW-VALUE TO AT-VALUE(WS-AWARD-COUNT)
                       MOVE AW-MIN-GPA
                           TO AT-MIN-GPA(WS-AWARD-COUNT)
                       MOVE AW-MIN-CREDITS
                           TO AT-MIN-CREDITS(WS-AWARD-COUNT)
                       MOVE AW-STATUS TO AT-STATUS(WS-AWARD-COUNT)
                       IF AW-STATUS = "D"
                           MOVE AW-PAID TO AT-PAID(WS-AWARD-COUNT)
                           MOVE AW-BATCH-ID
                               TO AT-BATCH-ID(WS-AWARD-COUNT)
                       ELSE
                           MOVE 0 TO AT-PAID(WS-AWARD-COUNT)
                           MOVE 0 TO AT-BATCH-ID(WS-AWARD-COUNT)
                           ADD 1 TO WS-PENDING-COUNT
                       END-IF
                       MOVE "N" TO AT-THIS-RUN(WS-AWARD-COUNT)
                       MOVE 0 TO AT-ACCT(WS-AWARD-COUNT)
                       MOVE SPACES TO AT-REASON(WS-AWARD-COUNT)
               END-READ
           END-PERFORM
           CLOSE AWARD-FILE
           MOVE "N" TO WS-END-FLAG.

       LOAD-CREDITS.
           OPEN INPUT CAPACITY-FILE
           IF FS-CAPACITY NOT = "00"
               DISPLAY "Cannot open course credits, FS="
                   FS-CAPACITY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ CAPACITY-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-CAP-COUNT < 100
                           ADD 1 TO WS-CAP-COUNT
                           MOVE CP-CODE TO CPT-CODE(WS-CAP-COUNT)
                           MOVE CP-CREDITS
                               TO CPT-CREDITS(WS-CAP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAPACITY-FILE
           MOVE "N" TO WS-END-FLAG.

       LOAD-ENROLLMENTS.
           OPEN INPUT ENROLLMENT-FILE
           IF FS-ENROLLMENT NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ ENROLLMENT-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-ENR-COUNT < 500
                               ADD 1 TO WS-ENR-COUNT
                               MOVE EL-STUDENT-ID TO
                                   ER-STUDENT-ID(WS-ENR-COUNT)
                               MOVE EL-COURSE-CODE TO
                                   ER-COURSE-CODE(WS-ENR-COUNT)
                               MOVE EL-TERM-CODE TO
                                   ER-TERM-CODE(WS-ENR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       LOAD-GRADE-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF FS-HISTORY NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-HIST-COUNT < 500
                               ADD 1 TO WS-HIST-COUNT
                               MOVE HIST-STUDENT-ID TO
                                   HT-STUDENT-ID(WS-HIST-COUNT)
                               MOVE HIST-GRADE-CODE TO
                                   HT-GRADE-CODE(WS-HIST-COUNT)
                               MOVE HIST-CREDITS TO
                                   HT-CREDITS(WS-HIST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-FILE
           IF FS-ACCOUNT-MAP NOT = "00"
               CONTINUE
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
      * Tests run in order and the first one failed is the reason
      * the award stays pending. The amount is worked out last: the
      * percentage or fixed value, cut back to the tuition still
      * uncovered, and refused outright if the fund cannot meet it.
      *---------------------------------------------------------------
       DISBURSE-ONE-AWARD.
           MOVE SPACES TO WS-REASON
           PERFORM FIND-AWARD-FUND
           IF WS-FUND-MATCH = 0
               MOVE "FUND NOT ON FILE" TO WS-REASON
               PERFORM REFUSE-AWARD
               EXIT PARAGRAPH
           END-IF
           IF FT-ACCT-VALID(WS-FUND-MATCH) NOT = "Y"
               MOVE "BAD FUND ACCOUNT" TO WS-REASON
               PERFORM REFUSE-AWARD
               EXIT PARAGRAPH
           END-IF
           IF AT-VALUE(WS-AWARD-IDX) NOT NUMERIC
               OR AT-VALUE(WS-AWARD-IDX) = 0
               OR (AT-BASIS(WS-AWARD-IDX) NOT = "A"
                   AND AT-BASIS(WS-AWARD-IDX) NOT = "P")
               OR (AT-BASIS(WS-AWARD-IDX) = "P"
                   AND AT-VALUE(WS-AWARD-IDX) > 100)
               MOVE "BAD AWARD VALUE" TO WS-REASON
               PERFORM REFUSE-AWARD
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-STUDENT-STATUS
           IF WS-REASON NOT = SPACES
               PERFORM REFUSE-AWARD
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-TERM-TUITION
           IF WS-TERM-CREDITS = 0
               MOVE "NOT REGISTERED" TO WS-REASON
               PERFORM REFUSE-AWARD
               EXIT PARAGRAPH
           END-IF
           IF WS-TERM-CREDITS < AT-MIN-CREDITS(WS-AWARD-IDX)
               MOVE "BELOW CREDIT LOAD" TO WS-REASON
               PERFORM REFUSE-AWARD
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-CUMULATIVE-GPA
           IF WS-GPA < AT-MIN-GPA(WS-AWARD-IDX)
               MOVE "BELOW MINIMUM GPA" TO WS-REASON
               PERFORM REFUSE-AWARD
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-STUDENT-ACCT
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF MP-STUDENT-ID(WS-MAP-IDX) =
                       AT-STUDENT-ID(WS-AWARD-IDX)
                   MOVE MP-ACCT(WS-MAP-IDX) TO WS-STUDENT-ACCT
               END-IF
           END-PERFORM
           IF WS-STUDENT-ACCT = 0
               MOVE "NOT YET BILLED" TO WS-REASON
               PERFORM REFUSE-AWARD
               EXIT PARAGRAPH
           END-IF

           IF AT-BASIS(WS-AWARD-IDX) = "P"
               COMPUTE WS-AWARD-AMOUNT ROUNDED =
                   WS-TERM-TUITION * AT-VALUE(WS-AWARD-IDX) / 100
           ELSE
               MOVE AT-VALUE(WS-AWARD-IDX) TO WS-AWARD-AMOUNT
           END-IF

           MOVE 0 TO WS-PRIOR-AID
           PERFORM VARYING WS-AWARD-SCAN FROM 1 BY 1
                   UNTIL WS-AWARD-SCAN > WS-AWARD-COUNT
               IF AT-STATUS(WS-AWARD-SCAN) = "D"
                   AND AT-STUDENT-ID(WS-AWARD-SCAN) =
                       AT-STUDENT-ID(WS-AWARD-IDX)
                   AND AT-TERM-CODE(WS-AWARD-SCAN) =
                       AT-TERM-CODE(WS-AWARD-IDX)
                   ADD AT-PAID(WS-AWARD-SCAN) TO WS-PRIOR-AID
               END-IF
           END-PERFORM
           IF WS-PRIOR-AID >= WS-TERM-TUITION
               MOVE "TUITION COVERED" TO WS-REASON
               PERFORM REFUSE-AWARD
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TUITION-LEFT = WS-TERM-TUITION - WS-PRIOR-AID
           IF WS-AWARD-AMOUNT > WS-TUITION-LEFT
               MOVE WS-TUITION-LEFT TO WS-AWARD-AMOUNT
           END-IF

           COMPUTE WS-FUND-LEFT = FT-BUDGET(WS-FUND-MATCH)
               - FT-DISBURSED(WS-FUND-MATCH)
           IF FT-DISBURSED(WS-FUND-MATCH) > FT-BUDGET(WS-FUND-MATCH)
               OR WS-AWARD-AMOUNT > WS-FUND-LEFT
               MOVE "FUND EXHAUSTED" TO WS-REASON
               PERFORM REFUSE-AWARD
               EXIT PARAGRAPH
           END-IF

           MOVE "D" TO AT-STATUS(WS-AWARD-IDX)
           MOVE "Y" TO AT-THIS-RUN(WS-AWARD-IDX)
           MOVE WS-AWARD-AMOUNT TO AT-PAID(WS-AWARD-IDX)
           MOVE WS-STUDENT-ACCT TO AT-ACCT(WS-AWARD-IDX)
           ADD WS-AWARD-AMOUNT TO FT-DISBURSED(WS-FUND-MATCH)
           ADD WS-AWARD-AMOUNT TO FT-RUN-TOTAL(WS-FUND-MATCH)
           ADD 1 TO FT-RUN-COUNT(WS-FUND-MATCH)
           ADD WS-AWARD-AMOUNT TO WS-RUN-TOTAL
           ADD 1 TO WS-PAID-COUNT
           PERFORM QUEUE-AWARD-LETTER.

       FIND-AWARD-FUND.
           MOVE 0 TO WS-FUND-MATCH
           PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
                   UNTIL WS-FUND-IDX > WS-FUND-COUNT
               IF FT-FUND(WS-FUND-IDX) = AT-FUND(WS-AWARD-IDX)
                   MOVE WS-FUND-IDX TO WS-FUND-MATCH
               END-IF
           END-PERFORM.

       CHECK-STUDENT-STATUS.
           MOVE SPACES TO WS-STUDENT-NAME
           MOVE SPACE TO WS-STUDENT-STATUS
           MOVE AT-STUDENT-ID(WS-AWARD-IDX) TO STUDENT-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "STUDENT NOT ON FILE" TO WS-REASON
               NOT INVALID KEY
                   MOVE ENROLLMENT-STATUS TO WS-STUDENT-STATUS
                   STRING STUDENT-FIRST-NAME DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          STUDENT-LAST-NAME DELIMITED BY "  "
                       INTO WS-STUDENT-NAME
                   END-STRING
                   IF ENROLLMENT-STATUS NOT = "A"
                       MOVE SPACES TO WS-REASON
                       STRING "NOT ACTIVE STATUS " DELIMITED BY SIZE
                              ENROLLMENT-STATUS DELIMITED BY SIZE
                           INTO WS-REASON
                       END-STRING
                   END-IF
           END-READ.

      *---------------------------------------------------------------
      * The term's registration priced exactly as TUITION-BILLING
      * prices it - credits per course from course-capacity.txt at
      * the per-credit rate; a course with no credits on file is
      * not billed and carries no aid.
      *---------------------------------------------------------------
       COMPUTE-TERM-TUITION.
           MOVE 0 TO WS-TERM-CREDITS
           PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
                   UNTIL WS-ENR-IDX > WS-ENR-COUNT
               IF ER-STUDENT-ID(WS-ENR-IDX) =
                       AT-STUDENT-ID(WS-AWARD-IDX)
                   AND ER-TERM-CODE(WS-ENR-IDX) =
                       AT-TERM-CODE(WS-AWARD-IDX)
                   MOVE 0 TO WS-COURSE-CREDITS
                   PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                           UNTIL WS-CAP-IDX > WS-CAP-COUNT
                       IF CPT-CODE(WS-CAP-IDX) =
                               ER-COURSE-CODE(WS-ENR-IDX)
                           MOVE CPT-CREDITS(WS-CAP-IDX)
                               TO WS-COURSE-CREDITS
                       END-IF
                   END-PERFORM
                   ADD WS-COURSE-CREDITS TO WS-TERM-CREDITS
               END-IF
           END-PERFORM
           COMPUTE WS-TERM-TUITION =
               WS-TERM-CREDITS * WS-CREDIT-RATE.

      *---------------------------------------------------------------
      * Cumulative credit-weighted GPA on GPA-RECOMPUTE's scale;
      * an Incomplete carries no points until it is replaced.
      *---------------------------------------------------------------
       COMPUTE-CUMULATIVE-GPA.
           MOVE 0 TO WS-TOTAL-POINTS
           MOVE 0 TO WS-TOTAL-CREDITS
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
               IF HT-STUDENT-ID(WS-HIST-IDX) =
                       AT-STUDENT-ID(WS-AWARD-IDX)
                   AND HT-GRADE-CODE(WS-HIST-IDX) NOT = "I"
                   EVALUATE HT-GRADE-CODE(WS-HIST-IDX)
                       WHEN "A"
                           MOVE 4.0 TO WS-GRADE-POINTS
                       WHEN "B"
                           MOVE 3.0 TO WS-GRADE-POINTS
                       WHEN "C"
                           MOVE 2.0 TO WS-GRADE-POINTS
                       WHEN "D"
                           MOVE 1.0 TO WS-GRADE-POINTS
                       WHEN OTHER
                           MOVE 0.0 TO WS-GRADE-POINTS
                   END-EVALUATE
                   COMPUTE WS-TOTAL-POINTS = WS-TOTAL-POINTS
                       + WS-GRADE-POINTS * HT-CREDITS(WS-HIST-IDX)
                   ADD HT-CREDITS(WS-HIST-IDX) TO WS-TOTAL-CREDITS
               END-IF
           END-PERFORM
           IF WS-TOTAL-CREDITS = 0
               MOVE 0 TO WS-GPA
           ELSE
               COMPUTE WS-GPA ROUNDED =
                   WS-TOTAL-POINTS / WS-TOTAL-CREDITS
           END-IF.

       REFUSE-AWARD.
           MOVE WS-REASON TO AT-REASON(WS-AWARD-IDX)
           ADD 1 TO WS-REFUSED-COUNT.

       QUEUE-AWARD-LETTER.
           MOVE "AWARD" TO LR-TEMPLATE
           MOVE "S" TO LR-KIND
           MOVE AT-STUDENT-ID(WS-AWARD-IDX) TO LR-KEY
           MOVE WS-AWARD-AMOUNT TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO LR-VALUE(1)
           MOVE FT-NAME(WS-FUND-MATCH) TO LR-VALUE(2)
           MOVE AT-TERM-CODE(WS-AWARD-IDX) TO LR-VALUE(3)
           MOVE WS-TERM-TUITION TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO LR-VALUE(4)
           MOVE WS-TERM-CREDITS TO WS-CREDIT-ED
           MOVE WS-CREDIT-ED TO LR-VALUE(5)
           MOVE WS-STUDENT-ACCT TO LR-VALUE(6)
           IF AT-MIN-GPA(WS-AWARD-IDX) > 0
               MOVE AT-MIN-GPA(WS-AWARD-IDX) TO WS-GPA-ED
               MOVE WS-GPA-ED TO LR-VALUE(7)
           END-IF
           IF AT-MIN-CREDITS(WS-AWARD-IDX) > 0
               MOVE AT-MIN-CREDITS(WS-AWARD-IDX) TO WS-CREDIT-ED
               MOVE WS-CREDIT-ED TO LR-VALUE(8)
           END-IF
           PERFORM QUEUE-LETTER-REQUEST.

      *---------------------------------------------------------------
      * One balanced batch in TUITION-BILLING's layout: a credit per
      * disbursed award to the student's receivable, each fund's
      * account debited its run total (chunked past a detail's
      * 9(5)V99), stamped with the open period and the school's
      * entity. The batch id goes back on every award it paid.
      *---------------------------------------------------------------
       WRITE-AID-BATCH.
           MOVE WS-PAID-COUNT TO WS-DTL-COUNT
           PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
                   UNTIL WS-FUND-IDX > WS-FUND-COUNT
               COMPUTE WS-FUND-CHUNKS = FUNCTION INTEGER(
                   (FT-RUN-TOTAL(WS-FUND-IDX) + 99999.98)
                   / 99999.99)
               ADD WS-FUND-CHUNKS TO WS-DTL-COUNT
           END-PERFORM

           OPEN EXTEND JOURNAL-FILE
           IF FS-JOURNAL NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           CALL "GET-OPEN-PERIOD"
               USING WS-OPEN-PERIOD WS-OPEN-PD-STATUS
           END-CALL
           MOVE "P" TO JP-TYPE
           MOVE WS-OPEN-PERIOD TO JP-PERIOD
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
           MOVE 0 TO JH-NET
           MOVE WS-JRNL-HEADER TO JOURNAL-REC
           WRITE JOURNAL-REC

           PERFORM VARYING WS-AWARD-IDX FROM 1 BY 1
                   UNTIL WS-AWARD-IDX > WS-AWARD-COUNT
               IF AT-THIS-RUN(WS-AWARD-IDX) = "Y"
                   MOVE "D" TO JT-TYPE
                   MOVE AT-ACCT(WS-AWARD-IDX) TO JT-ACCT
                   MOVE "C" TO JT-DC
                   MOVE AT-PAID(WS-AWARD-IDX) TO JT-AMOUNT
                   MOVE WS-JRNL-DETAIL TO JOURNAL-REC
                   WRITE JOURNAL-REC
                   MOVE JB-BATCH-ID TO AT-BATCH-ID(WS-AWARD-IDX)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
                   UNTIL WS-FUND-IDX > WS-FUND-COUNT
               MOVE FT-RUN-TOTAL(WS-FUND-IDX) TO WS-CHUNK-LEFT
               PERFORM UNTIL WS-CHUNK-LEFT = 0
                   IF WS-CHUNK-LEFT > 99999.99
                       MOVE 99999.99 TO WS-CHUNK
                   ELSE
                       MOVE WS-CHUNK-LEFT TO WS-CHUNK
                   END-IF
                   SUBTRACT WS-CHUNK FROM WS-CHUNK-LEFT
                   MOVE "D" TO JT-TYPE
                   MOVE FT-ACCT(WS-FUND-IDX) TO JT-ACCT
                   MOVE "D" TO JT-DC
                   MOVE WS-CHUNK TO JT-AMOUNT
                   MOVE WS-JRNL-DETAIL TO JOURNAL-REC
                   WRITE JOURNAL-REC
               END-PERFORM
           END-PERFORM
           CLOSE JOURNAL-FILE
           DISPLAY "Aid batch " JB-BATCH-ID " written: "
               WS-DTL-COUNT " details".

       REWRITE-AWARDS.
           OPEN OUTPUT AWARD-FILE
           PERFORM VARYING WS-AWARD-IDX FROM 1 BY 1
                   UNTIL WS-AWARD-IDX > WS-AWARD-COUNT
               MOVE AT-STUDENT-ID(WS-AWARD-IDX) TO AW-STUDENT-ID
               MOVE AT-TERM-CODE(WS-AWARD-IDX) TO AW-TERM-CODE
               MOVE AT-FUND(WS-AWARD-IDX) TO AW-FUND
               MOVE AT-BASIS(WS-AWARD-IDX) TO AW-BASIS
               MOVE AT-VALUE(WS-AWARD-IDX) TO AW-VALUE
               MOVE AT-MIN-GPA(WS-AWARD-IDX) TO AW-MIN-GPA
               MOVE AT-MIN-CREDITS(WS-AWARD-IDX) TO AW-MIN-CREDITS
               MOVE AT-STATUS(WS-AWARD-IDX) TO AW-STATUS
               MOVE AT-PAID(WS-AWARD-IDX) TO AW-PAID
               MOVE AT-BATCH-ID(WS-AWARD-IDX) TO AW-BATCH-ID
               WRITE AWARD-REC
           END-PERFORM
           CLOSE AWARD-FILE.

       REWRITE-FUNDS.
           OPEN OUTPUT FUND-FILE
           PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
                   UNTIL WS-FUND-IDX > WS-FUND-COUNT
               MOVE FT-FUND(WS-FUND-IDX) TO AF-FUND
               MOVE FT-ACCT(WS-FUND-IDX) TO AF-ACCT
               MOVE FT-NAME(WS-FUND-IDX) TO AF-NAME
               MOVE FT-BUDGET(WS-FUND-IDX) TO AF-BUDGET
               MOVE FT-DISBURSED(WS-FUND-IDX) TO AF-DISBURSED
               WRITE FUND-REC
           END-PERFORM
           CLOSE FUND-FILE.

      *---------------------------------------------------------------
      * Budget, disbursed before this run, this run, what is left
      * and the share of the budget used, per fund; then every
      * award still pending with the test it failed.
      *---------------------------------------------------------------
       WRITE-UTILIZATION-REPORT.
           OPEN OUTPUT UTILIZATION-FILE
           MOVE SPACES TO UTILIZATION-REC
           STRING "FUND UTILIZATION " DELIMITED BY SIZE
                  WS-DATE-ED DELIMITED BY SIZE
               INTO UTILIZATION-REC
           END-STRING
           WRITE UTILIZATION-REC
           MOVE SPACES TO UTILIZATION-REC
           WRITE UTILIZATION-REC
           MOVE WS-UTIL-HEAD-1 TO UTILIZATION-REC
           WRITE UTILIZATION-REC
           PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
                   UNTIL WS-FUND-IDX > WS-FUND-COUNT
               MOVE FT-FUND(WS-FUND-IDX) TO WS-UL-FUND
               MOVE FT-NAME(WS-FUND-IDX) TO WS-UL-NAME
               MOVE FT-ACCT(WS-FUND-IDX) TO WS-UL-ACCT
               MOVE FT-BUDGET(WS-FUND-IDX) TO WS-UL-BUDGET
               MOVE FT-PRIOR(WS-FUND-IDX) TO WS-UL-PRIOR
               MOVE FT-RUN-TOTAL(WS-FUND-IDX) TO WS-UL-RUN
               IF FT-DISBURSED(WS-FUND-IDX) < FT-BUDGET(WS-FUND-IDX)
                   COMPUTE WS-UL-LEFT = FT-BUDGET(WS-FUND-IDX)
                       - FT-DISBURSED(WS-FUND-IDX)
               ELSE
                   MOVE 0 TO WS-UL-LEFT
               END-IF
               IF FT-BUDGET(WS-FUND-IDX) = 0
                   MOVE 0 TO WS-UTIL-PCT
               ELSE
                   COMPUTE WS-UTIL-PCT ROUNDED =
                       FT-DISBURSED(WS-FUND-IDX) * 100
                       / FT-BUDGET(WS-FUND-IDX)
               END-IF
               MOVE WS-UTIL-PCT TO WS-UL-PCT
               MOVE WS-UTIL-LINE TO UTILIZATION-REC
               WRITE UTILIZATION-REC
           END-PERFORM

           MOVE SPACES TO UTILIZATION-REC
           WRITE UTILIZATION-REC
           MOVE "AWARDS NOT DISBURSED" TO UTILIZATION-REC
           WRITE UTILIZATION-REC
           IF WS-REFUSED-COUNT = 0
               MOVE "  (none)" TO UTILIZATION-REC
               WRITE UTILIZATION-REC
           END-IF
           PERFORM VARYING WS-AWARD-IDX FROM 1 BY 1
                   UNTIL WS-AWARD-IDX > WS-AWARD-COUNT
               IF AT-REASON(WS-AWARD-IDX) NOT = SPACES
                   MOVE AT-STUDENT-ID(WS-AWARD-IDX) TO WS-RL-STUDENT
                   MOVE AT-TERM-CODE(WS-AWARD-IDX) TO WS-RL-TERM
                   MOVE AT-FUND(WS-AWARD-IDX) TO WS-RL-FUND
                   MOVE AT-REASON(WS-AWARD-IDX) TO WS-RL-REASON
                   MOVE WS-REFUSAL-LINE TO UTILIZATION-REC
                   WRITE UTILIZATION-REC
               END-IF
           END-PERFORM
           CLOSE UTILIZATION-FILE.

       COPY LTRQPD.
