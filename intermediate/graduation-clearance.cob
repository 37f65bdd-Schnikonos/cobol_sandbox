       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADUATION-CLEARANCE.

      *---------------------------------------------------------------
      * Graduation clearance - the formal decision the registrar
      * used to make by eye from DEGREE-AUDIT, the receivable
      * balance and the enrollment status. Students apply to
      * graduate in graduation-applications.txt:
      *
      *   <student-id 5><graduating term 5>
      *
      * and each applicant is cleared only when all of these hold:
      *
      *   - the student is on students.idx and still active
      *   - every required course of the student's program
      *     (student-programs.txt against degree-requirements.txt)
      *     carries a passing grade, and the elective bucket is full
      *   - the cumulative credit-weighted GPA over grades.txt is at
      *     least the minimum in graduation-min-gpa.dat
      *   - the receivable account student-accounts.txt maps the
      *     student to owes nothing on the account master (debits
      *     take from a balance, so owing shows as a negative one)
      *   - nothing in the graduating term is still open: every
      *     grade there is a final code on grade-table.txt (an
      *     outstanding Incomplete is not), and no course held on
      *     enrollments.txt for that term is ungraded
      *
      * A cleared student gets a G status transaction, effective
      * the business date, appended to status-transactions.txt for
      * ENROLLMENT-STATUS-MAINT to confer, and a line on
      * commencement-list.txt. Everyone else is listed on
      * graduation-deficiencies.txt with every reason that held them
      * back. An applicant already carrying a pending G transaction
      * is not given a second one.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATION-FILE
               ASSIGN TO "intermediate/graduation-applications.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APPLICATION.
           SELECT STUDENT-FILE
               ASSIGN TO "beginner/students.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS FS-STUDENT.
           SELECT REQUIREMENT-FILE
               ASSIGN TO "intermediate/degree-requirements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REQUIREMENT.
           SELECT ASSIGNMENT-FILE
               ASSIGN TO "intermediate/student-programs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ASSIGNMENT.
           SELECT HISTORY-FILE ASSIGN TO "intermediate/grades.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY.
           SELECT ENROLLMENT-FILE
               ASSIGN TO "intermediate/enrollments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENROLLMENT.
           SELECT GRADE-TABLE-FILE
               ASSIGN TO "intermediate/grade-table.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GRADE-TABLE.
           SELECT MIN-GPA-FILE
               ASSIGN TO "intermediate/graduation-min-gpa.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MIN-GPA.
           SELECT ACCOUNT-MAP-FILE
               ASSIGN TO "intermediate/student-accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCOUNT-MAP.
           SELECT ACCT-REC ASSIGN TO "bbbbbb.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS FS-ACCT.
           SELECT STATUS-TXN-FILE
               ASSIGN TO "beginner/status-transactions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-TXN.
           SELECT COMMENCEMENT-FILE
               ASSIGN TO "intermediate/commencement-list.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COMMENCEMENT.
           SELECT DEFICIENCY-FILE
               ASSIGN TO "intermediate/graduation-deficiencies.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEFICIENCY.

       DATA DIVISION.
       FILE SECTION.
       FD APPLICATION-FILE.
       01 APPLICATION-REC.
          05 GA-STUDENT-ID   PIC 9(5).
          05 GA-TERM-CODE    PIC X(5).

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
          05 STUDENT-ID          PIC 9(5).
          05 STUDENT-LAST-NAME   PIC X(15).
          05 STUDENT-FIRST-NAME  PIC X(15).
          05 ENROLLMENT-STATUS   PIC X.
          05 DATE-ENROLLED       PIC 9(8).

       FD REQUIREMENT-FILE.
       01 REQUIREMENT-REC.
          05 DR-PROGRAM      PIC X(6).
          05 DR-TYPE         PIC X.
          05 DR-DETAIL       PIC X(6).

       FD ASSIGNMENT-FILE.
       01 ASSIGNMENT-REC.
          05 SP-STUDENT-ID   PIC 9(5).
          05 SP-PROGRAM      PIC X(6).

       FD HISTORY-FILE.
       01 HISTORY-REC.
          05 HIST-STUDENT-ID     PIC 9(5).
          05 HIST-COURSE-CODE    PIC X(6).
          05 HIST-GRADE-CODE     PIC X.
          05 HIST-TERM-CODE      PIC X(5).
          05 HIST-CREDITS        PIC 9.
          05 HIST-SECTION        PIC X(2).

       FD ENROLLMENT-FILE.
       01 ENROLLMENT-REC.
          05 EL-STUDENT-ID   PIC 9(5).
          05 EL-COURSE-CODE  PIC X(6).
          05 EL-TERM-CODE    PIC X(5).
          05 EL-SECTION      PIC X(2).

       FD GRADE-TABLE-FILE.
       01 GRADE-TABLE-REC.
          05 GT-CODE         PIC X.
          05 GT-DESC         PIC X(10).

       FD MIN-GPA-FILE.
       01 MIN-GPA-REC        PIC 9V99.

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

       FD STATUS-TXN-FILE.
       01 STATUS-TXN-REC.
          05 ST-STUDENT-ID   PIC 9(5).
          05 ST-NEW-STATUS   PIC X.
          05 ST-EFF-DATE     PIC 9(8).
          05 ST-REASON       PIC X(3).

       FD COMMENCEMENT-FILE.
       01 COMMENCEMENT-REC   PIC X(70).

       FD DEFICIENCY-FILE.
       01 DEFICIENCY-REC     PIC X(70).

       WORKING-STORAGE SECTION.
       01 FS-APPLICATION     PIC XX.
       01 FS-STUDENT         PIC XX.
       01 FS-REQUIREMENT     PIC XX.
       01 FS-ASSIGNMENT      PIC XX.
       01 FS-HISTORY         PIC XX.
       01 FS-ENROLLMENT      PIC XX.
       01 FS-GRADE-TABLE     PIC XX.
       01 FS-MIN-GPA         PIC XX.
       01 FS-ACCOUNT-MAP     PIC XX.
       01 FS-ACCT            PIC XX.
       01 FS-STATUS-TXN      PIC XX.
       01 FS-COMMENCEMENT    PIC XX.
       01 FS-DEFICIENCY      PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".
       01 WS-STUDENT-OPEN    PIC X VALUE "N".
       01 WS-ACCT-OPEN       PIC X VALUE "N".

       01 WS-RUN-DATE        PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-MIN-GPA         PIC 9V99 VALUE 2.00.

       01 WS-REQ-COUNT       PIC 9(3) VALUE 0.
       01 WS-REQ-IDX         PIC 9(3).
       01 WS-REQ-TABLE.
          05 WS-REQ-ENTRY OCCURS 200 TIMES.
             10 RQ-PROGRAM   PIC X(6).
             10 RQ-TYPE      PIC X.
             10 RQ-DETAIL    PIC X(6).

       01 WS-PROG-COUNT      PIC 9(3) VALUE 0.
       01 WS-PROG-IDX        PIC 9(3).
       01 WS-PROG-TABLE.
          05 WS-PROG-ENTRY OCCURS 500 TIMES.
             10 PG-STUDENT-ID PIC 9(5).
             10 PG-PROGRAM   PIC X(6).

       01 WS-HIST-COUNT      PIC 9(3) VALUE 0.
       01 WS-HIST-IDX        PIC 9(3).
       01 WS-HIST-TABLE.
          05 WS-HIST-ENTRY OCCURS 500 TIMES.
             10 HT-STUDENT-ID PIC 9(5).
             10 HT-COURSE-CODE PIC X(6).
             10 HT-GRADE-CODE PIC X.
             10 HT-TERM-CODE PIC X(5).
             10 HT-CREDITS   PIC 9.

       01 WS-ENR-COUNT       PIC 9(3) VALUE 0.
       01 WS-ENR-IDX         PIC 9(3).
       01 WS-ENR-TABLE.
          05 WS-ENR-ENTRY OCCURS 500 TIMES.
             10 ER-STUDENT-ID PIC 9(5).
             10 ER-COURSE-CODE PIC X(6).
             10 ER-TERM-CODE PIC X(5).

       01 WS-GRADE-COUNT     PIC 9(2) VALUE 0.
       01 WS-GRADE-IDX       PIC 9(2).
       01 WS-GRADE-CODES.
          05 WS-GRADE-CODE OCCURS 20 TIMES PIC X.

       01 WS-MAP-COUNT       PIC 9(3) VALUE 0.
       01 WS-MAP-IDX         PIC 9(3).
       01 WS-MAP-TABLE.
          05 WS-MAP-ENTRY OCCURS 200 TIMES.
             10 MP-STUDENT-ID PIC 9(5).
             10 MP-ACCT      PIC 9(4).

       01 WS-PEND-COUNT      PIC 9(3) VALUE 0.
       01 WS-PEND-IDX        PIC 9(3).
       01 WS-PEND-TABLE.
          05 WS-PEND-STUDENT OCCURS 500 TIMES PIC 9(5).

      *---------------------------------------------------------------
      * Per-applicant working fields.
      *---------------------------------------------------------------
       01 WS-STUDENT-NAME    PIC X(30).
       01 WS-STUDENT-STATUS  PIC X.
       01 WS-PROGRAM         PIC X(6).
       01 WS-REASON-COUNT    PIC 9(2).
       01 WS-REASON-TEXT     PIC X(60).
       01 WS-GRADE-VALID     PIC X.
       01 WS-IS-PASSED       PIC X.
       01 WS-IS-REQUIRED     PIC X.
       01 WS-IS-GRADED       PIC X.
       01 WS-SCAN-IDX        PIC 9(3).
       01 WS-ELECT-NEEDED    PIC 9(3).
       01 WS-ELECT-EARNED    PIC 9(3).
       01 WS-ELECT-BUCKET    PIC 9(3).
       01 WS-GRADE-POINTS    PIC 9V9.
       01 WS-TOTAL-POINTS    PIC 9(5)V9.
       01 WS-TOTAL-CREDITS   PIC 9(4).
       01 WS-GPA             PIC 9V99.
       01 WS-STUDENT-ACCT    PIC 9(4).
       01 WS-OWING           PIC 9(5)V99.

       01 WS-APPLIED-COUNT   PIC 9(5) VALUE 0.
       01 WS-CLEARED-COUNT   PIC 9(5) VALUE 0.
       01 WS-DEFICIENT-COUNT PIC 9(5) VALUE 0.
       01 WS-ALREADY-COUNT   PIC 9(5) VALUE 0.

       01 WS-GPA-ED          PIC 9.99.
       01 WS-MIN-GPA-ED      PIC 9.99.
       01 WS-OWING-ED        PIC ZZ,ZZ9.99.
       01 WS-CREDIT-ED       PIC ZZ9.
       01 WS-NEEDED-ED       PIC ZZ9.

       01 WS-COMMENCE-LINE.
          05 WS-CL-STUDENT   PIC 9(5).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-CL-NAME      PIC X(30).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-CL-PROGRAM   PIC X(6).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-CL-TERM      PIC X(5).
          05 FILLER          PIC X(6) VALUE "  GPA ".
          05 WS-CL-GPA       PIC 9.99.

       01 WS-DEFICIENCY-HEAD.
          05 WS-DH-STUDENT   PIC 9(5).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-DH-NAME      PIC X(30).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-DH-PROGRAM   PIC X(6).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-DH-TERM      PIC X(5).

       01 WS-DEFICIENCY-LINE.
          05 FILLER          PIC X(7) VALUE SPACES.
          05 WS-DL-REASON    PIC X(60).

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL
           PERFORM LOAD-REQUIREMENTS
           IF WS-REQ-COUNT = 0
               DISPLAY "No degree requirements on file - clearance"
                   " not run"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-GRADE-TABLE
           IF WS-GRADE-COUNT = 0
               DISPLAY "No grade table on file - clearance not run"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-MIN-GPA
           PERFORM LOAD-PROGRAMS
           PERFORM LOAD-GRADE-HISTORY
           PERFORM LOAD-ENROLLMENTS
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM LOAD-PENDING-GRADUATIONS

           OPEN INPUT APPLICATION-FILE
           IF FS-APPLICATION NOT = "00"
               DISPLAY "Cannot open graduation applications, FS="
                   FS-APPLICATION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT STUDENT-FILE
           IF FS-STUDENT = "00"
               MOVE "Y" TO WS-STUDENT-OPEN
           ELSE
               DISPLAY "Cannot open keyed student file, FS="
                   FS-STUDENT
               MOVE 8 TO RETURN-CODE
               CLOSE APPLICATION-FILE
               STOP RUN
           END-IF
           OPEN INPUT ACCT-REC
           IF FS-ACCT = "00"
               MOVE "Y" TO WS-ACCT-OPEN
           ELSE
               DISPLAY "Cannot open account master, FS=" FS-ACCT
                   " - balances cannot be cleared"
               MOVE 4 TO RETURN-CODE
           END-IF

           OPEN OUTPUT COMMENCEMENT-FILE
           OPEN OUTPUT DEFICIENCY-FILE
           OPEN EXTEND STATUS-TXN-FILE
           IF FS-STATUS-TXN NOT = "00"
               OPEN OUTPUT STATUS-TXN-FILE
           END-IF

           PERFORM UNTIL WS-END-FLAG = "Y"
               READ APPLICATION-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       PERFORM CLEAR-ONE-APPLICANT
               END-READ
           END-PERFORM

           CLOSE APPLICATION-FILE
           CLOSE STUDENT-FILE
           IF WS-ACCT-OPEN = "Y"
               CLOSE ACCT-REC
           END-IF
           CLOSE COMMENCEMENT-FILE
           CLOSE DEFICIENCY-FILE
           CLOSE STATUS-TXN-FILE

           DISPLAY "Applications:        " WS-APPLIED-COUNT
           DISPLAY "Cleared to graduate: " WS-CLEARED-COUNT
           DISPLAY "  already pending:   " WS-ALREADY-COUNT
           DISPLAY "Deficient:           " WS-DEFICIENT-COUNT
           IF WS-DEFICIENT-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-REQUIREMENTS.
           OPEN INPUT REQUIREMENT-FILE
           IF FS-REQUIREMENT NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ REQUIREMENT-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-REQ-COUNT < 200
                               ADD 1 TO WS-REQ-COUNT
                               MOVE DR-PROGRAM
                                   TO RQ-PROGRAM(WS-REQ-COUNT)
                               MOVE DR-TYPE
                                   TO RQ-TYPE(WS-REQ-COUNT)
                               MOVE DR-DETAIL
                                   TO RQ-DETAIL(WS-REQ-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUIREMENT-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       LOAD-GRADE-TABLE.
           OPEN INPUT GRADE-TABLE-FILE
           IF FS-GRADE-TABLE NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ GRADE-TABLE-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-GRADE-COUNT < 20
                               ADD 1 TO WS-GRADE-COUNT
                               MOVE GT-CODE TO
                                   WS-GRADE-CODE(WS-GRADE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADE-TABLE-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       LOAD-MIN-GPA.
           OPEN INPUT MIN-GPA-FILE
           IF FS-MIN-GPA = "00"
               READ MIN-GPA-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MIN-GPA-REC IS NUMERIC
                           MOVE MIN-GPA-REC TO WS-MIN-GPA
                       END-IF
               END-READ
               CLOSE MIN-GPA-FILE
           END-IF
           MOVE WS-MIN-GPA TO WS-MIN-GPA-ED.

       LOAD-PROGRAMS.
           OPEN INPUT ASSIGNMENT-FILE
           IF FS-ASSIGNMENT NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ ASSIGNMENT-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-PROG-COUNT < 500
                               ADD 1 TO WS-PROG-COUNT
                               MOVE SP-STUDENT-ID TO
                                   PG-STUDENT-ID(WS-PROG-COUNT)
                               MOVE SP-PROGRAM TO
                                   PG-PROGRAM(WS-PROG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSIGNMENT-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       LOAD-GRADE-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF FS-HISTORY NOT = "00"
               DISPLAY "No grade history, FS=" FS-HISTORY
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
                               MOVE HIST-COURSE-CODE TO
                                   HT-COURSE-CODE(WS-HIST-COUNT)
                               MOVE HIST-GRADE-CODE TO
                                   HT-GRADE-CODE(WS-HIST-COUNT)
                               MOVE HIST-TERM-CODE TO
                                   HT-TERM-CODE(WS-HIST-COUNT)
                               MOVE HIST-CREDITS TO
                                   HT-CREDITS(WS-HIST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
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
      * G transactions still waiting on status-transactions.txt -
      * a rerun before ENROLLMENT-STATUS-MAINT has applied them must
      * not queue the same graduation twice.
      *---------------------------------------------------------------
       LOAD-PENDING-GRADUATIONS.
           OPEN INPUT STATUS-TXN-FILE
           IF FS-STATUS-TXN NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ STATUS-TXN-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF ST-NEW-STATUS = "G"
                               AND WS-PEND-COUNT < 500
                               ADD 1 TO WS-PEND-COUNT
                               MOVE ST-STUDENT-ID TO
                                   WS-PEND-STUDENT(WS-PEND-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATUS-TXN-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * Every test runs for every applicant so the deficiency report
      * shows the whole list of what is missing, not just the first.
      *---------------------------------------------------------------
       CLEAR-ONE-APPLICANT.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE 0 TO WS-REASON-COUNT
           MOVE SPACES TO WS-STUDENT-NAME
           MOVE SPACE TO WS-STUDENT-STATUS
           MOVE GA-STUDENT-ID TO STUDENT-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO WS-STUDENT-NAME
               NOT INVALID KEY
                   MOVE ENROLLMENT-STATUS TO WS-STUDENT-STATUS
                   STRING STUDENT-LAST-NAME DELIMITED BY "  "
                          ", " DELIMITED BY SIZE
                          STUDENT-FIRST-NAME DELIMITED BY "  "
                       INTO WS-STUDENT-NAME
                   END-STRING
           END-READ

           MOVE SPACES TO WS-PROGRAM
           PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
                   UNTIL WS-PROG-IDX > WS-PROG-COUNT
               IF PG-STUDENT-ID(WS-PROG-IDX) = GA-STUDENT-ID
                   MOVE PG-PROGRAM(WS-PROG-IDX) TO WS-PROGRAM
               END-IF
           END-PERFORM

           PERFORM CHECK-STUDENT-STATUS
           PERFORM CHECK-REQUIREMENTS
           PERFORM CHECK-CUMULATIVE-GPA
           PERFORM CHECK-BALANCE-OWING
           PERFORM CHECK-OPEN-GRADES

           IF WS-REASON-COUNT = 0
               PERFORM CONFER-DEGREE
           ELSE
               ADD 1 TO WS-DEFICIENT-COUNT
           END-IF.

       CHECK-STUDENT-STATUS.
           EVALUATE WS-STUDENT-STATUS
               WHEN "A"
                   CONTINUE
               WHEN SPACE
                   MOVE "STUDENT NOT ON FILE" TO WS-REASON-TEXT
                   PERFORM ADD-DEFICIENCY
               WHEN "G"
                   MOVE "ALREADY GRADUATED" TO WS-REASON-TEXT
                   PERFORM ADD-DEFICIENCY
               WHEN OTHER
                   MOVE SPACES TO WS-REASON-TEXT
                   STRING "NOT ACTIVE - STATUS " DELIMITED BY SIZE
                          WS-STUDENT-STATUS DELIMITED BY SIZE
                       INTO WS-REASON-TEXT
                   END-STRING
                   PERFORM ADD-DEFICIENCY
           END-EVALUATE.

      *---------------------------------------------------------------
      * DEGREE-AUDIT's rules, strictly: a required course counts
      * only once passed - in progress is not done - and passed
      * courses off the required list fill the elective bucket.
      *---------------------------------------------------------------
       CHECK-REQUIREMENTS.
           IF WS-PROGRAM = SPACES
               MOVE "NO DEGREE PROGRAM ASSIGNED" TO WS-REASON-TEXT
               PERFORM ADD-DEFICIENCY
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ELECT-NEEDED
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF RQ-PROGRAM(WS-REQ-IDX) = WS-PROGRAM
                   IF RQ-TYPE(WS-REQ-IDX) = "R"
                       PERFORM CHECK-REQUIRED-COURSE
                   ELSE
                       IF RQ-DETAIL(WS-REQ-IDX)(1:3) IS NUMERIC
                           MOVE RQ-DETAIL(WS-REQ-IDX)(1:3)
                               TO WS-ELECT-BUCKET
                           ADD WS-ELECT-BUCKET TO WS-ELECT-NEEDED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE 0 TO WS-ELECT-EARNED
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
               IF HT-STUDENT-ID(WS-HIST-IDX) = GA-STUDENT-ID
                   PERFORM CHECK-GRADE-PASSED
                   IF WS-IS-PASSED = "Y"
                       MOVE "N" TO WS-IS-REQUIRED
                       PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                               UNTIL WS-SCAN-IDX > WS-REQ-COUNT
                           IF RQ-PROGRAM(WS-SCAN-IDX) = WS-PROGRAM
                               AND RQ-TYPE(WS-SCAN-IDX) = "R"
                               AND RQ-DETAIL(WS-SCAN-IDX) =
                                   HT-COURSE-CODE(WS-HIST-IDX)
                               MOVE "Y" TO WS-IS-REQUIRED
                           END-IF
                       END-PERFORM
                       IF WS-IS-REQUIRED = "N"
                           ADD HT-CREDITS(WS-HIST-IDX)
                               TO WS-ELECT-EARNED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-ELECT-EARNED < WS-ELECT-NEEDED
               MOVE WS-ELECT-EARNED TO WS-CREDIT-ED
               MOVE WS-ELECT-NEEDED TO WS-NEEDED-ED
               MOVE SPACES TO WS-REASON-TEXT
               STRING "ELECTIVE CREDITS " DELIMITED BY SIZE
                      WS-CREDIT-ED DELIMITED BY SIZE
                      " OF " DELIMITED BY SIZE
                      WS-NEEDED-ED DELIMITED BY SIZE
                   INTO WS-REASON-TEXT
               END-STRING
               PERFORM ADD-DEFICIENCY
           END-IF.

       CHECK-REQUIRED-COURSE.
           MOVE "N" TO WS-IS-PASSED
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
                      OR WS-IS-PASSED = "Y"
               IF HT-STUDENT-ID(WS-HIST-IDX) = GA-STUDENT-ID
                   AND HT-COURSE-CODE(WS-HIST-IDX) =
                       RQ-DETAIL(WS-REQ-IDX)
                   PERFORM CHECK-GRADE-PASSED
               END-IF
           END-PERFORM
           IF WS-IS-PASSED = "N"
               MOVE SPACES TO WS-REASON-TEXT
               STRING "REQUIRED COURSE " DELIMITED BY SIZE
                      RQ-DETAIL(WS-REQ-IDX) DELIMITED BY SIZE
                      " NOT COMPLETED" DELIMITED BY SIZE
                   INTO WS-REASON-TEXT
               END-STRING
               PERFORM ADD-DEFICIENCY
           END-IF.

      *---------------------------------------------------------------
      * A grade passes when it is a final code on grade-table.txt
      * other than F or W (withdrawn); anything not on the table is
      * still open, and so is an Incomplete (I) until it is
      * replaced or lapses.
      *---------------------------------------------------------------
       CHECK-GRADE-PASSED.
           PERFORM CHECK-GRADE-VALID
           IF WS-GRADE-VALID = "Y"
               AND HT-GRADE-CODE(WS-HIST-IDX) NOT = "F"
               AND HT-GRADE-CODE(WS-HIST-IDX) NOT = "W"
               MOVE "Y" TO WS-IS-PASSED
           ELSE
               MOVE "N" TO WS-IS-PASSED
           END-IF.

       CHECK-GRADE-VALID.
           MOVE "N" TO WS-GRADE-VALID
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                   UNTIL WS-GRADE-IDX > WS-GRADE-COUNT
               IF WS-GRADE-CODE(WS-GRADE-IDX) =
                       HT-GRADE-CODE(WS-HIST-IDX)
                   MOVE "Y" TO WS-GRADE-VALID
               END-IF
           END-PERFORM
           IF HT-GRADE-CODE(WS-HIST-IDX) = "I"
               MOVE "N" TO WS-GRADE-VALID
           END-IF.

      *---------------------------------------------------------------
      * Cumulative credit-weighted GPA on GPA-RECOMPUTE's scale,
      * over final grades only - an open grade carries no points
      * yet and is caught by the final-term check instead.
      *---------------------------------------------------------------
       CHECK-CUMULATIVE-GPA.
           MOVE 0 TO WS-TOTAL-POINTS
           MOVE 0 TO WS-TOTAL-CREDITS
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
               IF HT-STUDENT-ID(WS-HIST-IDX) = GA-STUDENT-ID
                   PERFORM CHECK-GRADE-VALID
                   IF WS-GRADE-VALID = "Y"
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
                       ADD HT-CREDITS(WS-HIST-IDX)
                           TO WS-TOTAL-CREDITS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TOTAL-CREDITS = 0
               MOVE 0 TO WS-GPA
           ELSE
               COMPUTE WS-GPA ROUNDED =
                   WS-TOTAL-POINTS / WS-TOTAL-CREDITS
           END-IF
           MOVE WS-GPA TO WS-GPA-ED
           IF WS-GPA < WS-MIN-GPA
               MOVE SPACES TO WS-REASON-TEXT
               STRING "CUMULATIVE GPA " DELIMITED BY SIZE
                      WS-GPA-ED DELIMITED BY SIZE
                      " BELOW MINIMUM " DELIMITED BY SIZE
                      WS-MIN-GPA-ED DELIMITED BY SIZE
                   INTO WS-REASON-TEXT
               END-STRING
               PERFORM ADD-DEFICIENCY
           END-IF.

      *---------------------------------------------------------------
      * A student never billed has no receivable account and owes
      * nothing. A mapped account missing from the master cannot be
      * proved clear, so it holds the student back.
      *---------------------------------------------------------------
       CHECK-BALANCE-OWING.
           MOVE 0 TO WS-STUDENT-ACCT
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF MP-STUDENT-ID(WS-MAP-IDX) = GA-STUDENT-ID
                   MOVE MP-ACCT(WS-MAP-IDX) TO WS-STUDENT-ACCT
               END-IF
           END-PERFORM
           IF WS-STUDENT-ACCT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-OPEN = "N"
               MOVE "ACCOUNT MASTER UNAVAILABLE - BALANCE UNPROVED"
                   TO WS-REASON-TEXT
               PERFORM ADD-DEFICIENCY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-ACCT TO ACCT-NUMBER
           READ ACCT-REC
               INVALID KEY
                   MOVE SPACES TO WS-REASON-TEXT
                   STRING "RECEIVABLE ACCOUNT " DELIMITED BY SIZE
                          WS-STUDENT-ACCT DELIMITED BY SIZE
                          " NOT ON MASTER" DELIMITED BY SIZE
                       INTO WS-REASON-TEXT
                   END-STRING
                   PERFORM ADD-DEFICIENCY
               NOT INVALID KEY
                   IF ACCT-BALANCE < 0
                       COMPUTE WS-OWING = 0 - ACCT-BALANCE
                       MOVE WS-OWING TO WS-OWING-ED
                       MOVE SPACES TO WS-REASON-TEXT
                       STRING "BALANCE OWING " DELIMITED BY SIZE
                              WS-OWING-ED DELIMITED BY SIZE
                              " ON ACCOUNT " DELIMITED BY SIZE
                              WS-STUDENT-ACCT DELIMITED BY SIZE
                           INTO WS-REASON-TEXT
                       END-STRING
                       PERFORM ADD-DEFICIENCY
                   END-IF
           END-READ.

      *---------------------------------------------------------------
      * The graduating term must be finished: no grade there off
      * the final-code table, and no course still held for it on
      * enrollments.txt without a grade on file.
      *---------------------------------------------------------------
       CHECK-OPEN-GRADES.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
               IF HT-STUDENT-ID(WS-HIST-IDX) = GA-STUDENT-ID
                   AND HT-TERM-CODE(WS-HIST-IDX) = GA-TERM-CODE
                   PERFORM CHECK-GRADE-VALID
                   IF WS-GRADE-VALID = "N"
                       MOVE SPACES TO WS-REASON-TEXT
                       STRING "OPEN GRADE " DELIMITED BY SIZE
                              HT-GRADE-CODE(WS-HIST-IDX)
                                  DELIMITED BY SIZE
                              " IN " DELIMITED BY SIZE
                              HT-COURSE-CODE(WS-HIST-IDX)
                                  DELIMITED BY SIZE
                              " TERM " DELIMITED BY SIZE
                              GA-TERM-CODE DELIMITED BY SIZE
                           INTO WS-REASON-TEXT
                       END-STRING
                       PERFORM ADD-DEFICIENCY
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
                   UNTIL WS-ENR-IDX > WS-ENR-COUNT
               IF ER-STUDENT-ID(WS-ENR-IDX) = GA-STUDENT-ID
                   AND ER-TERM-CODE(WS-ENR-IDX) = GA-TERM-CODE
                   MOVE "N" TO WS-IS-GRADED
                   PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                           UNTIL WS-HIST-IDX > WS-HIST-COUNT
                       IF HT-STUDENT-ID(WS-HIST-IDX) = GA-STUDENT-ID
                           AND HT-TERM-CODE(WS-HIST-IDX) =
                               GA-TERM-CODE
                           AND HT-COURSE-CODE(WS-HIST-IDX) =
                               ER-COURSE-CODE(WS-ENR-IDX)
                           MOVE "Y" TO WS-IS-GRADED
                       END-IF
                   END-PERFORM
                   IF WS-IS-GRADED = "N"
                       MOVE SPACES TO WS-REASON-TEXT
                       STRING "UNGRADED " DELIMITED BY SIZE
                              ER-COURSE-CODE(WS-ENR-IDX)
                                  DELIMITED BY SIZE
                              " TERM " DELIMITED BY SIZE
                              GA-TERM-CODE DELIMITED BY SIZE
                           INTO WS-REASON-TEXT
                       END-STRING
                       PERFORM ADD-DEFICIENCY
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * The first reason heads the student's block on the
      * deficiency report; each reason is one line under it.
      *---------------------------------------------------------------
       ADD-DEFICIENCY.
           IF WS-REASON-COUNT = 0
               MOVE GA-STUDENT-ID TO WS-DH-STUDENT
               MOVE WS-STUDENT-NAME TO WS-DH-NAME
               MOVE WS-PROGRAM TO WS-DH-PROGRAM
               MOVE GA-TERM-CODE TO WS-DH-TERM
               MOVE WS-DEFICIENCY-HEAD TO DEFICIENCY-REC
               WRITE DEFICIENCY-REC
           END-IF
           ADD 1 TO WS-REASON-COUNT
           MOVE WS-REASON-TEXT TO WS-DL-REASON
           MOVE WS-DEFICIENCY-LINE TO DEFICIENCY-REC
           WRITE DEFICIENCY-REC.

       CONFER-DEGREE.
           MOVE GA-STUDENT-ID TO WS-CL-STUDENT
           MOVE WS-STUDENT-NAME TO WS-CL-NAME
           MOVE WS-PROGRAM TO WS-CL-PROGRAM
           MOVE GA-TERM-CODE TO WS-CL-TERM
           MOVE WS-GPA TO WS-CL-GPA
           MOVE WS-COMMENCE-LINE TO COMMENCEMENT-REC
           WRITE COMMENCEMENT-REC
           ADD 1 TO WS-CLEARED-COUNT

           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF WS-PEND-STUDENT(WS-PEND-IDX) = GA-STUDENT-ID
                   ADD 1 TO WS-ALREADY-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE GA-STUDENT-ID TO ST-STUDENT-ID
           MOVE "G" TO ST-NEW-STATUS
           MOVE WS-RUN-DATE TO ST-EFF-DATE
           MOVE "GRD" TO ST-REASON
           WRITE STATUS-TXN-REC.
