       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQ-SCORECARD.

      *---------------------------------------------------------------
      * Weekly data quality scorecard over the masters. Rot creeps
      * in between the edits that should have stopped it - a merge
      * leaves a contact with age 000 and no city, a student never
      * gets a program, a product loses its vendor - and nobody
      * sees it until a run trips over it. This run measures a
      * defined set of rules, one line each in dq-rules.txt:
      *
      *   <rule 8><master 8><kind 1><field 12><rule set 8>
      *   <owner 8><description 40>
      *
      * Masters: CONTACT (contact-master.txt, merged-away contacts
      * left out), STUDENT (beginner/students.txt), PRODUCT
      * (beginner/exercises/prod.txt), EMPLOYEE
      * (intermediate/employees.txt), ACCOUNT (bbbbbb.txt, closed
      * accounts left out).
      *
      * Kind V hands the named field to FIELD-VALIDATOR under the
      * rule set given - the DQxxxx sets in validation-rules.txt,
      * or a set an intake already keeps, such as PAYROLL GROSS -
      * so what counts as valid is a rules row, not code. Fields:
      *   CONTACT  NAME AGE CITY
      *   STUDENT  LAST-NAME FIRST-NAME STATUS ENROLLED
      *   PRODUCT  NAME VENDOR REORDER-PT REORDER-QTY
      *   EMPLOYEE JURIS PAY-TYPE (blank is salaried) GROSS
      *            (salaried only) RATE (hourly only)
      *   ACCOUNT  NAME
      * Kind X is a lookup in another file:
      *   STUDENT  PROGRAM    a row on student-programs.txt
      *   PRODUCT  VENDOR-REF the vendor is on vendors.txt
      *   EMPLOYEE ELECTION   a row on payment-elections.txt
      *   ACCOUNT  CONTACT    a row on acct-contact-link.txt
      *
      * Each rule's records checked and failed are kept in
      * dq-history.txt by business date (a rerun replaces the day's
      * rows). dq-scorecard.txt gives each rule's failures now, at
      * the previous run and four runs back - a month, run weekly -
      * the trend, and the first few offending keys for the owner
      * to work from, then a pass rate per master.
      *
      * A master that cannot be opened goes to the exception log
      * and its rules are shown as not measured. RETURN-CODE 4 when
      * any rule has more failures than at its previous run.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO "dq-rules.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RULE.
           SELECT HISTORY-FILE ASSIGN TO "dq-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY.
           SELECT SCORECARD-FILE ASSIGN TO "dq-scorecard.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SCORECARD.
           SELECT CONTACT-FILE ASSIGN TO "contact-master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTACT.
           SELECT STUDENT-FILE ASSIGN TO "beginner/students.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STUDENT.
           SELECT PROGRAM-FILE
               ASSIGN TO "intermediate/student-programs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROGRAM.
           SELECT PRODUCT-FILE ASSIGN TO "beginner/exercises/prod.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRODUCT.
           SELECT VENDOR-FILE
               ASSIGN TO "beginner/exercises/vendors.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDOR.
           SELECT EMPLOYEE-FILE
               ASSIGN TO "intermediate/employees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMPLOYEE.
           SELECT ELECTION-FILE
               ASSIGN TO "intermediate/payment-elections.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ELECTION.
           SELECT ACCOUNT-FILE ASSIGN TO "bbbbbb.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCOUNT.
           SELECT ACCT-STATUS-FILE ASSIGN TO "acct-status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCT-STATUS.
           SELECT LINK-FILE ASSIGN TO "acct-contact-link.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LINK.
           COPY EXCLGSEL.
           COPY RUNSTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD RULE-FILE.
       01 RULE-REC.
          05 RF-RULE         PIC X(8).
          05 RF-MASTER       PIC X(8).
          05 RF-KIND         PIC X.
          05 RF-FIELD        PIC X(12).
          05 RF-RULE-SET     PIC X(8).
          05 RF-OWNER        PIC X(8).
          05 RF-DESCRIPTION  PIC X(40).

       FD HISTORY-FILE.
       01 HISTORY-REC.
          05 HF-DATE         PIC 9(8).
          05 HF-RULE         PIC X(8).
          05 HF-CHECKED      PIC 9(7).
          05 HF-FAILED       PIC 9(7).

       FD SCORECARD-FILE.
       01 SCORECARD-LINE     PIC X(100).

       FD CONTACT-FILE.
       01 CONTACT-RECORD.
          05 CM-ID           PIC 9(5).
          05 CM-NAME         PIC X(20).
          05 CM-AGE          PIC X(3).
          05 CM-CITY         PIC X(20).
          05 CM-STATUS       PIC X.

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
          05 ST-ID           PIC 9(5).
          05 ST-LAST-NAME    PIC X(15).
          05 ST-FIRST-NAME   PIC X(15).
          05 ST-STATUS       PIC X.
          05 ST-ENROLLED     PIC X(8).

       FD PROGRAM-FILE.
       01 PROGRAM-REC.
          05 SP-STUDENT-ID   PIC 9(5).
          05 SP-PROGRAM      PIC X(6).

       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
          05 PD-CODE         PIC X(5).
          05 PD-NAME         PIC X(10).
          05 PD-DESC         PIC X(10).
          05 PD-QTY-ON-HAND  PIC X(5).
          05 PD-UNIT-PRICE   PIC X(7).
          05 PD-REORDER-POINT PIC X(5).
          05 PD-REORDER-QTY  PIC X(5).
          05 PD-VENDOR-CODE  PIC X(5).

       FD VENDOR-FILE.
       01 VENDOR-RECORD.
          05 VN-CODE         PIC X(5).
          05 FILLER          PIC X(31).

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-LINE      PIC X(40).

       FD ELECTION-FILE.
       01 ELECTION-REC.
          05 PE-EMP-ID       PIC X(6).
          05 FILLER          PIC X(23).

       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
          05 AC-NUMBER       PIC 9(4).
          05 AC-NAME         PIC X(4).
          05 FILLER          PIC X(8).

       FD ACCT-STATUS-FILE.
       01 ACCT-STATUS-REC.
          05 AS-ACCT         PIC 9(4).
          05 AS-STATUS       PIC X.

       FD LINK-FILE.
       01 LINK-REC.
          05 LK-ACCT         PIC 9(4).
          05 LK-CM-ID        PIC 9(5).

       COPY EXCLGFD.
       COPY RUNSTFD.

       WORKING-STORAGE SECTION.
       COPY EXCLGWS.
       COPY RUNSTWS.

       01 FS-RULE            PIC XX.
       01 FS-HISTORY         PIC XX.
       01 FS-SCORECARD       PIC XX.
       01 FS-CONTACT         PIC XX.
       01 FS-STUDENT         PIC XX.
       01 FS-PROGRAM         PIC XX.
       01 FS-PRODUCT         PIC XX.
       01 FS-VENDOR          PIC XX.
       01 FS-EMPLOYEE        PIC XX.
       01 FS-ELECTION        PIC XX.
       01 FS-ACCOUNT         PIC XX.
       01 FS-ACCT-STATUS     PIC XX.
       01 FS-LINK            PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".

       01 WS-RUN-DATE        PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-DATE-ED         PIC 9999/99/99.

      *---------------------------------------------------------------
      * The rules, each carrying this run's counts, its first few
      * offending keys, and its last four results from history -
      * RL-HIST(1) the previous run, RL-HIST(4) four runs back.
      *---------------------------------------------------------------
       01 WS-RL-COUNT        PIC 9(2) VALUE 0.
       01 WS-RL-IDX          PIC 9(2).
       01 WS-RULE-TABLE.
          05 WS-RL-ENTRY OCCURS 60 TIMES.
             10 RL-RULE      PIC X(8).
             10 RL-MASTER    PIC X(8).
             10 RL-KIND      PIC X.
             10 RL-FIELD     PIC X(12).
             10 RL-RULE-SET  PIC X(8).
             10 RL-OWNER     PIC X(8).
             10 RL-DESCRIPTION PIC X(40).
             10 RL-MEASURED  PIC X.
             10 RL-BAD-FIELD PIC X.
             10 RL-CHECKED   PIC 9(7).
             10 RL-FAILED    PIC 9(7).
             10 RL-SAMPLE-COUNT PIC 9.
             10 RL-SAMPLE    PIC X(8) OCCURS 5 TIMES.
             10 RL-HIST-COUNT PIC 9(4).
             10 RL-HIST      PIC 9(7) OCCURS 4 TIMES.
       01 WS-SAMPLE-IDX      PIC 9.

      *---------------------------------------------------------------
      * Earlier runs, kept whole so the file can be written back
      * without today's rows from a previous attempt.
      *---------------------------------------------------------------
       01 WS-HS-COUNT        PIC 9(4) VALUE 0.
       01 WS-HS-IDX          PIC 9(4).
       01 WS-HISTORY-TABLE.
          05 WS-HS-ENTRY OCCURS 6000 TIMES.
             10 HS-DATE      PIC 9(8).
             10 HS-RULE      PIC X(8).
             10 HS-CHECKED   PIC 9(7).
             10 HS-FAILED    PIC 9(7).

      *---------------------------------------------------------------
      * Lookup files for the kind X rules.
      *---------------------------------------------------------------
       01 WS-PG-COUNT        PIC 9(4) VALUE 0.
       01 WS-PROGRAM-TABLE.
          05 WS-PG-STUDENT OCCURS 2000 TIMES PIC 9(5).
       01 WS-VN-COUNT        PIC 9(4) VALUE 0.
       01 WS-VENDOR-TABLE.
          05 WS-VN-CODE OCCURS 500 TIMES PIC X(5).
       01 WS-EL-COUNT        PIC 9(4) VALUE 0.
       01 WS-ELECTION-TABLE.
          05 WS-EL-EMP-ID OCCURS 2000 TIMES PIC X(6).
       01 WS-LK-COUNT        PIC 9(4) VALUE 0.
       01 WS-LINK-TABLE.
          05 WS-LK-ACCT OCCURS 2000 TIMES PIC 9(4).
       01 WS-CL-COUNT        PIC 9(4) VALUE 0.
       01 WS-CLOSED-TABLE.
          05 WS-CL-ACCT OCCURS 2000 TIMES PIC 9(4).
       01 WS-LOOK-IDX        PIC 9(4).
       01 WS-FOUND           PIC X.

      *---------------------------------------------------------------
      * The record in hand and the field a rule wants from it.
      *---------------------------------------------------------------
       01 WS-CURRENT-MASTER  PIC X(8).
       01 WS-RECORD-KEY      PIC X(8).
       01 WS-FIELD-NAME      PIC X(12).
       01 WS-FIELD-TEXT      PIC X(10).
       01 WS-APPLIES         PIC X.
       01 WS-RULE-FAILED     PIC X.
       01 WS-VALID-FLAG      PIC X.
       01 WS-REASON-CODE     PIC X(12).
       01 WS-ZERO-START      PIC 9(8) VALUE 0.
       01 WS-ZERO-END        PIC 9(8) VALUE 0.

       01 WS-EMP-ID          PIC X(6).
       01 WS-EMP-GROSS       PIC X(10).
       01 WS-EMP-JURIS       PIC X(10).
       01 WS-EMP-PAY-TYPE    PIC X(10).
       01 WS-EMP-RATE        PIC X(10).
       01 WS-EMP-LAST-DAY    PIC X(10).
       01 WS-ACCT-NUMBER     PIC 9(4).

       01 WS-WORSE-COUNT     PIC 9(2) VALUE 0.
       01 WS-MASTER-CHECKED  PIC 9(8).
       01 WS-MASTER-FAILED   PIC 9(8).
       01 WS-PASS-PCT        PIC 9(3)V9.
       01 WS-CHANGE          PIC S9(7).

       01 WS-SCORE-LINE.
          05 WS-SL-RULE      PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-SL-OWNER     PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-SL-CHECKED   PIC Z(6)9.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-SL-FAILED    PIC Z(6)9.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-SL-PASS      PIC ZZ9.9.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-SL-PRIOR     PIC X(7).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-SL-CHANGE    PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-SL-AGO       PIC X(7).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-SL-TREND     PIC X(7).
       01 WS-COUNT-ED        PIC Z(6)9.
       01 WS-CHANGE-ED       PIC +(6)9.

       01 WS-MASTER-LINE.
          05 WS-ML-MASTER    PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-ML-CHECKS    PIC Z(7)9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-ML-FAILURES  PIC Z(7)9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-ML-PASS      PIC ZZ9.9.
       01 WS-MASTER-LIST.
          05 FILLER          PIC X(8) VALUE "CONTACT".
          05 FILLER          PIC X(8) VALUE "STUDENT".
          05 FILLER          PIC X(8) VALUE "PRODUCT".
          05 FILLER          PIC X(8) VALUE "EMPLOYEE".
          05 FILLER          PIC X(8) VALUE "ACCOUNT".
       01 WS-MASTER-NAMES REDEFINES WS-MASTER-LIST.
          05 WS-MASTER-NAME  PIC X(8) OCCURS 5 TIMES.
       01 WS-MASTER-IDX      PIC 9.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           MOVE "DQ-SCORECARD" TO EL-PROGRAM-ID
           MOVE "DQ-SCORECARD" TO RS-PROGRAM-ID
           PERFORM START-RUN-STATS
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL
           MOVE WS-RUN-DATE TO WS-DATE-ED

           PERFORM LOAD-RULES
           IF WS-RL-COUNT = 0
               DISPLAY "No data quality rules on file"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-STATS
               GOBACK
           END-IF
           PERFORM LOAD-HISTORY
           PERFORM LOAD-LOOKUPS

           PERFORM SCORE-CONTACTS
           PERFORM SCORE-STUDENTS
           PERFORM SCORE-PRODUCTS
           PERFORM SCORE-EMPLOYEES
           PERFORM SCORE-ACCOUNTS

           PERFORM WRITE-SCORECARD
           PERFORM SAVE-HISTORY

           DISPLAY "Data quality rules on file: " WS-RL-COUNT
               "  worse than last run: " WS-WORSE-COUNT
           IF WS-WORSE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-STATS
           GOBACK.

       LOAD-RULES.
           OPEN INPUT RULE-FILE
           IF FS-RULE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ RULE-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF RF-RULE NOT = SPACES AND WS-RL-COUNT < 60
                           ADD 1 TO WS-RL-COUNT
                           MOVE RF-RULE TO RL-RULE(WS-RL-COUNT)
                           MOVE RF-MASTER TO RL-MASTER(WS-RL-COUNT)
                           MOVE RF-KIND TO RL-KIND(WS-RL-COUNT)
                           MOVE RF-FIELD TO RL-FIELD(WS-RL-COUNT)
                           MOVE RF-RULE-SET
                               TO RL-RULE-SET(WS-RL-COUNT)
                           MOVE RF-OWNER TO RL-OWNER(WS-RL-COUNT)
                           MOVE RF-DESCRIPTION
                               TO RL-DESCRIPTION(WS-RL-COUNT)
                           MOVE "N" TO RL-MEASURED(WS-RL-COUNT)
                               RL-BAD-FIELD(WS-RL-COUNT)
                           MOVE 0 TO RL-CHECKED(WS-RL-COUNT)
                               RL-FAILED(WS-RL-COUNT)
                               RL-SAMPLE-COUNT(WS-RL-COUNT)
                               RL-HIST-COUNT(WS-RL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RULE-FILE
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * The file is in date order, as each run appends its day, so
      * pushing each row onto its rule's four-deep list leaves the
      * latest runs there. Rows for today are from an earlier
      * attempt at this run and are dropped.
      *---------------------------------------------------------------
       LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF FS-HISTORY NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF HF-DATE IS NUMERIC
                           AND HF-DATE NOT = WS-RUN-DATE
                           PERFORM TAKE-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           MOVE "N" TO WS-END-FLAG.

       TAKE-HISTORY-ROW.
           IF WS-HS-COUNT < 6000
               ADD 1 TO WS-HS-COUNT
               MOVE HISTORY-REC TO WS-HS-ENTRY(WS-HS-COUNT)
           END-IF
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-COUNT
               IF RL-RULE(WS-RL-IDX) = HF-RULE
                   AND HF-FAILED IS NUMERIC
                   MOVE RL-HIST(WS-RL-IDX 3) TO RL-HIST(WS-RL-IDX 4)
                   MOVE RL-HIST(WS-RL-IDX 2) TO RL-HIST(WS-RL-IDX 3)
                   MOVE RL-HIST(WS-RL-IDX 1) TO RL-HIST(WS-RL-IDX 2)
                   MOVE HF-FAILED TO RL-HIST(WS-RL-IDX 1)
                   ADD 1 TO RL-HIST-COUNT(WS-RL-IDX)
               END-IF
           END-PERFORM.

       LOAD-LOOKUPS.
           OPEN INPUT PROGRAM-FILE
           IF FS-PROGRAM = "00"
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ PROGRAM-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF SP-PROGRAM NOT = SPACES
                               AND WS-PG-COUNT < 2000
                               ADD 1 TO WS-PG-COUNT
                               MOVE SP-STUDENT-ID
                                   TO WS-PG-STUDENT(WS-PG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROGRAM-FILE
               MOVE "N" TO WS-END-FLAG
           END-IF
           OPEN INPUT VENDOR-FILE
           IF FS-VENDOR = "00"
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ VENDOR-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-VN-COUNT < 500
                               ADD 1 TO WS-VN-COUNT
                               MOVE VN-CODE TO WS-VN-CODE(WS-VN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-FILE
               MOVE "N" TO WS-END-FLAG
           END-IF
           OPEN INPUT ELECTION-FILE
           IF FS-ELECTION = "00"
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ ELECTION-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-EL-COUNT < 2000
                               ADD 1 TO WS-EL-COUNT
                               MOVE PE-EMP-ID
                                   TO WS-EL-EMP-ID(WS-EL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ELECTION-FILE
               MOVE "N" TO WS-END-FLAG
           END-IF
           OPEN INPUT LINK-FILE
           IF FS-LINK = "00"
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ LINK-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF LK-ACCT IS NUMERIC AND WS-LK-COUNT < 2000
                               ADD 1 TO WS-LK-COUNT
                               MOVE LK-ACCT TO WS-LK-ACCT(WS-LK-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LINK-FILE
               MOVE "N" TO WS-END-FLAG
           END-IF
           OPEN INPUT ACCT-STATUS-FILE
           IF FS-ACCT-STATUS = "00"
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ ACCT-STATUS-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF AS-STATUS = "C" AND WS-CL-COUNT < 2000
                               ADD 1 TO WS-CL-COUNT
                               MOVE AS-ACCT TO WS-CL-ACCT(WS-CL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-STATUS-FILE
               MOVE "N" TO WS-END-FLAG
           END-IF.

      *---------------------------------------------------------------
      * One paragraph per master: read it through, and for each
      * record in scope set the key and run every rule on that
      * master against it.
      *---------------------------------------------------------------
       SCORE-CONTACTS.
           MOVE "CONTACT" TO WS-CURRENT-MASTER
           OPEN INPUT CONTACT-FILE
           IF FS-CONTACT NOT = "00"
               MOVE "contact-master.txt" TO EL-CURRENT-FILE
               MOVE FS-CONTACT TO EL-CURRENT-STATUS
               PERFORM MASTER-NOT-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           PERFORM MARK-MASTER-MEASURED
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ CONTACT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF CM-STATUS NOT = "M"
                           MOVE CM-ID TO WS-RECORD-KEY
                           PERFORM APPLY-MASTER-RULES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTACT-FILE
           MOVE "N" TO WS-END-FLAG.

       SCORE-STUDENTS.
           MOVE "STUDENT" TO WS-CURRENT-MASTER
           OPEN INPUT STUDENT-FILE
           IF FS-STUDENT NOT = "00"
               MOVE "beginner/students.txt" TO EL-CURRENT-FILE
               MOVE FS-STUDENT TO EL-CURRENT-STATUS
               PERFORM MASTER-NOT-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           PERFORM MARK-MASTER-MEASURED
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ STUDENT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE ST-ID TO WS-RECORD-KEY
                       PERFORM APPLY-MASTER-RULES
               END-READ
           END-PERFORM
           CLOSE STUDENT-FILE
           MOVE "N" TO WS-END-FLAG.

       SCORE-PRODUCTS.
           MOVE "PRODUCT" TO WS-CURRENT-MASTER
           OPEN INPUT PRODUCT-FILE
           IF FS-PRODUCT NOT = "00"
               MOVE "prod.txt" TO EL-CURRENT-FILE
               MOVE FS-PRODUCT TO EL-CURRENT-STATUS
               PERFORM MASTER-NOT-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           PERFORM MARK-MASTER-MEASURED
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ PRODUCT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE PD-CODE TO WS-RECORD-KEY
                       PERFORM APPLY-MASTER-RULES
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE
           MOVE "N" TO WS-END-FLAG.

       SCORE-EMPLOYEES.
           MOVE "EMPLOYEE" TO WS-CURRENT-MASTER
           OPEN INPUT EMPLOYEE-FILE
           IF FS-EMPLOYEE NOT = "00"
               MOVE "employees.txt" TO EL-CURRENT-FILE
               MOVE FS-EMPLOYEE TO EL-CURRENT-STATUS
               PERFORM MASTER-NOT-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           PERFORM MARK-MASTER-MEASURED
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ EMPLOYEE-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-EMP-ID WS-EMP-GROSS
                           WS-EMP-JURIS WS-EMP-PAY-TYPE WS-EMP-RATE
                           WS-EMP-LAST-DAY
                       UNSTRING EMPLOYEE-LINE DELIMITED BY ","
                           INTO WS-EMP-ID WS-EMP-GROSS WS-EMP-JURIS
                               WS-EMP-PAY-TYPE WS-EMP-RATE
                               WS-EMP-LAST-DAY
                       END-UNSTRING
                       IF WS-EMP-PAY-TYPE = SPACES
                           MOVE "S" TO WS-EMP-PAY-TYPE
                       END-IF
                       IF WS-EMP-ID NOT = SPACES
                           MOVE WS-EMP-ID TO WS-RECORD-KEY
                           PERFORM APPLY-MASTER-RULES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           MOVE "N" TO WS-END-FLAG.

       SCORE-ACCOUNTS.
           MOVE "ACCOUNT" TO WS-CURRENT-MASTER
           OPEN INPUT ACCOUNT-FILE
           IF FS-ACCOUNT NOT = "00"
               MOVE "bbbbbb.txt" TO EL-CURRENT-FILE
               MOVE FS-ACCOUNT TO EL-CURRENT-STATUS
               PERFORM MASTER-NOT-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           PERFORM MARK-MASTER-MEASURED
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ ACCOUNT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF AC-NUMBER IS NUMERIC
                           MOVE AC-NUMBER TO WS-ACCT-NUMBER
                           PERFORM CHECK-ACCOUNT-CLOSED
                           IF WS-FOUND = "N"
                               MOVE AC-NUMBER TO WS-RECORD-KEY
                               PERFORM APPLY-MASTER-RULES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE
           MOVE "N" TO WS-END-FLAG.

       CHECK-ACCOUNT-CLOSED.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-LOOK-IDX FROM 1 BY 1
                   UNTIL WS-LOOK-IDX > WS-CL-COUNT
               IF WS-CL-ACCT(WS-LOOK-IDX) = WS-ACCT-NUMBER
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM.

       MASTER-NOT-AVAILABLE.
           DISPLAY "Cannot open " FUNCTION TRIM(EL-CURRENT-FILE)
               ", FS=" EL-CURRENT-STATUS " - "
               FUNCTION TRIM(WS-CURRENT-MASTER) " rules not measured"
           PERFORM WRITE-EXCEPTION-LOG.

       MARK-MASTER-MEASURED.
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-COUNT
               IF RL-MASTER(WS-RL-IDX) = WS-CURRENT-MASTER
                   MOVE "Y" TO RL-MEASURED(WS-RL-IDX)
               END-IF
           END-PERFORM.

       APPLY-MASTER-RULES.
           ADD 1 TO RS-IN-COUNT
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-COUNT
               IF RL-MASTER(WS-RL-IDX) = WS-CURRENT-MASTER
                   AND RL-BAD-FIELD(WS-RL-IDX) = "N"
                   PERFORM APPLY-ONE-RULE
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * A field the master does not have, or a rule set with no
      * row in validation-rules.txt for it, is reported once on the
      * scorecard and the rule left unmeasured, rather than failing
      * every record against it.
      *---------------------------------------------------------------
       APPLY-ONE-RULE.
           MOVE "Y" TO WS-APPLIES
           MOVE "N" TO WS-RULE-FAILED
           MOVE RL-FIELD(WS-RL-IDX) TO WS-FIELD-NAME
           EVALUATE RL-KIND(WS-RL-IDX)
               WHEN "V"
                   PERFORM EXTRACT-FIELD
                   IF WS-APPLIES = "Y"
                       CALL "FIELD-VALIDATOR" USING
                           RL-RULE-SET(WS-RL-IDX) WS-FIELD-NAME
                           WS-FIELD-TEXT WS-ZERO-START WS-ZERO-END
                           WS-VALID-FLAG WS-REASON-CODE
                       END-CALL
                       EVALUATE TRUE
                           WHEN WS-REASON-CODE = "NO-RULE"
                               MOVE "N" TO WS-APPLIES
                               MOVE "Y" TO RL-BAD-FIELD(WS-RL-IDX)
                           WHEN WS-VALID-FLAG NOT = "Y"
                               MOVE "Y" TO WS-RULE-FAILED
                       END-EVALUATE
                   END-IF
               WHEN "X"
                   PERFORM CHECK-CROSS-REFERENCE
               WHEN OTHER
                   MOVE "N" TO WS-APPLIES
                   MOVE "Y" TO RL-BAD-FIELD(WS-RL-IDX)
           END-EVALUATE
           IF WS-APPLIES = "N"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RL-CHECKED(WS-RL-IDX)
           IF WS-RULE-FAILED = "Y"
               ADD 1 TO RL-FAILED(WS-RL-IDX)
               IF RL-SAMPLE-COUNT(WS-RL-IDX) < 5
                   ADD 1 TO RL-SAMPLE-COUNT(WS-RL-IDX)
                   MOVE WS-RECORD-KEY TO RL-SAMPLE(WS-RL-IDX
                       RL-SAMPLE-COUNT(WS-RL-IDX))
               END-IF
           END-IF.

       EXTRACT-FIELD.
           MOVE SPACES TO WS-FIELD-TEXT
           EVALUATE WS-CURRENT-MASTER ALSO WS-FIELD-NAME
               WHEN "CONTACT" ALSO "NAME"
                   MOVE CM-NAME TO WS-FIELD-TEXT
               WHEN "CONTACT" ALSO "AGE"
                   MOVE CM-AGE TO WS-FIELD-TEXT
               WHEN "CONTACT" ALSO "CITY"
                   MOVE CM-CITY TO WS-FIELD-TEXT
               WHEN "STUDENT" ALSO "LAST-NAME"
                   MOVE ST-LAST-NAME TO WS-FIELD-TEXT
               WHEN "STUDENT" ALSO "FIRST-NAME"
                   MOVE ST-FIRST-NAME TO WS-FIELD-TEXT
               WHEN "STUDENT" ALSO "STATUS"
                   MOVE ST-STATUS TO WS-FIELD-TEXT
               WHEN "STUDENT" ALSO "ENROLLED"
                   MOVE ST-ENROLLED TO WS-FIELD-TEXT
               WHEN "PRODUCT" ALSO "NAME"
                   MOVE PD-NAME TO WS-FIELD-TEXT
               WHEN "PRODUCT" ALSO "VENDOR"
                   MOVE PD-VENDOR-CODE TO WS-FIELD-TEXT
               WHEN "PRODUCT" ALSO "REORDER-PT"
                   MOVE PD-REORDER-POINT TO WS-FIELD-TEXT
               WHEN "PRODUCT" ALSO "REORDER-QTY"
                   MOVE PD-REORDER-QTY TO WS-FIELD-TEXT
               WHEN "EMPLOYEE" ALSO "JURIS"
                   MOVE WS-EMP-JURIS TO WS-FIELD-TEXT
               WHEN "EMPLOYEE" ALSO "PAY-TYPE"
                   MOVE WS-EMP-PAY-TYPE TO WS-FIELD-TEXT
               WHEN "EMPLOYEE" ALSO "GROSS"
                   IF WS-EMP-PAY-TYPE = "H"
                       MOVE "N" TO WS-APPLIES
                   ELSE
                       MOVE WS-EMP-GROSS TO WS-FIELD-TEXT
                   END-IF
               WHEN "EMPLOYEE" ALSO "RATE"
                   IF WS-EMP-PAY-TYPE = "H"
                       MOVE WS-EMP-RATE TO WS-FIELD-TEXT
                   ELSE
                       MOVE "N" TO WS-APPLIES
                   END-IF
               WHEN "ACCOUNT" ALSO "NAME"
                   MOVE AC-NAME TO WS-FIELD-TEXT
               WHEN OTHER
                   MOVE "N" TO WS-APPLIES
                   MOVE "Y" TO RL-BAD-FIELD(WS-RL-IDX)
           END-EVALUATE.

       CHECK-CROSS-REFERENCE.
           MOVE "N" TO WS-FOUND
           EVALUATE WS-CURRENT-MASTER ALSO WS-FIELD-NAME
               WHEN "STUDENT" ALSO "PROGRAM"
                   PERFORM VARYING WS-LOOK-IDX FROM 1 BY 1
                           UNTIL WS-LOOK-IDX > WS-PG-COUNT
                       IF WS-PG-STUDENT(WS-LOOK-IDX) = ST-ID
                           MOVE "Y" TO WS-FOUND
                       END-IF
                   END-PERFORM
               WHEN "PRODUCT" ALSO "VENDOR-REF"
                   IF PD-VENDOR-CODE = SPACES
                       MOVE "N" TO WS-APPLIES
                   END-IF
                   PERFORM VARYING WS-LOOK-IDX FROM 1 BY 1
                           UNTIL WS-LOOK-IDX > WS-VN-COUNT
                       IF WS-VN-CODE(WS-LOOK-IDX) = PD-VENDOR-CODE
                           MOVE "Y" TO WS-FOUND
                       END-IF
                   END-PERFORM
               WHEN "EMPLOYEE" ALSO "ELECTION"
                   PERFORM VARYING WS-LOOK-IDX FROM 1 BY 1
                           UNTIL WS-LOOK-IDX > WS-EL-COUNT
                       IF WS-EL-EMP-ID(WS-LOOK-IDX) = WS-EMP-ID
                           MOVE "Y" TO WS-FOUND
                       END-IF
                   END-PERFORM
               WHEN "ACCOUNT" ALSO "CONTACT"
                   PERFORM VARYING WS-LOOK-IDX FROM 1 BY 1
                           UNTIL WS-LOOK-IDX > WS-LK-COUNT
                       IF WS-LK-ACCT(WS-LOOK-IDX) = WS-ACCT-NUMBER
                           MOVE "Y" TO WS-FOUND
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   MOVE "N" TO WS-APPLIES
                   MOVE "Y" TO RL-BAD-FIELD(WS-RL-IDX)
           END-EVALUATE
           IF WS-FOUND = "N"
               MOVE "Y" TO WS-RULE-FAILED
           END-IF.

      *---------------------------------------------------------------
      * The scorecard: one block per rule in dq-rules.txt order,
      * then the pass rate per master.
      *---------------------------------------------------------------
       WRITE-SCORECARD.
           OPEN OUTPUT SCORECARD-FILE
           MOVE SPACES TO SCORECARD-LINE
           STRING "DATA QUALITY SCORECARD   " DELIMITED BY SIZE
               WS-DATE-ED DELIMITED BY SIZE
               INTO SCORECARD-LINE
           END-STRING
           WRITE SCORECARD-LINE
           MOVE SPACES TO SCORECARD-LINE
           WRITE SCORECARD-LINE
           MOVE SPACES TO SCORECARD-LINE
           MOVE "RULE     OWNER    CHECKED  FAILED PASS%"
               TO SCORECARD-LINE
           MOVE "  PRIOR   CHANGE  4 RUNS TREND" TO SCORECARD-LINE(41:)
           WRITE SCORECARD-LINE
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-COUNT
               PERFORM WRITE-RULE-BLOCK
           END-PERFORM

           MOVE SPACES TO SCORECARD-LINE
           WRITE SCORECARD-LINE
           MOVE "MASTER     CHECKS  FAILURES  PASS%" TO SCORECARD-LINE
           WRITE SCORECARD-LINE
           PERFORM VARYING WS-MASTER-IDX FROM 1 BY 1
                   UNTIL WS-MASTER-IDX > 5
               PERFORM WRITE-MASTER-TOTAL
           END-PERFORM
           CLOSE SCORECARD-FILE.

       WRITE-RULE-BLOCK.
           MOVE SPACES TO SCORECARD-LINE
           WRITE SCORECARD-LINE
           IF RL-MEASURED(WS-RL-IDX) = "N"
               OR RL-BAD-FIELD(WS-RL-IDX) = "Y"
               MOVE SPACES TO SCORECARD-LINE
               STRING RL-RULE(WS-RL-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RL-OWNER(WS-RL-IDX) DELIMITED BY SIZE
                   " NOT MEASURED - " DELIMITED BY SIZE
                   INTO SCORECARD-LINE
               END-STRING
               IF RL-BAD-FIELD(WS-RL-IDX) = "Y"
                   MOVE "FIELD, CHECK OR RULE SET NOT KNOWN"
                       TO SCORECARD-LINE(34:)
               ELSE
                   MOVE "MASTER NOT AVAILABLE" TO SCORECARD-LINE(34:)
               END-IF
               WRITE SCORECARD-LINE
               PERFORM WRITE-RULE-DESCRIPTION
               EXIT PARAGRAPH
           END-IF

           MOVE RL-RULE(WS-RL-IDX) TO WS-SL-RULE
           MOVE RL-OWNER(WS-RL-IDX) TO WS-SL-OWNER
           MOVE RL-CHECKED(WS-RL-IDX) TO WS-SL-CHECKED
           MOVE RL-FAILED(WS-RL-IDX) TO WS-SL-FAILED
           IF RL-CHECKED(WS-RL-IDX) = 0
               MOVE 100 TO WS-PASS-PCT
           ELSE
               COMPUTE WS-PASS-PCT ROUNDED =
                   (RL-CHECKED(WS-RL-IDX) - RL-FAILED(WS-RL-IDX))
                   * 100 / RL-CHECKED(WS-RL-IDX)
           END-IF
           MOVE WS-PASS-PCT TO WS-SL-PASS
           MOVE SPACES TO WS-SL-PRIOR WS-SL-CHANGE WS-SL-AGO
           IF RL-HIST-COUNT(WS-RL-IDX) = 0
               MOVE "NEW" TO WS-SL-TREND
           ELSE
               MOVE RL-HIST(WS-RL-IDX 1) TO WS-COUNT-ED
               MOVE WS-COUNT-ED TO WS-SL-PRIOR
               COMPUTE WS-CHANGE =
                   RL-FAILED(WS-RL-IDX) - RL-HIST(WS-RL-IDX 1)
               MOVE WS-CHANGE TO WS-CHANGE-ED
               MOVE WS-CHANGE-ED TO WS-SL-CHANGE
               EVALUATE TRUE
                   WHEN WS-CHANGE > 0
                       MOVE "WORSE" TO WS-SL-TREND
                       ADD 1 TO WS-WORSE-COUNT
                   WHEN WS-CHANGE < 0
                       MOVE "BETTER" TO WS-SL-TREND
                   WHEN OTHER
                       MOVE "SAME" TO WS-SL-TREND
               END-EVALUATE
               IF RL-HIST-COUNT(WS-RL-IDX) >= 4
                   MOVE RL-HIST(WS-RL-IDX 4) TO WS-COUNT-ED
                   MOVE WS-COUNT-ED TO WS-SL-AGO
               END-IF
           END-IF
           MOVE WS-SCORE-LINE TO SCORECARD-LINE
           WRITE SCORECARD-LINE
           PERFORM WRITE-RULE-DESCRIPTION
           IF RL-SAMPLE-COUNT(WS-RL-IDX) > 0
               MOVE SPACES TO SCORECARD-LINE
               MOVE "FIX:" TO SCORECARD-LINE(10:)
               PERFORM VARYING WS-SAMPLE-IDX FROM 1 BY 1
                       UNTIL WS-SAMPLE-IDX > RL-SAMPLE-COUNT(WS-RL-IDX)
                   MOVE RL-SAMPLE(WS-RL-IDX WS-SAMPLE-IDX)
                       TO SCORECARD-LINE(6 + WS-SAMPLE-IDX * 9:8)
               END-PERFORM
               IF RL-FAILED(WS-RL-IDX) > RL-SAMPLE-COUNT(WS-RL-IDX)
                   MOVE "AND MORE" TO SCORECARD-LINE(60:)
               END-IF
               WRITE SCORECARD-LINE
           END-IF.

       WRITE-RULE-DESCRIPTION.
           MOVE SPACES TO SCORECARD-LINE
           STRING RL-MASTER(WS-RL-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RL-DESCRIPTION(WS-RL-IDX) DELIMITED BY SIZE
               INTO SCORECARD-LINE(10:)
           END-STRING
           WRITE SCORECARD-LINE.

       WRITE-MASTER-TOTAL.
           MOVE 0 TO WS-MASTER-CHECKED WS-MASTER-FAILED
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-COUNT
               IF RL-MASTER(WS-RL-IDX) = WS-MASTER-NAME(WS-MASTER-IDX)
                   AND RL-MEASURED(WS-RL-IDX) = "Y"
                   AND RL-BAD-FIELD(WS-RL-IDX) = "N"
                   MOVE "Y" TO WS-FOUND
                   ADD RL-CHECKED(WS-RL-IDX) TO WS-MASTER-CHECKED
                   ADD RL-FAILED(WS-RL-IDX) TO WS-MASTER-FAILED
               END-IF
           END-PERFORM
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MASTER-NAME(WS-MASTER-IDX) TO WS-ML-MASTER
           MOVE WS-MASTER-CHECKED TO WS-ML-CHECKS
           MOVE WS-MASTER-FAILED TO WS-ML-FAILURES
           IF WS-MASTER-CHECKED = 0
               MOVE 100 TO WS-PASS-PCT
           ELSE
               COMPUTE WS-PASS-PCT ROUNDED =
                   (WS-MASTER-CHECKED - WS-MASTER-FAILED) * 100
                   / WS-MASTER-CHECKED
           END-IF
           MOVE WS-PASS-PCT TO WS-ML-PASS
           MOVE WS-MASTER-LINE TO SCORECARD-LINE
           WRITE SCORECARD-LINE.

      *---------------------------------------------------------------
      * Earlier days back as they were, then today's measured rules.
      *---------------------------------------------------------------
       SAVE-HISTORY.
           OPEN OUTPUT HISTORY-FILE
           IF FS-HISTORY NOT = "00"
               MOVE "dq-history.txt" TO EL-CURRENT-FILE
               MOVE FS-HISTORY TO EL-CURRENT-STATUS
               PERFORM WRITE-EXCEPTION-LOG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HS-IDX FROM 1 BY 1
                   UNTIL WS-HS-IDX > WS-HS-COUNT
               MOVE WS-HS-ENTRY(WS-HS-IDX) TO HISTORY-REC
               WRITE HISTORY-REC
           END-PERFORM
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-COUNT
               IF RL-MEASURED(WS-RL-IDX) = "Y"
                   AND RL-BAD-FIELD(WS-RL-IDX) = "N"
                   MOVE WS-RUN-DATE TO HF-DATE
                   MOVE RL-RULE(WS-RL-IDX) TO HF-RULE
                   MOVE RL-CHECKED(WS-RL-IDX) TO HF-CHECKED
                   MOVE RL-FAILED(WS-RL-IDX) TO HF-FAILED
                   WRITE HISTORY-REC
                   ADD 1 TO RS-OUT-COUNT
               END-IF
           END-PERFORM
           CLOSE HISTORY-FILE.

       COPY EXCLGPD.
       COPY RUNSTPD.
