       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSON-INQUIRY.

      *---------------------------------------------------------------
      * Unified person inquiry - one screen for the phone instead of
      * four files. The operator looks a person up by
      *
      *   C contact ID        A account number
      *   S student ID        E employee ID
      *   N name (the start of it is enough; several matches are
      *     listed for the operator to pick a contact ID from)
      *
      * and the person is resolved to their contact through the
      * same cross-references LETTER-RUN uses: an account through
      * acct-contact-link.txt, a student or employee through
      * person-contacts.txt, and a contact ID through
      * CONTACT-ACCESS, which follows merges. From the contact,
      * every account, student and employee record linked to it -
      * or to any ID a merge retired into it (contact-xref.txt) -
      * is gathered, and shown together:
      *
      *   - the contact card, and any standing legal hold
      *   - each account from the keyed master with its balance
      *     and status (acct-status.txt)
      *   - each student from students.idx with enrollment status,
      *     program, cumulative GPA over grades.txt on
      *     GRADUATION-CLEARANCE's basis, and open financial and
      *     legal holds
      *   - each employee from employees.txt with pay type, pay and
      *     leaving date, and year-to-date pay from ytd-master.txt
      *
      * A key with no contact behind it is still shown on its own.
      *
      * What is shown is limited by OPERATOR-AUTH. The inquiry
      * needs operator level 1; employment and pay need supervisor
      * level 2, asked the first time the session reaches an
      * employee, so an ordinary operator sees that the person
      * works here but not what they are paid. Refusals land in
      * auth-refusals.txt as for every OPERATOR-AUTH check.
      *
      * Every inquiry, found or not, is appended to
      * person-inquiry-log.txt for privacy audit - who looked,
      * when, what they searched on, whom it resolved to and which
      * sections were shown:
      *
      *   <date 8> <time 6> <operator 8> <search kind 1>
      *   <search value 20> <contact ID 5> <student ID 5>
      *   <result 9> <sections 5: P A S E, W for pay withheld>
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-FILE ASSIGN TO "contact-master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTACT.
           SELECT XREF-FILE ASSIGN TO "contact-xref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-XREF.
           SELECT ACCT-LINK-FILE ASSIGN TO "acct-contact-link.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCT-LINK.
           SELECT PERSON-LINK-FILE ASSIGN TO "person-contacts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERSON-LINK.
           SELECT ACCT-REC ASSIGN TO "bbbbbb.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS FS-ACCT.
           SELECT ACCT-STATUS-FILE ASSIGN TO "acct-status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCT-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "beginner/students.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS FS-STUDENT.
           SELECT PROGRAM-FILE
               ASSIGN TO "intermediate/student-programs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROGRAM.
           SELECT GRADE-FILE ASSIGN TO "intermediate/grades.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GRADE.
           SELECT GRADE-TABLE-FILE
               ASSIGN TO "intermediate/grade-table.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GRADE-TABLE.
           SELECT FIN-HOLD-FILE
               ASSIGN TO "intermediate/financial-holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FIN-HOLD.
           SELECT LEGAL-HOLD-FILE ASSIGN TO "legal-holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LEGAL-HOLD.
           SELECT EMPLOYEE-FILE
               ASSIGN TO "intermediate/employees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMPLOYEE.
           SELECT YTD-FILE ASSIGN TO "intermediate/ytd-master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-YTD.
           SELECT INQUIRY-LOG-FILE ASSIGN TO "person-inquiry-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INQUIRY-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD CONTACT-FILE.
       01 CONTACT-RECORD.
          05 CM-ID           PIC 9(5).
          05 CM-NAME         PIC X(20).
          05 CM-AGE          PIC 9(3).
          05 CM-CITY         PIC X(20).
          05 CM-STATUS       PIC X.

       FD XREF-FILE.
       01 XREF-RECORD.
          05 XR-RETIRED-ID   PIC 9(5).
          05 XR-KEPT-ID      PIC 9(5).

       FD ACCT-LINK-FILE.
       01 ACCT-LINK-REC.
          05 AL-ACCT         PIC 9(4).
          05 AL-CM-ID        PIC 9(5).

       FD PERSON-LINK-FILE.
       01 PERSON-LINK-REC.
          05 PC-KIND         PIC X.
          05 PC-KEY          PIC X(6).
          05 PC-CM-ID        PIC 9(5).

       FD ACCT-REC.
       01 ACCT-RECORD.
          05 ACCT-NUMBER     PIC 9(4).
          05 ACCT-NAME       PIC X(4).
          05 ACCT-BALANCE    PIC S9(5)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

       FD ACCT-STATUS-FILE.
       01 ACCT-STATUS-REC.
          05 AS-ACCT         PIC 9(4).
          05 AS-STATUS       PIC X.

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
          05 STUDENT-ID          PIC 9(5).
          05 STUDENT-LAST-NAME   PIC X(15).
          05 STUDENT-FIRST-NAME  PIC X(15).
          05 ENROLLMENT-STATUS   PIC X.
          05 DATE-ENROLLED       PIC 9(8).

       FD PROGRAM-FILE.
       01 PROGRAM-REC.
          05 SP-STUDENT-ID   PIC 9(5).
          05 SP-PROGRAM      PIC X(6).

       FD GRADE-FILE.
       01 GRADE-REC.
          05 HIST-STUDENT-ID     PIC 9(5).
          05 HIST-COURSE-CODE    PIC X(6).
          05 HIST-GRADE-CODE     PIC X.
          05 HIST-TERM-CODE      PIC X(5).
          05 HIST-CREDITS        PIC 9.
          05 HIST-SECTION        PIC X(2).

       FD GRADE-TABLE-FILE.
       01 GRADE-TABLE-REC.
          05 GT-CODE         PIC X.
          05 GT-DESC         PIC X(10).

       FD FIN-HOLD-FILE.
       01 FIN-HOLD-REC.
          05 FH-STUDENT-ID   PIC 9(5).
          05 FH-ACCT         PIC 9(4).
          05 FH-HOLD-DATE    PIC 9(8).
          05 FH-OWED         PIC 9(7)V99.
          05 FH-OLDEST-DAYS  PIC 9(4).

       FD LEGAL-HOLD-FILE.
       01 LEGAL-HOLD-REC.
          05 LH-KIND         PIC X.
          05 LH-ID           PIC 9(5).
          05 LH-REF          PIC X(12).
          05 LH-PLACED       PIC 9(8).
          05 LH-RELEASED     PIC 9(8).

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-LINE      PIC X(60).

       FD YTD-FILE.
       01 YTD-REC.
          05 YTD-EMP-ID      PIC X(6).
          05 YTD-YEAR        PIC 9(4).
          05 YTD-GROSS       PIC 9(7)V99.
          05 YTD-TAX         PIC 9(7)V99.
          05 YTD-NET         PIC 9(7)V99.
          05 YTD-EMPLOYER    PIC 9(7)V99.
          05 YTD-SUPP-GROSS  PIC 9(7)V99.
          05 YTD-SUPP-TAX    PIC 9(7)V99.

       FD INQUIRY-LOG-FILE.
       01 INQUIRY-LOG-REC.
          05 IL-DATE         PIC 9(8).
          05 IL-FILLER-1     PIC X.
          05 IL-TIME         PIC 9(6).
          05 IL-FILLER-2     PIC X.
          05 IL-OPERATOR     PIC X(8).
          05 IL-FILLER-3     PIC X.
          05 IL-KIND         PIC X.
          05 IL-FILLER-4     PIC X.
          05 IL-VALUE        PIC X(20).
          05 IL-FILLER-5     PIC X.
          05 IL-CONTACT      PIC 9(5).
          05 IL-FILLER-6     PIC X.
          05 IL-STUDENT      PIC 9(5).
          05 IL-FILLER-7     PIC X.
          05 IL-RESULT       PIC X(9).
          05 IL-FILLER-8     PIC X.
          05 IL-SHOWN        PIC X(5).

       WORKING-STORAGE SECTION.
       01 FS-CONTACT         PIC XX.
       01 FS-XREF            PIC XX.
       01 FS-ACCT-LINK       PIC XX.
       01 FS-PERSON-LINK     PIC XX.
       01 FS-ACCT            PIC XX.
       01 FS-ACCT-STATUS     PIC XX.
       01 FS-STUDENT         PIC XX.
       01 FS-PROGRAM         PIC XX.
       01 FS-GRADE           PIC XX.
       01 FS-GRADE-TABLE     PIC XX.
       01 FS-FIN-HOLD        PIC XX.
       01 FS-LEGAL-HOLD      PIC XX.
       01 FS-EMPLOYEE        PIC XX.
       01 FS-YTD             PIC XX.
       01 FS-INQUIRY-LOG     PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".
       01 WS-DONE-FLAG       PIC X VALUE "N".

       01 WS-RUN-DATE        PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-NOW             PIC 9(8).
       01 WS-DATE-ED         PIC 9999/99/99.

      *---------------------------------------------------------------
      * Who is asking, and what they may see.
      *---------------------------------------------------------------
       01 WS-OPERATOR-ID     PIC X(8).
       01 WS-REQUIRED-LEVEL  PIC 9.
       01 WS-ALLOWED-FLAG    PIC X.
       01 WS-PAY-ALLOWED     PIC X VALUE SPACE.

      *---------------------------------------------------------------
      * The search as typed.
      *---------------------------------------------------------------
       01 WS-SEARCH-KIND     PIC X.
       01 WS-SEARCH-VALUE    PIC X(20).
       01 WS-TRIMMED         PIC X(20).
       01 WS-TRIM-LEN        PIC 9(2).
       01 WS-KEY-NUMERIC     PIC X.
       01 WS-KEY-VALUE       PIC 9(5).
       01 WS-PERSON-KEY      PIC X(6).
       01 WS-CHOSEN-ID       PIC X(5).

       01 WS-MATCH-COUNT     PIC 9(2).
       01 WS-MATCH-IDX       PIC 9(2).
       01 WS-MATCH-TABLE.
          05 WS-MATCH-ENTRY OCCURS 10 TIMES.
             10 MT-ID        PIC 9(5).
             10 MT-NAME      PIC X(20).
             10 MT-AGE       PIC 9(3).
             10 MT-CITY      PIC X(20).

      *---------------------------------------------------------------
      * The person resolved: the contact card through
      * CONTACT-ACCESS, every contact ID they have been known by,
      * and the account, student and employee keys linked to any
      * of them.
      *---------------------------------------------------------------
       01 WS-CONTACT-ACTION  PIC X.
       01 WS-CONTACT-ID      PIC 9(5).
       01 WS-CONTACT-NAME    PIC X(20).
       01 WS-CONTACT-AGE     PIC 9(3).
       01 WS-CONTACT-CITY    PIC X(20).
       01 WS-CONTACT-RESULT  PIC X.
       01 WS-HAVE-CONTACT    PIC X.
       01 WS-LINK-CM-ID      PIC 9(5).

       01 WS-CID-COUNT       PIC 9(2).
       01 WS-CID-IDX         PIC 9(2).
       01 WS-CID-TABLE.
          05 WS-CID OCCURS 20 TIMES PIC 9(5).
       01 WS-ACC-COUNT       PIC 9(2).
       01 WS-ACC-IDX         PIC 9(2).
       01 WS-ACC-TABLE.
          05 WS-ACC OCCURS 20 TIMES PIC 9(4).
       01 WS-STU-COUNT       PIC 9(2).
       01 WS-STU-IDX         PIC 9(2).
       01 WS-STU-TABLE.
          05 WS-STU OCCURS 10 TIMES PIC 9(5).
       01 WS-EMP-COUNT       PIC 9(2).
       01 WS-EMP-IDX         PIC 9(2).
       01 WS-EMP-TABLE.
          05 WS-EMP OCCURS 10 TIMES PIC X(6).
       01 WS-SCAN-IDX        PIC 9(2).
       01 WS-IN-SET          PIC X.
       01 WS-NEW-ACCT        PIC 9(4).
       01 WS-NEW-STUDENT     PIC 9(5).
       01 WS-NEW-EMPLOYEE    PIC X(6).
       01 WS-NEW-CID         PIC 9(5).

       01 WS-SHOWN           PIC X(5).
       01 WS-LOG-STUDENT     PIC 9(5).

      *---------------------------------------------------------------
      * Section working fields.
      *---------------------------------------------------------------
       01 WS-ACCT-OPEN       PIC X VALUE "N".
       01 WS-STUDENT-OPEN    PIC X VALUE "N".
       01 WS-ACCT-STATUS     PIC X.
       01 WS-STATUS-TEXT     PIC X(9).
       01 WS-HOLD-KIND       PIC X.
       01 WS-HOLD-ID         PIC 9(5).
       01 WS-HOLD-COUNT      PIC 9(2).
       01 WS-PROGRAM         PIC X(6).

       01 WS-GRADE-COUNT     PIC 9(2) VALUE 0.
       01 WS-GRADE-IDX       PIC 9(2).
       01 WS-GRADE-CODES.
          05 WS-GRADE-CODE OCCURS 20 TIMES PIC X.
       01 WS-GRADE-VALID     PIC X.
       01 WS-GRADE-POINTS    PIC 9V9.
       01 WS-TOTAL-POINTS    PIC 9(5)V9.
       01 WS-TOTAL-CREDITS   PIC 9(4).
       01 WS-GPA             PIC 9V99.

       01 WS-EMP-ID          PIC X(6).
       01 WS-EMP-GROSS       PIC X(10).
       01 WS-EMP-JURIS       PIC X(10).
       01 WS-EMP-PAY-TYPE    PIC X(10).
       01 WS-EMP-RATE        PIC X(10).
       01 WS-EMP-LAST-DAY    PIC X(10).
       01 WS-EMP-FOUND       PIC X.
       01 WS-YTD-FOUND       PIC X.

       01 WS-BALANCE-ED      PIC -(5)9.99.
       01 WS-MONEY-ED        PIC Z,ZZZ,ZZ9.99.
       01 WS-TAX-ED          PIC Z,ZZZ,ZZ9.99.
       01 WS-NET-ED          PIC Z,ZZZ,ZZ9.99.
       01 WS-GPA-ED          PIC 9.99.
       01 WS-CREDITS-ED      PIC ZZZ9.
       01 WS-HOLD-DATE-ED    PIC 9999/99/99.

       PROCEDURE DIVISION.
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL
           MOVE WS-RUN-DATE TO WS-DATE-ED
           MOVE 1 TO WS-REQUIRED-LEVEL
           CALL "OPERATOR-AUTH" USING WS-REQUIRED-LEVEL
               WS-ALLOWED-FLAG WS-OPERATOR-ID
           END-CALL
           IF WS-ALLOWED-FLAG NOT = "Y"
               DISPLAY "Person inquiry refused - operator "
                   FUNCTION TRIM(WS-OPERATOR-ID)
                   " is not on the operator master"
               STOP RUN
           END-IF
           PERFORM LOAD-GRADE-TABLE

           PERFORM UNTIL WS-DONE-FLAG = "Y"
               PERFORM ASK-FOR-SEARCH
               IF WS-DONE-FLAG NOT = "Y"
                   PERFORM RUN-INQUIRY
               END-IF
           END-PERFORM

           IF WS-ACCT-OPEN = "Y"
               CLOSE ACCT-REC
           END-IF
           IF WS-STUDENT-OPEN = "Y"
               CLOSE STUDENT-FILE
           END-IF
           STOP RUN.

       LOAD-GRADE-TABLE.
           OPEN INPUT GRADE-TABLE-FILE
           IF FS-GRADE-TABLE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ GRADE-TABLE-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-GRADE-COUNT < 20
                           ADD 1 TO WS-GRADE-COUNT
                           MOVE GT-CODE TO WS-GRADE-CODE(WS-GRADE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADE-TABLE-FILE
           MOVE "N" TO WS-END-FLAG.

       ASK-FOR-SEARCH.
           DISPLAY " "
           DISPLAY "PERSON INQUIRY"
           DISPLAY "Search by C contact ID, A account, S student ID,"
               " E employee ID, N name, X to exit: "
           ACCEPT WS-SEARCH-KIND
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-KIND) TO WS-SEARCH-KIND
           EVALUATE WS-SEARCH-KIND
               WHEN "C"
               WHEN "A"
               WHEN "S"
               WHEN "E"
               WHEN "N"
                   CONTINUE
               WHEN "X"
               WHEN SPACE
                   MOVE "Y" TO WS-DONE-FLAG
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Choose C, A, S, E, N or X"
                   MOVE "?" TO WS-SEARCH-KIND
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Key or name: "
           ACCEPT WS-SEARCH-VALUE
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-VALUE)
               TO WS-SEARCH-VALUE.

      *---------------------------------------------------------------
      * Resolve, gather, show, log. A blank or badly formed key is
      * turned away before anything is read, and not logged - it
      * looked at no one.
      *---------------------------------------------------------------
       RUN-INQUIRY.
           IF WS-SEARCH-KIND = "?"
               EXIT PARAGRAPH
           END-IF
           IF WS-SEARCH-VALUE = SPACES
               DISPLAY "No key given"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-SEARCH-VALUE) TO WS-TRIMMED
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SEARCH-VALUE))
               TO WS-TRIM-LEN
           MOVE "N" TO WS-KEY-NUMERIC
           MOVE 0 TO WS-KEY-VALUE
           IF WS-TRIM-LEN <= 5
               AND WS-TRIMMED(1:WS-TRIM-LEN) IS NUMERIC
               MOVE "Y" TO WS-KEY-NUMERIC
               COMPUTE WS-KEY-VALUE = FUNCTION NUMVAL(WS-TRIMMED)
           END-IF
           IF WS-KEY-NUMERIC = "N"
               AND (WS-SEARCH-KIND = "C" OR WS-SEARCH-KIND = "A"
                   OR WS-SEARCH-KIND = "S")
               DISPLAY "Key must be numeric"
               EXIT PARAGRAPH
           END-IF
           IF WS-SEARCH-KIND = "A" AND WS-KEY-VALUE > 9999
               DISPLAY "Account numbers are four digits"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-HAVE-CONTACT
           MOVE 0 TO WS-CONTACT-ID WS-CID-COUNT WS-ACC-COUNT
               WS-STU-COUNT WS-EMP-COUNT
           MOVE SPACES TO WS-SHOWN
           EVALUATE WS-SEARCH-KIND
               WHEN "C"
                   MOVE WS-KEY-VALUE TO WS-LINK-CM-ID
                   PERFORM FETCH-CONTACT
               WHEN "A"
                   PERFORM RESOLVE-BY-ACCOUNT
               WHEN "S"
                   PERFORM RESOLVE-BY-STUDENT
               WHEN "E"
                   PERFORM RESOLVE-BY-EMPLOYEE
               WHEN "N"
                   PERFORM RESOLVE-BY-NAME
                   IF WS-SEARCH-KIND = "?"
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE
           IF WS-HAVE-CONTACT = "Y"
               PERFORM GATHER-LINKS
           END-IF

           DISPLAY " "
           DISPLAY "PERSON INQUIRY  " WS-DATE-ED "  FOR "
               FUNCTION TRIM(WS-OPERATOR-ID)
           PERFORM SHOW-CONTACT
           PERFORM SHOW-ACCOUNTS
           PERFORM SHOW-STUDENTS
           PERFORM SHOW-EMPLOYMENT
           IF WS-SHOWN = SPACES
               DISPLAY "No person found for "
                   FUNCTION TRIM(WS-SEARCH-VALUE)
           END-IF
           PERFORM WRITE-INQUIRY-LOG.

       FETCH-CONTACT.
           MOVE "I" TO WS-CONTACT-ACTION
           MOVE WS-LINK-CM-ID TO WS-CONTACT-ID
           CALL "CONTACT-ACCESS" USING WS-CONTACT-ACTION
               WS-CONTACT-ID WS-CONTACT-NAME WS-CONTACT-AGE
               WS-CONTACT-CITY WS-CONTACT-RESULT
           END-CALL
           IF WS-CONTACT-RESULT = "Y"
               MOVE "Y" TO WS-HAVE-CONTACT
           END-IF.

       RESOLVE-BY-ACCOUNT.
           MOVE WS-KEY-VALUE TO WS-NEW-ACCT
           PERFORM ADD-ACCOUNT
           OPEN INPUT ACCT-LINK-FILE
           IF FS-ACCT-LINK NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ ACCT-LINK-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF AL-ACCT = WS-NEW-ACCT
                           AND WS-HAVE-CONTACT = "N"
                           MOVE AL-CM-ID TO WS-LINK-CM-ID
                           PERFORM FETCH-CONTACT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-LINK-FILE
           MOVE "N" TO WS-END-FLAG.

       RESOLVE-BY-STUDENT.
           MOVE WS-KEY-VALUE TO WS-NEW-STUDENT
           PERFORM ADD-STUDENT
           MOVE WS-KEY-VALUE TO WS-PERSON-KEY
           PERFORM RESOLVE-PERSON-LINK.

       RESOLVE-BY-EMPLOYEE.
           MOVE WS-TRIMMED TO WS-NEW-EMPLOYEE
           PERFORM ADD-EMPLOYEE
           MOVE WS-TRIMMED TO WS-PERSON-KEY
           PERFORM RESOLVE-PERSON-LINK.

       RESOLVE-PERSON-LINK.
           OPEN INPUT PERSON-LINK-FILE
           IF FS-PERSON-LINK NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ PERSON-LINK-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF PC-KIND = WS-SEARCH-KIND
                           AND PC-KEY = WS-PERSON-KEY
                           AND WS-HAVE-CONTACT = "N"
                           MOVE PC-CM-ID TO WS-LINK-CM-ID
                           PERFORM FETCH-CONTACT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERSON-LINK-FILE
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * Every live contact whose name starts with what was typed.
      * One is taken as the person; several are listed and the
      * operator picks the contact ID.
      *---------------------------------------------------------------
       RESOLVE-BY-NAME.
           MOVE 0 TO WS-MATCH-COUNT
           OPEN INPUT CONTACT-FILE
           IF FS-CONTACT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ CONTACT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF CM-NAME(1:WS-TRIM-LEN) =
                               WS-TRIMMED(1:WS-TRIM-LEN)
                           AND CM-STATUS NOT = "D"
                           AND CM-STATUS NOT = "M"
                           AND WS-MATCH-COUNT < 10
                           ADD 1 TO WS-MATCH-COUNT
                           MOVE CM-ID TO MT-ID(WS-MATCH-COUNT)
                           MOVE CM-NAME TO MT-NAME(WS-MATCH-COUNT)
                           MOVE CM-AGE TO MT-AGE(WS-MATCH-COUNT)
                           MOVE CM-CITY TO MT-CITY(WS-MATCH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTACT-FILE
           MOVE "N" TO WS-END-FLAG
           EVALUATE WS-MATCH-COUNT
               WHEN 0
                   CONTINUE
               WHEN 1
                   MOVE MT-ID(1) TO WS-LINK-CM-ID
                   PERFORM FETCH-CONTACT
               WHEN OTHER
                   PERFORM CHOOSE-FROM-MATCHES
           END-EVALUATE.

       CHOOSE-FROM-MATCHES.
           DISPLAY "Several contacts match:"
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
               DISPLAY "  " MT-ID(WS-MATCH-IDX) "  "
                   MT-NAME(WS-MATCH-IDX) " AGE " MT-AGE(WS-MATCH-IDX)
                   "  " MT-CITY(WS-MATCH-IDX)
           END-PERFORM
           DISPLAY "Contact ID (blank to cancel): "
           ACCEPT WS-CHOSEN-ID
           IF WS-CHOSEN-ID = SPACES
               MOVE "?" TO WS-SEARCH-KIND
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-CHOSEN-ID) TO WS-TRIMMED
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CHOSEN-ID))
               TO WS-TRIM-LEN
           IF WS-TRIMMED(1:WS-TRIM-LEN) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-KEY-VALUE = FUNCTION NUMVAL(WS-TRIMMED)
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
               IF MT-ID(WS-MATCH-IDX) = WS-KEY-VALUE
                   MOVE MT-ID(WS-MATCH-IDX) TO WS-LINK-CM-ID
                   PERFORM FETCH-CONTACT
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * The contact and every ID a merge retired into it, then
      * everything linked to any of those.
      *---------------------------------------------------------------
       GATHER-LINKS.
           MOVE WS-CONTACT-ID TO WS-NEW-CID
           PERFORM ADD-CONTACT-ID
           OPEN INPUT XREF-FILE
           IF FS-XREF = "00"
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ XREF-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF XR-KEPT-ID = WS-CONTACT-ID
                               MOVE XR-RETIRED-ID TO WS-NEW-CID
                               PERFORM ADD-CONTACT-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
               MOVE "N" TO WS-END-FLAG
           END-IF

           OPEN INPUT ACCT-LINK-FILE
           IF FS-ACCT-LINK = "00"
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ ACCT-LINK-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           MOVE AL-CM-ID TO WS-NEW-CID
                           PERFORM CHECK-CONTACT-IN-SET
                           IF WS-IN-SET = "Y"
                               MOVE AL-ACCT TO WS-NEW-ACCT
                               PERFORM ADD-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-LINK-FILE
               MOVE "N" TO WS-END-FLAG
           END-IF

           OPEN INPUT PERSON-LINK-FILE
           IF FS-PERSON-LINK = "00"
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ PERSON-LINK-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           MOVE PC-CM-ID TO WS-NEW-CID
                           PERFORM CHECK-CONTACT-IN-SET
                           IF WS-IN-SET = "Y"
                               PERFORM TAKE-PERSON-LINK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERSON-LINK-FILE
               MOVE "N" TO WS-END-FLAG
           END-IF.

       TAKE-PERSON-LINK.
           EVALUATE PC-KIND
               WHEN "S"
                   IF PC-KEY(1:5) IS NUMERIC
                       MOVE PC-KEY(1:5) TO WS-NEW-STUDENT
                       PERFORM ADD-STUDENT
                   END-IF
               WHEN "E"
                   MOVE PC-KEY TO WS-NEW-EMPLOYEE
                   PERFORM ADD-EMPLOYEE
           END-EVALUATE.

       CHECK-CONTACT-IN-SET.
           MOVE "N" TO WS-IN-SET
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-CID-COUNT
               IF WS-CID(WS-SCAN-IDX) = WS-NEW-CID
                   MOVE "Y" TO WS-IN-SET
               END-IF
           END-PERFORM.

       ADD-CONTACT-ID.
           PERFORM CHECK-CONTACT-IN-SET
           IF WS-IN-SET = "N" AND WS-CID-COUNT < 20
               ADD 1 TO WS-CID-COUNT
               MOVE WS-NEW-CID TO WS-CID(WS-CID-COUNT)
           END-IF.

       ADD-ACCOUNT.
           MOVE "N" TO WS-IN-SET
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-ACC-COUNT
               IF WS-ACC(WS-SCAN-IDX) = WS-NEW-ACCT
                   MOVE "Y" TO WS-IN-SET
               END-IF
           END-PERFORM
           IF WS-IN-SET = "N" AND WS-ACC-COUNT < 20
               ADD 1 TO WS-ACC-COUNT
               MOVE WS-NEW-ACCT TO WS-ACC(WS-ACC-COUNT)
           END-IF.

       ADD-STUDENT.
           MOVE "N" TO WS-IN-SET
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-STU-COUNT
               IF WS-STU(WS-SCAN-IDX) = WS-NEW-STUDENT
                   MOVE "Y" TO WS-IN-SET
               END-IF
           END-PERFORM
           IF WS-IN-SET = "N" AND WS-STU-COUNT < 10
               ADD 1 TO WS-STU-COUNT
               MOVE WS-NEW-STUDENT TO WS-STU(WS-STU-COUNT)
           END-IF.

       ADD-EMPLOYEE.
           MOVE "N" TO WS-IN-SET
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-EMP-COUNT
               IF WS-EMP(WS-SCAN-IDX) = WS-NEW-EMPLOYEE
                   MOVE "Y" TO WS-IN-SET
               END-IF
           END-PERFORM
           IF WS-IN-SET = "N" AND WS-EMP-COUNT < 10
               ADD 1 TO WS-EMP-COUNT
               MOVE WS-NEW-EMPLOYEE TO WS-EMP(WS-EMP-COUNT)
           END-IF.

      *---------------------------------------------------------------
      * The screen, one section at a time.
      *---------------------------------------------------------------
       SHOW-CONTACT.
           IF WS-HAVE-CONTACT = "N"
               IF WS-SEARCH-KIND NOT = "C" AND WS-SEARCH-KIND NOT = "N"
                   DISPLAY "CONTACT   NONE LINKED"
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO WS-SHOWN(1:1)
           DISPLAY "CONTACT   " WS-CONTACT-ID "  " WS-CONTACT-NAME
               "  AGE " WS-CONTACT-AGE "  "
               FUNCTION TRIM(WS-CONTACT-CITY)
           IF WS-CID-COUNT > 1
               PERFORM VARYING WS-CID-IDX FROM 2 BY 1
                       UNTIL WS-CID-IDX > WS-CID-COUNT
                   DISPLAY "          ALSO KNOWN AS CONTACT "
                       WS-CID(WS-CID-IDX) " BEFORE A MERGE"
               END-PERFORM
           END-IF
           PERFORM VARYING WS-CID-IDX FROM 1 BY 1
                   UNTIL WS-CID-IDX > WS-CID-COUNT
               MOVE "C" TO WS-HOLD-KIND
               MOVE WS-CID(WS-CID-IDX) TO WS-HOLD-ID
               PERFORM SHOW-LEGAL-HOLDS
           END-PERFORM.

       SHOW-ACCOUNTS.
           IF WS-ACC-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-OPEN = "N"
               OPEN INPUT ACCT-REC
               IF FS-ACCT = "00"
                   MOVE "Y" TO WS-ACCT-OPEN
               ELSE
                   DISPLAY "ACCOUNTS  ACCOUNT MASTER NOT AVAILABLE, FS="
                       FS-ACCT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "ACCOUNTS"
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
               MOVE WS-ACC(WS-ACC-IDX) TO ACCT-NUMBER
               READ ACCT-REC
                   INVALID KEY
                       DISPLAY "  " WS-ACC(WS-ACC-IDX)
                           "  NOT ON THE ACCOUNT MASTER"
                   NOT INVALID KEY
                       MOVE "A" TO WS-SHOWN(2:1)
                       PERFORM LOOKUP-ACCOUNT-STATUS
                       MOVE ACCT-BALANCE TO WS-BALANCE-ED
                       DISPLAY "  " ACCT-NUMBER "  " ACCT-NAME
                           "  BALANCE " WS-BALANCE-ED "  "
                           WS-STATUS-TEXT
               END-READ
           END-PERFORM.

      *---------------------------------------------------------------
      * acct-status.txt holds one row per account that has ever
      * changed status, the latest last; no row is open.
      *---------------------------------------------------------------
       LOOKUP-ACCOUNT-STATUS.
           MOVE "O" TO WS-ACCT-STATUS
           OPEN INPUT ACCT-STATUS-FILE
           IF FS-ACCT-STATUS = "00"
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ ACCT-STATUS-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF AS-ACCT = ACCT-NUMBER
                               MOVE AS-STATUS TO WS-ACCT-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-STATUS-FILE
               MOVE "N" TO WS-END-FLAG
           END-IF
           EVALUATE WS-ACCT-STATUS
               WHEN "O"
                   MOVE "OPEN" TO WS-STATUS-TEXT
               WHEN "F"
                   MOVE "FROZEN" TO WS-STATUS-TEXT
               WHEN "C"
                   MOVE "CLOSED" TO WS-STATUS-TEXT
               WHEN "D"
                   MOVE "DORMANT" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE WS-ACCT-STATUS TO WS-STATUS-TEXT
           END-EVALUATE.

       SHOW-STUDENTS.
           IF WS-STU-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-STUDENT-OPEN = "N"
               OPEN INPUT STUDENT-FILE
               IF FS-STUDENT = "00"
                   MOVE "Y" TO WS-STUDENT-OPEN
               ELSE
                   DISPLAY "STUDENT   STUDENT MASTER NOT AVAILABLE, FS="
                       FS-STUDENT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               MOVE WS-STU(WS-STU-IDX) TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY "STUDENT   " WS-STU(WS-STU-IDX)
                           "  NOT ON THE STUDENT MASTER"
                   NOT INVALID KEY
                       MOVE "S" TO WS-SHOWN(3:1)
                       PERFORM SHOW-ONE-STUDENT
               END-READ
           END-PERFORM.

       SHOW-ONE-STUDENT.
           EVALUATE ENROLLMENT-STATUS
               WHEN "A"
                   MOVE "ACTIVE" TO WS-STATUS-TEXT
               WHEN "W"
                   MOVE "WITHDRAWN" TO WS-STATUS-TEXT
               WHEN "L"
                   MOVE "ON LEAVE" TO WS-STATUS-TEXT
               WHEN "G"
                   MOVE "GRADUATED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE ENROLLMENT-STATUS TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE DATE-ENROLLED TO WS-HOLD-DATE-ED
           DISPLAY "STUDENT   " STUDENT-ID "  "
               FUNCTION TRIM(STUDENT-LAST-NAME) ", "
               FUNCTION TRIM(STUDENT-FIRST-NAME) "  " WS-STATUS-TEXT
               "  ENROLLED " WS-HOLD-DATE-ED

           MOVE SPACES TO WS-PROGRAM
           OPEN INPUT PROGRAM-FILE
           IF FS-PROGRAM = "00"
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ PROGRAM-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF SP-STUDENT-ID = STUDENT-ID
                               MOVE SP-PROGRAM TO WS-PROGRAM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROGRAM-FILE
               MOVE "N" TO WS-END-FLAG
           END-IF
           IF WS-PROGRAM = SPACES
               MOVE "NONE" TO WS-PROGRAM
           END-IF

           PERFORM COMPUTE-CUMULATIVE-GPA
           MOVE WS-GPA TO WS-GPA-ED
           MOVE WS-TOTAL-CREDITS TO WS-CREDITS-ED
           DISPLAY "          PROGRAM " WS-PROGRAM "  GPA " WS-GPA-ED
               " OVER " WS-CREDITS-ED " CREDITS"

           MOVE 0 TO WS-HOLD-COUNT
           OPEN INPUT FIN-HOLD-FILE
           IF FS-FIN-HOLD = "00"
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ FIN-HOLD-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF FH-STUDENT-ID = STUDENT-ID
                               ADD 1 TO WS-HOLD-COUNT
                               MOVE FH-HOLD-DATE TO WS-HOLD-DATE-ED
                               MOVE FH-OWED TO WS-MONEY-ED
                               DISPLAY "          FINANCIAL HOLD SINCE "
                                   WS-HOLD-DATE-ED "  OWED "
                                   WS-MONEY-ED "  OLDEST "
                                   FH-OLDEST-DAYS " DAYS"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIN-HOLD-FILE
               MOVE "N" TO WS-END-FLAG
           END-IF
           MOVE "S" TO WS-HOLD-KIND
           MOVE STUDENT-ID TO WS-HOLD-ID
           PERFORM SHOW-LEGAL-HOLDS
           IF WS-HOLD-COUNT = 0
               DISPLAY "          NO OPEN HOLDS"
           END-IF.

      *---------------------------------------------------------------
      * Cumulative credit-weighted GPA as GRADUATION-CLEARANCE
      * takes it: final grades on grade-table.txt only, an open
      * Incomplete carrying no points yet.
      *---------------------------------------------------------------
       COMPUTE-CUMULATIVE-GPA.
           MOVE 0 TO WS-TOTAL-POINTS WS-TOTAL-CREDITS WS-GPA
           OPEN INPUT GRADE-FILE
           IF FS-GRADE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ GRADE-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF HIST-STUDENT-ID = STUDENT-ID
                           AND HIST-CREDITS IS NUMERIC
                           PERFORM ADD-GRADE-POINTS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADE-FILE
           MOVE "N" TO WS-END-FLAG
           IF WS-TOTAL-CREDITS > 0
               COMPUTE WS-GPA ROUNDED =
                   WS-TOTAL-POINTS / WS-TOTAL-CREDITS
           END-IF.

       ADD-GRADE-POINTS.
           MOVE "N" TO WS-GRADE-VALID
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                   UNTIL WS-GRADE-IDX > WS-GRADE-COUNT
               IF WS-GRADE-CODE(WS-GRADE-IDX) = HIST-GRADE-CODE
                   MOVE "Y" TO WS-GRADE-VALID
               END-IF
           END-PERFORM
           IF HIST-GRADE-CODE = "I"
               MOVE "N" TO WS-GRADE-VALID
           END-IF
           IF WS-GRADE-VALID = "N"
               EXIT PARAGRAPH
           END-IF
           EVALUATE HIST-GRADE-CODE
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
               + WS-GRADE-POINTS * HIST-CREDITS
           ADD HIST-CREDITS TO WS-TOTAL-CREDITS.

       SHOW-LEGAL-HOLDS.
           OPEN INPUT LEGAL-HOLD-FILE
           IF FS-LEGAL-HOLD NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ LEGAL-HOLD-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF LH-KIND = WS-HOLD-KIND
                           AND LH-ID = WS-HOLD-ID
                           AND LH-RELEASED = 0
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE LH-PLACED TO WS-HOLD-DATE-ED
                           DISPLAY "          LEGAL HOLD " LH-REF
                               " PLACED " WS-HOLD-DATE-ED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEGAL-HOLD-FILE
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * Pay is supervisor-only. The level is asked once a session,
      * the first time an employee turns up, so an operator who
      * never looks at one is never logged as refused.
      *---------------------------------------------------------------
       SHOW-EMPLOYMENT.
           IF WS-EMP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PAY-ALLOWED = SPACE
               MOVE 2 TO WS-REQUIRED-LEVEL
               CALL "OPERATOR-AUTH" USING WS-REQUIRED-LEVEL
                   WS-PAY-ALLOWED WS-OPERATOR-ID
               END-CALL
           END-IF
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-PAY-ALLOWED = "Y"
                   PERFORM SHOW-ONE-EMPLOYEE
               ELSE
                   MOVE "W" TO WS-SHOWN(5:1)
                   DISPLAY "EMPLOYEE  " WS-EMP(WS-EMP-IDX)
                       "  EMPLOYMENT AND PAY NEED SUPERVISOR LEVEL"
               END-IF
           END-PERFORM.

       SHOW-ONE-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND
           OPEN INPUT EMPLOYEE-FILE
           IF FS-EMPLOYEE = "00"
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ EMPLOYEE-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-EMP-ID WS-EMP-GROSS
                               WS-EMP-JURIS WS-EMP-PAY-TYPE
                               WS-EMP-RATE WS-EMP-LAST-DAY
                           UNSTRING EMPLOYEE-LINE DELIMITED BY ","
                               INTO WS-EMP-ID WS-EMP-GROSS
                                   WS-EMP-JURIS WS-EMP-PAY-TYPE
                                   WS-EMP-RATE WS-EMP-LAST-DAY
                           END-UNSTRING
                           IF WS-EMP-ID = WS-EMP(WS-EMP-IDX)
                               MOVE "Y" TO WS-EMP-FOUND
                               MOVE "Y" TO WS-END-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
               MOVE "N" TO WS-END-FLAG
           END-IF
           IF WS-EMP-FOUND = "N"
               DISPLAY "EMPLOYEE  " WS-EMP(WS-EMP-IDX)
                   "  NOT ON THE EMPLOYEE FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE "E" TO WS-SHOWN(4:1)
           IF WS-EMP-LAST-DAY = SPACES
               MOVE "ACTIVE" TO WS-STATUS-TEXT
           ELSE
               MOVE "LEFT" TO WS-STATUS-TEXT
           END-IF
           IF WS-EMP-PAY-TYPE = "H"
               DISPLAY "EMPLOYEE  " WS-EMP-ID "  HOURLY  RATE "
                   FUNCTION TRIM(WS-EMP-RATE) "  JURISDICTION "
                   FUNCTION TRIM(WS-EMP-JURIS) "  " WS-STATUS-TEXT
                   " " FUNCTION TRIM(WS-EMP-LAST-DAY)
           ELSE
               DISPLAY "EMPLOYEE  " WS-EMP-ID "  SALARIED  GROSS "
                   FUNCTION TRIM(WS-EMP-GROSS) "  JURISDICTION "
                   FUNCTION TRIM(WS-EMP-JURIS) "  " WS-STATUS-TEXT
                   " " FUNCTION TRIM(WS-EMP-LAST-DAY)
           END-IF

           MOVE "N" TO WS-YTD-FOUND
           OPEN INPUT YTD-FILE
           IF FS-YTD = "00"
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ YTD-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF YTD-EMP-ID = WS-EMP-ID
                               MOVE "Y" TO WS-YTD-FOUND
                               MOVE YTD-GROSS TO WS-MONEY-ED
                               MOVE YTD-TAX TO WS-TAX-ED
                               MOVE YTD-NET TO WS-NET-ED
                               DISPLAY "          YTD " YTD-YEAR
                                   "  GROSS " WS-MONEY-ED
                                   "  TAX " WS-TAX-ED
                                   "  NET " WS-NET-ED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YTD-FILE
               MOVE "N" TO WS-END-FLAG
           END-IF
           IF WS-YTD-FOUND = "N"
               DISPLAY "          NO YEAR-TO-DATE PAY ON FILE"
           END-IF.

       WRITE-INQUIRY-LOG.
           ACCEPT WS-NOW FROM TIME
           MOVE SPACES TO INQUIRY-LOG-REC
           MOVE WS-RUN-DATE TO IL-DATE
           MOVE WS-NOW(1:6) TO IL-TIME
           MOVE WS-OPERATOR-ID TO IL-OPERATOR
           MOVE WS-SEARCH-KIND TO IL-KIND
           MOVE WS-SEARCH-VALUE TO IL-VALUE
           MOVE 0 TO IL-CONTACT IL-STUDENT
           IF WS-HAVE-CONTACT = "Y"
               MOVE WS-CONTACT-ID TO IL-CONTACT
           END-IF
           IF WS-STU-COUNT > 0
               MOVE WS-STU(1) TO IL-STUDENT
           END-IF
           IF WS-SHOWN = SPACES
               MOVE "NOT FOUND" TO IL-RESULT
           ELSE
               MOVE "FOUND" TO IL-RESULT
           END-IF
           MOVE WS-SHOWN TO IL-SHOWN
           OPEN EXTEND INQUIRY-LOG-FILE
           IF FS-INQUIRY-LOG NOT = "00"
               OPEN OUTPUT INQUIRY-LOG-FILE
           END-IF
           WRITE INQUIRY-LOG-REC
           CLOSE INQUIRY-LOG-FILE.
