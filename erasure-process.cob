       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERASURE-PROCESS.

      *---------------------------------------------------------------
      * Right-to-erasure processing. A former student or contact who
      * asks to be forgotten arrives in erasure-requests.txt:
      *
      *   <kind C|S><ID 5><request reference 12>
      *
      * The person is found through their key - the contact master
      * or the student master - and, for a contact, every retired
      * ID contact-xref.txt points at them, so records filed under
      * an ID CONTACT-MAINT later merged away are found too.
      *
      * Erasure is refused, and nothing touched, while
      *   - legal-holds.txt has an unreleased hold on the person:
      *       <kind C|S><ID 5><hold reference 12><placed 8>
      *       <released 8, zeros while the hold stands>
      *   - any account the person is linked to (student-accounts
      *     for a student, acct-contact-link for a contact) shows a
      *     debit on the account master, or the student is on
      *     financial hold - an open receivable.
      *
      * Otherwise the person is given a pseudonymous ID - the next
      * student ID off next-student-id.dat, or the next free contact
      * ID - and every file named in erasure-files.txt is rewritten
      * with their personal fields cleared and their ID replaced,
      * so the financial and academic records we have to keep stay
      * whole and still join to each other, but no longer lead back
      * to the person. The old-to-new ID is not recorded anywhere.
      *
      * erasure-files.txt lists the files in the order they are
      * worked, in TEST-DATA-EXTRACT's layout:
      *
      *   <kind 1><path 40><filler 40>
      *   then six field slots of <type 1><col 9(3)><len 9(2)>
      *
      * kind S is a line sequential file, I the keyed student
      * master, and D a set of dated archive files - the path is
      * the name up to the date, and the dates are the ones the
      * archive manifest (listed ahead of it with a D slot) shows
      * the person archived on. Slot types:
      *
      *   S student ID    C contact ID     - matched and replaced
      *   N name          L last name      - overwritten "ERASED"
      *   F first name    T city           - cleared
      *   G age                            - zeroed
      *   D archive date                   - collected for kind D
      *   W name anywhere on the line - for feeds that carry no
      *     ID; every occurrence of the name and city is starred
      *     out
      *
      * Every request gets a section in erasure-certificate.txt:
      * the verdict, then each file worked and each record touched
      * in it by record number, so the certificate shows where the
      * person was without repeating what was there.
      *
      * RETURN-CODE 4 when a request was refused or not found, or a
      * file could not be rewritten; 8 when there is no file list.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "erasure-requests.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REQ-FILE-STATUS.
           SELECT FILE-LIST-FILE ASSIGN TO "erasure-files.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LIST-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "legal-holds.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HOLD-FILE-STATUS.
           SELECT CERT-FILE ASSIGN TO "erasure-certificate.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CERT-FILE-STATUS.
           SELECT CONTACT-FILE ASSIGN TO "contact-master.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CONTACT-FILE-STATUS.
           SELECT XREF-FILE ASSIGN TO "contact-xref.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XREF-FILE-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "beginner/students.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT STUDENT-IDX-FILE ASSIGN TO "beginner/students.idx"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IDX-STUDENT-ID
              FILE STATUS IS SIDX-FILE-STATUS.
           SELECT COUNTER-FILE
              ASSIGN TO "beginner/next-student-id.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS COUNTER-FILE-STATUS.
           SELECT STUDENT-ACCT-FILE
              ASSIGN TO "intermediate/student-accounts.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SACCT-FILE-STATUS.
           SELECT ACCT-LINK-FILE ASSIGN TO "acct-contact-link.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LINK-FILE-STATUS.
           SELECT FIN-HOLD-FILE
              ASSIGN TO "intermediate/financial-holds.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FHOLD-FILE-STATUS.
           SELECT ACCT-REC ASSIGN TO "bbbbbb.idx"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACCT-NUMBER
              FILE STATUS IS ACCT-FILE-STATUS.
           SELECT SOURCE-FILE ASSIGN USING WS-SOURCE-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SRC-FILE-STATUS.
           SELECT WORK-FILE ASSIGN TO "erasure-work.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WORK-FILE-STATUS.
           COPY EXCLGSEL.
           COPY RUNSTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
       01 REQUEST-REC.
          05 RQ-KIND PIC X.
          05 RQ-ID PIC 9(5).
          05 RQ-REF PIC X(12).

       FD FILE-LIST-FILE.
       01 FILE-LIST-REC.
          05 FL-KIND PIC X.
          05 FL-PATH PIC X(40).
          05 FILLER PIC X(40).
          05 FL-FIELD OCCURS 6 TIMES.
             10 FL-TYPE PIC X.
             10 FL-COL PIC 9(3).
             10 FL-LEN PIC 9(2).

       FD HOLD-FILE.
       01 HOLD-REC.
          05 LH-KIND PIC X.
          05 LH-ID PIC 9(5).
          05 LH-REF PIC X(12).
          05 LH-PLACED PIC 9(8).
          05 LH-RELEASED PIC 9(8).

       FD CERT-FILE.
       01 CERT-REC PIC X(80).

       FD CONTACT-FILE.
       01 CONTACT-RECORD.
          05 CM-ID PIC 9(5).
          05 CM-NAME PIC X(20).
          05 CM-AGE PIC 9(3).
          05 CM-CITY PIC X(20).
          05 CM-STATUS PIC X.

       FD XREF-FILE.
       01 XREF-RECORD.
          05 XR-RETIRED-ID PIC 9(5).
          05 XR-KEPT-ID PIC 9(5).

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
          05 STUDENT-ID PIC 9(5).
          05 STUDENT-LAST-NAME PIC X(15).
          05 STUDENT-FIRST-NAME PIC X(15).
          05 ENROLLMENT-STATUS PIC X.
          05 DATE-ENROLLED PIC 9(8).

       FD STUDENT-IDX-FILE.
       01 STUDENT-IDX-RECORD.
          05 IDX-STUDENT-ID PIC 9(5).
          05 IDX-LAST-NAME PIC X(15).
          05 IDX-FIRST-NAME PIC X(15).
          05 IDX-STATUS PIC X.
          05 IDX-ENROLLED PIC 9(8).

       FD COUNTER-FILE.
       01 COUNTER-REC PIC 9(5).

       FD STUDENT-ACCT-FILE.
       01 STUDENT-ACCT-REC.
          05 SA-STUDENT-ID PIC 9(5).
          05 SA-ACCT PIC 9(4).

       FD ACCT-LINK-FILE.
       01 ACCT-LINK-REC.
          05 AL-ACCT PIC 9(4).
          05 AL-CM-ID PIC 9(5).

       FD FIN-HOLD-FILE.
       01 FIN-HOLD-REC.
          05 FH-STUDENT-ID PIC 9(5).
          05 FH-ACCT PIC 9(4).
          05 FH-HOLD-DATE PIC 9(8).
          05 FH-OWED PIC 9(7)V99.
          05 FH-OLDEST-DAYS PIC 9(4).

       FD ACCT-REC.
       01 ACCT-RECORD.
          05 ACCT-NUMBER PIC 9(4).
          05 ACCT-NAME PIC X(4).
          05 ACCT-BALANCE PIC S9(5)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

       FD SOURCE-FILE.
       01 SOURCE-REC PIC X(256).

       FD WORK-FILE.
       01 WORK-REC PIC X(256).

       COPY EXCLGFD.
       COPY RUNSTFD.

       WORKING-STORAGE SECTION.
       COPY EXCLGWS.
       COPY RUNSTWS.

       01 REQ-FILE-STATUS PIC XX.
       01 LIST-FILE-STATUS PIC XX.
       01 HOLD-FILE-STATUS PIC XX.
       01 CERT-FILE-STATUS PIC XX.
       01 CONTACT-FILE-STATUS PIC XX.
       01 XREF-FILE-STATUS PIC XX.
       01 STUDENT-FILE-STATUS PIC XX.
       01 SIDX-FILE-STATUS PIC XX.
       01 COUNTER-FILE-STATUS PIC XX.
       01 SACCT-FILE-STATUS PIC XX.
       01 LINK-FILE-STATUS PIC XX.
       01 FHOLD-FILE-STATUS PIC XX.
       01 ACCT-FILE-STATUS PIC XX.
       01 SRC-FILE-STATUS PIC XX.
       01 WORK-FILE-STATUS PIC XX.
       01 WS-END-FLAG PIC X VALUE "N".
       01 WS-REQ-END-FLAG PIC X VALUE "N".

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-REQUEST-COUNT PIC 9(5) VALUE 0.
       01 WS-ERASED-COUNT PIC 9(5) VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(5) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(5) VALUE 0.

       01 WS-FILE-COUNT PIC 9(2) VALUE 0.
       01 WS-FILE-IDX PIC 9(2).
       01 WS-FILE-TABLE.
          05 WS-FILE-ENTRY OCCURS 40 TIMES.
             10 FT-KIND PIC X.
             10 FT-PATH PIC X(40).
             10 FT-FIELD OCCURS 6 TIMES.
                15 FT-TYPE PIC X.
                15 FT-COL PIC 9(3).
                15 FT-LEN PIC 9(2).
       01 WS-FLD-IDX PIC 9.
       01 WS-FILE-APPLIES PIC X.

      *---------------------------------------------------------------
      * The person being erased: every ID they are known by, what
      * they are called, and the ID they will be known by instead.
      *---------------------------------------------------------------
       01 WS-SUBJECT-KIND PIC X.
       01 WS-SUBJECT-ID PIC 9(5).
       01 WS-FOUND-FLAG PIC X.
       01 WS-VERDICT PIC X(40).
       01 WS-HIGH-CM-ID PIC 9(5).
       01 WS-NAME PIC X(31).
       01 WS-NAME-LEN PIC 9(2).
       01 WS-CITY PIC X(20).
       01 WS-CITY-LEN PIC 9(2).
       01 WS-STARS PIC X(31) VALUE ALL "*".
       01 WS-ID-COUNT PIC 9(2).
       01 WS-ID-IDX PIC 9(2).
       01 WS-ID-MATCH PIC X.
       01 WS-ID-HIT PIC 9(2).
       01 WS-ID-TABLE.
          05 WS-SUBJECT-ENTRY OCCURS 20 TIMES.
             10 WS-SUBJECT-IDS PIC 9(5).
             10 WS-PSEUDO-IDS PIC 9(5).
       01 WS-ACCT-COUNT PIC 9(2).
       01 WS-ACCT-IDX PIC 9(2).
       01 WS-ACCT-TABLE.
          05 WS-SUBJECT-ACCTS OCCURS 20 TIMES PIC 9(4).
       01 WS-ACCT-OPEN PIC X VALUE "N".
       01 WS-DATE-COUNT PIC 9(2).
       01 WS-DATE-IDX PIC 9(2).
       01 WS-DATE-FOUND PIC X.
       01 WS-DATE-TABLE.
          05 WS-ARCHIVE-DATES OCCURS 50 TIMES PIC X(8).

      *---------------------------------------------------------------
      * The record being worked.
      *---------------------------------------------------------------
       01 WS-SOURCE-PATH PIC X(60).
       01 WS-REC PIC X(256).
       01 WS-REC-NO PIC 9(7).
       01 WS-TOUCHED PIC X.
       01 WS-FILE-TOUCHED PIC 9(7).
       01 WS-REQ-TOUCHED PIC 9(7).
       01 WS-REQ-FILES PIC 9(3).
       01 WS-COPY-OK PIC X.
       01 WS-TYPE PIC X.
       01 WS-COL PIC 9(3).
       01 WS-LEN PIC 9(2).
       01 WS-FIELD-ID PIC 9(5).
       01 WS-FIELD-ID-X REDEFINES WS-FIELD-ID PIC X(5).
       01 WS-HIT-COUNT PIC 9(3).

       01 WS-CERT-HEAD.
          05 FILLER PIC X(20) VALUE "ERASURE CERTIFICATE ".
          05 CH-REF PIC X(12).
          05 FILLER PIC X(6) VALUE " DATE ".
          05 CH-DATE PIC 9(8).
          05 FILLER PIC X(10) VALUE " SUBJECT  ".
          05 CH-KIND PIC X(8).
          05 FILLER PIC X VALUE SPACE.
          05 CH-ID PIC 9(5).
       01 WS-CERT-FILE-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 CF-PATH PIC X(60).
          05 FILLER PIC X VALUE SPACE.
          05 CF-NOTE PIC X(7).
       01 WS-CERT-REC-LINE.
          05 FILLER PIC X(8) VALUE SPACES.
          05 FILLER PIC X(7) VALUE "RECORD ".
          05 CR-REC-NO PIC Z(6)9.
          05 FILLER PIC X VALUE SPACE.
          05 CR-ACTION PIC X(40).
       01 WS-CERT-TOTAL-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 FILLER PIC X(15) VALUE "FILES WORKED: ".
          05 CT-FILES PIC ZZ9.
          05 FILLER PIC X(20) VALUE "  RECORDS TOUCHED: ".
          05 CT-RECORDS PIC Z(6)9.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           MOVE "ERASURE-PROCESS" TO EL-PROGRAM-ID
           MOVE "ERASURE-PROCESS" TO RS-PROGRAM-ID
           PERFORM START-RUN-STATS
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL

           PERFORM LOAD-FILE-LIST
           IF WS-FILE-COUNT = 0
               DISPLAY "No erasure file list - nothing processed"
               MOVE "erasure-files.txt" TO EL-CURRENT-FILE
               MOVE LIST-FILE-STATUS TO EL-CURRENT-STATUS
               PERFORM WRITE-EXCEPTION-LOG
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-STATS
               STOP RUN
           END-IF

           OPEN INPUT REQUEST-FILE
           IF REQ-FILE-STATUS NOT = "00"
               DISPLAY "No erasure requests"
               PERFORM WRITE-RUN-STATS
               STOP RUN
           END-IF
           OPEN EXTEND CERT-FILE
           IF CERT-FILE-STATUS NOT = "00"
               OPEN OUTPUT CERT-FILE
           END-IF
           OPEN INPUT ACCT-REC
           IF ACCT-FILE-STATUS = "00"
               MOVE "Y" TO WS-ACCT-OPEN
           END-IF

           PERFORM UNTIL WS-REQ-END-FLAG = "Y"
               READ REQUEST-FILE
                   AT END
                       MOVE "Y" TO WS-REQ-END-FLAG
                   NOT AT END
                       ADD 1 TO WS-REQUEST-COUNT
                       ADD 1 TO RS-IN-COUNT
                       PERFORM PROCESS-ONE-REQUEST
               END-READ
           END-PERFORM

           CLOSE REQUEST-FILE CERT-FILE
           IF WS-ACCT-OPEN = "Y"
               CLOSE ACCT-REC
           END-IF
           DISPLAY "Erasure requests: " WS-REQUEST-COUNT
               "  erased: " WS-ERASED-COUNT
               "  refused: " WS-REFUSED-COUNT
           IF WS-REFUSED-COUNT > 0 OR WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-ERASED-COUNT TO RS-OUT-COUNT
           PERFORM WRITE-RUN-STATS
           STOP RUN.

       LOAD-FILE-LIST.
           OPEN INPUT FILE-LIST-FILE
           IF LIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ FILE-LIST-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF FL-PATH NOT = SPACES
                           AND WS-FILE-COUNT < 40
                           ADD 1 TO WS-FILE-COUNT
                           MOVE FL-KIND TO FT-KIND(WS-FILE-COUNT)
                           MOVE FL-PATH TO FT-PATH(WS-FILE-COUNT)
                           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                                   UNTIL WS-FLD-IDX > 6
                               MOVE FL-FIELD(WS-FLD-IDX)
                                   TO FT-FIELD(WS-FILE-COUNT
                                      WS-FLD-IDX)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-LIST-FILE
           MOVE "N" TO WS-END-FLAG.

       PROCESS-ONE-REQUEST.
           MOVE RQ-KIND TO WS-SUBJECT-KIND
           MOVE RQ-ID TO WS-SUBJECT-ID
           MOVE RQ-REF TO CH-REF
           MOVE WS-RUN-DATE TO CH-DATE
           MOVE RQ-ID TO CH-ID
           IF RQ-KIND = "S"
               MOVE "STUDENT" TO CH-KIND
           ELSE
               MOVE "CONTACT" TO CH-KIND
           END-IF
           WRITE CERT-REC FROM WS-CERT-HEAD
           MOVE 0 TO WS-ID-COUNT WS-ACCT-COUNT WS-DATE-COUNT
           MOVE 0 TO WS-REQ-TOUCHED WS-REQ-FILES
           MOVE SPACES TO WS-VERDICT

           IF RQ-KIND = "S"
               PERFORM FIND-STUDENT
           ELSE
               IF RQ-KIND = "C"
                   PERFORM FIND-CONTACT
               ELSE
                   MOVE "N" TO WS-FOUND-FLAG
               END-IF
           END-IF
           IF WS-FOUND-FLAG = "N"
               MOVE "REFUSED - NO SUCH PERSON ON FILE"
                   TO WS-VERDICT
               PERFORM WRITE-VERDICT
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-LEGAL-HOLD
           IF WS-VERDICT = SPACES
               PERFORM CHECK-OPEN-RECEIVABLE
           END-IF
           IF WS-VERDICT NOT = SPACES
               PERFORM WRITE-VERDICT
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM ASSIGN-PSEUDONYM
           MOVE "ERASED" TO WS-VERDICT
           PERFORM WRITE-VERDICT
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               PERFORM CHECK-FILE-APPLIES
               IF WS-FILE-APPLIES = "N"
                   EXIT PERFORM CYCLE
               END-IF
               EVALUATE FT-KIND(WS-FILE-IDX)
                   WHEN "I"
                       PERFORM ERASE-IN-STUDENT-INDEX
                   WHEN "D"
                       PERFORM ERASE-IN-ARCHIVE-SET
                   WHEN OTHER
                       MOVE FT-PATH(WS-FILE-IDX) TO WS-SOURCE-PATH
                       PERFORM ERASE-IN-FILE
               END-EVALUATE
           END-PERFORM
           MOVE WS-REQ-FILES TO CT-FILES
           MOVE WS-REQ-TOUCHED TO CT-RECORDS
           WRITE CERT-REC FROM WS-CERT-TOTAL-LINE
           ADD 1 TO WS-ERASED-COUNT.

      *---------------------------------------------------------------
      * A file is worked for the person only if it carries their
      * kind of ID or is searched by name - the student files are
      * no place to look for a contact.
      *---------------------------------------------------------------
       CHECK-FILE-APPLIES.
           MOVE "N" TO WS-FILE-APPLIES
           IF FT-KIND(WS-FILE-IDX) = "I"
               IF WS-SUBJECT-KIND = "S"
                   MOVE "Y" TO WS-FILE-APPLIES
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > 6
               IF FT-TYPE(WS-FILE-IDX WS-FLD-IDX) = WS-SUBJECT-KIND
                   OR FT-TYPE(WS-FILE-IDX WS-FLD-IDX) = "W"
                   MOVE "Y" TO WS-FILE-APPLIES
               END-IF
           END-PERFORM.

       WRITE-VERDICT.
           MOVE SPACES TO CERT-REC
           STRING "    VERDICT: " DELIMITED BY SIZE
               WS-VERDICT DELIMITED BY SIZE
               INTO CERT-REC
           END-STRING
           WRITE CERT-REC.

      *---------------------------------------------------------------
      * A student is found on the sequential student master; the
      * keyed copy is rebuilt from it and is worked as a file of
      * its own.
      *---------------------------------------------------------------
       FIND-STUDENT.
           MOVE "N" TO WS-FOUND-FLAG
           OPEN INPUT STUDENT-FILE
           IF STUDENT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ STUDENT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF STUDENT-ID = WS-SUBJECT-ID
                           MOVE "Y" TO WS-FOUND-FLAG
                           MOVE SPACES TO WS-NAME
                           STRING FUNCTION TRIM(STUDENT-FIRST-NAME)
                               DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               FUNCTION TRIM(STUDENT-LAST-NAME)
                               DELIMITED BY SIZE
                               INTO WS-NAME
                           END-STRING
                           MOVE SPACES TO WS-CITY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-FILE
           MOVE "N" TO WS-END-FLAG
           IF WS-FOUND-FLAG = "Y"
               MOVE 1 TO WS-ID-COUNT
               MOVE WS-SUBJECT-ID TO WS-SUBJECT-IDS(1)
               PERFORM SET-NAME-LENGTHS
           END-IF.

      *---------------------------------------------------------------
      * A contact is found on the contact master, which also gives
      * the highest contact ID for the pseudonym; any ID merged into
      * theirs is theirs too.
      *---------------------------------------------------------------
       FIND-CONTACT.
           MOVE "N" TO WS-FOUND-FLAG
           MOVE 0 TO WS-HIGH-CM-ID
           OPEN INPUT CONTACT-FILE
           IF CONTACT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ CONTACT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF CM-ID > WS-HIGH-CM-ID
                           MOVE CM-ID TO WS-HIGH-CM-ID
                       END-IF
                       IF CM-ID = WS-SUBJECT-ID
                           MOVE "Y" TO WS-FOUND-FLAG
                           MOVE CM-NAME TO WS-NAME
                           MOVE CM-CITY TO WS-CITY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTACT-FILE
           MOVE "N" TO WS-END-FLAG
           IF WS-FOUND-FLAG = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-ID-COUNT
           MOVE WS-SUBJECT-ID TO WS-SUBJECT-IDS(1)
           PERFORM SET-NAME-LENGTHS

           OPEN INPUT XREF-FILE
           IF XREF-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ XREF-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF XR-KEPT-ID = WS-SUBJECT-ID
                           AND WS-ID-COUNT < 20
                           ADD 1 TO WS-ID-COUNT
                           MOVE XR-RETIRED-ID
                               TO WS-SUBJECT-IDS(WS-ID-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XREF-FILE
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * Too short a name would star out other people's text, so a
      * name or city under three characters is not searched for.
      *---------------------------------------------------------------
       SET-NAME-LENGTHS.
           MOVE 0 TO WS-NAME-LEN WS-CITY-LEN
           IF WS-NAME NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NAME))
                   TO WS-NAME-LEN
               MOVE FUNCTION TRIM(WS-NAME) TO WS-NAME
           END-IF
           IF WS-CITY NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CITY))
                   TO WS-CITY-LEN
               MOVE FUNCTION TRIM(WS-CITY) TO WS-CITY
           END-IF
           IF WS-NAME-LEN < 3
               MOVE 0 TO WS-NAME-LEN
           END-IF
           IF WS-CITY-LEN < 3
               MOVE 0 TO WS-CITY-LEN
           END-IF.

       CHECK-LEGAL-HOLD.
           OPEN INPUT HOLD-FILE
           IF HOLD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ HOLD-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF LH-KIND = WS-SUBJECT-KIND
                           AND LH-RELEASED = 0
                           MOVE LH-ID TO WS-FIELD-ID
                           PERFORM FIND-SUBJECT-ID
                           IF WS-ID-MATCH = "Y"
                               MOVE SPACES TO WS-VERDICT
                               STRING "REFUSED - LEGAL HOLD "
                                   DELIMITED BY SIZE
                                   LH-REF DELIMITED BY SIZE
                                   INTO WS-VERDICT
                               END-STRING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * An account showing a debit is money still owed us; a student
      * on financial hold is refused even if the account can't be
      * read.
      *---------------------------------------------------------------
       CHECK-OPEN-RECEIVABLE.
           IF WS-SUBJECT-KIND = "S"
               PERFORM COLLECT-STUDENT-ACCOUNTS
               PERFORM CHECK-FINANCIAL-HOLD
           ELSE
               PERFORM COLLECT-CONTACT-ACCOUNTS
           END-IF
           IF WS-VERDICT NOT = SPACES OR WS-ACCT-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               MOVE WS-SUBJECT-ACCTS(WS-ACCT-IDX) TO ACCT-NUMBER
               READ ACCT-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACCT-BALANCE < 0
                           AND WS-VERDICT = SPACES
                           STRING "REFUSED - OPEN RECEIVABLE ACCT "
                               DELIMITED BY SIZE
                               ACCT-NUMBER DELIMITED BY SIZE
                               INTO WS-VERDICT
                           END-STRING
                       END-IF
               END-READ
           END-PERFORM.

       COLLECT-STUDENT-ACCOUNTS.
           OPEN INPUT STUDENT-ACCT-FILE
           IF SACCT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ STUDENT-ACCT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF SA-STUDENT-ID = WS-SUBJECT-ID
                           AND WS-ACCT-COUNT < 20
                           ADD 1 TO WS-ACCT-COUNT
                           MOVE SA-ACCT
                               TO WS-SUBJECT-ACCTS(WS-ACCT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-ACCT-FILE
           MOVE "N" TO WS-END-FLAG.

       CHECK-FINANCIAL-HOLD.
           OPEN INPUT FIN-HOLD-FILE
           IF FHOLD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ FIN-HOLD-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF FH-STUDENT-ID = WS-SUBJECT-ID
                           AND WS-VERDICT = SPACES
                           STRING "REFUSED - OPEN RECEIVABLE ACCT "
                               DELIMITED BY SIZE
                               FH-ACCT DELIMITED BY SIZE
                               INTO WS-VERDICT
                           END-STRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIN-HOLD-FILE
           MOVE "N" TO WS-END-FLAG.

       COLLECT-CONTACT-ACCOUNTS.
           OPEN INPUT ACCT-LINK-FILE
           IF LINK-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ ACCT-LINK-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE AL-CM-ID TO WS-FIELD-ID
                       PERFORM FIND-SUBJECT-ID
                       IF WS-ID-MATCH = "Y" AND WS-ACCT-COUNT < 20
                           ADD 1 TO WS-ACCT-COUNT
                           MOVE AL-ACCT
                               TO WS-SUBJECT-ACCTS(WS-ACCT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-LINK-FILE
           MOVE "N" TO WS-END-FLAG.

       FIND-SUBJECT-ID.
           MOVE "N" TO WS-ID-MATCH
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > WS-ID-COUNT
               IF WS-SUBJECT-IDS(WS-ID-IDX) = WS-FIELD-ID
                   MOVE "Y" TO WS-ID-MATCH
                   MOVE WS-ID-IDX TO WS-ID-HIT
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Every ID the person is known by gets a pseudonym of its own,
      * so a merged-away contact stays a separate row pointing at
      * the kept one. Student pseudonyms are issued off the same
      * counter STUDENT-INTAKE uses, so they can never collide with
      * a real student; contact ones follow the highest contact ID,
      * the way CONTACT-ACCESS adds.
      *---------------------------------------------------------------
       ASSIGN-PSEUDONYM.
           IF WS-SUBJECT-KIND = "C"
               PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                       UNTIL WS-ID-IDX > WS-ID-COUNT
                   COMPUTE WS-PSEUDO-IDS(WS-ID-IDX) =
                       WS-HIGH-CM-ID + WS-ID-IDX
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           MOVE 10003 TO WS-FIELD-ID
           OPEN INPUT COUNTER-FILE
           IF COUNTER-FILE-STATUS = "00"
               READ COUNTER-FILE
                   NOT AT END
                       MOVE COUNTER-REC TO WS-FIELD-ID
               END-READ
               CLOSE COUNTER-FILE
           END-IF
           MOVE WS-FIELD-ID TO WS-PSEUDO-IDS(1)
           OPEN OUTPUT COUNTER-FILE
           COMPUTE COUNTER-REC = WS-FIELD-ID + 1
           WRITE COUNTER-REC
           CLOSE COUNTER-FILE.

      *---------------------------------------------------------------
      * Each file is copied through erasure-work.txt with the
      * person's records rewritten, and copied back only if
      * something was touched - a file without them is left exactly
      * as it was.
      *---------------------------------------------------------------
       ERASE-IN-FILE.
           MOVE 0 TO WS-REC-NO WS-FILE-TOUCHED
           MOVE WS-SOURCE-PATH TO CF-PATH
           ADD 1 TO WS-REQ-FILES
           OPEN INPUT SOURCE-FILE
           IF SRC-FILE-STATUS NOT = "00"
               MOVE "ABSENT" TO CF-NOTE
               WRITE CERT-REC FROM WS-CERT-FILE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "WORKED" TO CF-NOTE
           WRITE CERT-REC FROM WS-CERT-FILE-LINE
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ SOURCE-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       ADD 1 TO WS-REC-NO
                       MOVE SOURCE-REC TO WS-REC
                       PERFORM ERASE-IN-RECORD
                       WRITE WORK-REC FROM WS-REC
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE WORK-FILE
           MOVE "N" TO WS-END-FLAG
           IF WS-FILE-TOUCHED > 0
               PERFORM COPY-WORK-BACK
           END-IF
           ADD WS-FILE-TOUCHED TO WS-REQ-TOUCHED.

       COPY-WORK-BACK.
           MOVE "Y" TO WS-COPY-OK
           OPEN INPUT WORK-FILE
           OPEN OUTPUT SOURCE-FILE
           IF SRC-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-COPY-OK
               DISPLAY "Cannot rewrite "
                   FUNCTION TRIM(WS-SOURCE-PATH)
                   ", FS=" SRC-FILE-STATUS
               MOVE WS-SOURCE-PATH TO EL-CURRENT-FILE
               MOVE SRC-FILE-STATUS TO EL-CURRENT-STATUS
               PERFORM WRITE-EXCEPTION-LOG
               ADD 1 TO WS-FAILED-COUNT
               CLOSE WORK-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ WORK-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       WRITE SOURCE-REC FROM WORK-REC
               END-READ
           END-PERFORM
           CLOSE WORK-FILE SOURCE-FILE
           MOVE "N" TO WS-END-FLAG.

       ERASE-IN-RECORD.
           MOVE "N" TO WS-TOUCHED
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > 6
               IF FT-TYPE(WS-FILE-IDX WS-FLD-IDX) = WS-SUBJECT-KIND
                   PERFORM TAKE-FIELD
                   MOVE WS-REC(WS-COL:WS-LEN) TO WS-FIELD-ID-X
                   IF WS-FIELD-ID-X IS NUMERIC
                       PERFORM FIND-SUBJECT-ID
                       IF WS-ID-MATCH = "Y"
                           MOVE "Y" TO WS-TOUCHED
                       END-IF
                   END-IF
               END-IF
               IF FT-TYPE(WS-FILE-IDX WS-FLD-IDX) = "W"
                   PERFORM FIND-NAME-ON-LINE
               END-IF
           END-PERFORM
           IF WS-TOUCHED = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > 6
               PERFORM TAKE-FIELD
               EVALUATE WS-TYPE
                   WHEN "S"
                   WHEN "C"
                       IF WS-TYPE = WS-SUBJECT-KIND
                           MOVE WS-REC(WS-COL:WS-LEN)
                               TO WS-FIELD-ID-X
                           PERFORM FIND-SUBJECT-ID
                           IF WS-ID-MATCH = "Y"
                               MOVE WS-PSEUDO-IDS(WS-ID-HIT)
                                   TO WS-FIELD-ID
                               MOVE WS-FIELD-ID-X
                                   TO WS-REC(WS-COL:WS-LEN)
                           END-IF
                       END-IF
                   WHEN "N"
                   WHEN "L"
                       MOVE "ERASED" TO WS-REC(WS-COL:WS-LEN)
                   WHEN "F"
                   WHEN "T"
                       MOVE SPACES TO WS-REC(WS-COL:WS-LEN)
                   WHEN "G"
                       MOVE ALL "0" TO WS-REC(WS-COL:WS-LEN)
                   WHEN "D"
                       PERFORM COLLECT-ARCHIVE-DATE
                   WHEN "W"
                       PERFORM STAR-NAME-ON-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           ADD 1 TO WS-FILE-TOUCHED
           MOVE WS-REC-NO TO CR-REC-NO
           MOVE "PERSONAL DATA REMOVED, ID PSEUDONYMISED"
               TO CR-ACTION
           WRITE CERT-REC FROM WS-CERT-REC-LINE.

       TAKE-FIELD.
           MOVE FT-TYPE(WS-FILE-IDX WS-FLD-IDX) TO WS-TYPE
           MOVE FT-COL(WS-FILE-IDX WS-FLD-IDX) TO WS-COL
           MOVE FT-LEN(WS-FILE-IDX WS-FLD-IDX) TO WS-LEN
           IF WS-COL = 0
               MOVE 1 TO WS-COL
           END-IF
           IF WS-LEN = 0
               MOVE 1 TO WS-LEN
           END-IF
           IF (WS-TYPE = "S" OR "C") AND WS-LEN NOT = 5
               MOVE 5 TO WS-LEN
           END-IF.

       FIND-NAME-ON-LINE.
           IF WS-NAME-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HIT-COUNT
           INSPECT WS-REC TALLYING WS-HIT-COUNT
               FOR ALL WS-NAME(1:WS-NAME-LEN)
           IF WS-HIT-COUNT > 0
               MOVE "Y" TO WS-TOUCHED
           END-IF.

       STAR-NAME-ON-LINE.
           IF WS-NAME-LEN > 0
               INSPECT WS-REC REPLACING ALL WS-NAME(1:WS-NAME-LEN)
                   BY WS-STARS(1:WS-NAME-LEN)
           END-IF
           IF WS-CITY-LEN > 0
               INSPECT WS-REC REPLACING ALL WS-CITY(1:WS-CITY-LEN)
                   BY WS-STARS(1:WS-CITY-LEN)
           END-IF.

       COLLECT-ARCHIVE-DATE.
           MOVE "N" TO WS-DATE-FOUND
           PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                   UNTIL WS-DATE-IDX > WS-DATE-COUNT
               IF WS-ARCHIVE-DATES(WS-DATE-IDX) =
                   WS-REC(WS-COL:WS-LEN)
                   MOVE "Y" TO WS-DATE-FOUND
               END-IF
           END-PERFORM
           IF WS-DATE-FOUND = "N" AND WS-DATE-COUNT < 50
               ADD 1 TO WS-DATE-COUNT
               MOVE WS-REC(WS-COL:WS-LEN)
                   TO WS-ARCHIVE-DATES(WS-DATE-COUNT)
           END-IF.

      *---------------------------------------------------------------
      * One archive file per date the manifest showed the person
      * archived on, worked like any other file.
      *---------------------------------------------------------------
       ERASE-IN-ARCHIVE-SET.
           PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                   UNTIL WS-DATE-IDX > WS-DATE-COUNT
               MOVE SPACES TO WS-SOURCE-PATH
               STRING FUNCTION TRIM(FT-PATH(WS-FILE-IDX))
                   DELIMITED BY SIZE
                   WS-ARCHIVE-DATES(WS-DATE-IDX) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-SOURCE-PATH
               END-STRING
               PERFORM ERASE-IN-FILE
           END-PERFORM.

      *---------------------------------------------------------------
      * The keyed student master: the record is moved to its
      * pseudonymous key with the name cleared, status and
      * enrollment date kept.
      *---------------------------------------------------------------
       ERASE-IN-STUDENT-INDEX.
           MOVE FT-PATH(WS-FILE-IDX) TO CF-PATH
           ADD 1 TO WS-REQ-FILES
           OPEN I-O STUDENT-IDX-FILE
           IF SIDX-FILE-STATUS NOT = "00"
               MOVE "ABSENT" TO CF-NOTE
               WRITE CERT-REC FROM WS-CERT-FILE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "WORKED" TO CF-NOTE
           WRITE CERT-REC FROM WS-CERT-FILE-LINE
           MOVE 0 TO WS-FILE-TOUCHED
           MOVE WS-SUBJECT-ID TO IDX-STUDENT-ID
           READ STUDENT-IDX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE STUDENT-IDX-FILE
                   MOVE WS-PSEUDO-IDS(1) TO IDX-STUDENT-ID
                   MOVE "ERASED" TO IDX-LAST-NAME
                   MOVE SPACES TO IDX-FIRST-NAME
                   WRITE STUDENT-IDX-RECORD
                       INVALID KEY
                           MOVE FT-PATH(WS-FILE-IDX)
                               TO EL-CURRENT-FILE
                           MOVE SIDX-FILE-STATUS
                               TO EL-CURRENT-STATUS
                           PERFORM WRITE-EXCEPTION-LOG
                           ADD 1 TO WS-FAILED-COUNT
                   END-WRITE
                   MOVE 1 TO WS-FILE-TOUCHED
                   MOVE 1 TO CR-REC-NO
                   MOVE "PERSONAL DATA REMOVED, KEY PSEUDONYMISED"
                       TO CR-ACTION
                   WRITE CERT-REC FROM WS-CERT-REC-LINE
           END-READ
           CLOSE STUDENT-IDX-FILE
           ADD WS-FILE-TOUCHED TO WS-REQ-TOUCHED.

       COPY EXCLGPD.
       COPY RUNSTPD.
