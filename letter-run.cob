       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETTER-RUN.

      *---------------------------------------------------------------
      * Nightly correspondence run. Any program that needs a letter
      * sent COPYs the LTRQ copybooks and queues a request on
      * letter-requests.txt - template code, whose key it is and
      * the figures to quote. This run renders every request
      * against its template on letter-templates.txt:
      *
      *   <template code 8><text 72>, one line per letter line
      *
      * Merge fields in the text are filled per letter:
      *
      *   {NAME} {CITY}   from the contact master
      *   {DATE}          the business date
      *   {KEY}           the student, employee, account or contact
      *   {REF}           the letter number
      *   {V1}..{V8}      the values the requesting program queued
      *
      * A line starting with "?" is printed only when every merge
      * field on it has a value, so a template can carry the
      * sentence for a condition that doesn't always apply.
      *
      * Names and cities are resolved the way DORMANT-ACCOUNTS does
      * it - to a contact ID, then through CONTACT-ACCESS, which
      * follows merges: an account through acct-contact-link.txt,
      * a student or employee through person-contacts.txt
      *
      *   <kind S|E><key 6><contact ID 5>
      *
      * and a contact directly. A student with no contact on file
      * is still written to by the name on the student master, but
      * the letter is flagged NO ADDR for someone to add the
      * address before it goes out.
      *
      * Letters go to letters-<date>.txt, one 60-line page each,
      * numbered off letter-seq.dat. Every letter produced is kept
      * on correspondence-history.txt against the person's key -
      * the proof a notice was sent, and when. A request whose
      * template is missing or whose person can't be resolved stays
      * on the queue for the next run; one already on the history
      * for the same template, person and request date is dropped
      * as a duplicate so a rerun never writes twice.
      *
      * RETURN-CODE 4 when requests are left on the queue.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPLATE-FILE ASSIGN TO "letter-templates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TEMPLATE.
           SELECT PERSON-LINK-FILE ASSIGN TO "person-contacts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERSON-LINK.
           SELECT ACCT-LINK-FILE ASSIGN TO "acct-contact-link.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCT-LINK.
           SELECT STUDENT-FILE ASSIGN TO "beginner/students.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STUDENT.
           SELECT HISTORY-FILE ASSIGN TO "correspondence-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY.
           SELECT SEQ-FILE ASSIGN TO "letter-seq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SEQ.
           SELECT LETTER-FILE ASSIGN USING WS-LETTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LETTER.
           COPY LTRQSEL.
           COPY EXCLGSEL.
           COPY RUNSTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD TEMPLATE-FILE.
       01 TEMPLATE-REC.
          05 TP-CODE         PIC X(8).
          05 TP-TEXT         PIC X(72).

       FD PERSON-LINK-FILE.
       01 PERSON-LINK-REC.
          05 PL-KIND         PIC X.
          05 PL-KEY          PIC X(6).
          05 PL-CM-ID        PIC 9(5).

       FD ACCT-LINK-FILE.
       01 ACCT-LINK-REC.
          05 AL-ACCT         PIC X(4).
          05 AL-CM-ID        PIC 9(5).

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
          05 STUDENT-ID          PIC 9(5).
          05 STUDENT-LAST-NAME   PIC X(15).
          05 STUDENT-FIRST-NAME  PIC X(15).
          05 ENROLLMENT-STATUS   PIC X.
          05 DATE-ENROLLED       PIC 9(8).

       FD HISTORY-FILE.
       01 HISTORY-REC.
          05 CH-SENT-DATE    PIC 9(8).
          05 CH-FILLER-1     PIC X.
          05 CH-LETTER-NO    PIC 9(7).
          05 CH-FILLER-2     PIC X.
          05 CH-TEMPLATE     PIC X(8).
          05 CH-FILLER-3     PIC X.
          05 CH-KIND         PIC X.
          05 CH-KEY          PIC X(6).
          05 CH-FILLER-4     PIC X.
          05 CH-CONTACT      PIC 9(5).
          05 CH-FILLER-5     PIC X.
          05 CH-STATUS       PIC X(8).
          05 CH-FILLER-6     PIC X.
          05 CH-REQUEST-DATE PIC 9(8).
          05 CH-FILLER-7     PIC X.
          05 CH-PROGRAM      PIC X(20).

       FD SEQ-FILE.
       01 SEQ-REC            PIC 9(7).

       FD LETTER-FILE.
       01 LETTER-REC         PIC X(80).

       COPY LTRQFD.
       COPY EXCLGFD.
       COPY RUNSTFD.

       WORKING-STORAGE SECTION.
       COPY LTRQWS.
       COPY EXCLGWS.
       COPY RUNSTWS.

       01 FS-TEMPLATE        PIC XX.
       01 FS-PERSON-LINK     PIC XX.
       01 FS-ACCT-LINK       PIC XX.
       01 FS-STUDENT         PIC XX.
       01 FS-HISTORY         PIC XX.
       01 FS-SEQ             PIC XX.
       01 FS-LETTER          PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".

       01 WS-RUN-DATE        PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-DATE-ED         PIC 9999/99/99.
       01 WS-LETTER-FILE-NAME PIC X(40).
       01 WS-LETTER-OPEN     PIC X VALUE "N".
       01 WS-NEXT-LETTER-NO  PIC 9(7) VALUE 1.

       01 WS-PRINTED-COUNT   PIC 9(5) VALUE 0.
       01 WS-NO-ADDR-COUNT   PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT      PIC 9(5) VALUE 0.
       01 WS-DUP-COUNT       PIC 9(5) VALUE 0.

      *---------------------------------------------------------------
      * Templates, the person and account links, and the student
      * names, all held for the run.
      *---------------------------------------------------------------
       01 WS-TL-COUNT        PIC 9(3) VALUE 0.
       01 WS-TL-IDX          PIC 9(3).
       01 WS-TEMPLATE-TABLE.
          05 WS-TL-ENTRY OCCURS 500 TIMES.
             10 TL-CODE      PIC X(8).
             10 TL-TEXT      PIC X(72).

       01 WS-PL-COUNT        PIC 9(4) VALUE 0.
       01 WS-PL-IDX          PIC 9(4).
       01 WS-PERSON-TABLE.
          05 WS-PL-ENTRY OCCURS 1000 TIMES.
             10 PT-KIND      PIC X.
             10 PT-KEY       PIC X(6).
             10 PT-CM-ID     PIC 9(5).

       01 WS-AL-COUNT        PIC 9(4) VALUE 0.
       01 WS-AL-IDX          PIC 9(4).
       01 WS-ACCT-TABLE.
          05 WS-AL-ENTRY OCCURS 1000 TIMES.
             10 AT-ACCT      PIC X(4).
             10 AT-CM-ID     PIC 9(5).

       01 WS-SN-COUNT        PIC 9(4) VALUE 0.
       01 WS-SN-IDX          PIC 9(4).
       01 WS-STUDENT-TABLE.
          05 WS-SN-ENTRY OCCURS 1000 TIMES.
             10 SN-ID        PIC 9(5).
             10 SN-NAME      PIC X(31).

      *---------------------------------------------------------------
      * Letters already on the history, by template, person and
      * request date, for the duplicate check.
      *---------------------------------------------------------------
       01 WS-SENT-COUNT      PIC 9(4) VALUE 0.
       01 WS-SENT-IDX        PIC 9(4).
       01 WS-SENT-FOUND      PIC X.
       01 WS-SENT-TABLE.
          05 WS-SENT-ENTRY OCCURS 3000 TIMES.
             10 SS-TEMPLATE  PIC X(8).
             10 SS-KIND      PIC X.
             10 SS-KEY       PIC X(6).
             10 SS-REQ-DATE  PIC 9(8).

      *---------------------------------------------------------------
      * Requests that stay on the queue for the next run.
      *---------------------------------------------------------------
       01 WS-HOLD-IDX        PIC 9(4).
       01 WS-HOLD-TABLE.
          05 WS-HOLD-ENTRY OCCURS 1000 TIMES PIC X(206).

      *---------------------------------------------------------------
      * The letter being rendered.
      *---------------------------------------------------------------
       01 WS-TEMPLATE-FOUND  PIC X.
       01 WS-CONTACT-ID-N    PIC 9(5).
       01 WS-LETTER-STATUS   PIC X(8).
       01 WS-NAME            PIC X(31).
       01 WS-CITY            PIC X(20).
       01 WS-REF-ED          PIC 9(7).
       01 WS-PAGE-LINES      PIC 9(3).

       01 WS-CONTACT-ACTION  PIC X.
       01 WS-CONTACT-ID      PIC 9(5).
       01 WS-CONTACT-NAME    PIC X(20).
       01 WS-CONTACT-AGE     PIC 9(3).
       01 WS-CONTACT-CITY    PIC X(20).
       01 WS-CONTACT-RESULT  PIC X.

       01 WS-LINE-TEXT       PIC X(72).
       01 WS-CONDITIONAL     PIC X.
       01 WS-SUPPRESS        PIC X.
       01 WS-OUT-LINE        PIC X(80).
       01 WS-OUT-POS         PIC 9(3).
       01 WS-CHAR-IDX        PIC 9(3).
       01 WS-CLOSE-IDX       PIC 9(3).
       01 WS-TOKEN           PIC X(8).
       01 WS-TOKEN-LEN       PIC 9(2).
       01 WS-TOKEN-VALUE     PIC X(31).
       01 WS-VALUE-IDX       PIC 9.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           MOVE "LETTER-RUN" TO EL-PROGRAM-ID
           MOVE "LETTER-RUN" TO RS-PROGRAM-ID
           PERFORM START-RUN-STATS
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL
           MOVE WS-RUN-DATE TO WS-DATE-ED
           MOVE SPACES TO WS-LETTER-FILE-NAME
           STRING "letters-" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-LETTER-FILE-NAME
           END-STRING

           OPEN INPUT LETTER-QUEUE-FILE
           IF FS-LETTER-QUEUE NOT = "00"
               DISPLAY "No letter requests queued"
               PERFORM WRITE-RUN-STATS
               GOBACK
           END-IF

           PERFORM LOAD-TEMPLATES
           PERFORM LOAD-PERSON-LINKS
           PERFORM LOAD-ACCOUNT-LINKS
           PERFORM LOAD-STUDENT-NAMES
           PERFORM LOAD-HISTORY
           PERFORM LOAD-LETTER-SEQ
           OPEN EXTEND HISTORY-FILE
           IF FS-HISTORY NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF

           PERFORM UNTIL WS-END-FLAG = "Y"
               READ LETTER-QUEUE-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       ADD 1 TO RS-IN-COUNT
                       PERFORM PROCESS-ONE-REQUEST
               END-READ
           END-PERFORM
           MOVE "N" TO WS-END-FLAG
           CLOSE LETTER-QUEUE-FILE HISTORY-FILE
           IF WS-LETTER-OPEN = "Y"
               CLOSE LETTER-FILE
           END-IF
           PERFORM SAVE-LETTER-SEQ
           PERFORM REWRITE-QUEUE

           DISPLAY "Letters printed: " WS-PRINTED-COUNT
               "  without address: " WS-NO-ADDR-COUNT
           DISPLAY "Requests held:   " WS-HELD-COUNT
               "  duplicates dropped: " WS-DUP-COUNT
           IF WS-HELD-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-PRINTED-COUNT TO RS-OUT-COUNT
           PERFORM WRITE-RUN-STATS
           GOBACK.

       LOAD-TEMPLATES.
           OPEN INPUT TEMPLATE-FILE
           IF FS-TEMPLATE NOT = "00"
               DISPLAY "No letter templates, FS=" FS-TEMPLATE
               MOVE "letter-templates.txt" TO EL-CURRENT-FILE
               MOVE FS-TEMPLATE TO EL-CURRENT-STATUS
               PERFORM WRITE-EXCEPTION-LOG
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ TEMPLATE-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF TP-CODE NOT = SPACES AND WS-TL-COUNT < 500
                           ADD 1 TO WS-TL-COUNT
                           MOVE TP-CODE TO TL-CODE(WS-TL-COUNT)
                           MOVE TP-TEXT TO TL-TEXT(WS-TL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEMPLATE-FILE
           MOVE "N" TO WS-END-FLAG.

       LOAD-PERSON-LINKS.
           OPEN INPUT PERSON-LINK-FILE
           IF FS-PERSON-LINK NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ PERSON-LINK-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-PL-COUNT < 1000
                           ADD 1 TO WS-PL-COUNT
                           MOVE PL-KIND TO PT-KIND(WS-PL-COUNT)
                           MOVE PL-KEY TO PT-KEY(WS-PL-COUNT)
                           MOVE PL-CM-ID TO PT-CM-ID(WS-PL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERSON-LINK-FILE
           MOVE "N" TO WS-END-FLAG.

       LOAD-ACCOUNT-LINKS.
           OPEN INPUT ACCT-LINK-FILE
           IF FS-ACCT-LINK NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ ACCT-LINK-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-AL-COUNT < 1000
                           ADD 1 TO WS-AL-COUNT
                           MOVE AL-ACCT TO AT-ACCT(WS-AL-COUNT)
                           MOVE AL-CM-ID TO AT-CM-ID(WS-AL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-LINK-FILE
           MOVE "N" TO WS-END-FLAG.

       LOAD-STUDENT-NAMES.
           OPEN INPUT STUDENT-FILE
           IF FS-STUDENT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ STUDENT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-SN-COUNT < 1000
                           ADD 1 TO WS-SN-COUNT
                           MOVE STUDENT-ID TO SN-ID(WS-SN-COUNT)
                           MOVE SPACES TO SN-NAME(WS-SN-COUNT)
                           STRING FUNCTION TRIM(STUDENT-FIRST-NAME)
                               DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               FUNCTION TRIM(STUDENT-LAST-NAME)
                               DELIMITED BY SIZE
                               INTO SN-NAME(WS-SN-COUNT)
                           END-STRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-FILE
           MOVE "N" TO WS-END-FLAG.

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
                       IF WS-SENT-COUNT < 3000
                           ADD 1 TO WS-SENT-COUNT
                           MOVE CH-TEMPLATE
                               TO SS-TEMPLATE(WS-SENT-COUNT)
                           MOVE CH-KIND TO SS-KIND(WS-SENT-COUNT)
                           MOVE CH-KEY TO SS-KEY(WS-SENT-COUNT)
                           MOVE CH-REQUEST-DATE
                               TO SS-REQ-DATE(WS-SENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           MOVE "N" TO WS-END-FLAG.

       LOAD-LETTER-SEQ.
           OPEN INPUT SEQ-FILE
           IF FS-SEQ = "00"
               READ SEQ-FILE
                   NOT AT END
                       MOVE SEQ-REC TO WS-NEXT-LETTER-NO
               END-READ
               CLOSE SEQ-FILE
           END-IF.

       SAVE-LETTER-SEQ.
           OPEN OUTPUT SEQ-FILE
           MOVE WS-NEXT-LETTER-NO TO SEQ-REC
           WRITE SEQ-REC
           CLOSE SEQ-FILE.

       PROCESS-ONE-REQUEST.
           PERFORM CHECK-ALREADY-SENT
           IF WS-SENT-FOUND = "Y"
               ADD 1 TO WS-DUP-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-TEMPLATE-FOUND
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                   UNTIL WS-TL-IDX > WS-TL-COUNT
               IF TL-CODE(WS-TL-IDX) = LQ-TEMPLATE
                   MOVE "Y" TO WS-TEMPLATE-FOUND
               END-IF
           END-PERFORM
           IF WS-TEMPLATE-FOUND = "N"
               DISPLAY "No template " LQ-TEMPLATE " for "
                   LQ-KIND LQ-KEY " - held"
               PERFORM HOLD-REQUEST
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-ADDRESSEE
           IF WS-LETTER-STATUS = "UNRESOLV"
               DISPLAY "Cannot resolve " LQ-KIND LQ-KEY
                   " for " LQ-TEMPLATE " - held"
               PERFORM HOLD-REQUEST
               EXIT PARAGRAPH
           END-IF

           PERFORM RENDER-LETTER
           PERFORM WRITE-HISTORY
           IF WS-LETTER-STATUS = "NO ADDR"
               ADD 1 TO WS-NO-ADDR-COUNT
           ELSE
               ADD 1 TO WS-PRINTED-COUNT
           END-IF.

       CHECK-ALREADY-SENT.
           MOVE "N" TO WS-SENT-FOUND
           PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                   UNTIL WS-SENT-IDX > WS-SENT-COUNT
               IF SS-TEMPLATE(WS-SENT-IDX) = LQ-TEMPLATE
                   AND SS-KIND(WS-SENT-IDX) = LQ-KIND
                   AND SS-KEY(WS-SENT-IDX) = LQ-KEY
                   AND SS-REQ-DATE(WS-SENT-IDX) = LQ-REQUEST-DATE
                   MOVE "Y" TO WS-SENT-FOUND
               END-IF
           END-PERFORM.

       HOLD-REQUEST.
           IF WS-HELD-COUNT < 1000
               ADD 1 TO WS-HELD-COUNT
               MOVE LETTER-QUEUE-REC TO WS-HOLD-ENTRY(WS-HELD-COUNT)
           END-IF.

      *---------------------------------------------------------------
      * Person to contact ID, contact ID to name and city.
      *---------------------------------------------------------------
       RESOLVE-ADDRESSEE.
           MOVE "PRINTED" TO WS-LETTER-STATUS
           MOVE 0 TO WS-CONTACT-ID-N
           MOVE SPACES TO WS-NAME WS-CITY
           EVALUATE LQ-KIND
               WHEN "C"
                   IF LQ-KEY(1:5) IS NUMERIC
                       MOVE LQ-KEY(1:5) TO WS-CONTACT-ID-N
                   END-IF
               WHEN "A"
                   PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                           UNTIL WS-AL-IDX > WS-AL-COUNT
                       IF AT-ACCT(WS-AL-IDX) = LQ-KEY(1:4)
                           MOVE AT-CM-ID(WS-AL-IDX)
                               TO WS-CONTACT-ID-N
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                           UNTIL WS-PL-IDX > WS-PL-COUNT
                       IF PT-KIND(WS-PL-IDX) = LQ-KIND
                           AND PT-KEY(WS-PL-IDX) = LQ-KEY
                           MOVE PT-CM-ID(WS-PL-IDX)
                               TO WS-CONTACT-ID-N
                       END-IF
                   END-PERFORM
           END-EVALUATE

           IF WS-CONTACT-ID-N > 0
               MOVE "I" TO WS-CONTACT-ACTION
               MOVE WS-CONTACT-ID-N TO WS-CONTACT-ID
               CALL "CONTACT-ACCESS" USING WS-CONTACT-ACTION
                   WS-CONTACT-ID WS-CONTACT-NAME WS-CONTACT-AGE
                   WS-CONTACT-CITY WS-CONTACT-RESULT
               END-CALL
               IF WS-CONTACT-RESULT = "Y"
                   MOVE WS-CONTACT-NAME TO WS-NAME
                   MOVE WS-CONTACT-CITY TO WS-CITY
                   MOVE WS-CONTACT-ID TO WS-CONTACT-ID-N
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-CONTACT-ID-N
           END-IF

           IF LQ-KIND = "S" AND LQ-KEY(1:5) IS NUMERIC
               PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                       UNTIL WS-SN-IDX > WS-SN-COUNT
                   IF SN-ID(WS-SN-IDX) = LQ-KEY(1:5)
                       MOVE SN-NAME(WS-SN-IDX) TO WS-NAME
                   END-IF
               END-PERFORM
           END-IF
           IF WS-NAME = SPACES
               MOVE "UNRESOLV" TO WS-LETTER-STATUS
           ELSE
               MOVE "NO ADDR" TO WS-LETTER-STATUS
           END-IF.

      *---------------------------------------------------------------
      * Every template line in file order, merge fields filled,
      * then the page run out to 60 lines so each letter prints on
      * a page of its own.
      *---------------------------------------------------------------
       RENDER-LETTER.
           IF WS-LETTER-OPEN = "N"
               OPEN EXTEND LETTER-FILE
               IF FS-LETTER NOT = "00"
                   OPEN OUTPUT LETTER-FILE
               END-IF
               MOVE "Y" TO WS-LETTER-OPEN
           END-IF
           MOVE WS-NEXT-LETTER-NO TO WS-REF-ED
           MOVE 0 TO WS-PAGE-LINES
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                   UNTIL WS-TL-IDX > WS-TL-COUNT
               IF TL-CODE(WS-TL-IDX) = LQ-TEMPLATE
                   AND WS-PAGE-LINES < 60
                   PERFORM RENDER-ONE-LINE
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-PAGE-LINES >= 60
               MOVE SPACES TO LETTER-REC
               WRITE LETTER-REC
               ADD 1 TO WS-PAGE-LINES
           END-PERFORM
           ADD 1 TO WS-NEXT-LETTER-NO.

       RENDER-ONE-LINE.
           MOVE TL-TEXT(WS-TL-IDX) TO WS-LINE-TEXT
           MOVE "N" TO WS-CONDITIONAL WS-SUPPRESS
           IF WS-LINE-TEXT(1:1) = "?"
               MOVE "Y" TO WS-CONDITIONAL
               MOVE WS-LINE-TEXT(2:71) TO WS-LINE-TEXT
           END-IF
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-POS
           MOVE 1 TO WS-CHAR-IDX
           PERFORM UNTIL WS-CHAR-IDX > 72 OR WS-OUT-POS > 80
               IF WS-LINE-TEXT(WS-CHAR-IDX:1) = "{"
                   PERFORM MERGE-ONE-FIELD
               ELSE
                   MOVE WS-LINE-TEXT(WS-CHAR-IDX:1)
                       TO WS-OUT-LINE(WS-OUT-POS:1)
                   ADD 1 TO WS-OUT-POS
                   ADD 1 TO WS-CHAR-IDX
               END-IF
           END-PERFORM
           IF WS-CONDITIONAL = "Y" AND WS-SUPPRESS = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OUT-LINE TO LETTER-REC
           WRITE LETTER-REC
           ADD 1 TO WS-PAGE-LINES.

      *---------------------------------------------------------------
      * A "{" with no closing "}" within nine characters, or an
      * unknown field name, is printed as it stands.
      *---------------------------------------------------------------
       MERGE-ONE-FIELD.
           MOVE 0 TO WS-CLOSE-IDX
           PERFORM VARYING WS-TOKEN-LEN FROM 1 BY 1
                   UNTIL WS-TOKEN-LEN > 9 OR WS-CLOSE-IDX > 0
               IF WS-CHAR-IDX + WS-TOKEN-LEN <= 72
                   IF WS-LINE-TEXT(WS-CHAR-IDX + WS-TOKEN-LEN:1)
                       = "}"
                       COMPUTE WS-CLOSE-IDX =
                           WS-CHAR-IDX + WS-TOKEN-LEN
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-TOKEN
           IF WS-CLOSE-IDX > WS-CHAR-IDX + 1
               MOVE WS-LINE-TEXT(WS-CHAR-IDX + 1:
                   WS-CLOSE-IDX - WS-CHAR-IDX - 1) TO WS-TOKEN
           END-IF
           PERFORM RESOLVE-TOKEN
           IF WS-TOKEN = SPACES
               MOVE "{" TO WS-OUT-LINE(WS-OUT-POS:1)
               ADD 1 TO WS-OUT-POS
               ADD 1 TO WS-CHAR-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-TOKEN-VALUE = SPACES
               MOVE "Y" TO WS-SUPPRESS
           ELSE
               STRING FUNCTION TRIM(WS-TOKEN-VALUE) DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-POS
               END-STRING
           END-IF
           COMPUTE WS-CHAR-IDX = WS-CLOSE-IDX + 1.

       RESOLVE-TOKEN.
           MOVE SPACES TO WS-TOKEN-VALUE
           EVALUATE WS-TOKEN
               WHEN "NAME"
                   MOVE WS-NAME TO WS-TOKEN-VALUE
               WHEN "CITY"
                   MOVE WS-CITY TO WS-TOKEN-VALUE
               WHEN "DATE"
                   MOVE WS-DATE-ED TO WS-TOKEN-VALUE
               WHEN "KEY"
                   MOVE LQ-KEY TO WS-TOKEN-VALUE
               WHEN "REF"
                   MOVE WS-REF-ED TO WS-TOKEN-VALUE
               WHEN "V1" WHEN "V2" WHEN "V3" WHEN "V4"
               WHEN "V5" WHEN "V6" WHEN "V7" WHEN "V8"
                   MOVE WS-TOKEN(2:1) TO WS-VALUE-IDX
                   MOVE LQ-VALUE(WS-VALUE-IDX) TO WS-TOKEN-VALUE
               WHEN OTHER
                   MOVE SPACES TO WS-TOKEN
           END-EVALUATE.

       WRITE-HISTORY.
           MOVE WS-RUN-DATE TO CH-SENT-DATE
           MOVE WS-REF-ED TO CH-LETTER-NO
           MOVE LQ-TEMPLATE TO CH-TEMPLATE
           MOVE LQ-KIND TO CH-KIND
           MOVE LQ-KEY TO CH-KEY
           MOVE WS-CONTACT-ID-N TO CH-CONTACT
           MOVE WS-LETTER-STATUS TO CH-STATUS
           MOVE LQ-REQUEST-DATE TO CH-REQUEST-DATE
           MOVE LQ-PROGRAM-NAME TO CH-PROGRAM
           MOVE SPACE TO CH-FILLER-1 CH-FILLER-2 CH-FILLER-3
               CH-FILLER-4 CH-FILLER-5 CH-FILLER-6 CH-FILLER-7
           WRITE HISTORY-REC
           IF WS-SENT-COUNT < 3000
               ADD 1 TO WS-SENT-COUNT
               MOVE LQ-TEMPLATE TO SS-TEMPLATE(WS-SENT-COUNT)
               MOVE LQ-KIND TO SS-KIND(WS-SENT-COUNT)
               MOVE LQ-KEY TO SS-KEY(WS-SENT-COUNT)
               MOVE LQ-REQUEST-DATE TO SS-REQ-DATE(WS-SENT-COUNT)
           END-IF.

      *---------------------------------------------------------------
      * The queue is left holding only what this run could not
      * render.
      *---------------------------------------------------------------
       REWRITE-QUEUE.
           OPEN OUTPUT LETTER-QUEUE-FILE
           IF FS-LETTER-QUEUE NOT = "00"
               MOVE "letter-requests.txt" TO EL-CURRENT-FILE
               MOVE FS-LETTER-QUEUE TO EL-CURRENT-STATUS
               PERFORM WRITE-EXCEPTION-LOG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HELD-COUNT
               MOVE WS-HOLD-ENTRY(WS-HOLD-IDX) TO LETTER-QUEUE-REC
               WRITE LETTER-QUEUE-REC
           END-PERFORM
           CLOSE LETTER-QUEUE-FILE.

       COPY EXCLGPD.
       COPY RUNSTPD.
