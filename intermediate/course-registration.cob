      * enrollments.txt, and a class list per course/term goes to
      * class-lists.txt - so the registrar stops running the term
      * out of a binder.
      *
      * A full course no longer turns the student away. Provided
      * the prerequisites are met, the enrollment takes the next
      * position on the course/term waitlist (waitlist.txt, arrival
      * order). Seats open two ways: a drop transaction (action
      * byte "D" after the term; blank is an add), or a student now
      * withdrawn on the keyed student file, whose enrollments in
      * terms not on closed-terms.txt are released at the start of
      * the run. Each freed seat goes to the first waiting student
      * still eligible at that moment - on file, not withdrawn or
      * graduated, and with the prerequisites rechecked against
      * today's grade history. A student who no longer qualifies
      * is passed over and stays on the list. Every waitlisting,
      * release, and promotion is logged to waitlist-log.txt, and
      * waitlist-report.txt shows each open term's course
      * waitlists by position with the seats opened so far.
      *
      * An add may name the section (two bytes after the action
      * byte); a blank section takes the course/term's only section
      * when it has just one, and is refused as NO-SECTION when it
      * has several. A section with a meeting on course-sections.txt
      * (kept by SECTION-MAINT) is checked against the meetings of
      * the student's other sections that term: sharing a day at
      * overlapping hours is a TIME-CLASH. The section rides along
      * on enrollments.txt and waitlist.txt, so a promotion off the
      * waitlist is clash-checked again at that moment.
      *
      * A student on financial hold (financial-holds.txt, kept by
      * RECEIVABLE-AGING) cannot add a course: the add is refused
      * as FIN-HOLD. Drops are still taken, and a held student at
      * the head of a waitlist is passed over but keeps the place
      * until the hold is released.
      *
      * A term on academic-calendar.txt (kept by CALENDAR-MAINT)
      * has its deadlines enforced against the business date. An
      * add after the add deadline is refused as ADD-CLOSED. A drop
      * after the drop deadline still gives the seat back, but the
      * course stays on the record: a W grade is appended to
      * grades.txt, carrying no credit hours so it counts in no
      * GPA. The same W is recorded for the seats of a student
      * withdrawn after the drop deadline. A drop after the
      * withdraw deadline is refused as WDR-CLOSED. A late
      * transaction goes through only with "Y" in the override
      * byte (column 20) and a supervisor signed on (OPERATOR-AUTH
      * level 2, NOT-SUPERVSR otherwise); every override used is
      * logged to enroll-overrides.txt. Leaving a waitlist is
      * never late, and a term not on the calendar has no
      * deadlines.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "intermediate/class-lists.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLASS-LIST.
           SELECT WAITLIST-FILE
               ASSIGN TO "intermediate/waitlist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WAITLIST.
           SELECT WAITLIST-LOG-FILE
               ASSIGN TO "intermediate/waitlist-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WAIT-LOG.
           SELECT WAITLIST-REPORT-FILE
               ASSIGN TO "intermediate/waitlist-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WAIT-REPORT.
           SELECT CLOSED-TERM-FILE
               ASSIGN TO "intermediate/closed-terms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLOSED.
           SELECT SECTION-FILE
               ASSIGN TO "intermediate/course-sections.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SECTION.
           SELECT HOLD-FILE
               ASSIGN TO "intermediate/financial-holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOLD.
           SELECT CALENDAR-FILE
               ASSIGN TO "intermediate/academic-calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDAR.
           SELECT OVERRIDE-LOG-FILE
               ASSIGN TO "intermediate/enroll-overrides.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OVERRIDE-LOG.

       DATA DIVISION.
       FILE SECTION.
          05 EN-STUDENT-ID   PIC 9(5).
          05 EN-COURSE-CODE  PIC X(6).
          05 EN-TERM-CODE    PIC X(5).
          05 EN-ACTION       PIC X.
          05 EN-SECTION      PIC X(2).
          05 EN-OVERRIDE     PIC X.

       FD ENROLLMENT-FILE.
       01 ENROLLMENT-REC.
          05 EL-STUDENT-ID   PIC 9(5).
          05 EL-COURSE-CODE  PIC X(6).
          05 EL-TERM-CODE    PIC X(5).
          05 EL-SECTION      PIC X(2).

       FD COURSE-CATALOG-FILE.
       01 CATALOG-REC.
          05 HIST-GRADE-CODE     PIC X.
          05 HIST-TERM-CODE      PIC X(5).
          05 HIST-CREDITS        PIC 9.
          05 HIST-SECTION        PIC X(2).

       FD SUSPENSE-FILE.
       01 SUSPENSE-REC.
          05 SU-TXN          PIC X(20).
          05 SU-FILLER       PIC X.
          05 SU-REASON-CODE  PIC X(12).

       FD CLASS-LIST-FILE.
       01 CLASS-LIST-LINE    PIC X(60).

       FD WAITLIST-FILE.
       01 WAITLIST-REC.
          05 WL-STUDENT-ID   PIC 9(5).
          05 WL-COURSE-CODE  PIC X(6).
          05 WL-TERM-CODE    PIC X(5).
          05 WL-DATE         PIC 9(8).
          05 WL-SECTION      PIC X(2).

       FD WAITLIST-LOG-FILE.
       01 WAITLIST-LOG-REC.
          05 WG-DATE         PIC 9(8).
          05 WG-FILLER-1     PIC X.
          05 WG-EVENT        PIC X(10).
          05 WG-FILLER-2     PIC X.
          05 WG-STUDENT-ID   PIC 9(5).
          05 WG-FILLER-3     PIC X.
          05 WG-COURSE-CODE  PIC X(6).
          05 WG-FILLER-4     PIC X.
          05 WG-TERM-CODE    PIC X(5).

       FD WAITLIST-REPORT-FILE.
       01 WAITLIST-REPORT-LINE PIC X(70).

       FD CLOSED-TERM-FILE.
       01 CLOSED-TERM-REC    PIC X(5).

       FD SECTION-FILE.
       01 SECTION-REC.
          05 CS-COURSE       PIC X(6).
          05 CS-TERM         PIC X(5).
          05 CS-SECTION      PIC X(2).
          05 CS-INSTRUCTOR   PIC X(10).
          05 CS-DAYS         PIC X(7).
          05 CS-START        PIC 9(4).
          05 CS-END          PIC 9(4).
          05 CS-ROOM         PIC X(6).

       FD HOLD-FILE.
       01 HOLD-REC.
          05 FH-STUDENT-ID   PIC 9(5).
          05 FH-ACCT         PIC 9(4).
          05 FH-HOLD-DATE    PIC 9(8).
          05 FH-OWED         PIC 9(7)V99.
          05 FH-OLDEST-DAYS  PIC 9(4).

       FD CALENDAR-FILE.
       01 CALENDAR-REC.
          05 AC-TERM-CODE    PIC X(5).
          05 AC-TERM-START   PIC 9(8).
          05 AC-ADD-DEADLINE PIC 9(8).
          05 AC-DROP-DEADLINE PIC 9(8).
          05 AC-WDR-DEADLINE PIC 9(8).
          05 AC-TERM-END     PIC 9(8).

       FD OVERRIDE-LOG-FILE.
       01 OVERRIDE-LOG-REC.
          05 OV-DATE         PIC 9(8).
          05 OV-FILLER-1     PIC X.
          05 OV-TIME         PIC 9(6).
          05 OV-FILLER-2     PIC X.
          05 OV-DEADLINE     PIC X(12).
          05 OV-FILLER-3     PIC X.
          05 OV-STUDENT-ID   PIC 9(5).
          05 OV-FILLER-4     PIC X.
          05 OV-COURSE-CODE  PIC X(6).
          05 OV-FILLER-5     PIC X.
          05 OV-TERM-CODE    PIC X(5).
          05 OV-FILLER-6     PIC X.
          05 OV-OPERATOR     PIC X(8).

       WORKING-STORAGE SECTION.
       01 FS-STUDENT         PIC XX.
       01 FS-TRANSACTION     PIC XX.
       01 FS-HISTORY         PIC XX.
       01 FS-SUSPENSE        PIC XX.
       01 FS-CLASS-LIST      PIC XX.
       01 FS-WAITLIST        PIC XX.
       01 FS-WAIT-LOG        PIC XX.
       01 FS-WAIT-REPORT     PIC XX.
       01 FS-CLOSED          PIC XX.
       01 FS-SECTION         PIC XX.
       01 FS-HOLD            PIC XX.
       01 FS-CALENDAR        PIC XX.
       01 FS-OVERRIDE-LOG    PIC XX.
       01 WS-RUN-DATE        PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-END-FLAG        PIC X VALUE "N".
       01 WS-STUDENT-OPEN    PIC X VALUE "N".

       01 WS-APPLIED-COUNT   PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(5) VALUE 0.
       01 WS-WAITLISTED-COUNT PIC 9(5) VALUE 0.
       01 WS-DROPPED-COUNT   PIC 9(5) VALUE 0.
       01 WS-WITHDRAWN-COUNT PIC 9(5) VALUE 0.
       01 WS-PROMOTED-COUNT  PIC 9(5) VALUE 0.

       01 WS-CAT-COUNT       PIC 9(3) VALUE 0.
       01 WS-CAT-IDX         PIC 9(3).
             10 ER-COURSE-CODE PIC X(6).
             10 ER-TERM-CODE PIC X(5).
             10 ER-LISTED    PIC X.
             10 ER-DROPPED   PIC X.
             10 ER-SECTION   PIC X(2).
       01 WS-ENR-MATCH       PIC 9(3).

      *---------------------------------------------------------------
      * Waitlist entries in arrival order. WLT-STATE is W while the
      * student waits, P once promoted into a seat, and X once off
      * the list for any other reason; only W rows are kept.
      *---------------------------------------------------------------
       01 WS-WL-COUNT        PIC 9(3) VALUE 0.
       01 WS-WL-IDX          PIC 9(3).
       01 WS-WL-SCAN-IDX     PIC 9(3).
       01 WS-WL-MATCH        PIC 9(3).
       01 WS-WL-POSITION     PIC 9(3).
       01 WS-WL-TABLE.
          05 WS-WL-ENTRY OCCURS 300 TIMES.
             10 WLT-STUDENT-ID PIC 9(5).
             10 WLT-COURSE-CODE PIC X(6).
             10 WLT-TERM-CODE PIC X(5).
             10 WLT-DATE     PIC 9(8).
             10 WLT-STATE    PIC X.
             10 WLT-SECTION  PIC X(2).

      *---------------------------------------------------------------
      * Seats opened per course/term, carried forward from the log
      * so the count covers the whole term, not just tonight.
      *---------------------------------------------------------------
       01 WS-SO-COUNT        PIC 9(3) VALUE 0.
       01 WS-SO-IDX          PIC 9(3).
       01 WS-SO-MATCH        PIC 9(3).
       01 WS-SO-TABLE.
          05 WS-SO-ENTRY OCCURS 200 TIMES.
             10 SOT-COURSE-CODE PIC X(6).
             10 SOT-TERM-CODE PIC X(5).
             10 SOT-OPENED   PIC 9(3).

       01 WS-CLOSED-COUNT    PIC 9(3) VALUE 0.
       01 WS-CLOSED-IDX      PIC 9(3).
       01 WS-CLOSED-TABLE.
          05 WS-CLOSED-TERM OCCURS 100 TIMES PIC X(5).
       01 WS-TERM-CLOSED     PIC X.

      *---------------------------------------------------------------
      * Sections with their meetings; a blank days mask is a section
      * with no meeting on file.
      *---------------------------------------------------------------
       01 WS-SEC-COUNT       PIC 9(3) VALUE 0.
       01 WS-SEC-IDX         PIC 9(3).
       01 WS-SEC-MATCH       PIC 9(3).
       01 WS-SEC-FOUND       PIC 9(3).
       01 WS-SEC-OFFERED     PIC 9(3).
       01 WS-SEC-TABLE.
          05 WS-SEC-ENTRY OCCURS 200 TIMES.
             10 ST-COURSE    PIC X(6).
             10 ST-TERM      PIC X(5).
             10 ST-SECTION   PIC X(2).
             10 ST-DAYS      PIC X(7).
             10 ST-START     PIC 9(4).
             10 ST-END       PIC 9(4).
       01 WS-SECTION-REASON  PIC X(12).
       01 WS-TIME-CLASH      PIC X.
       01 WS-DAY-SHARED      PIC X.
       01 WS-DAY-IDX         PIC 9.
       01 WS-FIND-COURSE     PIC X(6).
       01 WS-FIND-SECTION    PIC X(2).

       01 WS-FH-COUNT        PIC 9(3) VALUE 0.
       01 WS-FH-IDX          PIC 9(3).
       01 WS-FH-TABLE.
          05 WS-FH-STUDENT-ID OCCURS 200 TIMES PIC 9(5).
       01 WS-ON-HOLD         PIC X.

       01 WS-CAL-COUNT       PIC 9(3) VALUE 0.
       01 WS-CAL-IDX         PIC 9(3).
       01 WS-CAL-MATCH       PIC 9(3).
       01 WS-CAL-TABLE.
          05 WS-CAL-ENTRY OCCURS 100 TIMES.
             10 CL-TERM-CODE PIC X(5).
             10 CL-ADD-DEADLINE PIC 9(8).
             10 CL-DROP-DEADLINE PIC 9(8).
             10 CL-WDR-DEADLINE PIC 9(8).
       01 WS-LATE-REASON     PIC X(12).
       01 WS-OVERRIDE-OK     PIC X.
       01 WS-LATE-W          PIC X.
       01 WS-OPERATOR-ID     PIC X(8).
       01 WS-REQUIRED-LEVEL  PIC 9.
       01 WS-ALLOWED-FLAG    PIC X.
       01 WS-NOW             PIC 9(8).

      *---------------------------------------------------------------
      * W grades owed for drops and withdrawals past the drop
      * deadline, appended to the grade history at the end.
      *---------------------------------------------------------------
       01 WS-WGR-COUNT       PIC 9(3) VALUE 0.
       01 WS-WGR-IDX         PIC 9(3).
       01 WS-WGR-TABLE.
          05 WS-WGR-ENTRY OCCURS 300 TIMES.
             10 WGT-STUDENT-ID PIC 9(5).
             10 WGT-COURSE-CODE PIC X(6).
             10 WGT-TERM-CODE PIC X(5).
             10 WGT-SECTION  PIC X(2).
       01 WS-W-SECTION       PIC X(2).

       01 WS-CHK-SECTION     PIC X(2).
       01 WS-CHK-STUDENT-ID  PIC 9(5).
       01 WS-CHK-COURSE      PIC X(6).
       01 WS-CHK-TERM        PIC X(5).
       01 WS-STUDENT-STATUS  PIC X.
       01 WS-LOG-EVENT       PIC X(10).

       01 WS-PREREQ-OK       PIC X.
       01 WS-PREREQ-FOUND    PIC X.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-L-NAME       PIC X(30).

       01 WS-WAIT-HEADER.
          05 FILLER          PIC X(9) VALUE "WAITLIST ".
          05 WS-WH-COURSE    PIC X(6).
          05 FILLER          PIC X(6) VALUE " TERM ".
          05 WS-WH-TERM      PIC X(5).
          05 FILLER          PIC X(15) VALUE "  SEATS OPENED ".
          05 WS-WH-OPENED    PIC ZZ9.

       01 WS-WAIT-DETAIL.
          05 FILLER          PIC X(6) VALUE "  POS ".
          05 WS-WD-POSITION  PIC ZZ9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-WD-STUDENT   PIC 9(5).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-WD-NAME      PIC X(30).
          05 FILLER          PIC X(7) VALUE " SINCE ".
          05 WS-WD-DATE      PIC 9(8).

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL
           PERFORM LOAD-CATALOG
           PERFORM LOAD-CAPACITIES
           PERFORM LOAD-PREREQS
           PERFORM LOAD-GRADE-HISTORY
           PERFORM LOAD-ENROLLMENTS
           PERFORM LOAD-WAITLIST
           PERFORM LOAD-CLOSED-TERMS
           PERFORM LOAD-SECTIONS
           PERFORM LOAD-SEAT-HISTORY
           PERFORM LOAD-FINANCIAL-HOLDS
           PERFORM LOAD-CALENDAR

           OPEN INPUT STUDENT-FILE
           IF FS-STUDENT = "00"
               STOP RUN
           END-IF
           OPEN OUTPUT SUSPENSE-FILE
           OPEN EXTEND WAITLIST-LOG-FILE
           IF FS-WAIT-LOG NOT = "00"
               OPEN OUTPUT WAITLIST-LOG-FILE
           END-IF
           PERFORM RELEASE-WITHDRAWN-SEATS

           PERFORM UNTIL WS-END-FLAG = "Y"
               READ TRANSACTION-FILE
               END-READ
           END-PERFORM

           CLOSE TRANSACTION-FILE SUSPENSE-FILE WAITLIST-LOG-FILE
           PERFORM REWRITE-ENROLLMENTS
           PERFORM APPEND-W-GRADES
           PERFORM REWRITE-WAITLIST
           PERFORM WRITE-CLASS-LISTS
           PERFORM WRITE-WAITLIST-REPORT
           IF WS-STUDENT-OPEN = "Y"
               CLOSE STUDENT-FILE
           END-IF

           DISPLAY "Enrollments: " WS-APPLIED-COUNT " applied, "
               WS-REJECT-COUNT " rejected"
           DISPLAY "Waitlisted:  " WS-WAITLISTED-COUNT
               "  dropped: " WS-DROPPED-COUNT
               "  withdrawn: " WS-WITHDRAWN-COUNT
               "  promoted: " WS-PROMOTED-COUNT
           DISPLAY "W grades recorded: " WS-WGR-COUNT
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
                               MOVE EL-TERM-CODE TO
                                   ER-TERM-CODE(WS-ENR-COUNT)
                               MOVE "N" TO ER-LISTED(WS-ENR-COUNT)
                               MOVE "N" TO ER-DROPPED(WS-ENR-COUNT)
                               MOVE EL-SECTION TO
                                   ER-SECTION(WS-ENR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE "N" TO WS-END-FLAG.

       LOAD-WAITLIST.
           OPEN INPUT WAITLIST-FILE
           IF FS-WAITLIST NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ WAITLIST-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-WL-COUNT < 300
                               ADD 1 TO WS-WL-COUNT
                               MOVE WL-STUDENT-ID TO
                                   WLT-STUDENT-ID(WS-WL-COUNT)
                               MOVE WL-COURSE-CODE TO
                                   WLT-COURSE-CODE(WS-WL-COUNT)
                               MOVE WL-TERM-CODE TO
                                   WLT-TERM-CODE(WS-WL-COUNT)
                               MOVE WL-DATE TO WLT-DATE(WS-WL-COUNT)
                               MOVE "W" TO WLT-STATE(WS-WL-COUNT)
                               MOVE WL-SECTION TO
                                   WLT-SECTION(WS-WL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAITLIST-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       LOAD-CLOSED-TERMS.
           OPEN INPUT CLOSED-TERM-FILE
           IF FS-CLOSED NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ CLOSED-TERM-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-CLOSED-COUNT < 100
                               ADD 1 TO WS-CLOSED-COUNT
                               MOVE CLOSED-TERM-REC TO
                                   WS-CLOSED-TERM(WS-CLOSED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSED-TERM-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       LOAD-SECTIONS.
           OPEN INPUT SECTION-FILE
           IF FS-SECTION NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ SECTION-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-SEC-COUNT < 200
                               ADD 1 TO WS-SEC-COUNT
                               PERFORM STORE-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECTION-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       STORE-SECTION.
           MOVE CS-COURSE TO ST-COURSE(WS-SEC-COUNT)
           MOVE CS-TERM TO ST-TERM(WS-SEC-COUNT)
           MOVE CS-SECTION TO ST-SECTION(WS-SEC-COUNT)
           IF CS-DAYS = SPACES
               OR CS-START NOT NUMERIC
               OR CS-END NOT NUMERIC
               MOVE SPACES TO ST-DAYS(WS-SEC-COUNT)
               MOVE 0 TO ST-START(WS-SEC-COUNT)
               MOVE 0 TO ST-END(WS-SEC-COUNT)
           ELSE
               MOVE CS-DAYS TO ST-DAYS(WS-SEC-COUNT)
               MOVE CS-START TO ST-START(WS-SEC-COUNT)
               MOVE CS-END TO ST-END(WS-SEC-COUNT)
           END-IF.

      *---------------------------------------------------------------
      * Students on financial hold tonight; no file means nobody is.
      *---------------------------------------------------------------
       LOAD-FINANCIAL-HOLDS.
           OPEN INPUT HOLD-FILE
           IF FS-HOLD NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ HOLD-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-FH-COUNT < 200
                               ADD 1 TO WS-FH-COUNT
                               MOVE FH-STUDENT-ID TO
                                   WS-FH-STUDENT-ID(WS-FH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       CHECK-FINANCIAL-HOLD.
           MOVE "N" TO WS-ON-HOLD
           PERFORM VARYING WS-FH-IDX FROM 1 BY 1
                   UNTIL WS-FH-IDX > WS-FH-COUNT
               IF WS-FH-STUDENT-ID(WS-FH-IDX) = WS-CHK-STUDENT-ID
                   MOVE "Y" TO WS-ON-HOLD
               END-IF
           END-PERFORM.

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
                               MOVE AC-ADD-DEADLINE
                                   TO CL-ADD-DEADLINE(WS-CAL-COUNT)
                               MOVE AC-DROP-DEADLINE
                                   TO CL-DROP-DEADLINE(WS-CAL-COUNT)
                               MOVE AC-WDR-DEADLINE
                                   TO CL-WDR-DEADLINE(WS-CAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       FIND-TERM-CALENDAR.
           MOVE 0 TO WS-CAL-MATCH
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF CL-TERM-CODE(WS-CAL-IDX) = WS-CHK-TERM
                   MOVE WS-CAL-IDX TO WS-CAL-MATCH
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * A transaction past its deadline (WS-LATE-REASON) is let
      * through only when it asks for an override and the operator
      * signed on is a supervisor; a refused override comes back
      * as NOT-SUPERVSR.
      *---------------------------------------------------------------
       CHECK-LATE-OVERRIDE.
           MOVE "N" TO WS-OVERRIDE-OK
           IF EN-OVERRIDE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-REQUIRED-LEVEL
           CALL "OPERATOR-AUTH"
               USING WS-REQUIRED-LEVEL
                   WS-ALLOWED-FLAG WS-OPERATOR-ID
           END-CALL
           IF WS-ALLOWED-FLAG NOT = "Y"
               MOVE "NOT-SUPERVSR" TO WS-LATE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-OVERRIDE-OK
           PERFORM WRITE-OVERRIDE-LOG.

       WRITE-OVERRIDE-LOG.
           ACCEPT WS-NOW FROM TIME
           MOVE SPACES TO OVERRIDE-LOG-REC
           MOVE WS-RUN-DATE TO OV-DATE
           MOVE WS-NOW(1:6) TO OV-TIME
           MOVE WS-LATE-REASON TO OV-DEADLINE
           MOVE EN-STUDENT-ID TO OV-STUDENT-ID
           MOVE EN-COURSE-CODE TO OV-COURSE-CODE
           MOVE EN-TERM-CODE TO OV-TERM-CODE
           MOVE WS-OPERATOR-ID TO OV-OPERATOR
           OPEN EXTEND OVERRIDE-LOG-FILE
           IF FS-OVERRIDE-LOG NOT = "00"
               OPEN OUTPUT OVERRIDE-LOG-FILE
           END-IF
           WRITE OVERRIDE-LOG-REC
           CLOSE OVERRIDE-LOG-FILE.

       RECORD-W-GRADE.
           IF WS-WGR-COUNT >= 300
               DISPLAY "W grade table full"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-WGR-COUNT
           MOVE WS-CHK-STUDENT-ID TO WGT-STUDENT-ID(WS-WGR-COUNT)
           MOVE WS-CHK-COURSE TO WGT-COURSE-CODE(WS-WGR-COUNT)
           MOVE WS-CHK-TERM TO WGT-TERM-CODE(WS-WGR-COUNT)
           MOVE WS-W-SECTION TO WGT-SECTION(WS-WGR-COUNT)
           DISPLAY "Past the drop deadline - student "
               WS-CHK-STUDENT-ID " gets a W in " WS-CHK-COURSE
               " " WS-CHK-TERM.

       APPEND-W-GRADES.
           IF WS-WGR-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND HISTORY-FILE
           IF FS-HISTORY NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           PERFORM VARYING WS-WGR-IDX FROM 1 BY 1
                   UNTIL WS-WGR-IDX > WS-WGR-COUNT
               MOVE WGT-STUDENT-ID(WS-WGR-IDX) TO HIST-STUDENT-ID
               MOVE WGT-COURSE-CODE(WS-WGR-IDX) TO HIST-COURSE-CODE
               MOVE "W" TO HIST-GRADE-CODE
               MOVE WGT-TERM-CODE(WS-WGR-IDX) TO HIST-TERM-CODE
               MOVE 0 TO HIST-CREDITS
               MOVE WGT-SECTION(WS-WGR-IDX) TO HIST-SECTION
               WRITE HISTORY-REC
           END-PERFORM
           CLOSE HISTORY-FILE.

      *---------------------------------------------------------------
      * Seats opened so far: every DROPPED and WITHDRAWN release
      * already on the log, per course/term.
      *---------------------------------------------------------------
       LOAD-SEAT-HISTORY.
           OPEN INPUT WAITLIST-LOG-FILE
           IF FS-WAIT-LOG NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ WAITLIST-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WG-EVENT = "DROPPED"
                               OR WG-EVENT = "WITHDRAWN"
                               MOVE WG-COURSE-CODE TO WS-CHK-COURSE
                               MOVE WG-TERM-CODE TO WS-CHK-TERM
                               PERFORM FIND-SEAT-ENTRY
                               ADD 1 TO SOT-OPENED(WS-SO-MATCH)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAITLIST-LOG-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * The gauntlet, cheapest check first: known student, no
      * financial hold, the add deadline not passed (or a
      * supervisor's override), active catalog course, not already
      * enrolled, a free seat, and every prerequisite passed - or,
      * when only the seat is missing, a place on the waitlist.
      *---------------------------------------------------------------
       APPLY-ONE-ENROLLMENT.
           IF EN-ACTION = "D"
               PERFORM APPLY-ONE-DROP
               EXIT PARAGRAPH
           END-IF
           IF EN-ACTION NOT = SPACE AND EN-ACTION NOT = "A"
               MOVE "BAD-ACTION" TO SU-REASON-CODE
               PERFORM SUSPEND-ENROLLMENT
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-STUDENT-ON-FILE
           IF WS-DUP-FLAG = "N"
               MOVE "UNKNOWN-STUD" TO SU-REASON-CODE
               PERFORM SUSPEND-ENROLLMENT
               EXIT PARAGRAPH
           END-IF
           MOVE EN-STUDENT-ID TO WS-CHK-STUDENT-ID
           PERFORM CHECK-FINANCIAL-HOLD
           IF WS-ON-HOLD = "Y"
               MOVE "FIN-HOLD" TO SU-REASON-CODE
               PERFORM SUSPEND-ENROLLMENT
               EXIT PARAGRAPH
           END-IF
           MOVE EN-TERM-CODE TO WS-CHK-TERM
           PERFORM FIND-TERM-CALENDAR
           IF WS-CAL-MATCH > 0
               AND WS-RUN-DATE > CL-ADD-DEADLINE(WS-CAL-MATCH)
               MOVE "ADD-CLOSED" TO WS-LATE-REASON
               PERFORM CHECK-LATE-OVERRIDE
               IF WS-OVERRIDE-OK = "N"
                   MOVE WS-LATE-REASON TO SU-REASON-CODE
                   PERFORM SUSPEND-ENROLLMENT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 0 TO WS-CAT-MATCH
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
           END-IF.

       CHECK-AND-ENROLL.
           MOVE EN-COURSE-CODE TO WS-CHK-COURSE
           MOVE EN-TERM-CODE TO WS-CHK-TERM
           PERFORM PROMOTE-FROM-WAITLIST
           MOVE EN-STUDENT-ID TO WS-CHK-STUDENT-ID
           MOVE EN-COURSE-CODE TO WS-CHK-COURSE

           MOVE "N" TO WS-DUP-FLAG
           MOVE 0 TO WS-SEAT-COUNT
           PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
                   UNTIL WS-ENR-IDX > WS-ENR-COUNT
               IF ER-DROPPED(WS-ENR-IDX) = "N"
                   AND ER-COURSE-CODE(WS-ENR-IDX) = EN-COURSE-CODE
                   AND ER-TERM-CODE(WS-ENR-IDX) = EN-TERM-CODE
                   ADD 1 TO WS-SEAT-COUNT
                   IF ER-STUDENT-ID(WS-ENR-IDX) = EN-STUDENT-ID
               EXIT PARAGRAPH
           END-IF

           MOVE EN-SECTION TO WS-CHK-SECTION
           PERFORM RESOLVE-SECTION
           IF WS-SECTION-REASON NOT = SPACES
               MOVE WS-SECTION-REASON TO SU-REASON-CODE
               PERFORM SUSPEND-ENROLLMENT
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-TIME-CLASH
           IF WS-TIME-CLASH = "Y"
               MOVE "TIME-CLASH" TO SU-REASON-CODE
               PERFORM SUSPEND-ENROLLMENT
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-COURSE-CAPACITY
           IF WS-HAVE-CAP = "Y"
               AND WS-SEAT-COUNT >= WS-COURSE-CAP
               PERFORM CHECK-PREREQUISITES
               IF WS-PREREQ-OK NOT = "Y"
                   MOVE "PREREQ" TO SU-REASON-CODE
                   PERFORM SUSPEND-ENROLLMENT
               ELSE
                   PERFORM ADD-TO-WAITLIST
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE EN-STUDENT-ID TO ER-STUDENT-ID(WS-ENR-COUNT)
           MOVE EN-COURSE-CODE TO ER-COURSE-CODE(WS-ENR-COUNT)
           MOVE EN-TERM-CODE TO ER-TERM-CODE(WS-ENR-COUNT)
           MOVE WS-CHK-SECTION TO ER-SECTION(WS-ENR-COUNT)
           MOVE "N" TO ER-LISTED(WS-ENR-COUNT)
           MOVE "N" TO ER-DROPPED(WS-ENR-COUNT)
           ADD 1 TO WS-APPLIED-COUNT.

       RESOLVE-COURSE-CAPACITY.
           MOVE 0 TO WS-COURSE-CAP
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                   UNTIL WS-CAP-IDX > WS-CAP-COUNT
               IF CPT-CODE(WS-CAP-IDX) = WS-CHK-COURSE
                   MOVE CPT-CAPACITY(WS-CAP-IDX)
                       TO WS-COURSE-CAP
                   MOVE "Y" TO WS-HAVE-CAP

      *---------------------------------------------------------------
      * Every prerequisite row for the course must be matched by a
      * passing grade (anything but F, a W, or an Incomplete
      * still outstanding) on the student's history.
      *---------------------------------------------------------------
       CHECK-PREREQUISITES.
           MOVE "Y" TO WS-PREREQ-OK
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                   UNTIL WS-PQ-IDX > WS-PQ-COUNT
               IF PQT-COURSE(WS-PQ-IDX) = WS-CHK-COURSE
                   MOVE "N" TO WS-PREREQ-FOUND
                   PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                           UNTIL WS-HIST-IDX > WS-HIST-COUNT
                       IF HT-STUDENT-ID(WS-HIST-IDX) =
                               WS-CHK-STUDENT-ID
                           AND HT-COURSE-CODE(WS-HIST-IDX) =
                               PQT-PREREQ(WS-PQ-IDX)
                           AND HT-GRADE-CODE(WS-HIST-IDX) NOT = "F"
                           AND HT-GRADE-CODE(WS-HIST-IDX) NOT = "I"
                           AND HT-GRADE-CODE(WS-HIST-IDX) NOT = "W"
                           MOVE "Y" TO WS-PREREQ-FOUND
                       END-IF
                   END-PERFORM
           OPEN OUTPUT ENROLLMENT-FILE
           PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
                   UNTIL WS-ENR-IDX > WS-ENR-COUNT
               IF ER-DROPPED(WS-ENR-IDX) = "N"
                   MOVE ER-STUDENT-ID(WS-ENR-IDX) TO EL-STUDENT-ID
                   MOVE ER-COURSE-CODE(WS-ENR-IDX) TO EL-COURSE-CODE
                   MOVE ER-TERM-CODE(WS-ENR-IDX) TO EL-TERM-CODE
                   MOVE ER-SECTION(WS-ENR-IDX) TO EL-SECTION
                   WRITE ENROLLMENT-REC
               END-IF
           END-PERFORM
           CLOSE ENROLLMENT-FILE.

           PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
                   UNTIL WS-ENR-IDX > WS-ENR-COUNT
               IF ER-LISTED(WS-ENR-IDX) = "N"
                   AND ER-DROPPED(WS-ENR-IDX) = "N"
                   MOVE ER-COURSE-CODE(WS-ENR-IDX)
                       TO WS-CURR-COURSE
                   MOVE ER-TERM-CODE(WS-ENR-IDX) TO WS-CURR-TERM
                   AND ER-TERM-CODE(WS-ENR-SCAN-IDX) =
                       WS-CURR-TERM
                   AND ER-LISTED(WS-ENR-SCAN-IDX) = "N"
                   AND ER-DROPPED(WS-ENR-SCAN-IDX) = "N"
                   MOVE ER-STUDENT-ID(WS-ENR-SCAN-IDX)
                       TO WS-L-STUDENT
                   MOVE SPACES TO WS-L-NAME
                   MOVE "Y" TO ER-LISTED(WS-ENR-SCAN-IDX)
               END-IF
           END-PERFORM.

       CHECK-TERM-CLOSED.
           MOVE "N" TO WS-TERM-CLOSED
           PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
                   UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
               IF WS-CLOSED-TERM(WS-CLOSED-IDX) = WS-CHK-TERM
                   MOVE "Y" TO WS-TERM-CLOSED
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * A withdrawal recorded by ENROLLMENT-STATUS-MAINT gives up
      * the student's seats in every term still open; a closed
      * term's enrollments are history and stay as they are. Past
      * the term's drop deadline each released course earns a W.
      *---------------------------------------------------------------
       RELEASE-WITHDRAWN-SEATS.
           IF WS-STUDENT-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
                   UNTIL WS-ENR-IDX > WS-ENR-COUNT
               IF ER-DROPPED(WS-ENR-IDX) = "N"
                   PERFORM RELEASE-IF-WITHDRAWN
               END-IF
           END-PERFORM.

       RELEASE-IF-WITHDRAWN.
           MOVE ER-TERM-CODE(WS-ENR-IDX) TO WS-CHK-TERM
           PERFORM CHECK-TERM-CLOSED
           IF WS-TERM-CLOSED = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE ER-STUDENT-ID(WS-ENR-IDX) TO WS-CHK-STUDENT-ID
           PERFORM READ-STUDENT-STATUS
           IF WS-STUDENT-STATUS NOT = "W"
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO ER-DROPPED(WS-ENR-IDX)
           MOVE ER-COURSE-CODE(WS-ENR-IDX) TO WS-CHK-COURSE
           PERFORM FIND-TERM-CALENDAR
           IF WS-CAL-MATCH > 0
               AND WS-RUN-DATE > CL-DROP-DEADLINE(WS-CAL-MATCH)
               MOVE ER-SECTION(WS-ENR-IDX) TO WS-W-SECTION
               PERFORM RECORD-W-GRADE
           END-IF
           MOVE "WITHDRAWN" TO WS-LOG-EVENT
           PERFORM WRITE-WAITLIST-LOG
           PERFORM FIND-SEAT-ENTRY
           ADD 1 TO SOT-OPENED(WS-SO-MATCH)
           ADD 1 TO WS-WITHDRAWN-COUNT
           PERFORM PROMOTE-FROM-WAITLIST.

      *---------------------------------------------------------------
      * Status off the keyed student file; a student not on file
      * comes back as a space.
      *---------------------------------------------------------------
       READ-STUDENT-STATUS.
           MOVE SPACE TO WS-STUDENT-STATUS
           MOVE WS-CHK-STUDENT-ID TO STUDENT-ID
           READ STUDENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ENROLLMENT-STATUS TO WS-STUDENT-STATUS
           END-READ.

      *---------------------------------------------------------------
      * A drop gives the seat back and offers it down the waitlist.
      * Dropping a course the student is only waiting for takes
      * them off the list instead; closed terms cannot be changed.
      * Past the drop deadline the seat still goes back but the
      * course earns a W, and past the withdraw deadline only a
      * supervisor's override lets the drop through.
      *---------------------------------------------------------------
       APPLY-ONE-DROP.
           MOVE EN-STUDENT-ID TO WS-CHK-STUDENT-ID
           MOVE EN-COURSE-CODE TO WS-CHK-COURSE
           MOVE EN-TERM-CODE TO WS-CHK-TERM
           PERFORM CHECK-TERM-CLOSED
           IF WS-TERM-CLOSED = "Y"
               MOVE "TERM-CLOSED" TO SU-REASON-CODE
               PERFORM SUSPEND-ENROLLMENT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ENR-MATCH
           PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
                   UNTIL WS-ENR-IDX > WS-ENR-COUNT
               IF ER-DROPPED(WS-ENR-IDX) = "N"
                   AND ER-STUDENT-ID(WS-ENR-IDX) = EN-STUDENT-ID
                   AND ER-COURSE-CODE(WS-ENR-IDX) = EN-COURSE-CODE
                   AND ER-TERM-CODE(WS-ENR-IDX) = EN-TERM-CODE
                   MOVE WS-ENR-IDX TO WS-ENR-MATCH
               END-IF
           END-PERFORM

           IF WS-ENR-MATCH = 0
               PERFORM FIND-WAITLIST-ENTRY
               IF WS-WL-MATCH = 0
                   MOVE "NOT-ENROLLED" TO SU-REASON-CODE
                   PERFORM SUSPEND-ENROLLMENT
               ELSE
                   MOVE "X" TO WLT-STATE(WS-WL-MATCH)
                   MOVE "LEFT-LIST" TO WS-LOG-EVENT
                   PERFORM WRITE-WAITLIST-LOG
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-LATE-W
           PERFORM FIND-TERM-CALENDAR
           IF WS-CAL-MATCH > 0
               AND WS-RUN-DATE > CL-DROP-DEADLINE(WS-CAL-MATCH)
               IF WS-RUN-DATE > CL-WDR-DEADLINE(WS-CAL-MATCH)
                   MOVE "WDR-CLOSED" TO WS-LATE-REASON
                   PERFORM CHECK-LATE-OVERRIDE
                   IF WS-OVERRIDE-OK = "N"
                       MOVE WS-LATE-REASON TO SU-REASON-CODE
                       PERFORM SUSPEND-ENROLLMENT
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE "Y" TO WS-LATE-W
           END-IF

           MOVE "Y" TO ER-DROPPED(WS-ENR-MATCH)
           IF WS-LATE-W = "Y"
               MOVE ER-SECTION(WS-ENR-MATCH) TO WS-W-SECTION
               PERFORM RECORD-W-GRADE
           END-IF
           MOVE "DROPPED" TO WS-LOG-EVENT
           PERFORM WRITE-WAITLIST-LOG
           PERFORM FIND-SEAT-ENTRY
           ADD 1 TO SOT-OPENED(WS-SO-MATCH)
           ADD 1 TO WS-DROPPED-COUNT
           PERFORM PROMOTE-FROM-WAITLIST.

      *---------------------------------------------------------------
      * A full course with the prerequisites met: the student joins
      * the end of the course/term waitlist, once.
      *---------------------------------------------------------------
       ADD-TO-WAITLIST.
           MOVE EN-TERM-CODE TO WS-CHK-TERM
           PERFORM FIND-WAITLIST-ENTRY
           IF WS-WL-MATCH > 0
               MOVE "ALREADY-WAIT" TO SU-REASON-CODE
               PERFORM SUSPEND-ENROLLMENT
               EXIT PARAGRAPH
           END-IF
           IF WS-WL-COUNT >= 300
               DISPLAY "Waitlist table full"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-WL-COUNT
           MOVE EN-STUDENT-ID TO WLT-STUDENT-ID(WS-WL-COUNT)
           MOVE EN-COURSE-CODE TO WLT-COURSE-CODE(WS-WL-COUNT)
           MOVE EN-TERM-CODE TO WLT-TERM-CODE(WS-WL-COUNT)
           MOVE WS-RUN-DATE TO WLT-DATE(WS-WL-COUNT)
           MOVE "W" TO WLT-STATE(WS-WL-COUNT)
           MOVE WS-CHK-SECTION TO WLT-SECTION(WS-WL-COUNT)

           MOVE 0 TO WS-WL-POSITION
           PERFORM VARYING WS-WL-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-WL-SCAN-IDX > WS-WL-COUNT
               IF WLT-STATE(WS-WL-SCAN-IDX) = "W"
                   AND WLT-COURSE-CODE(WS-WL-SCAN-IDX) =
                       EN-COURSE-CODE
                   AND WLT-TERM-CODE(WS-WL-SCAN-IDX) = EN-TERM-CODE
                   ADD 1 TO WS-WL-POSITION
               END-IF
           END-PERFORM
           DISPLAY "Course full - student " EN-STUDENT-ID
               " waitlisted for " EN-COURSE-CODE " " EN-TERM-CODE
               " at position " WS-WL-POSITION
           MOVE "WAITLISTED" TO WS-LOG-EVENT
           PERFORM WRITE-WAITLIST-LOG
           ADD 1 TO WS-WAITLISTED-COUNT.

       FIND-WAITLIST-ENTRY.
           MOVE 0 TO WS-WL-MATCH
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WL-COUNT
               IF WLT-STATE(WS-WL-IDX) = "W"
                   AND WLT-STUDENT-ID(WS-WL-IDX) = WS-CHK-STUDENT-ID
                   AND WLT-COURSE-CODE(WS-WL-IDX) = WS-CHK-COURSE
                   AND WLT-TERM-CODE(WS-WL-IDX) = WS-CHK-TERM
                   MOVE WS-WL-IDX TO WS-WL-MATCH
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Fills the free seats of WS-CHK-COURSE/WS-CHK-TERM from the
      * head of its waitlist. Each candidate is rechecked now: a
      * student gone from the file, withdrawn, or graduated leaves
      * the list; one short of a prerequisite, or on financial
      * hold, is passed over but keeps the place in line.
      *---------------------------------------------------------------
       PROMOTE-FROM-WAITLIST.
           IF WS-STUDENT-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-COURSE-CAPACITY
           MOVE 0 TO WS-SEAT-COUNT
           PERFORM VARYING WS-ENR-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-ENR-SCAN-IDX > WS-ENR-COUNT
               IF ER-DROPPED(WS-ENR-SCAN-IDX) = "N"
                   AND ER-COURSE-CODE(WS-ENR-SCAN-IDX) =
                       WS-CHK-COURSE
                   AND ER-TERM-CODE(WS-ENR-SCAN-IDX) = WS-CHK-TERM
                   ADD 1 TO WS-SEAT-COUNT
               END-IF
           END-PERFORM

           PERFORM VARYING WS-WL-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-WL-SCAN-IDX > WS-WL-COUNT
               IF WLT-STATE(WS-WL-SCAN-IDX) = "W"
                   AND WLT-COURSE-CODE(WS-WL-SCAN-IDX) =
                       WS-CHK-COURSE
                   AND WLT-TERM-CODE(WS-WL-SCAN-IDX) = WS-CHK-TERM
                   AND (WS-HAVE-CAP = "N"
                       OR WS-SEAT-COUNT < WS-COURSE-CAP)
                   PERFORM TRY-PROMOTE-ONE
               END-IF
           END-PERFORM.

       TRY-PROMOTE-ONE.
           MOVE WLT-STUDENT-ID(WS-WL-SCAN-IDX) TO WS-CHK-STUDENT-ID
           PERFORM READ-STUDENT-STATUS
           IF WS-STUDENT-STATUS = SPACE
               OR WS-STUDENT-STATUS = "W"
               OR WS-STUDENT-STATUS = "G"
               MOVE "X" TO WLT-STATE(WS-WL-SCAN-IDX)
               MOVE "REMOVED" TO WS-LOG-EVENT
               PERFORM WRITE-WAITLIST-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-DUP-FLAG
           PERFORM VARYING WS-ENR-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-ENR-SCAN-IDX > WS-ENR-COUNT
               IF ER-DROPPED(WS-ENR-SCAN-IDX) = "N"
                   AND ER-STUDENT-ID(WS-ENR-SCAN-IDX) =
                       WS-CHK-STUDENT-ID
                   AND ER-COURSE-CODE(WS-ENR-SCAN-IDX) =
                       WS-CHK-COURSE
                   AND ER-TERM-CODE(WS-ENR-SCAN-IDX) = WS-CHK-TERM
                   MOVE "Y" TO WS-DUP-FLAG
               END-IF
           END-PERFORM
           IF WS-DUP-FLAG = "Y"
               MOVE "X" TO WLT-STATE(WS-WL-SCAN-IDX)
               MOVE "REMOVED" TO WS-LOG-EVENT
               PERFORM WRITE-WAITLIST-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE WLT-SECTION(WS-WL-SCAN-IDX) TO WS-CHK-SECTION
           PERFORM RESOLVE-SECTION
           IF WS-SECTION-REASON = SPACES
               PERFORM CHECK-TIME-CLASH
           END-IF
           IF WS-SECTION-REASON NOT = SPACES
               OR WS-TIME-CLASH = "Y"
               MOVE "PASSED-OVR" TO WS-LOG-EVENT
               PERFORM WRITE-WAITLIST-LOG
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-FINANCIAL-HOLD
           IF WS-ON-HOLD = "Y"
               MOVE "PASSED-OVR" TO WS-LOG-EVENT
               PERFORM WRITE-WAITLIST-LOG
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-PREREQUISITES
           IF WS-PREREQ-OK NOT = "Y"
               MOVE "PASSED-OVR" TO WS-LOG-EVENT
               PERFORM WRITE-WAITLIST-LOG
               EXIT PARAGRAPH
           END-IF

           IF WS-ENR-COUNT >= 500
               DISPLAY "Enrollment table full"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ENR-COUNT
           MOVE WS-CHK-STUDENT-ID TO ER-STUDENT-ID(WS-ENR-COUNT)
           MOVE WS-CHK-COURSE TO ER-COURSE-CODE(WS-ENR-COUNT)
           MOVE WS-CHK-TERM TO ER-TERM-CODE(WS-ENR-COUNT)
           MOVE WS-CHK-SECTION TO ER-SECTION(WS-ENR-COUNT)
           MOVE "N" TO ER-LISTED(WS-ENR-COUNT)
           MOVE "N" TO ER-DROPPED(WS-ENR-COUNT)
           MOVE "P" TO WLT-STATE(WS-WL-SCAN-IDX)
           ADD 1 TO WS-SEAT-COUNT
           ADD 1 TO WS-PROMOTED-COUNT
           DISPLAY "Seat opened - student " WS-CHK-STUDENT-ID
               " promoted into " WS-CHK-COURSE " " WS-CHK-TERM
           MOVE "PROMOTED" TO WS-LOG-EVENT
           PERFORM WRITE-WAITLIST-LOG.

       WRITE-WAITLIST-LOG.
           MOVE SPACES TO WAITLIST-LOG-REC
           MOVE WS-RUN-DATE TO WG-DATE
           MOVE WS-LOG-EVENT TO WG-EVENT
           MOVE WS-CHK-STUDENT-ID TO WG-STUDENT-ID
           MOVE WS-CHK-COURSE TO WG-COURSE-CODE
           MOVE WS-CHK-TERM TO WG-TERM-CODE
           WRITE WAITLIST-LOG-REC.

       FIND-SEAT-ENTRY.
           MOVE 0 TO WS-SO-MATCH
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SO-COUNT
               IF SOT-COURSE-CODE(WS-SO-IDX) = WS-CHK-COURSE
                   AND SOT-TERM-CODE(WS-SO-IDX) = WS-CHK-TERM
                   MOVE WS-SO-IDX TO WS-SO-MATCH
               END-IF
           END-PERFORM
           IF WS-SO-MATCH = 0
               IF WS-SO-COUNT >= 200
                   DISPLAY "Seat history table full"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SO-COUNT
               MOVE WS-SO-COUNT TO WS-SO-MATCH
               MOVE WS-CHK-COURSE TO SOT-COURSE-CODE(WS-SO-MATCH)
               MOVE WS-CHK-TERM TO SOT-TERM-CODE(WS-SO-MATCH)
               MOVE 0 TO SOT-OPENED(WS-SO-MATCH)
           END-IF.

       REWRITE-WAITLIST.
           OPEN OUTPUT WAITLIST-FILE
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WL-COUNT
               IF WLT-STATE(WS-WL-IDX) = "W"
                   MOVE WLT-STUDENT-ID(WS-WL-IDX) TO WL-STUDENT-ID
                   MOVE WLT-COURSE-CODE(WS-WL-IDX) TO WL-COURSE-CODE
                   MOVE WLT-TERM-CODE(WS-WL-IDX) TO WL-TERM-CODE
                   MOVE WLT-DATE(WS-WL-IDX) TO WL-DATE
                   MOVE WLT-SECTION(WS-WL-IDX) TO WL-SECTION
                   WRITE WAITLIST-REC
               END-IF
           END-PERFORM
           CLOSE WAITLIST-FILE.

      *---------------------------------------------------------------
      * One section per open-term course with a waitlist or a seat
      * opened this term: students by position, then the count.
      *---------------------------------------------------------------
       WRITE-WAITLIST-REPORT.
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WL-COUNT
               IF WLT-STATE(WS-WL-IDX) = "W"
                   MOVE WLT-COURSE-CODE(WS-WL-IDX) TO WS-CHK-COURSE
                   MOVE WLT-TERM-CODE(WS-WL-IDX) TO WS-CHK-TERM
                   PERFORM FIND-SEAT-ENTRY
               END-IF
           END-PERFORM

           OPEN OUTPUT WAITLIST-REPORT-FILE
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SO-COUNT
               MOVE SOT-TERM-CODE(WS-SO-IDX) TO WS-CHK-TERM
               PERFORM CHECK-TERM-CLOSED
               IF WS-TERM-CLOSED = "N"
                   PERFORM WRITE-ONE-WAITLIST
               END-IF
           END-PERFORM
           CLOSE WAITLIST-REPORT-FILE.

       WRITE-ONE-WAITLIST.
           MOVE SOT-COURSE-CODE(WS-SO-IDX) TO WS-WH-COURSE
           MOVE SOT-TERM-CODE(WS-SO-IDX) TO WS-WH-TERM
           MOVE SOT-OPENED(WS-SO-IDX) TO WS-WH-OPENED
           WRITE WAITLIST-REPORT-LINE FROM WS-WAIT-HEADER

           MOVE 0 TO WS-WL-POSITION
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WL-COUNT
               IF WLT-STATE(WS-WL-IDX) = "W"
                   AND WLT-COURSE-CODE(WS-WL-IDX) =
                       SOT-COURSE-CODE(WS-SO-IDX)
                   AND WLT-TERM-CODE(WS-WL-IDX) =
                       SOT-TERM-CODE(WS-SO-IDX)
                   ADD 1 TO WS-WL-POSITION
                   PERFORM WRITE-WAITLIST-DETAIL
               END-IF
           END-PERFORM
           IF WS-WL-POSITION = 0
               MOVE "  NO STUDENTS WAITING" TO WAITLIST-REPORT-LINE
               WRITE WAITLIST-REPORT-LINE
           END-IF
           MOVE SPACES TO WAITLIST-REPORT-LINE
           WRITE WAITLIST-REPORT-LINE.

       WRITE-WAITLIST-DETAIL.
           MOVE WS-WL-POSITION TO WS-WD-POSITION
           MOVE WLT-STUDENT-ID(WS-WL-IDX) TO WS-WD-STUDENT
           MOVE WLT-DATE(WS-WL-IDX) TO WS-WD-DATE
           MOVE SPACES TO WS-WD-NAME
           IF WS-STUDENT-OPEN = "Y"
               MOVE WLT-STUDENT-ID(WS-WL-IDX) TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "(NAME UNAVAILABLE)" TO WS-WD-NAME
                   NOT INVALID KEY
                       STRING
                           FUNCTION TRIM(STUDENT-FIRST-NAME)
                             DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           STUDENT-LAST-NAME DELIMITED BY SIZE
                           INTO WS-WD-NAME
                       END-STRING
               END-READ
           END-IF
           WRITE WAITLIST-REPORT-LINE FROM WS-WAIT-DETAIL.

      *---------------------------------------------------------------
      * Settles WS-CHK-SECTION for WS-CHK-COURSE/WS-CHK-TERM and
      * leaves its table row in WS-SEC-MATCH (0 when the course/term
      * has no sections on file). WS-SECTION-REASON comes back
      * non-blank when the section cannot be settled.
      *---------------------------------------------------------------
       RESOLVE-SECTION.
           MOVE SPACES TO WS-SECTION-REASON
           MOVE 0 TO WS-SEC-MATCH
           MOVE 0 TO WS-SEC-OFFERED
           MOVE 0 TO WS-SEC-FOUND
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF ST-COURSE(WS-SEC-IDX) = WS-CHK-COURSE
                   AND ST-TERM(WS-SEC-IDX) = WS-CHK-TERM
                   ADD 1 TO WS-SEC-OFFERED
                   MOVE WS-SEC-IDX TO WS-SEC-FOUND
                   IF ST-SECTION(WS-SEC-IDX) = WS-CHK-SECTION
                       MOVE WS-SEC-IDX TO WS-SEC-MATCH
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-CHK-SECTION NOT = SPACES
                   IF WS-SEC-MATCH = 0
                       MOVE "BAD-SECTION" TO WS-SECTION-REASON
                   END-IF
               WHEN WS-SEC-OFFERED = 1
                   MOVE WS-SEC-FOUND TO WS-SEC-MATCH
                   MOVE ST-SECTION(WS-SEC-MATCH) TO WS-CHK-SECTION
               WHEN WS-SEC-OFFERED > 1
                   MOVE "NO-SECTION" TO WS-SECTION-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------------------------------------------------------------
      * The settled section against each of the student's other
      * sections that term: a shared day with overlapping hours is
      * a clash. Sections without a meeting never clash.
      *---------------------------------------------------------------
       CHECK-TIME-CLASH.
           MOVE "N" TO WS-TIME-CLASH
           IF WS-SEC-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           IF ST-DAYS(WS-SEC-MATCH) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ENR-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-ENR-SCAN-IDX > WS-ENR-COUNT
               IF ER-DROPPED(WS-ENR-SCAN-IDX) = "N"
                   AND ER-STUDENT-ID(WS-ENR-SCAN-IDX) =
                       WS-CHK-STUDENT-ID
                   AND ER-TERM-CODE(WS-ENR-SCAN-IDX) = WS-CHK-TERM
                   AND ER-SECTION(WS-ENR-SCAN-IDX) NOT = SPACES
                   PERFORM CHECK-ONE-MEETING
               END-IF
           END-PERFORM.

       CHECK-ONE-MEETING.
           MOVE ER-COURSE-CODE(WS-ENR-SCAN-IDX) TO WS-FIND-COURSE
           MOVE ER-SECTION(WS-ENR-SCAN-IDX) TO WS-FIND-SECTION
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF ST-COURSE(WS-SEC-IDX) = WS-FIND-COURSE
                   AND ST-TERM(WS-SEC-IDX) = WS-CHK-TERM
                   AND ST-SECTION(WS-SEC-IDX) = WS-FIND-SECTION
                   AND ST-DAYS(WS-SEC-IDX) NOT = SPACES
                   AND ST-START(WS-SEC-IDX) < ST-END(WS-SEC-MATCH)
                   AND ST-START(WS-SEC-MATCH) < ST-END(WS-SEC-IDX)
                   MOVE "N" TO WS-DAY-SHARED
                   PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                           UNTIL WS-DAY-IDX > 7
                       IF ST-DAYS(WS-SEC-MATCH)(WS-DAY-IDX:1)
                               NOT = SPACE
                           AND ST-DAYS(WS-SEC-IDX)(WS-DAY-IDX:1) =
                               ST-DAYS(WS-SEC-MATCH)(WS-DAY-IDX:1)
                           MOVE "Y" TO WS-DAY-SHARED
                       END-IF
                   END-PERFORM
                   IF WS-DAY-SHARED = "Y"
                       MOVE "Y" TO WS-TIME-CLASH
                       DISPLAY "Student " WS-CHK-STUDENT-ID " "
                           WS-CHK-COURSE " " WS-CHK-SECTION
                           " clashes with " WS-FIND-COURSE " "
                           WS-FIND-SECTION
                   END-IF
               END-IF
           END-PERFORM.
