       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEACHING-LOAD.

      *---------------------------------------------------------------
      * Instructor teaching load and section fill rates for the
      * department chairs. course-sections.txt says who teaches
      * each section, course-capacity.txt gives the course's seat
      * ceiling and credit hours, and enrollments.txt holds the
      * seats COURSE-REGISTRATION has filled; this report puts the
      * three together for every term not yet on closed-terms.txt.
      *
      * Per instructor, each section taught prints with its credit
      * hours, enrolled headcount, capacity and fill percentage,
      * then the instructor's section count and credit-hour load.
      * The capacity file carries one ceiling per course, shared by
      * all of the course's sections in the term, so a section's
      * capacity is that ceiling split evenly across them; a course
      * with no row has no ceiling and no fill rate. Department
      * totals follow, the department being the subject letters
      * the course code starts with (CS101 is CS, HIST10 HIST).
      *
      * teaching-load-limits.dat holds the two thresholds:
      *
      *   <load limit 2><minimum enrollment 3>
      *
      * 12 credit hours and 10 students when there is no file. An
      * instructor carrying more than the limit is flagged OVER
      * LOAD LIMIT, and a section with fewer students than the
      * minimum LOW ENROLLMENT - a candidate for cancellation. The
      * term heading shows the add deadline from the academic
      * calendar, the last day a cancelled section's students can
      * still add something else, so the run belongs in the first
      * weeks of the term.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-FILE
               ASSIGN TO "intermediate/course-sections.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SECTION.
           SELECT CAPACITY-FILE
               ASSIGN TO "intermediate/course-capacity.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAPACITY.
           SELECT ENROLLMENT-FILE
               ASSIGN TO "intermediate/enrollments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENROLLMENT.
           SELECT CLOSED-TERM-FILE
               ASSIGN TO "intermediate/closed-terms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLOSED.
           SELECT CALENDAR-FILE
               ASSIGN TO "intermediate/academic-calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDAR.
           SELECT LIMIT-FILE
               ASSIGN TO "intermediate/teaching-load-limits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LIMIT.
           SELECT LOAD-REPORT-FILE
               ASSIGN TO "intermediate/teaching-load.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
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

       FD CAPACITY-FILE.
       01 CAPACITY-REC.
          05 CP-CODE         PIC X(6).
          05 CP-CAPACITY     PIC 9(3).
          05 CP-CREDITS      PIC 9.

       FD ENROLLMENT-FILE.
       01 ENROLLMENT-REC.
          05 EL-STUDENT-ID   PIC 9(5).
          05 EL-COURSE-CODE  PIC X(6).
          05 EL-TERM-CODE    PIC X(5).
          05 EL-SECTION      PIC X(2).

       FD CLOSED-TERM-FILE.
       01 CLOSED-TERM-REC    PIC X(5).

       FD CALENDAR-FILE.
       01 CALENDAR-REC.
          05 AC-TERM-CODE    PIC X(5).
          05 AC-TERM-START   PIC 9(8).
          05 AC-ADD-DEADLINE PIC 9(8).
          05 AC-DROP-DEADLINE PIC 9(8).
          05 AC-WDR-DEADLINE PIC 9(8).
          05 AC-TERM-END     PIC 9(8).

       FD LIMIT-FILE.
       01 LIMIT-REC.
          05 LM-LOAD-LIMIT   PIC 9(2).
          05 LM-MIN-ENROLL   PIC 9(3).

       FD LOAD-REPORT-FILE.
       01 LOAD-REPORT-REC    PIC X(100).

       WORKING-STORAGE SECTION.
       01 FS-SECTION         PIC XX.
       01 FS-CAPACITY        PIC XX.
       01 FS-ENROLLMENT      PIC XX.
       01 FS-CLOSED          PIC XX.
       01 FS-CALENDAR        PIC XX.
       01 FS-LIMIT           PIC XX.
       01 FS-REPORT          PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".

       01 WS-RUN-DATE        PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-LOAD-LIMIT      PIC 9(2) VALUE 12.
       01 WS-MIN-ENROLL      PIC 9(3) VALUE 10.

       01 WS-CAP-COUNT       PIC 9(3) VALUE 0.
       01 WS-CAP-IDX         PIC 9(3).
       01 WS-CAP-TABLE.
          05 WS-CAP-ENTRY OCCURS 100 TIMES.
             10 CPT-CODE     PIC X(6).
             10 CPT-CAPACITY PIC 9(3).
             10 CPT-CREDITS  PIC 9.

       01 WS-CLOSED-COUNT    PIC 9(3) VALUE 0.
       01 WS-CLOSED-IDX      PIC 9(3).
       01 WS-CLOSED-TABLE.
          05 WS-CLOSED-TERM OCCURS 100 TIMES PIC X(5).
       01 WS-TERM-CLOSED     PIC X.

       01 WS-CAL-COUNT       PIC 9(3) VALUE 0.
       01 WS-CAL-IDX         PIC 9(3).
       01 WS-CAL-TABLE.
          05 WS-CAL-ENTRY OCCURS 100 TIMES.
             10 CL-TERM-CODE PIC X(5).
             10 CL-ADD-DEADLINE PIC 9(8).

      *---------------------------------------------------------------
      * Sections of the open terms with their figures worked out
      * once at load time. SC-HAS-CAP is "N" for a course with no
      * ceiling on file.
      *---------------------------------------------------------------
       01 WS-SEC-COUNT       PIC 9(3) VALUE 0.
       01 WS-SEC-IDX         PIC 9(3).
       01 WS-SEC-SCAN-IDX    PIC 9(3).
       01 WS-SEC-TABLE.
          05 WS-SEC-ENTRY OCCURS 200 TIMES.
             10 SC-COURSE    PIC X(6).
             10 SC-TERM      PIC X(5).
             10 SC-SECTION   PIC X(2).
             10 SC-INSTRUCTOR PIC X(10).
             10 SC-DEPT      PIC X(6).
             10 SC-CREDITS   PIC 9.
             10 SC-HAS-CAP   PIC X.
             10 SC-CAPACITY  PIC 9(3).
             10 SC-ENROLLED  PIC 9(4).
             10 SC-SIBLINGS  PIC 9(3).

       01 WS-TERM-COUNT      PIC 9(3) VALUE 0.
       01 WS-TERM-IDX        PIC 9(3).
       01 WS-TERM-MATCH      PIC 9(3).
       01 WS-TERM-TABLE.
          05 WS-TERM-CODE OCCURS 100 TIMES PIC X(5).

      *---------------------------------------------------------------
      * Instructors and departments of the term being printed, in
      * the order their first section appears.
      *---------------------------------------------------------------
       01 WS-INS-COUNT       PIC 9(3) VALUE 0.
       01 WS-INS-IDX         PIC 9(3).
       01 WS-INS-MATCH       PIC 9(3).
       01 WS-INS-TABLE.
          05 WS-INS-NAME OCCURS 100 TIMES PIC X(10).

       01 WS-DEPT-COUNT      PIC 9(3) VALUE 0.
       01 WS-DEPT-IDX        PIC 9(3).
       01 WS-DEPT-MATCH      PIC 9(3).
       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY OCCURS 100 TIMES.
             10 DP-DEPT      PIC X(6).
             10 DP-SECTIONS  PIC 9(4).
             10 DP-CREDITS   PIC 9(5).
             10 DP-ENROLLED  PIC 9(5).
             10 DP-CAPACITY  PIC 9(5).
             10 DP-CAP-ENROLLED PIC 9(5).
             10 DP-LOW       PIC 9(5).

       01 WS-CHK-TERM        PIC X(5).
       01 WS-CHR-IDX         PIC 9.
       01 WS-DEPT-LEN        PIC 9.
       01 WS-INS-SECTIONS    PIC 9(3).
       01 WS-INS-CREDITS     PIC 9(3).
       01 WS-FILL-PCT        PIC 9(4).
       01 WS-PCT-CAPACITY    PIC 9(5).
       01 WS-PCT-ENROLLED    PIC 9(5).

       01 WS-TERM-SECTIONS   PIC 9(4).
       01 WS-TERM-CREDITS    PIC 9(5).
       01 WS-TERM-ENROLLED   PIC 9(5).
       01 WS-TERM-CAPACITY   PIC 9(5).
       01 WS-TERM-CAP-ENROLLED PIC 9(5).
       01 WS-TERM-LOW        PIC 9(5).

       01 WS-OVER-COUNT      PIC 9(3) VALUE 0.
       01 WS-LOW-COUNT       PIC 9(3) VALUE 0.
       01 WS-REPORTED-COUNT  PIC 9(3) VALUE 0.

       01 WS-DATE-ED         PIC 9999/99/99.
       01 WS-LIMIT-ED        PIC Z9.
       01 WS-MIN-ED          PIC ZZ9.
       01 WS-COUNT-ED        PIC ZZ9.
       01 WS-CREDIT-ED       PIC ZZ9.

       01 WS-LOAD-HEAD.
          05 FILLER          PIC X(24) VALUE
             "INSTRUCTOR COURSE SEC CR".
          05 FILLER          PIC X(29) VALUE
             "  ENROLLED  CAPACITY    FILL%".

       01 WS-LOAD-LINE.
          05 LD-INSTRUCTOR   PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
          05 LD-COURSE       PIC X(6).
          05 FILLER          PIC X VALUE SPACE.
          05 LD-SECTION      PIC X(2).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 LD-CREDITS      PIC Z9.
          05 FILLER          PIC X(6) VALUE SPACES.
          05 LD-ENROLLED     PIC ZZZ9.
          05 LD-CAP-AREA.
             10 FILLER       PIC X(6) VALUE SPACES.
             10 LD-CAPACITY  PIC ZZZ9.
             10 FILLER       PIC X(4) VALUE SPACES.
             10 LD-FILL      PIC ZZZ9.
             10 LD-PCT       PIC X VALUE "%".
          05 FILLER          PIC X(2) VALUE SPACES.
          05 LD-FLAG         PIC X(14).

       01 WS-DEPT-HEAD.
          05 FILLER          PIC X(25) VALUE
             "DEPT    SECTIONS  CREDITS".
          05 FILLER          PIC X(40) VALUE
             "  ENROLLED  CAPACITY    FILL%  UNDER MIN".

       01 WS-DEPT-LINE.
          05 DL-DEPT         PIC X(6).
          05 FILLER          PIC X(6) VALUE SPACES.
          05 DL-SECTIONS     PIC ZZZ9.
          05 FILLER          PIC X(4) VALUE SPACES.
          05 DL-CREDITS      PIC ZZZZ9.
          05 FILLER          PIC X(5) VALUE SPACES.
          05 DL-ENROLLED     PIC ZZZZ9.
          05 FILLER          PIC X(5) VALUE SPACES.
          05 DL-CAPACITY     PIC ZZZZ9.
          05 FILLER          PIC X(4) VALUE SPACES.
          05 DL-FILL-AREA.
             10 DL-FILL      PIC ZZZ9.
             10 DL-PCT       PIC X VALUE "%".
          05 FILLER          PIC X(6) VALUE SPACES.
          05 DL-LOW          PIC ZZZZ9.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL
           PERFORM LOAD-LIMITS
           PERFORM LOAD-CAPACITIES
           PERFORM LOAD-CLOSED-TERMS
           PERFORM LOAD-CALENDAR
           PERFORM LOAD-SECTIONS
           IF WS-SEC-COUNT = 0
               DISPLAY "No open-term sections on file - teaching"
                   " load not run"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM COUNT-ENROLLMENTS
           PERFORM SETTLE-SECTION-CAPACITY

           PERFORM WRITE-LOAD-REPORT

           DISPLAY "Terms reported:         " WS-REPORTED-COUNT
           DISPLAY "Instructors over limit: " WS-OVER-COUNT
           DISPLAY "Low-enrollment sections: " WS-LOW-COUNT
           STOP RUN.

       LOAD-LIMITS.
           OPEN INPUT LIMIT-FILE
           IF FS-LIMIT = "00"
               READ LIMIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LM-LOAD-LIMIT IS NUMERIC
                           AND LM-LOAD-LIMIT > 0
                           MOVE LM-LOAD-LIMIT TO WS-LOAD-LIMIT
                       END-IF
                       IF LM-MIN-ENROLL IS NUMERIC
                           MOVE LM-MIN-ENROLL TO WS-MIN-ENROLL
                       END-IF
               END-READ
               CLOSE LIMIT-FILE
           END-IF.

       LOAD-CAPACITIES.
           OPEN INPUT CAPACITY-FILE
           IF FS-CAPACITY NOT = "00"
               DISPLAY "No capacity file - no ceilings or credits"
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ CAPACITY-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-CAP-COUNT < 100
                               ADD 1 TO WS-CAP-COUNT
                               MOVE CP-CODE TO CPT-CODE(WS-CAP-COUNT)
                               MOVE CP-CAPACITY
                                   TO CPT-CAPACITY(WS-CAP-COUNT)
                               MOVE CP-CREDITS
                                   TO CPT-CREDITS(WS-CAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAPACITY-FILE
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
                               MOVE CLOSED-TERM-REC
                                   TO WS-CLOSED-TERM(WS-CLOSED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSED-TERM-FILE
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
                               MOVE AC-ADD-DEADLINE
                                   TO CL-ADD-DEADLINE(WS-CAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * Only sections of open terms are kept; each term is listed
      * once, in the order the section file first mentions it.
      *---------------------------------------------------------------
       LOAD-SECTIONS.
           OPEN INPUT SECTION-FILE
           IF FS-SECTION NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ SECTION-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE CS-TERM TO WS-CHK-TERM
                       PERFORM CHECK-TERM-CLOSED
                       IF WS-TERM-CLOSED = "N"
                           PERFORM STORE-SECTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SECTION-FILE
           MOVE "N" TO WS-END-FLAG.

       CHECK-TERM-CLOSED.
           MOVE "N" TO WS-TERM-CLOSED
           PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
                   UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
               IF WS-CLOSED-TERM(WS-CLOSED-IDX) = WS-CHK-TERM
                   MOVE "Y" TO WS-TERM-CLOSED
               END-IF
           END-PERFORM.

       STORE-SECTION.
           IF WS-SEC-COUNT >= 200
               DISPLAY "Section table full"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SEC-COUNT
           MOVE CS-COURSE TO SC-COURSE(WS-SEC-COUNT)
           MOVE CS-TERM TO SC-TERM(WS-SEC-COUNT)
           MOVE CS-SECTION TO SC-SECTION(WS-SEC-COUNT)
           MOVE CS-INSTRUCTOR TO SC-INSTRUCTOR(WS-SEC-COUNT)
           MOVE 0 TO SC-ENROLLED(WS-SEC-COUNT)

           MOVE 0 TO WS-DEPT-LEN
           PERFORM VARYING WS-CHR-IDX FROM 1 BY 1
                   UNTIL WS-CHR-IDX > 6
                      OR CS-COURSE(WS-CHR-IDX:1) NOT ALPHABETIC
                      OR CS-COURSE(WS-CHR-IDX:1) = SPACE
               MOVE WS-CHR-IDX TO WS-DEPT-LEN
           END-PERFORM
           MOVE SPACES TO SC-DEPT(WS-SEC-COUNT)
           IF WS-DEPT-LEN = 0
               MOVE "OTHER" TO SC-DEPT(WS-SEC-COUNT)
           ELSE
               MOVE CS-COURSE(1:WS-DEPT-LEN)
                   TO SC-DEPT(WS-SEC-COUNT)
           END-IF

           MOVE "N" TO SC-HAS-CAP(WS-SEC-COUNT)
           MOVE 0 TO SC-CAPACITY(WS-SEC-COUNT)
           MOVE 0 TO SC-CREDITS(WS-SEC-COUNT)
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                   UNTIL WS-CAP-IDX > WS-CAP-COUNT
               IF CPT-CODE(WS-CAP-IDX) = CS-COURSE
                   MOVE "Y" TO SC-HAS-CAP(WS-SEC-COUNT)
                   MOVE CPT-CAPACITY(WS-CAP-IDX)
                       TO SC-CAPACITY(WS-SEC-COUNT)
                   MOVE CPT-CREDITS(WS-CAP-IDX)
                       TO SC-CREDITS(WS-SEC-COUNT)
               END-IF
           END-PERFORM

           MOVE 0 TO WS-TERM-MATCH
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                   UNTIL WS-TERM-IDX > WS-TERM-COUNT
               IF WS-TERM-CODE(WS-TERM-IDX) = CS-TERM
                   MOVE WS-TERM-IDX TO WS-TERM-MATCH
               END-IF
           END-PERFORM
           IF WS-TERM-MATCH = 0 AND WS-TERM-COUNT < 100
               ADD 1 TO WS-TERM-COUNT
               MOVE CS-TERM TO WS-TERM-CODE(WS-TERM-COUNT)
           END-IF.

      *---------------------------------------------------------------
      * Each current enrollment counts against its own section; a
      * seat taken without a section matches none and is left out.
      *---------------------------------------------------------------
       COUNT-ENROLLMENTS.
           OPEN INPUT ENROLLMENT-FILE
           IF FS-ENROLLMENT NOT = "00"
               DISPLAY "No enrollments on file - every section empty"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ ENROLLMENT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                               UNTIL WS-SEC-IDX > WS-SEC-COUNT
                           IF SC-COURSE(WS-SEC-IDX) = EL-COURSE-CODE
                               AND SC-TERM(WS-SEC-IDX) = EL-TERM-CODE
                               AND SC-SECTION(WS-SEC-IDX) = EL-SECTION
                               ADD 1 TO SC-ENROLLED(WS-SEC-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * The course ceiling is shared by the course's sections in
      * the term, so each section gets an even share of it.
      *---------------------------------------------------------------
       SETTLE-SECTION-CAPACITY.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               MOVE 0 TO SC-SIBLINGS(WS-SEC-IDX)
               PERFORM VARYING WS-SEC-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SEC-SCAN-IDX > WS-SEC-COUNT
                   IF SC-COURSE(WS-SEC-SCAN-IDX) = SC-COURSE(WS-SEC-IDX)
                       AND SC-TERM(WS-SEC-SCAN-IDX) =
                           SC-TERM(WS-SEC-IDX)
                       ADD 1 TO SC-SIBLINGS(WS-SEC-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF SC-HAS-CAP(WS-SEC-IDX) = "Y"
                   DIVIDE SC-SIBLINGS(WS-SEC-IDX)
                       INTO SC-CAPACITY(WS-SEC-IDX)
               END-IF
           END-PERFORM.

       WRITE-LOAD-REPORT.
           OPEN OUTPUT LOAD-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-DATE-ED
           MOVE WS-LOAD-LIMIT TO WS-LIMIT-ED
           MOVE WS-MIN-ENROLL TO WS-MIN-ED
           MOVE SPACES TO LOAD-REPORT-REC
           STRING "TEACHING LOAD AND SECTION FILL " DELIMITED BY SIZE
                  WS-DATE-ED DELIMITED BY SIZE
                  "   LOAD LIMIT " DELIMITED BY SIZE
                  WS-LIMIT-ED DELIMITED BY SIZE
                  " CR   MINIMUM ENROLLMENT " DELIMITED BY SIZE
                  WS-MIN-ED DELIMITED BY SIZE
               INTO LOAD-REPORT-REC
           END-STRING
           WRITE LOAD-REPORT-REC
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                   UNTIL WS-TERM-IDX > WS-TERM-COUNT
               PERFORM REPORT-ONE-TERM
           END-PERFORM
           CLOSE LOAD-REPORT-FILE.

       REPORT-ONE-TERM.
           ADD 1 TO WS-REPORTED-COUNT
           MOVE WS-TERM-CODE(WS-TERM-IDX) TO WS-CHK-TERM
           MOVE SPACES TO LOAD-REPORT-REC
           WRITE LOAD-REPORT-REC
           MOVE SPACES TO LOAD-REPORT-REC
           STRING "TERM " DELIMITED BY SIZE
                  WS-CHK-TERM DELIMITED BY SIZE
                  "  NOT ON THE ACADEMIC CALENDAR" DELIMITED BY SIZE
               INTO LOAD-REPORT-REC
           END-STRING
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF CL-TERM-CODE(WS-CAL-IDX) = WS-CHK-TERM
                   MOVE CL-ADD-DEADLINE(WS-CAL-IDX) TO WS-DATE-ED
                   MOVE SPACES TO LOAD-REPORT-REC
                   STRING "TERM " DELIMITED BY SIZE
                          WS-CHK-TERM DELIMITED BY SIZE
                          "  ADD DEADLINE " DELIMITED BY SIZE
                          WS-DATE-ED DELIMITED BY SIZE
                       INTO LOAD-REPORT-REC
                   END-STRING
               END-IF
           END-PERFORM
           WRITE LOAD-REPORT-REC
           MOVE WS-LOAD-HEAD TO LOAD-REPORT-REC
           WRITE LOAD-REPORT-REC

           MOVE 0 TO WS-INS-COUNT WS-DEPT-COUNT
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF SC-TERM(WS-SEC-IDX) = WS-CHK-TERM
                   PERFORM NOTE-INSTRUCTOR-AND-DEPT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-INS-IDX FROM 1 BY 1
                   UNTIL WS-INS-IDX > WS-INS-COUNT
               PERFORM REPORT-ONE-INSTRUCTOR
           END-PERFORM
           PERFORM REPORT-DEPARTMENTS.

       NOTE-INSTRUCTOR-AND-DEPT.
           MOVE 0 TO WS-INS-MATCH
           PERFORM VARYING WS-INS-IDX FROM 1 BY 1
                   UNTIL WS-INS-IDX > WS-INS-COUNT
               IF WS-INS-NAME(WS-INS-IDX) = SC-INSTRUCTOR(WS-SEC-IDX)
                   MOVE WS-INS-IDX TO WS-INS-MATCH
               END-IF
           END-PERFORM
           IF WS-INS-MATCH = 0
               IF WS-INS-COUNT >= 100
                   DISPLAY "Instructor table full"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-INS-COUNT
               MOVE SC-INSTRUCTOR(WS-SEC-IDX)
                   TO WS-INS-NAME(WS-INS-COUNT)
           END-IF

           MOVE 0 TO WS-DEPT-MATCH
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF DP-DEPT(WS-DEPT-IDX) = SC-DEPT(WS-SEC-IDX)
                   MOVE WS-DEPT-IDX TO WS-DEPT-MATCH
               END-IF
           END-PERFORM
           IF WS-DEPT-MATCH = 0
               IF WS-DEPT-COUNT >= 100
                   DISPLAY "Department table full"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-MATCH
               MOVE SC-DEPT(WS-SEC-IDX) TO DP-DEPT(WS-DEPT-MATCH)
               MOVE 0 TO DP-SECTIONS(WS-DEPT-MATCH)
                   DP-CREDITS(WS-DEPT-MATCH)
                   DP-ENROLLED(WS-DEPT-MATCH)
                   DP-CAPACITY(WS-DEPT-MATCH)
                   DP-CAP-ENROLLED(WS-DEPT-MATCH)
                   DP-LOW(WS-DEPT-MATCH)
           END-IF
           ADD 1 TO DP-SECTIONS(WS-DEPT-MATCH)
           ADD SC-CREDITS(WS-SEC-IDX) TO DP-CREDITS(WS-DEPT-MATCH)
           ADD SC-ENROLLED(WS-SEC-IDX) TO DP-ENROLLED(WS-DEPT-MATCH)
           IF SC-HAS-CAP(WS-SEC-IDX) = "Y"
               ADD SC-CAPACITY(WS-SEC-IDX)
                   TO DP-CAPACITY(WS-DEPT-MATCH)
               ADD SC-ENROLLED(WS-SEC-IDX)
                   TO DP-CAP-ENROLLED(WS-DEPT-MATCH)
           END-IF
           IF SC-ENROLLED(WS-SEC-IDX) < WS-MIN-ENROLL
               ADD 1 TO DP-LOW(WS-DEPT-MATCH)
           END-IF.

      *---------------------------------------------------------------
      * One line per section the instructor teaches this term, the
      * name printed on the first only, then the load total.
      *---------------------------------------------------------------
       REPORT-ONE-INSTRUCTOR.
           MOVE 0 TO WS-INS-SECTIONS WS-INS-CREDITS
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF SC-TERM(WS-SEC-IDX) = WS-CHK-TERM
                   AND SC-INSTRUCTOR(WS-SEC-IDX) =
                       WS-INS-NAME(WS-INS-IDX)
                   PERFORM WRITE-SECTION-LINE
               END-IF
           END-PERFORM

           MOVE WS-INS-SECTIONS TO WS-COUNT-ED
           MOVE WS-INS-CREDITS TO WS-CREDIT-ED
           MOVE SPACES TO LOAD-REPORT-REC
           IF WS-INS-CREDITS > WS-LOAD-LIMIT
               ADD 1 TO WS-OVER-COUNT
               STRING "           TOTAL " DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      " SECTIONS " DELIMITED BY SIZE
                      WS-CREDIT-ED DELIMITED BY SIZE
                      " CREDIT HOURS   OVER LOAD LIMIT"
                          DELIMITED BY SIZE
                   INTO LOAD-REPORT-REC
               END-STRING
           ELSE
               STRING "           TOTAL " DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      " SECTIONS " DELIMITED BY SIZE
                      WS-CREDIT-ED DELIMITED BY SIZE
                      " CREDIT HOURS" DELIMITED BY SIZE
                   INTO LOAD-REPORT-REC
               END-STRING
           END-IF
           WRITE LOAD-REPORT-REC.

       WRITE-SECTION-LINE.
           IF WS-INS-SECTIONS = 0
               MOVE SC-INSTRUCTOR(WS-SEC-IDX) TO LD-INSTRUCTOR
           ELSE
               MOVE SPACES TO LD-INSTRUCTOR
           END-IF
           ADD 1 TO WS-INS-SECTIONS
           ADD SC-CREDITS(WS-SEC-IDX) TO WS-INS-CREDITS
           MOVE SC-COURSE(WS-SEC-IDX) TO LD-COURSE
           MOVE SC-SECTION(WS-SEC-IDX) TO LD-SECTION
           MOVE SC-CREDITS(WS-SEC-IDX) TO LD-CREDITS
           MOVE SC-ENROLLED(WS-SEC-IDX) TO LD-ENROLLED
           IF SC-HAS-CAP(WS-SEC-IDX) = "Y"
               AND SC-CAPACITY(WS-SEC-IDX) > 0
               MOVE SPACES TO LD-CAP-AREA
               MOVE SC-CAPACITY(WS-SEC-IDX) TO LD-CAPACITY
               COMPUTE WS-FILL-PCT ROUNDED =
                   SC-ENROLLED(WS-SEC-IDX) * 100
                   / SC-CAPACITY(WS-SEC-IDX)
               MOVE WS-FILL-PCT TO LD-FILL
               MOVE "%" TO LD-PCT
           ELSE
               MOVE "         NO CEILING" TO LD-CAP-AREA
           END-IF
           MOVE SPACES TO LD-FLAG
           IF SC-ENROLLED(WS-SEC-IDX) < WS-MIN-ENROLL
               MOVE "LOW ENROLLMENT" TO LD-FLAG
               ADD 1 TO WS-LOW-COUNT
           END-IF
           MOVE WS-LOAD-LINE TO LOAD-REPORT-REC
           WRITE LOAD-REPORT-REC.

      *---------------------------------------------------------------
      * Department fill is over the sections that have a ceiling;
      * the term total line closes the block.
      *---------------------------------------------------------------
       REPORT-DEPARTMENTS.
           MOVE SPACES TO LOAD-REPORT-REC
           WRITE LOAD-REPORT-REC
           MOVE WS-DEPT-HEAD TO LOAD-REPORT-REC
           WRITE LOAD-REPORT-REC
           MOVE 0 TO WS-TERM-SECTIONS WS-TERM-CREDITS
               WS-TERM-ENROLLED WS-TERM-CAPACITY
               WS-TERM-CAP-ENROLLED WS-TERM-LOW
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE DP-DEPT(WS-DEPT-IDX) TO DL-DEPT
               MOVE DP-SECTIONS(WS-DEPT-IDX) TO DL-SECTIONS
               MOVE DP-CREDITS(WS-DEPT-IDX) TO DL-CREDITS
               MOVE DP-ENROLLED(WS-DEPT-IDX) TO DL-ENROLLED
               MOVE DP-CAPACITY(WS-DEPT-IDX) TO DL-CAPACITY
               MOVE DP-LOW(WS-DEPT-IDX) TO DL-LOW
               MOVE DP-CAPACITY(WS-DEPT-IDX) TO WS-PCT-CAPACITY
               MOVE DP-CAP-ENROLLED(WS-DEPT-IDX) TO WS-PCT-ENROLLED
               PERFORM FILL-DEPT-PERCENT
               MOVE WS-DEPT-LINE TO LOAD-REPORT-REC
               WRITE LOAD-REPORT-REC
               ADD DP-SECTIONS(WS-DEPT-IDX) TO WS-TERM-SECTIONS
               ADD DP-CREDITS(WS-DEPT-IDX) TO WS-TERM-CREDITS
               ADD DP-ENROLLED(WS-DEPT-IDX) TO WS-TERM-ENROLLED
               ADD DP-CAPACITY(WS-DEPT-IDX) TO WS-TERM-CAPACITY
               ADD DP-CAP-ENROLLED(WS-DEPT-IDX)
                   TO WS-TERM-CAP-ENROLLED
               ADD DP-LOW(WS-DEPT-IDX) TO WS-TERM-LOW
           END-PERFORM

           MOVE "TOTAL " TO DL-DEPT
           MOVE WS-TERM-SECTIONS TO DL-SECTIONS
           MOVE WS-TERM-CREDITS TO DL-CREDITS
           MOVE WS-TERM-ENROLLED TO DL-ENROLLED
           MOVE WS-TERM-CAPACITY TO DL-CAPACITY
           MOVE WS-TERM-LOW TO DL-LOW
           MOVE WS-TERM-CAPACITY TO WS-PCT-CAPACITY
           MOVE WS-TERM-CAP-ENROLLED TO WS-PCT-ENROLLED
           PERFORM FILL-DEPT-PERCENT
           MOVE WS-DEPT-LINE TO LOAD-REPORT-REC
           WRITE LOAD-REPORT-REC.

      *---------------------------------------------------------------
      * Fill rate of WS-PCT-ENROLLED students in WS-PCT-CAPACITY
      * seats; blank when none of the sections has a ceiling.
      *---------------------------------------------------------------
       FILL-DEPT-PERCENT.
           MOVE SPACES TO DL-FILL-AREA
           IF WS-PCT-CAPACITY > 0
               COMPUTE WS-FILL-PCT ROUNDED =
                   WS-PCT-ENROLLED * 100 / WS-PCT-CAPACITY
               MOVE WS-FILL-PCT TO DL-FILL
               MOVE "%" TO DL-PCT
           END-IF.
