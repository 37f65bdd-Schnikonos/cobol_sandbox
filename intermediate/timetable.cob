       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMETABLE.

      *---------------------------------------------------------------
      * Printable weekly timetables for every term not yet on
      * closed-terms.txt, off the section meetings SECTION-MAINT
      * keeps on course-sections.txt:
      *
      *   student-timetables.txt - one page per student per term,
      *       the sections held on enrollments.txt laid out Monday
      *       to Sunday in start-time order, with the student's
      *       name off students.idx; a section with no meeting on
      *       file is listed under NOT SCHEDULED
      *   room-timetables.txt    - one page per room per term, the
      *       sections booked into it, same layout
      *
      * COURSE-REGISTRATION refuses student time clashes and
      * SECTION-MAINT refuses room clashes, so no slot on either
      * timetable should ever show two sections at once.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT SECTION-FILE
               ASSIGN TO "intermediate/course-sections.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SECTION.
           SELECT CLOSED-TERM-FILE
               ASSIGN TO "intermediate/closed-terms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLOSED.
           SELECT STUDENT-TT-FILE
               ASSIGN TO "intermediate/student-timetables.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STUDENT-TT.
           SELECT ROOM-TT-FILE
               ASSIGN TO "intermediate/room-timetables.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ROOM-TT.

       DATA DIVISION.
       FILE SECTION.
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

       FD CLOSED-TERM-FILE.
       01 CLOSED-TERM-REC    PIC X(5).

       FD STUDENT-TT-FILE.
       01 STUDENT-TT-LINE    PIC X(70).

       FD ROOM-TT-FILE.
       01 ROOM-TT-LINE       PIC X(70).

       WORKING-STORAGE SECTION.
       01 FS-STUDENT         PIC XX.
       01 FS-ENROLLMENT      PIC XX.
       01 FS-SECTION         PIC XX.
       01 FS-CLOSED          PIC XX.
       01 FS-STUDENT-TT      PIC XX.
       01 FS-ROOM-TT         PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".
       01 WS-STUDENT-OPEN    PIC X VALUE "N".

       01 WS-STUDENT-PAGES   PIC 9(5) VALUE 0.
       01 WS-ROOM-PAGES      PIC 9(5) VALUE 0.

       01 WS-CLOSED-COUNT    PIC 9(3) VALUE 0.
       01 WS-CLOSED-IDX      PIC 9(3).
       01 WS-CLOSED-TABLE.
          05 WS-CLOSED-TERM OCCURS 100 TIMES PIC X(5).
       01 WS-CHK-TERM        PIC X(5).
       01 WS-TERM-CLOSED     PIC X.

       01 WS-SEC-COUNT       PIC 9(3) VALUE 0.
       01 WS-SEC-IDX         PIC 9(3).
       01 WS-SEC-SCAN-IDX    PIC 9(3).
       01 WS-SEC-MATCH       PIC 9(3).
       01 WS-SEC-TABLE.
          05 WS-SEC-ENTRY OCCURS 200 TIMES.
             10 ST-COURSE    PIC X(6).
             10 ST-TERM      PIC X(5).
             10 ST-SECTION   PIC X(2).
             10 ST-INSTRUCTOR PIC X(10).
             10 ST-DAYS      PIC X(7).
             10 ST-START     PIC 9(4).
             10 ST-END       PIC 9(4).
             10 ST-ROOM      PIC X(6).
             10 ST-LISTED    PIC X.

       01 WS-ENR-COUNT       PIC 9(3) VALUE 0.
       01 WS-ENR-IDX         PIC 9(3).
       01 WS-ENR-SCAN-IDX    PIC 9(3).
       01 WS-ENR-TABLE.
          05 WS-ENR-ENTRY OCCURS 500 TIMES.
             10 ER-STUDENT-ID PIC 9(5).
             10 ER-COURSE-CODE PIC X(6).
             10 ER-TERM-CODE PIC X(5).
             10 ER-SECTION   PIC X(2).
             10 ER-LISTED    PIC X.

      *---------------------------------------------------------------
      * One page's sections: the section row they meet in (0 when
      * there is no meeting on file) and whether the current day's
      * pass has printed them yet.
      *---------------------------------------------------------------
       01 WS-WK-COUNT        PIC 9(3) VALUE 0.
       01 WS-WK-IDX          PIC 9(3).
       01 WS-WK-NEXT         PIC 9(3).
       01 WS-WK-TABLE.
          05 WS-WK-ENTRY OCCURS 50 TIMES.
             10 WK-COURSE    PIC X(6).
             10 WK-SECTION   PIC X(2).
             10 WK-SEC-IDX   PIC 9(3).
             10 WK-DONE      PIC X.

       01 WS-DAY-NAMES       PIC X(21)
                             VALUE "MONTUEWEDTHUFRISATSUN".
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
          05 WS-DAY-NAME OCCURS 7 TIMES PIC X(3).
       01 WS-DAY-IDX         PIC 9.
       01 WS-PAGE-MODE       PIC X.
       01 WS-CURR-STUDENT    PIC 9(5).
       01 WS-CURR-TERM       PIC X(5).
       01 WS-CURR-ROOM       PIC X(6).
       01 WS-STUDENT-NAME    PIC X(30).

       01 WS-TT-LINE         PIC X(70).

       01 WS-MEETING-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-M-DAY        PIC X(3).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-M-START      PIC 9(4).
          05 FILLER          PIC X VALUE "-".
          05 WS-M-END        PIC 9(4).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-M-COURSE     PIC X(6).
          05 FILLER          PIC X(5) VALUE " SEC ".
          05 WS-M-SECTION    PIC X(2).
          05 FILLER          PIC X(7) VALUE "  ROOM ".
          05 WS-M-ROOM       PIC X(6).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-M-INSTRUCTOR PIC X(10).

       01 WS-UNSCHED-LINE.
          05 FILLER          PIC X(17) VALUE "  NOT SCHEDULED  ".
          05 WS-U-COURSE     PIC X(6).
          05 FILLER          PIC X(5) VALUE " SEC ".
          05 WS-U-SECTION    PIC X(2).

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM LOAD-CLOSED-TERMS
           PERFORM LOAD-SECTIONS
           PERFORM LOAD-ENROLLMENTS

           OPEN INPUT STUDENT-FILE
           IF FS-STUDENT = "00"
               MOVE "Y" TO WS-STUDENT-OPEN
           ELSE
               DISPLAY "Cannot open keyed student file, FS="
                   FS-STUDENT " - timetables print without names"
           END-IF

           OPEN OUTPUT STUDENT-TT-FILE
           MOVE "S" TO WS-PAGE-MODE
           PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
                   UNTIL WS-ENR-IDX > WS-ENR-COUNT
               IF ER-LISTED(WS-ENR-IDX) = "N"
                   PERFORM WRITE-STUDENT-PAGE
               END-IF
           END-PERFORM
           CLOSE STUDENT-TT-FILE

           OPEN OUTPUT ROOM-TT-FILE
           MOVE "R" TO WS-PAGE-MODE
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF ST-LISTED(WS-SEC-IDX) = "N"
                   PERFORM WRITE-ROOM-PAGE
               END-IF
           END-PERFORM
           CLOSE ROOM-TT-FILE

           IF WS-STUDENT-OPEN = "Y"
               CLOSE STUDENT-FILE
           END-IF
           DISPLAY "Student timetables: " WS-STUDENT-PAGES
           DISPLAY "Room timetables:    " WS-ROOM-PAGES
           STOP RUN.

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

       CHECK-TERM-CLOSED.
           MOVE "N" TO WS-TERM-CLOSED
           PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
                   UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
               IF WS-CLOSED-TERM(WS-CLOSED-IDX) = WS-CHK-TERM
                   MOVE "Y" TO WS-TERM-CLOSED
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Closed-term sections are loaded already listed, so only the
      * open terms get room pages; a section with no meeting or no
      * room has nothing to book and is skipped the same way.
      *---------------------------------------------------------------
       LOAD-SECTIONS.
           OPEN INPUT SECTION-FILE
           IF FS-SECTION NOT = "00"
               DISPLAY "No course sections on file, FS=" FS-SECTION
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
           MOVE CS-INSTRUCTOR TO ST-INSTRUCTOR(WS-SEC-COUNT)
           MOVE "N" TO ST-LISTED(WS-SEC-COUNT)
           IF CS-DAYS = SPACES
               OR CS-START NOT NUMERIC
               OR CS-END NOT NUMERIC
               MOVE SPACES TO ST-DAYS(WS-SEC-COUNT)
               MOVE 0 TO ST-START(WS-SEC-COUNT)
               MOVE 0 TO ST-END(WS-SEC-COUNT)
               MOVE SPACES TO ST-ROOM(WS-SEC-COUNT)
           ELSE
               MOVE CS-DAYS TO ST-DAYS(WS-SEC-COUNT)
               MOVE CS-START TO ST-START(WS-SEC-COUNT)
               MOVE CS-END TO ST-END(WS-SEC-COUNT)
               MOVE CS-ROOM TO ST-ROOM(WS-SEC-COUNT)
           END-IF
           MOVE CS-TERM TO WS-CHK-TERM
           PERFORM CHECK-TERM-CLOSED
           IF WS-TERM-CLOSED = "Y"
               OR ST-DAYS(WS-SEC-COUNT) = SPACES
               OR ST-ROOM(WS-SEC-COUNT) = SPACES
               MOVE "Y" TO ST-LISTED(WS-SEC-COUNT)
           END-IF.

       LOAD-ENROLLMENTS.
           OPEN INPUT ENROLLMENT-FILE
           IF FS-ENROLLMENT NOT = "00"
               DISPLAY "No enrollments on file, FS=" FS-ENROLLMENT
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ ENROLLMENT-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           MOVE EL-TERM-CODE TO WS-CHK-TERM
                           PERFORM CHECK-TERM-CLOSED
                           IF WS-TERM-CLOSED = "N"
                               AND WS-ENR-COUNT < 500
                               ADD 1 TO WS-ENR-COUNT
                               MOVE EL-STUDENT-ID TO
                                   ER-STUDENT-ID(WS-ENR-COUNT)
                               MOVE EL-COURSE-CODE TO
                                   ER-COURSE-CODE(WS-ENR-COUNT)
                               MOVE EL-TERM-CODE TO
                                   ER-TERM-CODE(WS-ENR-COUNT)
                               MOVE EL-SECTION TO
                                   ER-SECTION(WS-ENR-COUNT)
                               MOVE "N" TO ER-LISTED(WS-ENR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * Gathers the student's sections for the term, then prints
      * the week.
      *---------------------------------------------------------------
       WRITE-STUDENT-PAGE.
           MOVE ER-STUDENT-ID(WS-ENR-IDX) TO WS-CURR-STUDENT
           MOVE ER-TERM-CODE(WS-ENR-IDX) TO WS-CURR-TERM
           PERFORM LOOKUP-STUDENT-NAME
           MOVE SPACES TO WS-TT-LINE
           STRING "TIMETABLE STUDENT " DELIMITED BY SIZE
               WS-CURR-STUDENT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STUDENT-NAME DELIMITED BY SIZE
               " TERM " DELIMITED BY SIZE
               WS-CURR-TERM DELIMITED BY SIZE
               INTO WS-TT-LINE
           END-STRING
           PERFORM WRITE-TT-LINE

           MOVE 0 TO WS-WK-COUNT
           PERFORM VARYING WS-ENR-SCAN-IDX FROM WS-ENR-IDX BY 1
                   UNTIL WS-ENR-SCAN-IDX > WS-ENR-COUNT
               IF ER-LISTED(WS-ENR-SCAN-IDX) = "N"
                   AND ER-STUDENT-ID(WS-ENR-SCAN-IDX) =
                       WS-CURR-STUDENT
                   AND ER-TERM-CODE(WS-ENR-SCAN-IDX) = WS-CURR-TERM
                   AND WS-WK-COUNT < 50
                   ADD 1 TO WS-WK-COUNT
                   MOVE ER-COURSE-CODE(WS-ENR-SCAN-IDX)
                       TO WK-COURSE(WS-WK-COUNT)
                   MOVE ER-SECTION(WS-ENR-SCAN-IDX)
                       TO WK-SECTION(WS-WK-COUNT)
                   PERFORM FIND-ENROLLED-SECTION
                   MOVE WS-SEC-MATCH TO WK-SEC-IDX(WS-WK-COUNT)
                   MOVE "Y" TO ER-LISTED(WS-ENR-SCAN-IDX)
               END-IF
           END-PERFORM

           PERFORM WRITE-WEEK
           ADD 1 TO WS-STUDENT-PAGES.

       FIND-ENROLLED-SECTION.
           MOVE 0 TO WS-SEC-MATCH
           PERFORM VARYING WS-SEC-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SEC-SCAN-IDX > WS-SEC-COUNT
               IF ST-COURSE(WS-SEC-SCAN-IDX) =
                       ER-COURSE-CODE(WS-ENR-SCAN-IDX)
                   AND ST-TERM(WS-SEC-SCAN-IDX) = WS-CURR-TERM
                   AND ST-SECTION(WS-SEC-SCAN-IDX) =
                       ER-SECTION(WS-ENR-SCAN-IDX)
                   AND ST-DAYS(WS-SEC-SCAN-IDX) NOT = SPACES
                   MOVE WS-SEC-SCAN-IDX TO WS-SEC-MATCH
               END-IF
           END-PERFORM.

       LOOKUP-STUDENT-NAME.
           MOVE SPACES TO WS-STUDENT-NAME
           IF WS-STUDENT-OPEN = "Y"
               MOVE WS-CURR-STUDENT TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "(NAME UNAVAILABLE)" TO WS-STUDENT-NAME
                   NOT INVALID KEY
                       STRING
                           FUNCTION TRIM(STUDENT-FIRST-NAME)
                             DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           STUDENT-LAST-NAME DELIMITED BY SIZE
                           INTO WS-STUDENT-NAME
                       END-STRING
               END-READ
           END-IF.

       WRITE-ROOM-PAGE.
           MOVE ST-ROOM(WS-SEC-IDX) TO WS-CURR-ROOM
           MOVE ST-TERM(WS-SEC-IDX) TO WS-CURR-TERM
           MOVE SPACES TO WS-TT-LINE
           STRING "TIMETABLE ROOM " DELIMITED BY SIZE
               WS-CURR-ROOM DELIMITED BY SIZE
               " TERM " DELIMITED BY SIZE
               WS-CURR-TERM DELIMITED BY SIZE
               INTO WS-TT-LINE
           END-STRING
           PERFORM WRITE-TT-LINE

           MOVE 0 TO WS-WK-COUNT
           PERFORM VARYING WS-SEC-SCAN-IDX FROM WS-SEC-IDX BY 1
                   UNTIL WS-SEC-SCAN-IDX > WS-SEC-COUNT
               IF ST-LISTED(WS-SEC-SCAN-IDX) = "N"
                   AND ST-ROOM(WS-SEC-SCAN-IDX) = WS-CURR-ROOM
                   AND ST-TERM(WS-SEC-SCAN-IDX) = WS-CURR-TERM
                   AND WS-WK-COUNT < 50
                   ADD 1 TO WS-WK-COUNT
                   MOVE ST-COURSE(WS-SEC-SCAN-IDX)
                       TO WK-COURSE(WS-WK-COUNT)
                   MOVE ST-SECTION(WS-SEC-SCAN-IDX)
                       TO WK-SECTION(WS-WK-COUNT)
                   MOVE WS-SEC-SCAN-IDX TO WK-SEC-IDX(WS-WK-COUNT)
                   MOVE "Y" TO ST-LISTED(WS-SEC-SCAN-IDX)
               END-IF
           END-PERFORM

           PERFORM WRITE-WEEK
           ADD 1 TO WS-ROOM-PAGES.

      *---------------------------------------------------------------
      * Monday to Sunday; within a day, the page's meetings that
      * fall on it are printed earliest start first.
      *---------------------------------------------------------------
       WRITE-WEEK.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
               PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                       UNTIL WS-WK-IDX > WS-WK-COUNT
                   MOVE "N" TO WK-DONE(WS-WK-IDX)
               END-PERFORM
               PERFORM WRITE-NEXT-MEETING
               PERFORM UNTIL WS-WK-NEXT = 0
                   PERFORM WRITE-NEXT-MEETING
               END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                   UNTIL WS-WK-IDX > WS-WK-COUNT
               IF WK-SEC-IDX(WS-WK-IDX) = 0
                   MOVE WK-COURSE(WS-WK-IDX) TO WS-U-COURSE
                   MOVE WK-SECTION(WS-WK-IDX) TO WS-U-SECTION
                   MOVE WS-UNSCHED-LINE TO WS-TT-LINE
                   PERFORM WRITE-TT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-TT-LINE
           PERFORM WRITE-TT-LINE.

       WRITE-NEXT-MEETING.
           MOVE 0 TO WS-WK-NEXT
           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                   UNTIL WS-WK-IDX > WS-WK-COUNT
               IF WK-DONE(WS-WK-IDX) = "N"
                   AND WK-SEC-IDX(WS-WK-IDX) > 0
                   MOVE WK-SEC-IDX(WS-WK-IDX) TO WS-SEC-MATCH
                   IF ST-DAYS(WS-SEC-MATCH)(WS-DAY-IDX:1)
                           NOT = SPACE
                       IF WS-WK-NEXT = 0
                           MOVE WS-WK-IDX TO WS-WK-NEXT
                       ELSE
                           IF ST-START(WS-SEC-MATCH) <
                               ST-START(WK-SEC-IDX(WS-WK-NEXT))
                               MOVE WS-WK-IDX TO WS-WK-NEXT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-WK-NEXT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WK-DONE(WS-WK-NEXT)
           MOVE WK-SEC-IDX(WS-WK-NEXT) TO WS-SEC-MATCH
           MOVE WS-DAY-NAME(WS-DAY-IDX) TO WS-M-DAY
           MOVE ST-START(WS-SEC-MATCH) TO WS-M-START
           MOVE ST-END(WS-SEC-MATCH) TO WS-M-END
           MOVE ST-COURSE(WS-SEC-MATCH) TO WS-M-COURSE
           MOVE ST-SECTION(WS-SEC-MATCH) TO WS-M-SECTION
           MOVE ST-ROOM(WS-SEC-MATCH) TO WS-M-ROOM
           MOVE ST-INSTRUCTOR(WS-SEC-MATCH) TO WS-M-INSTRUCTOR
           MOVE WS-MEETING-LINE TO WS-TT-LINE
           PERFORM WRITE-TT-LINE.

       WRITE-TT-LINE.
           IF WS-PAGE-MODE = "S"
               WRITE STUDENT-TT-LINE FROM WS-TT-LINE
           ELSE
               WRITE ROOM-TT-LINE FROM WS-TT-LINE
           END-IF.
