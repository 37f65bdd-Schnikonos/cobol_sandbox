      * (labels through the shared grade-table.txt lookup), and a
      * second rollup totals each instructor across all their
      * sections. The dean reviews this each term.
      *
      * An attendance summary per section follows, off the marks
      * ATTENDANCE-EDIT keeps in attendance-history.txt: meetings
      * marked, lates, excused and unexcused absences, and the
      * section's absence percentage - so a hard-grading section
      * can be read against how often its students turned up.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "intermediate/grade-table.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GRADE.
           SELECT ATTENDANCE-FILE
               ASSIGN TO "intermediate/attendance-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ATTENDANCE.

       DATA DIVISION.
       FILE SECTION.
          05 CS-TERM         PIC X(5).
          05 CS-SECTION      PIC X(2).
          05 CS-INSTRUCTOR   PIC X(10).
          05 CS-DAYS         PIC X(7).
          05 CS-START        PIC 9(4).
          05 CS-END          PIC 9(4).
          05 CS-ROOM         PIC X(6).

       FD GRADE-LOOKUP-FILE.
       01 GRADE-LOOKUP-REC.
          05 GL-CODE             PIC X.
          05 GL-LABEL            PIC X(10).

       FD ATTENDANCE-FILE.
       01 ATTENDANCE-REC.
          05 AH-STUDENT-ID       PIC 9(5).
          05 AH-COURSE-CODE      PIC X(6).
          05 AH-TERM-CODE        PIC X(5).
          05 AH-SECTION          PIC X(2).
          05 AH-DATE             PIC 9(8).
          05 AH-MARK             PIC X.

       WORKING-STORAGE SECTION.
       01 FS-HISTORY         PIC XX.
       01 FS-SECTION         PIC XX.
       01 FS-GRADE           PIC XX.
       01 FS-ATTENDANCE      PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".

       01 GRADE-TABLE-COUNT  PIC 9(2) VALUE 0.
             10 SC-INSTRUCTOR PIC X(10).
             10 SC-TALLY OCCURS 10 TIMES PIC 9(4).
             10 SC-UNSECTIONED PIC 9(4).
             10 SC-MARKED    PIC 9(5).
             10 SC-LATE      PIC 9(5).
             10 SC-EXCUSED   PIC 9(5).
             10 SC-ABSENT    PIC 9(5).

      *---------------------------------------------------------------
      * Instructor rollup across all sections taught.

       01 WS-NO-SECTION-CNT  PIC 9(5) VALUE 0.
       01 WS-GRADED-COUNT    PIC 9(5) VALUE 0.
       01 WS-MARKED-COUNT    PIC 9(5) VALUE 0.
       01 WS-ABSENT-PCT      PIC 9(3).

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM TALLY-GRADE-HISTORY
           PERFORM PRINT-SECTION-DISTRIBUTION
           PERFORM PRINT-INSTRUCTOR-ROLLUP
           PERFORM TALLY-ATTENDANCE
           PERFORM PRINT-ATTENDANCE-SUMMARY

           DISPLAY " "
           DISPLAY "GRADES TALLIED:       " WS-GRADED-COUNT
           DISPLAY "ROWS WITHOUT SECTION: " WS-NO-SECTION-CNT
           DISPLAY "ATTENDANCE MARKS:     " WS-MARKED-COUNT
           STOP RUN.

       LOAD-GRADE-TABLE.
                                   MOVE 0 TO SC-TALLY
                                       (WS-SEC-COUNT WS-GL-IDX)
                               END-PERFORM
                               MOVE 0 TO SC-MARKED(WS-SEC-COUNT)
                               MOVE 0 TO SC-LATE(WS-SEC-COUNT)
                               MOVE 0 TO SC-EXCUSED(WS-SEC-COUNT)
                               MOVE 0 TO SC-ABSENT(WS-SEC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

      *---------------------------------------------------------------
      * Attendance is optional input - a term run before anyone
      * kept registers just prints an empty summary.
      *---------------------------------------------------------------
       TALLY-ATTENDANCE.
           OPEN INPUT ATTENDANCE-FILE
           IF FS-ATTENDANCE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ ATTENDANCE-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       PERFORM TALLY-ONE-MARK
               END-READ
           END-PERFORM
           CLOSE ATTENDANCE-FILE
           MOVE "N" TO WS-END-FLAG.

       TALLY-ONE-MARK.
           MOVE 0 TO WS-SEC-MATCH
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF SC-COURSE(WS-SEC-IDX) = AH-COURSE-CODE
                   AND SC-TERM(WS-SEC-IDX) = AH-TERM-CODE
                   AND SC-SECTION(WS-SEC-IDX) = AH-SECTION
                   MOVE WS-SEC-IDX TO WS-SEC-MATCH
               END-IF
           END-PERFORM
           IF WS-SEC-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SC-MARKED(WS-SEC-MATCH)
           ADD 1 TO WS-MARKED-COUNT
           EVALUATE AH-MARK
               WHEN "L"
                   ADD 1 TO SC-LATE(WS-SEC-MATCH)
               WHEN "E"
                   ADD 1 TO SC-EXCUSED(WS-SEC-MATCH)
               WHEN "A"
                   ADD 1 TO SC-ABSENT(WS-SEC-MATCH)
           END-EVALUATE.

       PRINT-ATTENDANCE-SUMMARY.
           DISPLAY " "
           DISPLAY "ATTENDANCE SUMMARY BY SECTION"
           DISPLAY "-----------------------------"
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF SC-MARKED(WS-SEC-IDX) > 0
                   COMPUTE WS-ABSENT-PCT ROUNDED =
                       SC-ABSENT(WS-SEC-IDX) * 100
                       / SC-MARKED(WS-SEC-IDX)
                   DISPLAY SC-COURSE(WS-SEC-IDX) " "
                       SC-TERM(WS-SEC-IDX) " SEC "
                       SC-SECTION(WS-SEC-IDX) " "
                       SC-INSTRUCTOR(WS-SEC-IDX)
                   DISPLAY "  MARKED " SC-MARKED(WS-SEC-IDX)
                       "  LATE " SC-LATE(WS-SEC-IDX)
                       "  EXCUSED " SC-EXCUSED(WS-SEC-IDX)
                       "  ABSENT " SC-ABSENT(WS-SEC-IDX)
                       "  ABSENCE PCT " WS-ABSENT-PCT
               END-IF
           END-PERFORM.
