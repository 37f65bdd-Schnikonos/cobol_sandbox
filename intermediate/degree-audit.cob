      * this term), or OUTSTANDING; passed courses not on the
      * required list fill the elective bucket; and the remaining
      * elective credit hours close the listing. Advisors did this
      * by hand per student. A W (withdrawn past the drop deadline)
      * completes nothing and earns no elective credit.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

       WORKING-STORAGE SECTION.
       01 FS-REQUIREMENT     PIC XX.

      *---------------------------------------------------------------
      * A passing grade on file completes the course; a current
      * enrollment makes it in progress; an outstanding Incomplete
      * shows as INCOMPLETE and is still owed; otherwise it's still
      * owed.
      *---------------------------------------------------------------
       AUDIT-REQUIRED-COURSE.
           MOVE "OUTSTANDING" TO WS-COURSE-STATE
               IF HT-STUDENT-ID(WS-HIST-IDX) = SP-STUDENT-ID
                   AND HT-COURSE-CODE(WS-HIST-IDX) =
                       RQ-DETAIL(WS-REQ-IDX)
                   IF HT-GRADE-CODE(WS-HIST-IDX) = "I"
                       IF WS-COURSE-STATE NOT = "COMPLETED"
                           MOVE "INCOMPLETE" TO WS-COURSE-STATE
                       END-IF
                   ELSE
                       IF HT-GRADE-CODE(WS-HIST-IDX) NOT = "F"
                           AND HT-GRADE-CODE(WS-HIST-IDX) NOT = "W"
                           MOVE "COMPLETED" TO WS-COURSE-STATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-COURSE-STATE = "OUTSTANDING"
               OR WS-COURSE-STATE = "INCOMPLETE"
               ADD 1 TO WS-OUTSTANDING
           END-IF
           DISPLAY "  " RQ-DETAIL(WS-REQ-IDX) " "
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
               IF HT-STUDENT-ID(WS-HIST-IDX) = SP-STUDENT-ID
                   AND HT-GRADE-CODE(WS-HIST-IDX) NOT = "F"
                   AND HT-GRADE-CODE(WS-HIST-IDX) NOT = "I"
                   AND HT-GRADE-CODE(WS-HIST-IDX) NOT = "W"
                   MOVE "N" TO WS-IS-REQUIRED
                   PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                           UNTIL WS-SCAN-IDX > WS-REQ-COUNT
