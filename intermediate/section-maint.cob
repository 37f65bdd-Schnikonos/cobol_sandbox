      * reference record. Transactions arrive as
      *
      *   <course 6><term 5><section 2><instructor 10>
      *   <days 7><start HHMM><end HHMM><room 6>
      *
      * validated against course-catalog.txt; a known
      * course/term/section updates its instructor, a new one
      * inserts, and a course the catalog doesn't know is rejected
      * to the suspense file.
      *
      * The meeting fields say when and where the section meets.
      * Days is a seven-position mask, MTWRFSU, each position its
      * letter or a space ("M W F  "). Blank days leave the
      * section's meeting as it was, so an instructor-only change
      * still keys as before; a new section with blank days is
      * unscheduled. A meeting with a bad day letter, a bad time,
      * an end not after its start, or no room is rejected as
      * BAD-MEETING, and one that would put two sections of the
      * same term in the same room at overlapping times on a
      * shared day is rejected as ROOM-CLASH. COURSE-REGISTRATION
      * checks students' time clashes off the same fields.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 CS-TERM         PIC X(5).
          05 CS-SECTION      PIC X(2).
          05 CS-INSTRUCTOR   PIC X(10).
          05 CS-DAYS         PIC X(7).
          05 CS-START        PIC 9(4).
          05 CS-END          PIC 9(4).
          05 CS-ROOM         PIC X(6).

       FD TRANSACTION-FILE.
       01 TRANSACTION-REC.
          05 TX-TERM         PIC X(5).
          05 TX-SECTION      PIC X(2).
          05 TX-INSTRUCTOR   PIC X(10).
          05 TX-DAYS         PIC X(7).
          05 TX-START        PIC 9(4).
          05 TX-START-X REDEFINES TX-START.
             10 TX-START-HH  PIC 99.
             10 TX-START-MM  PIC 99.
          05 TX-END          PIC 9(4).
          05 TX-END-X REDEFINES TX-END.
             10 TX-END-HH    PIC 99.
             10 TX-END-MM    PIC 99.
          05 TX-ROOM         PIC X(6).

       FD COURSE-CATALOG-FILE.
       01 CATALOG-REC.

       FD SUSPENSE-FILE.
       01 SUSPENSE-REC.
          05 SU-TXN          PIC X(44).
          05 SU-FILLER       PIC X.
          05 SU-REASON-CODE  PIC X(12).

             10 SC-TERM      PIC X(5).
             10 SC-SECTION   PIC X(2).
             10 SC-INSTRUCTOR PIC X(10).
             10 SC-DAYS      PIC X(7).
             10 SC-START     PIC 9(4).
             10 SC-END       PIC 9(4).
             10 SC-ROOM      PIC X(6).

       01 WS-DAY-LETTERS     PIC X(7) VALUE "MTWRFSU".
       01 WS-DAY-IDX         PIC 9.
       01 WS-MEETING-OK      PIC X.
       01 WS-DAY-SHARED      PIC X.
       01 WS-ROOM-CLASH      PIC X.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
                                   TO SC-SECTION(WS-SEC-COUNT)
                               MOVE CS-INSTRUCTOR
                                   TO SC-INSTRUCTOR(WS-SEC-COUNT)
                               PERFORM STORE-SECTION-MEETING
                           END-IF
                   END-READ
               END-PERFORM
               END-IF
           END-PERFORM
           IF WS-CAT-FOUND = "N"
               MOVE "BAD-COURSE" TO SU-REASON-CODE
               PERFORM SUSPEND-SECTION
               EXIT PARAGRAPH
           END-IF

                   MOVE WS-SEC-IDX TO WS-SEC-MATCH
               END-IF
           END-PERFORM

           IF TX-DAYS NOT = SPACES
               PERFORM VALIDATE-MEETING
               IF WS-MEETING-OK = "N"
                   MOVE "BAD-MEETING" TO SU-REASON-CODE
                   PERFORM SUSPEND-SECTION
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-ROOM-CLASH
               IF WS-ROOM-CLASH = "Y"
                   MOVE "ROOM-CLASH" TO SU-REASON-CODE
                   PERFORM SUSPEND-SECTION
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-SEC-MATCH = 0
               IF WS-SEC-COUNT >= 200
                   DISPLAY "Section table full"
               MOVE TX-COURSE TO SC-COURSE(WS-SEC-MATCH)
               MOVE TX-TERM TO SC-TERM(WS-SEC-MATCH)
               MOVE TX-SECTION TO SC-SECTION(WS-SEC-MATCH)
               MOVE SPACES TO SC-DAYS(WS-SEC-MATCH)
               MOVE 0 TO SC-START(WS-SEC-MATCH)
               MOVE 0 TO SC-END(WS-SEC-MATCH)
               MOVE SPACES TO SC-ROOM(WS-SEC-MATCH)
           END-IF
           MOVE TX-INSTRUCTOR TO SC-INSTRUCTOR(WS-SEC-MATCH)
           IF TX-DAYS NOT = SPACES
               MOVE TX-DAYS TO SC-DAYS(WS-SEC-MATCH)
               MOVE TX-START TO SC-START(WS-SEC-MATCH)
               MOVE TX-END TO SC-END(WS-SEC-MATCH)
               MOVE TX-ROOM TO SC-ROOM(WS-SEC-MATCH)
           END-IF
           ADD 1 TO WS-APPLIED-COUNT.

      *---------------------------------------------------------------
      * A section written before meetings were kept has nothing past
      * the instructor; it loads as unscheduled.
      *---------------------------------------------------------------
       STORE-SECTION-MEETING.
           IF CS-DAYS = SPACES
               OR CS-START NOT NUMERIC
               OR CS-END NOT NUMERIC
               MOVE SPACES TO SC-DAYS(WS-SEC-COUNT)
               MOVE 0 TO SC-START(WS-SEC-COUNT)
               MOVE 0 TO SC-END(WS-SEC-COUNT)
               MOVE SPACES TO SC-ROOM(WS-SEC-COUNT)
           ELSE
               MOVE CS-DAYS TO SC-DAYS(WS-SEC-COUNT)
               MOVE CS-START TO SC-START(WS-SEC-COUNT)
               MOVE CS-END TO SC-END(WS-SEC-COUNT)
               MOVE CS-ROOM TO SC-ROOM(WS-SEC-COUNT)
           END-IF.

       VALIDATE-MEETING.
           MOVE "Y" TO WS-MEETING-OK
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
               IF TX-DAYS(WS-DAY-IDX:1) NOT = SPACE
                   AND TX-DAYS(WS-DAY-IDX:1) NOT =
                       WS-DAY-LETTERS(WS-DAY-IDX:1)
                   MOVE "N" TO WS-MEETING-OK
               END-IF
           END-PERFORM
           IF TX-START NOT NUMERIC OR TX-END NOT NUMERIC
               MOVE "N" TO WS-MEETING-OK
               EXIT PARAGRAPH
           END-IF
           IF TX-START-HH > 23 OR TX-START-MM > 59
               OR TX-END-HH > 23 OR TX-END-MM > 59
               OR TX-END NOT > TX-START
               OR TX-ROOM = SPACES
               MOVE "N" TO WS-MEETING-OK
           END-IF.

      *---------------------------------------------------------------
      * Another section of the same term in the same room, on a
      * day both meet, whose hours overlap these. The section being
      * updated is not a clash with itself.
      *---------------------------------------------------------------
       CHECK-ROOM-CLASH.
           MOVE "N" TO WS-ROOM-CLASH
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF WS-SEC-IDX NOT = WS-SEC-MATCH
                   AND SC-TERM(WS-SEC-IDX) = TX-TERM
                   AND SC-ROOM(WS-SEC-IDX) = TX-ROOM
                   AND SC-DAYS(WS-SEC-IDX) NOT = SPACES
                   AND SC-START(WS-SEC-IDX) < TX-END
                   AND TX-START < SC-END(WS-SEC-IDX)
                   MOVE "N" TO WS-DAY-SHARED
                   PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                           UNTIL WS-DAY-IDX > 7
                       IF TX-DAYS(WS-DAY-IDX:1) NOT = SPACE
                           AND SC-DAYS(WS-SEC-IDX)(WS-DAY-IDX:1) =
                               TX-DAYS(WS-DAY-IDX:1)
                           MOVE "Y" TO WS-DAY-SHARED
                       END-IF
                   END-PERFORM
                   IF WS-DAY-SHARED = "Y"
                       MOVE "Y" TO WS-ROOM-CLASH
                       DISPLAY "Room " TX-ROOM " already holds "
                           SC-COURSE(WS-SEC-IDX) " section "
                           SC-SECTION(WS-SEC-IDX) " then"
                   END-IF
               END-IF
           END-PERFORM.

       SUSPEND-SECTION.
           MOVE TRANSACTION-REC TO SU-TXN
           MOVE SPACE TO SU-FILLER
           WRITE SUSPENSE-REC
           ADD 1 TO WS-REJECT-COUNT.

       REWRITE-SECTIONS.
           OPEN OUTPUT SECTION-FILE
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
               MOVE SC-TERM(WS-SEC-IDX) TO CS-TERM
               MOVE SC-SECTION(WS-SEC-IDX) TO CS-SECTION
               MOVE SC-INSTRUCTOR(WS-SEC-IDX) TO CS-INSTRUCTOR
               MOVE SC-DAYS(WS-SEC-IDX) TO CS-DAYS
               MOVE SC-START(WS-SEC-IDX) TO CS-START
               MOVE SC-END(WS-SEC-IDX) TO CS-END
               MOVE SC-ROOM(WS-SEC-IDX) TO CS-ROOM
               WRITE SECTION-REC
           END-PERFORM
           CLOSE SECTION-FILE.
