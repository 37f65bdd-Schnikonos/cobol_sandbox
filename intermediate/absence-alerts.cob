       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSENCE-ALERTS.

      *---------------------------------------------------------------
      * Weekly absence alerts, so an advisor hears a student has
      * stopped coming before the F lands in grades.txt. Over the
      * marks ATTENDANCE-EDIT has accepted into
      * attendance-history.txt, every student's absence percentage
      * is worked per section for each term not yet on
      * closed-terms.txt:
      *
      *   absences (A marks) * 100 / meetings marked
      *
      * a late still counts as attending, and an excused absence is
      * a marked meeting that is not held against the student. A
      * student whose percentage is over the threshold in
      * absence-threshold.dat (whole percent, 20 when the file is
      * missing) is flagged on absence-alerts.txt under their
      * advisor from student-advisors.txt - students without one
      * under UNASSIGNED - with the section's instructor from
      * course-sections.txt on every alert.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE
               ASSIGN TO "intermediate/attendance-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY.
           SELECT SECTION-FILE
               ASSIGN TO "intermediate/course-sections.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SECTION.
           SELECT ADVISOR-FILE
               ASSIGN TO "intermediate/student-advisors.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ADVISOR.
           SELECT THRESHOLD-FILE
               ASSIGN TO "intermediate/absence-threshold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-THRESHOLD.
           SELECT CLOSED-TERM-FILE
               ASSIGN TO "intermediate/closed-terms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLOSED.
           SELECT STUDENT-FILE
               ASSIGN TO "beginner/students.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS FS-STUDENT.
           SELECT ALERT-FILE
               ASSIGN TO "intermediate/absence-alerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALERT.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
       01 HISTORY-REC.
          05 AH-STUDENT-ID   PIC 9(5).
          05 AH-COURSE-CODE  PIC X(6).
          05 AH-TERM-CODE    PIC X(5).
          05 AH-SECTION      PIC X(2).
          05 AH-DATE         PIC 9(8).
          05 AH-MARK         PIC X.

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

       FD ADVISOR-FILE.
       01 ADVISOR-REC.
          05 AD-STUDENT-ID   PIC 9(5).
          05 AD-ADVISOR      PIC X(10).

       FD THRESHOLD-FILE.
       01 THRESHOLD-REC      PIC 9(3).

       FD CLOSED-TERM-FILE.
       01 CLOSED-TERM-REC    PIC X(5).

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
          05 STUDENT-ID          PIC 9(5).
          05 STUDENT-LAST-NAME   PIC X(15).
          05 STUDENT-FIRST-NAME  PIC X(15).
          05 ENROLLMENT-STATUS   PIC X.
          05 DATE-ENROLLED       PIC 9(8).

       FD ALERT-FILE.
       01 ALERT-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-HISTORY         PIC XX.
       01 FS-SECTION         PIC XX.
       01 FS-ADVISOR         PIC XX.
       01 FS-THRESHOLD       PIC XX.
       01 FS-CLOSED          PIC XX.
       01 FS-STUDENT         PIC XX.
       01 FS-ALERT           PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".
       01 WS-STUDENT-OPEN    PIC X VALUE "N".

       01 WS-THRESHOLD       PIC 9(3) VALUE 20.

       01 WS-SEC-COUNT       PIC 9(3) VALUE 0.
       01 WS-SEC-IDX         PIC 9(3).
       01 WS-SEC-TABLE.
          05 WS-SEC-ENTRY OCCURS 200 TIMES.
             10 SC-KEY       PIC X(13).
             10 SC-INSTRUCTOR PIC X(10).

       01 WS-ADV-COUNT       PIC 9(4) VALUE 0.
       01 WS-ADV-IDX         PIC 9(4).
       01 WS-ADV-TABLE.
          05 WS-ADV-ENTRY OCCURS 1000 TIMES.
             10 AV-STUDENT-ID PIC 9(5).
             10 AV-ADVISOR   PIC X(10).

       01 WS-CLOSED-COUNT    PIC 9(3) VALUE 0.
       01 WS-CLOSED-IDX      PIC 9(3).
       01 WS-CLOSED-TABLE.
          05 WS-CLOSED-TERM OCCURS 100 TIMES PIC X(5).
       01 WS-TERM-CLOSED     PIC X.

      *---------------------------------------------------------------
      * One tally per student per section in an open term.
      *---------------------------------------------------------------
       01 WS-TAL-COUNT       PIC 9(4) VALUE 0.
       01 WS-TAL-IDX         PIC 9(4).
       01 WS-TAL-MATCH       PIC 9(4).
       01 WS-TAL-TABLE.
          05 WS-TAL-ENTRY OCCURS 1000 TIMES.
             10 TL-KEY.
                15 TL-STUDENT-ID PIC 9(5).
                15 TL-COURSE PIC X(6).
                15 TL-TERM   PIC X(5).
                15 TL-SECTION PIC X(2).
             10 TL-MEETINGS  PIC 9(4).
             10 TL-ABSENT    PIC 9(4).
             10 TL-PERCENT   PIC 9(3).
             10 TL-ADVISOR   PIC X(10).
             10 TL-FLAGGED   PIC X.
             10 TL-LISTED    PIC X.

       01 WS-CURR-ADVISOR    PIC X(10).
       01 WS-STUDENT-NAME    PIC X(30).
       01 WS-INSTRUCTOR      PIC X(10).
       01 WS-TALLY-KEY       PIC X(18).
       01 WS-FLAG-COUNT      PIC 9(5) VALUE 0.
       01 WS-ADVISOR-PAGES   PIC 9(5) VALUE 0.

       01 WS-ADVISOR-HEAD.
          05 FILLER          PIC X(19) VALUE "ABSENCE ALERTS FOR ".
          05 WS-AH-ADVISOR   PIC X(10).
          05 FILLER          PIC X(16) VALUE "   OVER PERCENT ".
          05 WS-AH-THRESHOLD PIC ZZ9.

       01 WS-ALERT-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-AL-STUDENT   PIC 9(5).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-AL-NAME      PIC X(24).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-AL-COURSE    PIC X(6).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-AL-TERM      PIC X(5).
          05 FILLER          PIC X(5) VALUE " SEC ".
          05 WS-AL-SECTION   PIC X(2).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-AL-INSTRUCTOR PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-AL-ABSENT    PIC ZZZ9.
          05 FILLER          PIC X VALUE "/".
          05 WS-AL-MEETINGS  PIC ZZZ9.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-AL-PERCENT   PIC ZZ9.
          05 FILLER          PIC X VALUE "%".

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM LOAD-THRESHOLD
           PERFORM LOAD-CLOSED-TERMS
           PERFORM LOAD-SECTIONS
           PERFORM LOAD-ADVISORS
           PERFORM TALLY-ATTENDANCE
           PERFORM FLAG-ABSENCES

           OPEN INPUT STUDENT-FILE
           IF FS-STUDENT = "00"
               MOVE "Y" TO WS-STUDENT-OPEN
           ELSE
               DISPLAY "Cannot open keyed student file, FS="
                   FS-STUDENT " - alerts print without names"
           END-IF
           OPEN OUTPUT ALERT-FILE
           PERFORM VARYING WS-TAL-IDX FROM 1 BY 1
                   UNTIL WS-TAL-IDX > WS-TAL-COUNT
               IF TL-FLAGGED(WS-TAL-IDX) = "Y"
                   AND TL-LISTED(WS-TAL-IDX) = "N"
                   PERFORM WRITE-ADVISOR-ALERTS
               END-IF
           END-PERFORM
           CLOSE ALERT-FILE
           IF WS-STUDENT-OPEN = "Y"
               CLOSE STUDENT-FILE
           END-IF

           DISPLAY "Student sections tallied: " WS-TAL-COUNT
           DISPLAY "Absence alerts raised:    " WS-FLAG-COUNT
           DISPLAY "Advisors alerted:         " WS-ADVISOR-PAGES
           STOP RUN.

       LOAD-THRESHOLD.
           OPEN INPUT THRESHOLD-FILE
           IF FS-THRESHOLD = "00"
               READ THRESHOLD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF THRESHOLD-REC IS NUMERIC
                           MOVE THRESHOLD-REC TO WS-THRESHOLD
                       END-IF
               END-READ
               CLOSE THRESHOLD-FILE
           END-IF.

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
                               MOVE SECTION-REC(1:13)
                                   TO SC-KEY(WS-SEC-COUNT)
                               MOVE CS-INSTRUCTOR
                                   TO SC-INSTRUCTOR(WS-SEC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECTION-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       LOAD-ADVISORS.
           OPEN INPUT ADVISOR-FILE
           IF FS-ADVISOR NOT = "00"
               DISPLAY "No advisor assignments on file - alerts"
                   " listed as UNASSIGNED"
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ ADVISOR-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-ADV-COUNT < 1000
                               ADD 1 TO WS-ADV-COUNT
                               MOVE AD-STUDENT-ID
                                   TO AV-STUDENT-ID(WS-ADV-COUNT)
                               MOVE AD-ADVISOR
                                   TO AV-ADVISOR(WS-ADV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADVISOR-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       TALLY-ATTENDANCE.
           OPEN INPUT HISTORY-FILE
           IF FS-HISTORY NOT = "00"
               DISPLAY "No attendance history on file, FS="
                   FS-HISTORY
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       PERFORM TALLY-ONE-MARK
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           MOVE "N" TO WS-END-FLAG.

       TALLY-ONE-MARK.
           MOVE "N" TO WS-TERM-CLOSED
           PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
                   UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
               IF WS-CLOSED-TERM(WS-CLOSED-IDX) = AH-TERM-CODE
                   MOVE "Y" TO WS-TERM-CLOSED
               END-IF
           END-PERFORM
           IF WS-TERM-CLOSED = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE HISTORY-REC(1:18) TO WS-TALLY-KEY
           MOVE 0 TO WS-TAL-MATCH
           PERFORM VARYING WS-TAL-IDX FROM 1 BY 1
                   UNTIL WS-TAL-IDX > WS-TAL-COUNT
               IF TL-KEY(WS-TAL-IDX) = WS-TALLY-KEY
                   MOVE WS-TAL-IDX TO WS-TAL-MATCH
               END-IF
           END-PERFORM
           IF WS-TAL-MATCH = 0
               IF WS-TAL-COUNT >= 1000
                   DISPLAY "Attendance tally table full"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TAL-COUNT
               MOVE WS-TAL-COUNT TO WS-TAL-MATCH
               MOVE WS-TALLY-KEY TO TL-KEY(WS-TAL-MATCH)
               MOVE 0 TO TL-MEETINGS(WS-TAL-MATCH)
               MOVE 0 TO TL-ABSENT(WS-TAL-MATCH)
               MOVE 0 TO TL-PERCENT(WS-TAL-MATCH)
               MOVE "UNASSIGNED" TO TL-ADVISOR(WS-TAL-MATCH)
               MOVE "N" TO TL-FLAGGED(WS-TAL-MATCH)
               MOVE "N" TO TL-LISTED(WS-TAL-MATCH)
               PERFORM VARYING WS-ADV-IDX FROM 1 BY 1
                       UNTIL WS-ADV-IDX > WS-ADV-COUNT
                   IF AV-STUDENT-ID(WS-ADV-IDX) = AH-STUDENT-ID
                       MOVE AV-ADVISOR(WS-ADV-IDX)
                           TO TL-ADVISOR(WS-TAL-MATCH)
                   END-IF
               END-PERFORM
           END-IF
           ADD 1 TO TL-MEETINGS(WS-TAL-MATCH)
           IF AH-MARK = "A"
               ADD 1 TO TL-ABSENT(WS-TAL-MATCH)
           END-IF.

       FLAG-ABSENCES.
           PERFORM VARYING WS-TAL-IDX FROM 1 BY 1
                   UNTIL WS-TAL-IDX > WS-TAL-COUNT
               COMPUTE TL-PERCENT(WS-TAL-IDX) ROUNDED =
                   TL-ABSENT(WS-TAL-IDX) * 100
                   / TL-MEETINGS(WS-TAL-IDX)
               IF TL-PERCENT(WS-TAL-IDX) > WS-THRESHOLD
                   MOVE "Y" TO TL-FLAGGED(WS-TAL-IDX)
                   ADD 1 TO WS-FLAG-COUNT
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * One block per advisor: the first flagged tally not yet
      * listed names the advisor, and every flagged tally for the
      * same advisor follows it.
      *---------------------------------------------------------------
       WRITE-ADVISOR-ALERTS.
           MOVE TL-ADVISOR(WS-TAL-IDX) TO WS-CURR-ADVISOR
           IF WS-ADVISOR-PAGES > 0
               MOVE SPACES TO ALERT-REC
               WRITE ALERT-REC
           END-IF
           MOVE WS-CURR-ADVISOR TO WS-AH-ADVISOR
           MOVE WS-THRESHOLD TO WS-AH-THRESHOLD
           MOVE WS-ADVISOR-HEAD TO ALERT-REC
           WRITE ALERT-REC
           ADD 1 TO WS-ADVISOR-PAGES
           PERFORM VARYING WS-TAL-MATCH FROM WS-TAL-IDX BY 1
                   UNTIL WS-TAL-MATCH > WS-TAL-COUNT
               IF TL-FLAGGED(WS-TAL-MATCH) = "Y"
                   AND TL-LISTED(WS-TAL-MATCH) = "N"
                   AND TL-ADVISOR(WS-TAL-MATCH) = WS-CURR-ADVISOR
                   PERFORM WRITE-ONE-ALERT
               END-IF
           END-PERFORM.

       WRITE-ONE-ALERT.
           MOVE "Y" TO TL-LISTED(WS-TAL-MATCH)
           MOVE SPACES TO WS-STUDENT-NAME
           IF WS-STUDENT-OPEN = "Y"
               MOVE TL-STUDENT-ID(WS-TAL-MATCH) TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "(NAME UNAVAILABLE)" TO WS-STUDENT-NAME
                   NOT INVALID KEY
                       STRING STUDENT-LAST-NAME DELIMITED BY "  "
                              ", " DELIMITED BY SIZE
                              STUDENT-FIRST-NAME DELIMITED BY "  "
                           INTO WS-STUDENT-NAME
                       END-STRING
               END-READ
           END-IF
           MOVE "(NONE)" TO WS-INSTRUCTOR
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               IF SC-KEY(WS-SEC-IDX) = TL-KEY(WS-TAL-MATCH)(6:13)
                   MOVE SC-INSTRUCTOR(WS-SEC-IDX) TO WS-INSTRUCTOR
               END-IF
           END-PERFORM
           MOVE TL-STUDENT-ID(WS-TAL-MATCH) TO WS-AL-STUDENT
           MOVE WS-STUDENT-NAME TO WS-AL-NAME
           MOVE TL-COURSE(WS-TAL-MATCH) TO WS-AL-COURSE
           MOVE TL-TERM(WS-TAL-MATCH) TO WS-AL-TERM
           MOVE TL-SECTION(WS-TAL-MATCH) TO WS-AL-SECTION
           MOVE WS-INSTRUCTOR TO WS-AL-INSTRUCTOR
           MOVE TL-ABSENT(WS-TAL-MATCH) TO WS-AL-ABSENT
           MOVE TL-MEETINGS(WS-TAL-MATCH) TO WS-AL-MEETINGS
           MOVE TL-PERCENT(WS-TAL-MATCH) TO WS-AL-PERCENT
           MOVE WS-ALERT-LINE TO ALERT-REC
           WRITE ALERT-REC.
