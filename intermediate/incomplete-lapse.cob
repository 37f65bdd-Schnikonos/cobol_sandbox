       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOMPLETE-LAPSE.

      *---------------------------------------------------------------
      * Nightly Incomplete lapse. Every I grade carries the
      * completion deadline GRADE-CORRECTIONS recorded in
      * incomplete-deadlines.txt; once the business date is past
      * that deadline and the row in grades.idx still holds the I,
      * the grade becomes an F. The change is a policy outcome, not
      * a correction anyone keyed, so it applies whether or not
      * TERM-CLOSE has closed the term and needs no supervisor
      * override - but it is logged on grade-corr-audit.txt like any
      * other change (reason LAP), the student is flagged in
      * gpa-recompute-flags.txt, and the registrar gets a notice
      * line on incomplete-lapse-notices.txt for every lapse.
      *
      * Deadlines whose row no longer holds an I - completed through
      * GRADE-CORRECTIONS, or lapsed here - drop off the file; the
      * sequential grades.txt is refreshed from the keyed store the
      * way GRADE-CORRECTIONS refreshes it.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-IDX-FILE
               ASSIGN TO "intermediate/grades.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-HIST-KEY
               FILE STATUS IS IDX-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "intermediate/grades.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY.
           SELECT DEADLINE-FILE
               ASSIGN TO "intermediate/incomplete-deadlines.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEADLINE.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "intermediate/grade-corr-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
           SELECT RECOMPUTE-FILE
               ASSIGN TO "intermediate/gpa-recompute-flags.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECOMPUTE.
           SELECT NOTICE-FILE
               ASSIGN TO "intermediate/incomplete-lapse-notices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTICE.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-IDX-FILE.
       01 HISTORY-IDX-REC.
          05 IDX-HIST-KEY.
             10 IDX-STUDENT-ID   PIC 9(5).
             10 IDX-COURSE-CODE  PIC X(6).
          05 IDX-GRADE-CODE      PIC X.
          05 IDX-TERM-CODE       PIC X(5).
          05 IDX-CREDITS         PIC 9.
          05 IDX-SECTION         PIC X(2).

       FD HISTORY-FILE.
       01 HISTORY-REC.
          05 HIST-STUDENT-ID     PIC 9(5).
          05 HIST-COURSE-CODE    PIC X(6).
          05 HIST-GRADE-CODE     PIC X.
          05 HIST-TERM-CODE      PIC X(5).
          05 HIST-CREDITS        PIC 9.
          05 HIST-SECTION        PIC X(2).

       FD DEADLINE-FILE.
       01 DEADLINE-REC.
          05 DL-STUDENT-ID       PIC 9(5).
          05 DL-COURSE-CODE      PIC X(6).
          05 DL-TERM-CODE        PIC X(5).
          05 DL-DEADLINE         PIC 9(8).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-REC          PIC X(60).

       FD RECOMPUTE-FILE.
       01 RECOMPUTE-REC          PIC 9(5).

       FD NOTICE-FILE.
       01 NOTICE-REC             PIC X(70).

       WORKING-STORAGE SECTION.
       01 IDX-FILE-STATUS      PIC XX.
       01 FS-HISTORY           PIC XX.
       01 FS-DEADLINE          PIC XX.
       01 FS-AUDIT             PIC XX.
       01 FS-RECOMPUTE         PIC XX.
       01 FS-NOTICE            PIC XX.
       01 WS-END-FLAG          PIC X VALUE "N".

       01 WS-TODAY             PIC 9(8).
       01 WS-BUS-DATE-STATUS   PIC X.
       01 WS-NOW               PIC 9(8).

       01 WS-LAPSED-COUNT      PIC 9(5) VALUE 0.
       01 WS-CLEARED-COUNT     PIC 9(5) VALUE 0.
       01 WS-OPEN-COUNT        PIC 9(5) VALUE 0.

       01 WS-DL-COUNT          PIC 9(3) VALUE 0.
       01 WS-DL-IDX            PIC 9(3).
       01 WS-DL-TABLE.
          05 WS-DL-ENTRY OCCURS 500 TIMES.
             10 DT-STUDENT-ID  PIC 9(5).
             10 DT-COURSE-CODE PIC X(6).
             10 DT-TERM-CODE   PIC X(5).
             10 DT-DEADLINE    PIC 9(8).
             10 DT-ACTIVE      PIC X.

       01 WS-FLAG-COUNT        PIC 9(3) VALUE 0.
       01 WS-FLAG-IDX          PIC 9(3).
       01 WS-FLAG-FOUND        PIC X.
       01 WS-FLAG-TABLE.
          05 WS-FLAG-ID OCCURS 200 TIMES PIC 9(5).

       01 AUDIT-LINE-FIELDS.
          05 AL-DATE            PIC 9(8).
          05 AL-SPACE-1         PIC X VALUE SPACE.
          05 AL-TIME            PIC 9(6).
          05 AL-SPACE-2         PIC X VALUE SPACE.
          05 AL-STUDENT-ID      PIC 9(5).
          05 AL-SPACE-3         PIC X VALUE SPACE.
          05 AL-COURSE-CODE     PIC X(6).
          05 AL-SPACE-4         PIC X VALUE SPACE.
          05 AL-OLD-GRADE       PIC X.
          05 AL-ARROW           PIC X(4) VALUE " -> ".
          05 AL-NEW-GRADE       PIC X.
          05 AL-SPACE-5         PIC X VALUE SPACE.
          05 AL-REASON          PIC X(3).

       01 NOTICE-LINE-FIELDS.
          05 FILLER             PIC X(11) VALUE "INCOMPLETE ".
          05 NL-STUDENT-ID      PIC 9(5).
          05 FILLER             PIC X VALUE SPACE.
          05 NL-COURSE-CODE     PIC X(6).
          05 FILLER             PIC X(6) VALUE " TERM ".
          05 NL-TERM-CODE       PIC X(5).
          05 FILLER             PIC X(10) VALUE " DEADLINE ".
          05 NL-DEADLINE        PIC 9(8).
          05 FILLER             PIC X(17)
                                VALUE " LAPSED TO F ON ".
          05 NL-RUN-DATE        PIC 9(8).

      *---------------------------------------------------------------
      * Copy-back work area, as in GRADE-CORRECTIONS: the keyed
      * store read whole and written to grades.txt in
      * student-then-term-then-course order.
      *---------------------------------------------------------------
       01 WS-CB-COUNT          PIC 9(3) VALUE 0.
       01 WS-CB-IDX            PIC 9(3).
       01 WS-CB-BEST           PIC 9(3).
       01 WS-CB-TABLE.
          05 WS-CB-ENTRY OCCURS 500 TIMES.
             10 CB-SORT-KEY.
                15 CB-STUDENT-ID PIC 9(5).
                15 CB-TERM-CODE PIC X(5).
                15 CB-COURSE-CODE PIC X(6).
             10 CB-GRADE-CODE  PIC X.
             10 CB-CREDITS     PIC 9.
             10 CB-SECTION     PIC X(2).
             10 CB-WRITTEN     PIC X.
       01 WS-CB-BEST-KEY       PIC X(16).

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY WS-BUS-DATE-STATUS
           END-CALL
           PERFORM LOAD-DEADLINES
           IF WS-DL-COUNT = 0
               DISPLAY "No Incompletes outstanding"
               STOP RUN
           END-IF
           PERFORM LOAD-RECOMPUTE-FLAGS

           OPEN I-O HISTORY-IDX-FILE
           IF IDX-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open grades.idx, FS="
                   IDX-FILE-STATUS " - run GRADE-INDEX-REBUILD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-LOG-FILE
           IF FS-AUDIT NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           OPEN OUTPUT NOTICE-FILE

           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-COUNT
               PERFORM CHECK-ONE-INCOMPLETE
           END-PERFORM

           CLOSE AUDIT-LOG-FILE NOTICE-FILE
           IF WS-LAPSED-COUNT > 0
               PERFORM COPY-BACK-TO-SEQUENTIAL
               PERFORM WRITE-RECOMPUTE-FLAGS
           END-IF
           CLOSE HISTORY-IDX-FILE
           PERFORM REWRITE-DEADLINES

           DISPLAY "Incompletes lapsed to F: " WS-LAPSED-COUNT
           DISPLAY "Incompletes completed:   " WS-CLEARED-COUNT
           DISPLAY "Incompletes outstanding: " WS-OPEN-COUNT
           STOP RUN.

       LOAD-DEADLINES.
           OPEN INPUT DEADLINE-FILE
           IF FS-DEADLINE NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ DEADLINE-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-DL-COUNT < 500
                               ADD 1 TO WS-DL-COUNT
                               MOVE DL-STUDENT-ID
                                   TO DT-STUDENT-ID(WS-DL-COUNT)
                               MOVE DL-COURSE-CODE
                                   TO DT-COURSE-CODE(WS-DL-COUNT)
                               MOVE DL-TERM-CODE
                                   TO DT-TERM-CODE(WS-DL-COUNT)
                               MOVE DL-DEADLINE
                                   TO DT-DEADLINE(WS-DL-COUNT)
                               MOVE "Y" TO DT-ACTIVE(WS-DL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEADLINE-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       LOAD-RECOMPUTE-FLAGS.
           OPEN INPUT RECOMPUTE-FILE
           IF FS-RECOMPUTE NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ RECOMPUTE-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-FLAG-COUNT < 200
                               ADD 1 TO WS-FLAG-COUNT
                               MOVE RECOMPUTE-REC
                                   TO WS-FLAG-ID(WS-FLAG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECOMPUTE-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * No closed-term check here on purpose: the lapse is what the
      * Incomplete was always going to become.
      *---------------------------------------------------------------
       CHECK-ONE-INCOMPLETE.
           MOVE DT-STUDENT-ID(WS-DL-IDX) TO IDX-STUDENT-ID
           MOVE DT-COURSE-CODE(WS-DL-IDX) TO IDX-COURSE-CODE
           READ HISTORY-IDX-FILE
               INVALID KEY
                   DISPLAY "Incomplete " DT-STUDENT-ID(WS-DL-IDX)
                       "/" DT-COURSE-CODE(WS-DL-IDX)
                       " has no grade row - deadline dropped"
                   MOVE "N" TO DT-ACTIVE(WS-DL-IDX)
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   IF IDX-GRADE-CODE NOT = "I"
                       MOVE "N" TO DT-ACTIVE(WS-DL-IDX)
                       ADD 1 TO WS-CLEARED-COUNT
                   ELSE
                       IF DT-DEADLINE(WS-DL-IDX) < WS-TODAY
                           PERFORM LAPSE-ONE-INCOMPLETE
                       ELSE
                           ADD 1 TO WS-OPEN-COUNT
                       END-IF
                   END-IF
           END-READ.

       LAPSE-ONE-INCOMPLETE.
           MOVE "F" TO IDX-GRADE-CODE
           REWRITE HISTORY-IDX-REC
           IF IDX-FILE-STATUS NOT = "00"
               DISPLAY "REWRITE failed for "
                   DT-STUDENT-ID(WS-DL-IDX) "/"
                   DT-COURSE-CODE(WS-DL-IDX)
                   " FS=" IDX-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO DT-ACTIVE(WS-DL-IDX)
           ADD 1 TO WS-LAPSED-COUNT

           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO AL-DATE
           MOVE WS-NOW(1:6) TO AL-TIME
           MOVE IDX-STUDENT-ID TO AL-STUDENT-ID
           MOVE IDX-COURSE-CODE TO AL-COURSE-CODE
           MOVE "I" TO AL-OLD-GRADE
           MOVE "F" TO AL-NEW-GRADE
           MOVE "LAP" TO AL-REASON
           MOVE AUDIT-LINE-FIELDS TO AUDIT-LOG-REC
           WRITE AUDIT-LOG-REC

           MOVE IDX-STUDENT-ID TO NL-STUDENT-ID
           MOVE IDX-COURSE-CODE TO NL-COURSE-CODE
           MOVE IDX-TERM-CODE TO NL-TERM-CODE
           MOVE DT-DEADLINE(WS-DL-IDX) TO NL-DEADLINE
           MOVE WS-TODAY TO NL-RUN-DATE
           MOVE NOTICE-LINE-FIELDS TO NOTICE-REC
           WRITE NOTICE-REC

           MOVE "N" TO WS-FLAG-FOUND
           PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
                   UNTIL WS-FLAG-IDX > WS-FLAG-COUNT
               IF WS-FLAG-ID(WS-FLAG-IDX) = IDX-STUDENT-ID
                   MOVE "Y" TO WS-FLAG-FOUND
               END-IF
           END-PERFORM
           IF WS-FLAG-FOUND = "N" AND WS-FLAG-COUNT < 200
               ADD 1 TO WS-FLAG-COUNT
               MOVE IDX-STUDENT-ID TO WS-FLAG-ID(WS-FLAG-COUNT)
           END-IF.

       COPY-BACK-TO-SEQUENTIAL.
           MOVE "N" TO WS-END-FLAG
           MOVE LOW-VALUES TO IDX-HIST-KEY
           START HISTORY-IDX-FILE KEY NOT < IDX-HIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-END-FLAG
           END-START
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ HISTORY-IDX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-CB-COUNT >= 500
                           DISPLAY "Copy-back table full"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CB-COUNT
                       MOVE IDX-STUDENT-ID
                           TO CB-STUDENT-ID(WS-CB-COUNT)
                       MOVE IDX-TERM-CODE
                           TO CB-TERM-CODE(WS-CB-COUNT)
                       MOVE IDX-COURSE-CODE
                           TO CB-COURSE-CODE(WS-CB-COUNT)
                       MOVE IDX-GRADE-CODE
                           TO CB-GRADE-CODE(WS-CB-COUNT)
                       MOVE IDX-CREDITS
                           TO CB-CREDITS(WS-CB-COUNT)
                       MOVE IDX-SECTION
                           TO CB-SECTION(WS-CB-COUNT)
                       MOVE "N" TO CB-WRITTEN(WS-CB-COUNT)
               END-READ
           END-PERFORM

           OPEN OUTPUT HISTORY-FILE
           PERFORM WS-CB-COUNT TIMES
               PERFORM WRITE-LOWEST-UNWRITTEN
           END-PERFORM
           CLOSE HISTORY-FILE.

       WRITE-LOWEST-UNWRITTEN.
           MOVE 0 TO WS-CB-BEST
           MOVE HIGH-VALUES TO WS-CB-BEST-KEY
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                   UNTIL WS-CB-IDX > WS-CB-COUNT
               IF CB-WRITTEN(WS-CB-IDX) = "N"
                   AND CB-SORT-KEY(WS-CB-IDX) < WS-CB-BEST-KEY
                   MOVE CB-SORT-KEY(WS-CB-IDX)
                       TO WS-CB-BEST-KEY
                   MOVE WS-CB-IDX TO WS-CB-BEST
               END-IF
           END-PERFORM
           IF WS-CB-BEST NOT = 0
               MOVE CB-STUDENT-ID(WS-CB-BEST) TO HIST-STUDENT-ID
               MOVE CB-COURSE-CODE(WS-CB-BEST)
                   TO HIST-COURSE-CODE
               MOVE CB-GRADE-CODE(WS-CB-BEST) TO HIST-GRADE-CODE
               MOVE CB-TERM-CODE(WS-CB-BEST) TO HIST-TERM-CODE
               MOVE CB-CREDITS(WS-CB-BEST) TO HIST-CREDITS
               MOVE CB-SECTION(WS-CB-BEST) TO HIST-SECTION
               WRITE HISTORY-REC
               MOVE "Y" TO CB-WRITTEN(WS-CB-BEST)
           END-IF.

       WRITE-RECOMPUTE-FLAGS.
           OPEN OUTPUT RECOMPUTE-FILE
           PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
                   UNTIL WS-FLAG-IDX > WS-FLAG-COUNT
               MOVE WS-FLAG-ID(WS-FLAG-IDX) TO RECOMPUTE-REC
               WRITE RECOMPUTE-REC
           END-PERFORM
           CLOSE RECOMPUTE-FILE.

       REWRITE-DEADLINES.
           OPEN OUTPUT DEADLINE-FILE
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-COUNT
               IF DT-ACTIVE(WS-DL-IDX) = "Y"
                   MOVE DT-STUDENT-ID(WS-DL-IDX) TO DL-STUDENT-ID
                   MOVE DT-COURSE-CODE(WS-DL-IDX) TO DL-COURSE-CODE
                   MOVE DT-TERM-CODE(WS-DL-IDX) TO DL-TERM-CODE
                   MOVE DT-DEADLINE(WS-DL-IDX) TO DL-DEADLINE
                   WRITE DEADLINE-REC
               END-IF
           END-PERFORM
           CLOSE DEADLINE-FILE.
