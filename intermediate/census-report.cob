       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSUS-REPORT.

      *---------------------------------------------------------------
      * Census-date enrollment statistics for the state return.
      * Each term's census date is kept in census-dates.txt:
      *
      *   <term 5><census date 8>
      *
      * The first run on or after a term's census date freezes the
      * term: every enrollment COURSE-REGISTRATION holds for it in
      * enrollments.txt is copied to census-snapshot.txt with the
      * student's program (student-programs.txt) and the course's
      * credit hours (course-capacity.txt) as they stood. When the
      * freeze runs late, seat changes on waitlist-log.txt dated
      * after the census date are backed out first - a seat given
      * up is put back, a waitlist promotion is taken off - so the
      * snapshot is the term as it was on census day. Adds taken
      * straight into a free seat after the census date carry no
      * date and cannot be told apart, which is why the run belongs
      * in the nightly schedule. A frozen term is never frozen
      * again; the snapshot is kept so the return can be reproduced
      * exactly whenever it is asked for.
      *
      * census-report.txt is built from the snapshot alone. For
      * each frozen term, per program: headcount, full-time and
      * part-time students (full-time at the credit load in
      * census-load.dat, 12 when there is no file), credit hours,
      * and FTE as credit hours over the full-time load - set
      * against the same term a year earlier when that census is
      * on file. A student with no program counts under UNDECL.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CENSUS-DATE-FILE
               ASSIGN TO "intermediate/census-dates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CENSUS-DATE.
           SELECT LOAD-FILE
               ASSIGN TO "intermediate/census-load.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOAD.
           SELECT ENROLLMENT-FILE
               ASSIGN TO "intermediate/enrollments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENROLLMENT.
           SELECT ASSIGNMENT-FILE
               ASSIGN TO "intermediate/student-programs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ASSIGNMENT.
           SELECT CAPACITY-FILE
               ASSIGN TO "intermediate/course-capacity.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAPACITY.
           SELECT WAITLIST-LOG-FILE
               ASSIGN TO "intermediate/waitlist-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WAIT-LOG.
           SELECT SNAPSHOT-FILE
               ASSIGN TO "intermediate/census-snapshot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SNAPSHOT.
           SELECT CENSUS-REPORT-FILE
               ASSIGN TO "intermediate/census-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD CENSUS-DATE-FILE.
       01 CENSUS-DATE-REC.
          05 CD-TERM-CODE    PIC X(5).
          05 CD-CENSUS-DATE  PIC 9(8).

       FD LOAD-FILE.
       01 LOAD-REC           PIC 9(2).

       FD ENROLLMENT-FILE.
       01 ENROLLMENT-REC.
          05 EL-STUDENT-ID   PIC 9(5).
          05 EL-COURSE-CODE  PIC X(6).
          05 EL-TERM-CODE    PIC X(5).
          05 EL-SECTION      PIC X(2).

       FD ASSIGNMENT-FILE.
       01 ASSIGNMENT-REC.
          05 SP-STUDENT-ID   PIC 9(5).
          05 SP-PROGRAM      PIC X(6).

       FD CAPACITY-FILE.
       01 CAPACITY-REC.
          05 CP-CODE         PIC X(6).
          05 CP-CAPACITY     PIC 9(3).
          05 CP-CREDITS      PIC 9.

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

       FD SNAPSHOT-FILE.
       01 SNAPSHOT-REC.
          05 CS-TERM-CODE    PIC X(5).
          05 CS-CENSUS-DATE  PIC 9(8).
          05 CS-STUDENT-ID   PIC 9(5).
          05 CS-PROGRAM      PIC X(6).
          05 CS-COURSE-CODE  PIC X(6).
          05 CS-SECTION      PIC X(2).
          05 CS-CREDITS      PIC 9.

       FD CENSUS-REPORT-FILE.
       01 CENSUS-REPORT-REC  PIC X(100).

       WORKING-STORAGE SECTION.
       01 FS-CENSUS-DATE     PIC XX.
       01 FS-LOAD            PIC XX.
       01 FS-ENROLLMENT      PIC XX.
       01 FS-ASSIGNMENT      PIC XX.
       01 FS-CAPACITY        PIC XX.
       01 FS-WAIT-LOG        PIC XX.
       01 FS-SNAPSHOT        PIC XX.
       01 FS-REPORT          PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".

       01 WS-RUN-DATE        PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-FULL-LOAD       PIC 9(2) VALUE 12.

       01 WS-TERM-COUNT      PIC 9(3) VALUE 0.
       01 WS-TERM-IDX        PIC 9(3).
       01 WS-TERM-TABLE.
          05 WS-TERM-ENTRY OCCURS 100 TIMES.
             10 TM-TERM-CODE PIC X(5).
             10 TM-CENSUS-DATE PIC 9(8).
             10 TM-FROZEN    PIC X.

       01 WS-PGM-MAP-COUNT   PIC 9(3) VALUE 0.
       01 WS-PGM-MAP-IDX     PIC 9(3).
       01 WS-PGM-MAP-TABLE.
          05 WS-PGM-MAP-ENTRY OCCURS 500 TIMES.
             10 PM-STUDENT-ID PIC 9(5).
             10 PM-PROGRAM   PIC X(6).

       01 WS-CAP-COUNT       PIC 9(3) VALUE 0.
       01 WS-CAP-IDX         PIC 9(3).
       01 WS-CAP-TABLE.
          05 WS-CAP-ENTRY OCCURS 100 TIMES.
             10 CPT-CODE     PIC X(6).
             10 CPT-CREDITS  PIC 9.

      *---------------------------------------------------------------
      * The snapshot, every term frozen so far plus the terms this
      * run freezes (SN-NEW). SN-OUT marks a row backed out while
      * freezing; it is never written.
      *---------------------------------------------------------------
       01 WS-SNAP-COUNT      PIC 9(4) VALUE 0.
       01 WS-SNAP-IDX        PIC 9(4).
       01 WS-SNAP-MATCH      PIC 9(4).
       01 WS-SNAP-TABLE.
          05 WS-SNAP-ENTRY OCCURS 5000 TIMES.
             10 SN-TERM-CODE PIC X(5).
             10 SN-CENSUS-DATE PIC 9(8).
             10 SN-STUDENT-ID PIC 9(5).
             10 SN-PROGRAM   PIC X(6).
             10 SN-COURSE-CODE PIC X(6).
             10 SN-SECTION   PIC X(2).
             10 SN-CREDITS   PIC 9.
             10 SN-NEW       PIC X.
             10 SN-OUT       PIC X.

      *---------------------------------------------------------------
      * Seat changes for the term being frozen dated after its
      * census date, in log order; they are undone newest first.
      *---------------------------------------------------------------
       01 WS-LATE-COUNT      PIC 9(4) VALUE 0.
       01 WS-LATE-IDX        PIC S9(4).
       01 WS-LATE-TABLE.
          05 WS-LATE-ENTRY OCCURS 2000 TIMES.
             10 LT-EVENT     PIC X(10).
             10 LT-STUDENT-ID PIC 9(5).
             10 LT-COURSE-CODE PIC X(6).

      *---------------------------------------------------------------
      * Students of one term with their credit load, and the per-
      * program figures for the term (CUR) and a year before (PRI).
      *---------------------------------------------------------------
       01 WS-STU-COUNT       PIC 9(3) VALUE 0.
       01 WS-STU-IDX         PIC 9(3).
       01 WS-STU-MATCH       PIC 9(3).
       01 WS-STU-TABLE.
          05 WS-STU-ENTRY OCCURS 999 TIMES.
             10 SU-STUDENT-ID PIC 9(5).
             10 SU-PROGRAM   PIC X(6).
             10 SU-CREDITS   PIC 9(3).

       01 WS-PGM-COUNT       PIC 9(3) VALUE 0.
       01 WS-PGM-IDX         PIC 9(3).
       01 WS-PGM-MATCH       PIC 9(3).
       01 WS-PGM-TABLE.
          05 WS-PGM-ENTRY OCCURS 100 TIMES.
             10 PG-PROGRAM   PIC X(6).
             10 PG-CUR-HEAD  PIC 9(5).
             10 PG-CUR-FULL  PIC 9(5).
             10 PG-CUR-PART  PIC 9(5).
             10 PG-CUR-CREDITS PIC 9(6).
             10 PG-PRI-HEAD  PIC 9(5).
             10 PG-PRI-CREDITS PIC 9(6).

       01 WS-STATS-TERM      PIC X(5).
       01 WS-STATS-SIDE      PIC X(3).
       01 WS-PRIOR-TERM      PIC X(5).
       01 WS-PRIOR-YEAR      PIC 9(4).
       01 WS-PRIOR-ON-FILE   PIC X.
       01 WS-FOUND           PIC X.
       01 WS-PROGRAM         PIC X(6).
       01 WS-CREDITS         PIC 9.
       01 WS-CHK-STUDENT-ID  PIC 9(5).
       01 WS-CHK-COURSE      PIC X(6).
       01 WS-CHK-SECTION     PIC X(2).

       01 WS-TOT-HEAD        PIC 9(6).
       01 WS-TOT-FULL        PIC 9(6).
       01 WS-TOT-PART        PIC 9(6).
       01 WS-TOT-CREDITS     PIC 9(7).
       01 WS-TOT-PRI-HEAD    PIC 9(6).
       01 WS-TOT-PRI-CREDITS PIC 9(7).
       01 WS-FTE             PIC 9(6)V99.
       01 WS-HEAD-CHANGE     PIC S9(6).

       01 WS-FROZEN-COUNT    PIC 9(3) VALUE 0.
       01 WS-REPORTED-COUNT  PIC 9(3) VALUE 0.
       01 WS-ROWS-FROZEN     PIC 9(5) VALUE 0.

       01 WS-DATE-ED         PIC 9999/99/99.
       01 WS-LOAD-ED         PIC Z9.

       01 WS-CENSUS-HEAD.
          05 FILLER          PIC X(40) VALUE
             "PROGRAM HEADCOUNT  FULL-TIME  PART-TIME ".
          05 FILLER          PIC X(40) VALUE
             " CREDITS       FTE   PRIOR HC PRIOR FTE ".
          05 FILLER          PIC X(7) VALUE " CHANGE".

       01 WS-CENSUS-LINE.
          05 WS-CL-PROGRAM   PIC X(6).
          05 FILLER          PIC X(5) VALUE SPACES.
          05 WS-CL-HEAD      PIC ZZ,ZZ9.
          05 FILLER          PIC X(5) VALUE SPACES.
          05 WS-CL-FULL      PIC ZZ,ZZ9.
          05 FILLER          PIC X(5) VALUE SPACES.
          05 WS-CL-PART      PIC ZZ,ZZ9.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-CL-CREDITS   PIC ZZZ,ZZ9.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-CL-FTE       PIC ZZ,ZZ9.99.
          05 FILLER          PIC X(5) VALUE SPACES.
          05 WS-CL-PRIOR.
             10 WS-CL-PRI-HEAD PIC ZZ,ZZ9.
             10 FILLER       PIC X VALUE SPACE.
             10 WS-CL-PRI-FTE PIC ZZ,ZZ9.99.
             10 FILLER       PIC X(2) VALUE SPACES.
             10 WS-CL-CHANGE PIC -----9.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL
           PERFORM LOAD-FULL-LOAD
           PERFORM LOAD-CENSUS-DATES
           IF WS-TERM-COUNT = 0
               DISPLAY "No census dates on file - nothing to report"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-PROGRAMS
           PERFORM LOAD-CREDITS
           PERFORM LOAD-SNAPSHOT

           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                   UNTIL WS-TERM-IDX > WS-TERM-COUNT
               IF TM-FROZEN(WS-TERM-IDX) = "N"
                   AND TM-CENSUS-DATE(WS-TERM-IDX) NOT > WS-RUN-DATE
                   PERFORM FREEZE-ONE-TERM
               END-IF
           END-PERFORM
           IF WS-FROZEN-COUNT > 0
               PERFORM APPEND-SNAPSHOT
           END-IF

           PERFORM WRITE-CENSUS-REPORT

           DISPLAY "Terms frozen this run: " WS-FROZEN-COUNT
               "  (" WS-ROWS-FROZEN " enrollments)"
           DISPLAY "Terms reported:        " WS-REPORTED-COUNT
           STOP RUN.

       LOAD-FULL-LOAD.
           OPEN INPUT LOAD-FILE
           IF FS-LOAD = "00"
               READ LOAD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LOAD-REC IS NUMERIC AND LOAD-REC > 0
                           MOVE LOAD-REC TO WS-FULL-LOAD
                       END-IF
               END-READ
               CLOSE LOAD-FILE
           END-IF.

       LOAD-CENSUS-DATES.
           OPEN INPUT CENSUS-DATE-FILE
           IF FS-CENSUS-DATE NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ CENSUS-DATE-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-TERM-COUNT < 100
                               AND CD-CENSUS-DATE IS NUMERIC
                               ADD 1 TO WS-TERM-COUNT
                               MOVE CD-TERM-CODE TO
                                   TM-TERM-CODE(WS-TERM-COUNT)
                               MOVE CD-CENSUS-DATE TO
                                   TM-CENSUS-DATE(WS-TERM-COUNT)
                               MOVE "N" TO TM-FROZEN(WS-TERM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CENSUS-DATE-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       LOAD-PROGRAMS.
           OPEN INPUT ASSIGNMENT-FILE
           IF FS-ASSIGNMENT NOT = "00"
               DISPLAY "No program assignments - all UNDECL"
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ ASSIGNMENT-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-PGM-MAP-COUNT < 500
                               ADD 1 TO WS-PGM-MAP-COUNT
                               MOVE SP-STUDENT-ID TO
                                   PM-STUDENT-ID(WS-PGM-MAP-COUNT)
                               MOVE SP-PROGRAM TO
                                   PM-PROGRAM(WS-PGM-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSIGNMENT-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       LOAD-CREDITS.
           OPEN INPUT CAPACITY-FILE
           IF FS-CAPACITY NOT = "00"
               DISPLAY "No course credit hours on file"
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ CAPACITY-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-CAP-COUNT < 100
                               ADD 1 TO WS-CAP-COUNT
                               MOVE CP-CODE TO CPT-CODE(WS-CAP-COUNT)
                               MOVE CP-CREDITS
                                   TO CPT-CREDITS(WS-CAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAPACITY-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * A term with any row on the snapshot is frozen for good.
      *---------------------------------------------------------------
       LOAD-SNAPSHOT.
           OPEN INPUT SNAPSHOT-FILE
           IF FS-SNAPSHOT NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ SNAPSHOT-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           PERFORM STORE-SNAPSHOT-ROW
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       STORE-SNAPSHOT-ROW.
           IF WS-SNAP-COUNT >= 5000
               DISPLAY "Census snapshot table full"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SNAP-COUNT
           MOVE CS-TERM-CODE TO SN-TERM-CODE(WS-SNAP-COUNT)
           MOVE CS-CENSUS-DATE TO SN-CENSUS-DATE(WS-SNAP-COUNT)
           MOVE CS-STUDENT-ID TO SN-STUDENT-ID(WS-SNAP-COUNT)
           MOVE CS-PROGRAM TO SN-PROGRAM(WS-SNAP-COUNT)
           MOVE CS-COURSE-CODE TO SN-COURSE-CODE(WS-SNAP-COUNT)
           MOVE CS-SECTION TO SN-SECTION(WS-SNAP-COUNT)
           MOVE CS-CREDITS TO SN-CREDITS(WS-SNAP-COUNT)
           MOVE "N" TO SN-NEW(WS-SNAP-COUNT)
           MOVE "N" TO SN-OUT(WS-SNAP-COUNT)
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                   UNTIL WS-TERM-IDX > WS-TERM-COUNT
               IF TM-TERM-CODE(WS-TERM-IDX) = CS-TERM-CODE
                   MOVE "Y" TO TM-FROZEN(WS-TERM-IDX)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Copies the term's enrollments into the snapshot, then backs
      * out the seat changes logged after census day.
      *---------------------------------------------------------------
       FREEZE-ONE-TERM.
           OPEN INPUT ENROLLMENT-FILE
           IF FS-ENROLLMENT = "00"
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ ENROLLMENT-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF EL-TERM-CODE = TM-TERM-CODE(WS-TERM-IDX)
                               MOVE EL-STUDENT-ID TO WS-CHK-STUDENT-ID
                               MOVE EL-COURSE-CODE TO WS-CHK-COURSE
                               MOVE EL-SECTION TO WS-CHK-SECTION
                               PERFORM ADD-FROZEN-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG

           PERFORM LOAD-LATE-CHANGES
           PERFORM VARYING WS-LATE-IDX FROM WS-LATE-COUNT BY -1
                   UNTIL WS-LATE-IDX < 1
               PERFORM UNDO-ONE-LATE-CHANGE
           END-PERFORM

           MOVE "Y" TO TM-FROZEN(WS-TERM-IDX)
           ADD 1 TO WS-FROZEN-COUNT
           DISPLAY "Census frozen for term " TM-TERM-CODE(WS-TERM-IDX).

       LOAD-LATE-CHANGES.
           MOVE 0 TO WS-LATE-COUNT
           OPEN INPUT WAITLIST-LOG-FILE
           IF FS-WAIT-LOG NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ WAITLIST-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WG-TERM-CODE = TM-TERM-CODE(WS-TERM-IDX)
                           AND WG-DATE > TM-CENSUS-DATE(WS-TERM-IDX)
                           AND (WG-EVENT = "DROPPED"
                               OR WG-EVENT = "WITHDRAWN"
                               OR WG-EVENT = "PROMOTED")
                           AND WS-LATE-COUNT < 2000
                           ADD 1 TO WS-LATE-COUNT
                           MOVE WG-EVENT TO LT-EVENT(WS-LATE-COUNT)
                           MOVE WG-STUDENT-ID TO
                               LT-STUDENT-ID(WS-LATE-COUNT)
                           MOVE WG-COURSE-CODE TO
                               LT-COURSE-CODE(WS-LATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAITLIST-LOG-FILE
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * A seat given up after census day was held on it, so it goes
      * back in (the section it was in is no longer known); a
      * promotion after census day comes out.
      *---------------------------------------------------------------
       UNDO-ONE-LATE-CHANGE.
           MOVE LT-STUDENT-ID(WS-LATE-IDX) TO WS-CHK-STUDENT-ID
           MOVE LT-COURSE-CODE(WS-LATE-IDX) TO WS-CHK-COURSE
           MOVE 0 TO WS-SNAP-MATCH
           PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
                   UNTIL WS-SNAP-IDX > WS-SNAP-COUNT
               IF SN-NEW(WS-SNAP-IDX) = "Y"
                   AND SN-OUT(WS-SNAP-IDX) = "N"
                   AND SN-TERM-CODE(WS-SNAP-IDX) =
                       TM-TERM-CODE(WS-TERM-IDX)
                   AND SN-STUDENT-ID(WS-SNAP-IDX) = WS-CHK-STUDENT-ID
                   AND SN-COURSE-CODE(WS-SNAP-IDX) = WS-CHK-COURSE
                   MOVE WS-SNAP-IDX TO WS-SNAP-MATCH
               END-IF
           END-PERFORM
           IF LT-EVENT(WS-LATE-IDX) = "PROMOTED"
               IF WS-SNAP-MATCH > 0
                   MOVE "Y" TO SN-OUT(WS-SNAP-MATCH)
                   SUBTRACT 1 FROM WS-ROWS-FROZEN
               END-IF
           ELSE
               IF WS-SNAP-MATCH = 0
                   MOVE SPACES TO WS-CHK-SECTION
                   PERFORM ADD-FROZEN-ROW
               END-IF
           END-IF.

       ADD-FROZEN-ROW.
           MOVE "UNDECL" TO WS-PROGRAM
           PERFORM VARYING WS-PGM-MAP-IDX FROM 1 BY 1
                   UNTIL WS-PGM-MAP-IDX > WS-PGM-MAP-COUNT
               IF PM-STUDENT-ID(WS-PGM-MAP-IDX) = WS-CHK-STUDENT-ID
                   MOVE PM-PROGRAM(WS-PGM-MAP-IDX) TO WS-PROGRAM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CREDITS
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                   UNTIL WS-CAP-IDX > WS-CAP-COUNT
               IF CPT-CODE(WS-CAP-IDX) = WS-CHK-COURSE
                   MOVE CPT-CREDITS(WS-CAP-IDX) TO WS-CREDITS
               END-IF
           END-PERFORM
           IF WS-SNAP-COUNT >= 5000
               DISPLAY "Census snapshot table full"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SNAP-COUNT
           MOVE TM-TERM-CODE(WS-TERM-IDX) TO SN-TERM-CODE(WS-SNAP-COUNT)
           MOVE TM-CENSUS-DATE(WS-TERM-IDX)
               TO SN-CENSUS-DATE(WS-SNAP-COUNT)
           MOVE WS-CHK-STUDENT-ID TO SN-STUDENT-ID(WS-SNAP-COUNT)
           MOVE WS-PROGRAM TO SN-PROGRAM(WS-SNAP-COUNT)
           MOVE WS-CHK-COURSE TO SN-COURSE-CODE(WS-SNAP-COUNT)
           MOVE WS-CHK-SECTION TO SN-SECTION(WS-SNAP-COUNT)
           MOVE WS-CREDITS TO SN-CREDITS(WS-SNAP-COUNT)
           MOVE "Y" TO SN-NEW(WS-SNAP-COUNT)
           MOVE "N" TO SN-OUT(WS-SNAP-COUNT)
           ADD 1 TO WS-ROWS-FROZEN.

       APPEND-SNAPSHOT.
           OPEN EXTEND SNAPSHOT-FILE
           IF FS-SNAPSHOT NOT = "00"
               OPEN OUTPUT SNAPSHOT-FILE
           END-IF
           PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
                   UNTIL WS-SNAP-IDX > WS-SNAP-COUNT
               IF SN-NEW(WS-SNAP-IDX) = "Y"
                   AND SN-OUT(WS-SNAP-IDX) = "N"
                   MOVE SN-TERM-CODE(WS-SNAP-IDX) TO CS-TERM-CODE
                   MOVE SN-CENSUS-DATE(WS-SNAP-IDX) TO CS-CENSUS-DATE
                   MOVE SN-STUDENT-ID(WS-SNAP-IDX) TO CS-STUDENT-ID
                   MOVE SN-PROGRAM(WS-SNAP-IDX) TO CS-PROGRAM
                   MOVE SN-COURSE-CODE(WS-SNAP-IDX) TO CS-COURSE-CODE
                   MOVE SN-SECTION(WS-SNAP-IDX) TO CS-SECTION
                   MOVE SN-CREDITS(WS-SNAP-IDX) TO CS-CREDITS
                   WRITE SNAPSHOT-REC
               END-IF
           END-PERFORM
           CLOSE SNAPSHOT-FILE.

      *---------------------------------------------------------------
      * One block per frozen term, in census-dates.txt order.
      *---------------------------------------------------------------
       WRITE-CENSUS-REPORT.
           OPEN OUTPUT CENSUS-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-DATE-ED
           MOVE WS-FULL-LOAD TO WS-LOAD-ED
           MOVE SPACES TO CENSUS-REPORT-REC
           STRING "CENSUS ENROLLMENT REPORT " DELIMITED BY SIZE
                  WS-DATE-ED DELIMITED BY SIZE
                  "   FULL-TIME AT " DELIMITED BY SIZE
                  WS-LOAD-ED DELIMITED BY SIZE
                  " CREDIT HOURS" DELIMITED BY SIZE
               INTO CENSUS-REPORT-REC
           END-STRING
           WRITE CENSUS-REPORT-REC
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                   UNTIL WS-TERM-IDX > WS-TERM-COUNT
               IF TM-FROZEN(WS-TERM-IDX) = "Y"
                   PERFORM REPORT-ONE-TERM
               END-IF
           END-PERFORM
           IF WS-REPORTED-COUNT = 0
               MOVE SPACES TO CENSUS-REPORT-REC
               WRITE CENSUS-REPORT-REC
               MOVE "NO TERM HAS REACHED ITS CENSUS DATE"
                   TO CENSUS-REPORT-REC
               WRITE CENSUS-REPORT-REC
           END-IF
           CLOSE CENSUS-REPORT-FILE.

       REPORT-ONE-TERM.
           ADD 1 TO WS-REPORTED-COUNT
           MOVE 0 TO WS-PGM-COUNT
           MOVE TM-TERM-CODE(WS-TERM-IDX) TO WS-STATS-TERM
           MOVE "CUR" TO WS-STATS-SIDE
           PERFORM GATHER-TERM-STATS

           MOVE "N" TO WS-PRIOR-ON-FILE
           MOVE SPACES TO WS-PRIOR-TERM
           IF TM-TERM-CODE(WS-TERM-IDX)(1:4) IS NUMERIC
               MOVE TM-TERM-CODE(WS-TERM-IDX)(1:4) TO WS-PRIOR-YEAR
               SUBTRACT 1 FROM WS-PRIOR-YEAR
               MOVE WS-PRIOR-YEAR TO WS-PRIOR-TERM(1:4)
               MOVE TM-TERM-CODE(WS-TERM-IDX)(5:1)
                   TO WS-PRIOR-TERM(5:1)
               PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
                       UNTIL WS-SNAP-IDX > WS-SNAP-COUNT
                   IF SN-TERM-CODE(WS-SNAP-IDX) = WS-PRIOR-TERM
                       AND SN-OUT(WS-SNAP-IDX) = "N"
                       MOVE "Y" TO WS-PRIOR-ON-FILE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PRIOR-ON-FILE = "Y"
               MOVE WS-PRIOR-TERM TO WS-STATS-TERM
               MOVE "PRI" TO WS-STATS-SIDE
               PERFORM GATHER-TERM-STATS
           END-IF

           MOVE SPACES TO CENSUS-REPORT-REC
           WRITE CENSUS-REPORT-REC
           MOVE TM-CENSUS-DATE(WS-TERM-IDX) TO WS-DATE-ED
           MOVE SPACES TO CENSUS-REPORT-REC
           IF WS-PRIOR-ON-FILE = "Y"
               STRING "TERM " DELIMITED BY SIZE
                      TM-TERM-CODE(WS-TERM-IDX) DELIMITED BY SIZE
                      "  CENSUS DATE " DELIMITED BY SIZE
                      WS-DATE-ED DELIMITED BY SIZE
                      "  COMPARED WITH " DELIMITED BY SIZE
                      WS-PRIOR-TERM DELIMITED BY SIZE
                   INTO CENSUS-REPORT-REC
               END-STRING
           ELSE
               STRING "TERM " DELIMITED BY SIZE
                      TM-TERM-CODE(WS-TERM-IDX) DELIMITED BY SIZE
                      "  CENSUS DATE " DELIMITED BY SIZE
                      WS-DATE-ED DELIMITED BY SIZE
                      "  NO CENSUS ON FILE FOR " DELIMITED BY SIZE
                      WS-PRIOR-TERM DELIMITED BY SIZE
                   INTO CENSUS-REPORT-REC
               END-STRING
           END-IF
           WRITE CENSUS-REPORT-REC
           MOVE WS-CENSUS-HEAD TO CENSUS-REPORT-REC
           WRITE CENSUS-REPORT-REC

           MOVE 0 TO WS-TOT-HEAD WS-TOT-FULL WS-TOT-PART
               WS-TOT-CREDITS WS-TOT-PRI-HEAD WS-TOT-PRI-CREDITS
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > WS-PGM-COUNT
               PERFORM WRITE-PROGRAM-LINE
           END-PERFORM

           MOVE "TOTAL " TO WS-CL-PROGRAM
           MOVE WS-TOT-HEAD TO WS-CL-HEAD
           MOVE WS-TOT-FULL TO WS-CL-FULL
           MOVE WS-TOT-PART TO WS-CL-PART
           MOVE WS-TOT-CREDITS TO WS-CL-CREDITS
           COMPUTE WS-FTE ROUNDED = WS-TOT-CREDITS / WS-FULL-LOAD
           MOVE WS-FTE TO WS-CL-FTE
           PERFORM FILL-PRIOR-COLUMNS-TOTAL
           MOVE WS-CENSUS-LINE TO CENSUS-REPORT-REC
           WRITE CENSUS-REPORT-REC.

      *---------------------------------------------------------------
      * Builds each student's credit load for WS-STATS-TERM off the
      * snapshot, then rolls the students up by program into the
      * CUR or PRI columns. A prior-year program not offered this
      * term still gets a line.
      *---------------------------------------------------------------
       GATHER-TERM-STATS.
           MOVE 0 TO WS-STU-COUNT
           PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
                   UNTIL WS-SNAP-IDX > WS-SNAP-COUNT
               IF SN-TERM-CODE(WS-SNAP-IDX) = WS-STATS-TERM
                   AND SN-OUT(WS-SNAP-IDX) = "N"
                   PERFORM ADD-STUDENT-CREDITS
               END-IF
           END-PERFORM
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               PERFORM ROLL-UP-ONE-STUDENT
           END-PERFORM.

       ADD-STUDENT-CREDITS.
           MOVE 0 TO WS-STU-MATCH
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               IF SU-STUDENT-ID(WS-STU-IDX) =
                       SN-STUDENT-ID(WS-SNAP-IDX)
                   MOVE WS-STU-IDX TO WS-STU-MATCH
               END-IF
           END-PERFORM
           IF WS-STU-MATCH = 0
               IF WS-STU-COUNT >= 999
                   DISPLAY "Census student table full"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STU-COUNT
               MOVE WS-STU-COUNT TO WS-STU-MATCH
               MOVE SN-STUDENT-ID(WS-SNAP-IDX)
                   TO SU-STUDENT-ID(WS-STU-MATCH)
               MOVE SN-PROGRAM(WS-SNAP-IDX) TO SU-PROGRAM(WS-STU-MATCH)
               MOVE 0 TO SU-CREDITS(WS-STU-MATCH)
           END-IF
           ADD SN-CREDITS(WS-SNAP-IDX) TO SU-CREDITS(WS-STU-MATCH).

       ROLL-UP-ONE-STUDENT.
           MOVE 0 TO WS-PGM-MATCH
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > WS-PGM-COUNT
               IF PG-PROGRAM(WS-PGM-IDX) = SU-PROGRAM(WS-STU-IDX)
                   MOVE WS-PGM-IDX TO WS-PGM-MATCH
               END-IF
           END-PERFORM
           IF WS-PGM-MATCH = 0
               IF WS-PGM-COUNT >= 100
                   DISPLAY "Census program table full"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PGM-COUNT
               MOVE WS-PGM-COUNT TO WS-PGM-MATCH
               MOVE SU-PROGRAM(WS-STU-IDX) TO PG-PROGRAM(WS-PGM-MATCH)
               MOVE 0 TO PG-CUR-HEAD(WS-PGM-MATCH)
                   PG-CUR-FULL(WS-PGM-MATCH)
                   PG-CUR-PART(WS-PGM-MATCH)
                   PG-CUR-CREDITS(WS-PGM-MATCH)
                   PG-PRI-HEAD(WS-PGM-MATCH)
                   PG-PRI-CREDITS(WS-PGM-MATCH)
           END-IF
           IF WS-STATS-SIDE = "CUR"
               ADD 1 TO PG-CUR-HEAD(WS-PGM-MATCH)
               ADD SU-CREDITS(WS-STU-IDX)
                   TO PG-CUR-CREDITS(WS-PGM-MATCH)
               IF SU-CREDITS(WS-STU-IDX) NOT < WS-FULL-LOAD
                   ADD 1 TO PG-CUR-FULL(WS-PGM-MATCH)
               ELSE
                   ADD 1 TO PG-CUR-PART(WS-PGM-MATCH)
               END-IF
           ELSE
               ADD 1 TO PG-PRI-HEAD(WS-PGM-MATCH)
               ADD SU-CREDITS(WS-STU-IDX)
                   TO PG-PRI-CREDITS(WS-PGM-MATCH)
           END-IF.

       WRITE-PROGRAM-LINE.
           MOVE PG-PROGRAM(WS-PGM-IDX) TO WS-CL-PROGRAM
           MOVE PG-CUR-HEAD(WS-PGM-IDX) TO WS-CL-HEAD
           MOVE PG-CUR-FULL(WS-PGM-IDX) TO WS-CL-FULL
           MOVE PG-CUR-PART(WS-PGM-IDX) TO WS-CL-PART
           MOVE PG-CUR-CREDITS(WS-PGM-IDX) TO WS-CL-CREDITS
           COMPUTE WS-FTE ROUNDED =
               PG-CUR-CREDITS(WS-PGM-IDX) / WS-FULL-LOAD
           MOVE WS-FTE TO WS-CL-FTE
           ADD PG-CUR-HEAD(WS-PGM-IDX) TO WS-TOT-HEAD
           ADD PG-CUR-FULL(WS-PGM-IDX) TO WS-TOT-FULL
           ADD PG-CUR-PART(WS-PGM-IDX) TO WS-TOT-PART
           ADD PG-CUR-CREDITS(WS-PGM-IDX) TO WS-TOT-CREDITS
           ADD PG-PRI-HEAD(WS-PGM-IDX) TO WS-TOT-PRI-HEAD
           ADD PG-PRI-CREDITS(WS-PGM-IDX) TO WS-TOT-PRI-CREDITS
           IF WS-PRIOR-ON-FILE = "Y"
               MOVE PG-PRI-HEAD(WS-PGM-IDX) TO WS-CL-PRI-HEAD
               COMPUTE WS-FTE ROUNDED =
                   PG-PRI-CREDITS(WS-PGM-IDX) / WS-FULL-LOAD
               MOVE WS-FTE TO WS-CL-PRI-FTE
               COMPUTE WS-HEAD-CHANGE =
                   PG-CUR-HEAD(WS-PGM-IDX) - PG-PRI-HEAD(WS-PGM-IDX)
               MOVE WS-HEAD-CHANGE TO WS-CL-CHANGE
           ELSE
               PERFORM BLANK-PRIOR-COLUMNS
           END-IF
           MOVE WS-CENSUS-LINE TO CENSUS-REPORT-REC
           WRITE CENSUS-REPORT-REC.

       FILL-PRIOR-COLUMNS-TOTAL.
           IF WS-PRIOR-ON-FILE = "Y"
               MOVE WS-TOT-PRI-HEAD TO WS-CL-PRI-HEAD
               COMPUTE WS-FTE ROUNDED =
                   WS-TOT-PRI-CREDITS / WS-FULL-LOAD
               MOVE WS-FTE TO WS-CL-PRI-FTE
               COMPUTE WS-HEAD-CHANGE = WS-TOT-HEAD - WS-TOT-PRI-HEAD
               MOVE WS-HEAD-CHANGE TO WS-CL-CHANGE
           ELSE
               PERFORM BLANK-PRIOR-COLUMNS
           END-IF.

       BLANK-PRIOR-COLUMNS.
           MOVE SPACES TO WS-CL-PRIOR.
