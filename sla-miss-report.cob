       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLA-MISS-REPORT.

      *---------------------------------------------------------------
      * Morning deadline report - what JOB-SCHEDULER projected
      * overnight set against what actually happened. Every job on
      * last night's job-outcomes.txt that carries a deadline, and
      * was due, is listed with its latest completion time, when
      * it really finished, and MET or MISSED; sla-misses.txt is
      * the report the operator reads at shift start, beside the
      * watchdog's alerts.
      *
      * A job the scheduler ran has its finish on the outcome
      * file. A MANUAL step, or one that failed or was held and was
      * put right by hand, is found on run-stats.txt instead: the
      * first successful run of the program that started after the
      * scheduler released it - or, never released, in the day
      * before its deadline. No such run is a miss as NOT RUN.
      *
      * RETURN-CODE 4 when any deadline was missed.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RUNSTSEL.
           SELECT OUTCOME-FILE ASSIGN TO "job-outcomes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OUTCOME.
           SELECT REPORT-FILE ASSIGN TO "sla-misses.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       COPY RUNSTFD.

       FD OUTCOME-FILE.
       01 OUTCOME-REC.
          05 OC-JOB          PIC X(24).
          05 OC-FILLER-1     PIC X.
          05 OC-STATUS       PIC X(8).
          05 OC-FILLER-2     PIC X.
          05 OC-RC           PIC 9(4).
          05 OC-FILLER-3     PIC X.
          05 OC-DATE         PIC 9(8).
          05 OC-FILLER-4     PIC X.
          05 OC-TIME         PIC 9(6).
          05 OC-FILLER-5     PIC X.
          05 OC-DEADLINE     PIC X(4).
          05 OC-CRITICAL     PIC X.
          05 OC-FILLER-6     PIC X.
          05 OC-DUE-STAMP    PIC 9(12).
          05 OC-FILLER-7     PIC X.
          05 OC-PROJ-STAMP   PIC 9(12).
          05 OC-FILLER-8     PIC X.
          05 OC-START-STAMP  PIC 9(12).
          05 OC-FILLER-9     PIC X.
          05 OC-END-STAMP    PIC 9(12).
          05 OC-FILLER-10    PIC X.
          05 OC-SLA          PIC X(8).

       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RUNSTWS.

       01 FS-OUTCOME         PIC XX.
       01 FS-REPORT          PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".
       01 WS-STATS-END       PIC X.
       01 WS-HEADED          PIC X VALUE "N".

       01 WS-DUE-COUNT       PIC 9(3) VALUE 0.
       01 WS-MISS-COUNT      PIC 9(3) VALUE 0.

      *---------------------------------------------------------------
      * Stamps are YYYYMMDDHHMM, as the scheduler writes them.
      *---------------------------------------------------------------
       01 WS-STAMP.
          05 WS-ST-DATE      PIC 9(8).
          05 WS-ST-HH        PIC 99.
          05 WS-ST-MM        PIC 99.
       01 WS-STAMP-N REDEFINES WS-STAMP PIC 9(12).
       01 WS-FROM-STAMP      PIC 9(12).
       01 WS-ACTUAL-STAMP    PIC 9(12).
       01 WS-RUN-START-STAMP PIC 9(12).
       01 WS-RUN-END-STAMP   PIC 9(12).
       01 WS-DUE-MINUTES     PIC 9(10).
       01 WS-ACTUAL-MINUTES  PIC 9(10).
       01 WS-LATE-MINUTES    PIC 9(5).
       01 WS-NIGHT-ED        PIC 9999/99/99.

       01 WS-DETAIL-LINE.
          05 WS-DL-JOB       PIC X(24).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-DL-DUE       PIC X(5).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-DL-FINISHED  PIC X(16).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-DL-RESULT    PIC X(7).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-DL-LATE      PIC X(13).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-DL-CRITICAL  PIC X(8).
       01 WS-LATE-ED         PIC ZZZ9.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           OPEN INPUT OUTCOME-FILE
           IF FS-OUTCOME NOT = "00"
               DISPLAY "No job outcomes on file - nothing to report"
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE

           PERFORM UNTIL WS-END-FLAG = "Y"
               READ OUTCOME-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-HEADED = "N"
                           PERFORM WRITE-REPORT-HEADING
                       END-IF
                       IF OC-DEADLINE NOT = SPACES
                           AND OC-DUE-STAMP IS NUMERIC
                           AND OC-DUE-STAMP > 0
                           AND OC-STATUS NOT = "SKIPPED"
                           PERFORM CHECK-ONE-DEADLINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUTCOME-FILE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-DUE-COUNT = 0
               MOVE "NO DEADLINES WERE DUE" TO REPORT-LINE
           ELSE
               STRING "DEADLINES DUE " WS-DUE-COUNT
                   "  MISSED " WS-MISS-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "Deadlines due " WS-DUE-COUNT
               " missed " WS-MISS-COUNT
           IF WS-MISS-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       WRITE-REPORT-HEADING.
           MOVE "Y" TO WS-HEADED
           MOVE SPACES TO REPORT-LINE
           IF OC-DATE IS NUMERIC
               MOVE OC-DATE TO WS-NIGHT-ED
               STRING "BATCH DEADLINES FOR THE NIGHT OF "
                   WS-NIGHT-ED DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE "BATCH DEADLINES" TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE "JOB                      DUE    FINISHED"
               TO REPORT-LINE
           MOVE "RESULT" TO REPORT-LINE(51:)
           WRITE REPORT-LINE.

      *---------------------------------------------------------------
      * One deadline: the actual finish from the outcome file or
      * the stats file, then MET, or MISSED as LATE or NOT RUN.
      *---------------------------------------------------------------
       CHECK-ONE-DEADLINE.
           ADD 1 TO WS-DUE-COUNT
           MOVE 0 TO WS-ACTUAL-STAMP
           IF OC-STATUS = "DONE"
               AND OC-END-STAMP IS NUMERIC AND OC-END-STAMP > 0
               MOVE OC-END-STAMP TO WS-ACTUAL-STAMP
           ELSE
               PERFORM FIND-RUN-ON-STATS
           END-IF

           MOVE SPACES TO WS-DL-DUE WS-DL-FINISHED WS-DL-LATE
               WS-DL-CRITICAL
           MOVE OC-JOB TO WS-DL-JOB
           STRING OC-DEADLINE(1:2) ":" OC-DEADLINE(3:2)
               DELIMITED BY SIZE INTO WS-DL-DUE
           END-STRING
           IF OC-CRITICAL = "Y"
               MOVE "CRITICAL" TO WS-DL-CRITICAL
           END-IF

           IF WS-ACTUAL-STAMP = 0
               MOVE "-" TO WS-DL-FINISHED
               MOVE "NOT RUN" TO WS-DL-RESULT
               ADD 1 TO WS-MISS-COUNT
           ELSE
               MOVE WS-ACTUAL-STAMP TO WS-STAMP-N
               STRING WS-ST-DATE(1:4) "/" WS-ST-DATE(5:2) "/"
                   WS-ST-DATE(7:2) " " WS-ST-HH ":" WS-ST-MM
                   DELIMITED BY SIZE INTO WS-DL-FINISHED
               END-STRING
               IF WS-ACTUAL-STAMP > OC-DUE-STAMP
                   MOVE "MISSED" TO WS-DL-RESULT
                   ADD 1 TO WS-MISS-COUNT
                   PERFORM COMPUTE-MINUTES-LATE
                   MOVE WS-LATE-MINUTES TO WS-LATE-ED
                   STRING WS-LATE-ED " MIN LATE"
                       DELIMITED BY SIZE INTO WS-DL-LATE
                   END-STRING
               ELSE
                   MOVE "MET" TO WS-DL-RESULT
               END-IF
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *---------------------------------------------------------------
      * The first successful run of the program starting at or
      * after the release - the day before the deadline when the
      * scheduler never released it.
      *---------------------------------------------------------------
       FIND-RUN-ON-STATS.
           IF OC-START-STAMP IS NUMERIC AND OC-START-STAMP > 0
               MOVE OC-START-STAMP TO WS-FROM-STAMP
           ELSE
               MOVE OC-DUE-STAMP TO WS-STAMP-N
               COMPUTE WS-ST-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-ST-DATE) - 1)
               MOVE WS-STAMP-N TO WS-FROM-STAMP
           END-IF
           OPEN INPUT RUN-STATS-FILE
           IF FS-RUN-STATS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-STATS-END
           PERFORM UNTIL WS-STATS-END = "Y"
               READ RUN-STATS-FILE
                   AT END
                       MOVE "Y" TO WS-STATS-END
                   NOT AT END
                       IF RS-PROGRAM-NAME = OC-JOB(1:20)
                           AND RS-RETURN-CODE < 8
                           AND RS-START-DATE IS NUMERIC
                           AND RS-END-DATE IS NUMERIC
                           PERFORM TAKE-STATS-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-STATS-FILE.

       TAKE-STATS-RUN.
           MOVE RS-START-DATE TO WS-ST-DATE
           MOVE RS-START-TIME(1:2) TO WS-ST-HH
           MOVE RS-START-TIME(3:2) TO WS-ST-MM
           MOVE WS-STAMP-N TO WS-RUN-START-STAMP
           IF WS-RUN-START-STAMP < WS-FROM-STAMP
               EXIT PARAGRAPH
           END-IF
           MOVE RS-END-DATE TO WS-ST-DATE
           MOVE RS-END-TIME(1:2) TO WS-ST-HH
           MOVE RS-END-TIME(3:2) TO WS-ST-MM
           MOVE WS-STAMP-N TO WS-RUN-END-STAMP
           IF WS-ACTUAL-STAMP = 0
               OR WS-RUN-END-STAMP < WS-ACTUAL-STAMP
               MOVE WS-RUN-END-STAMP TO WS-ACTUAL-STAMP
           END-IF.

       COMPUTE-MINUTES-LATE.
           MOVE OC-DUE-STAMP TO WS-STAMP-N
           COMPUTE WS-DUE-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-ST-DATE) * 1440
               + WS-ST-HH * 60 + WS-ST-MM
           MOVE WS-ACTUAL-STAMP TO WS-STAMP-N
           COMPUTE WS-ACTUAL-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-ST-DATE) * 1440
               + WS-ST-HH * 60 + WS-ST-MM
           COMPUTE WS-LATE-MINUTES =
               WS-ACTUAL-MINUTES - WS-DUE-MINUTES.
