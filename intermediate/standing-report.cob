      *
      * One summary page of counts per standing comes first, then a
      * detail page per bucket listing the students in it.
      *
      * A standing whose thresholds line carries a letter template
      * code (dean's list, probation) has that letter queued for
      * LETTER-RUN to every student in it, quoting the GPA and the
      * standing.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "intermediate/standing-thresholds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-THRESHOLD.
           COPY LTRQSEL.

       DATA DIVISION.
       FILE SECTION.
          05 HIST-GRADE-CODE     PIC X.
          05 HIST-TERM-CODE      PIC X(5).
          05 HIST-CREDITS        PIC 9.
          05 HIST-SECTION        PIC X(2).

       FD THRESHOLD-FILE.
       01 THRESHOLD-REC.
          05 TH-CUTOFF           PIC 9V99.
          05 TH-STANDING         PIC X(10).
          05 TH-LETTER           PIC X(8).

       COPY LTRQFD.

       WORKING-STORAGE SECTION.
       01 FS-HISTORY           PIC XX.
             10 THRESHOLD-CUTOFF   PIC 9V99.
             10 THRESHOLD-STANDING PIC X(10).
             10 THRESHOLD-TALLY    PIC 9(5).
             10 THRESHOLD-LETTER   PIC X(8).

      *---------------------------------------------------------------
      * One row per student: credit-weighted GPA and the standing
       01 WS-GPA               PIC 9V99.
       01 WS-GPA-ED            PIC 9.99.

       COPY LTRQWS.

       PROCEDURE DIVISION.
           MOVE "STANDING-REPORT" TO LR-PROGRAM-ID
           PERFORM LOAD-THRESHOLDS
           IF THRESHOLD-COUNT = 0
               DISPLAY "No standing thresholds on file - report"
                                   THRESHOLD-STANDING(THRESHOLD-COUNT)
                               MOVE 0 TO
                                   THRESHOLD-TALLY(THRESHOLD-COUNT)
                               MOVE TH-LETTER TO
                                   THRESHOLD-LETTER(THRESHOLD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * An outstanding Incomplete stays out of the GPA until it is
      * replaced by a final grade or lapses to F.
      *---------------------------------------------------------------
       PROCESS-HISTORY-RECORD.
           IF WS-FIRST-HIST = "Y"
               MOVE HIST-STUDENT-ID TO WS-CURR-STUDENT-ID
               END-IF
           END-IF

           IF HIST-GRADE-CODE NOT = "I"
               PERFORM RESOLVE-GRADE-POINTS
               COMPUTE WS-CUM-POINTS =
                   WS-CUM-POINTS + WS-FOUND-POINTS * HIST-CREDITS
               ADD HIST-CREDITS TO WS-CUM-CREDITS
           END-IF.

      *---------------------------------------------------------------
      * Same transcript-only grade-point scale STUDENT-TRANSCRIPT
                       MOVE SG-GPA(WS-STUDENT-IDX) TO WS-GPA-ED
                       DISPLAY "  " SG-STUDENT-ID(WS-STUDENT-IDX)
                           "  GPA " WS-GPA-ED
                       IF THRESHOLD-LETTER(WS-TH-IDX) NOT = SPACES
                           PERFORM QUEUE-STANDING-LETTER
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       QUEUE-STANDING-LETTER.
           MOVE THRESHOLD-LETTER(WS-TH-IDX) TO LR-TEMPLATE
           MOVE "S" TO LR-KIND
           MOVE SG-STUDENT-ID(WS-STUDENT-IDX) TO LR-KEY
           MOVE WS-GPA-ED TO LR-VALUE(1)
           MOVE THRESHOLD-STANDING(WS-TH-IDX) TO LR-VALUE(2)
           PERFORM QUEUE-LETTER-REQUEST.

       COPY LTRQPD.
