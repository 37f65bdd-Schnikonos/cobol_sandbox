          05 HIST-GRADE-CODE     PIC X.
          05 HIST-TERM-CODE      PIC X(5).
          05 HIST-CREDITS        PIC 9.
          05 HIST-SECTION        PIC X(2).

       FD THRESHOLD-FILE.
       01 THRESHOLD-REC.
          05 TH-CUTOFF           PIC 9V99.
          05 TH-STANDING         PIC X(10).
          05 TH-LETTER           PIC X(8).

       FD STANDING-HIST-FILE.
       01 STANDING-HIST-REC.
                   TO NW-STANDING(WS-NEW-IDX)
           END-PERFORM.

      *---------------------------------------------------------------
      * An outstanding Incomplete counts the way GPA-TREND counts
      * it - not at all.
      *---------------------------------------------------------------
       ACCUMULATE-IF-FLAGGED.
           MOVE "N" TO WS-IS-FLAGGED
           PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
           IF WS-IS-FLAGGED = "N"
               EXIT PARAGRAPH
           END-IF
           IF HIST-GRADE-CODE = "I"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-NEW-MATCH
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
