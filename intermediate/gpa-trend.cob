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
           CLOSE HISTORY-FILE
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * An outstanding Incomplete carries no points and no credits
      * until it is replaced by a final grade or lapses to F.
      *---------------------------------------------------------------
       ACCUMULATE-ONE-GRADE.
           IF HIST-GRADE-CODE = "I"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ST-MATCH
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
