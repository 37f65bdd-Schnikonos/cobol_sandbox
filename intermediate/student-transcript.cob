               PERFORM RESOLVE-GRADE
               DISPLAY "    " HIST-COURSE-CODE " " HIST-GRADE-CODE
                   " (" WS-FOUND-LABEL ") " HIST-CREDITS " CR"
               IF HIST-GRADE-CODE NOT = "I"
                   COMPUTE WS-WEIGHTED-POINTS =
                       WS-FOUND-POINTS * HIST-CREDITS
                   ADD HIST-CREDITS TO WS-TERM-CREDITS
                   ADD WS-WEIGHTED-POINTS TO WS-TERM-POINTS
                   ADD HIST-CREDITS TO WS-CUM-CREDITS
                   ADD WS-WEIGHTED-POINTS TO WS-CUM-POINTS
               END-IF
           END-IF.

      *---------------------------------------------------------------
