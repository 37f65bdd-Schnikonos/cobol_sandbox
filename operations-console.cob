      *   4. launch an individual chain step
      *   5. reset the chain checkpoint after a manual repair
      *   6. see tonight's run plan with each job's live status
      *      from JOB-SCHEDULER's outcome file, and for a job with
      *      a deadline its latest completion time, the projected
      *      finish and whether it is on time, at risk, met or
      *      missed
      *   7. acknowledge a critical exception - who accepted it and
      *      when lands in exception-acks.txt, and the nightly
      *      analysis refuses to archive an unacknowledged critical
          05 PL-JOB          PIC X(24).
          05 PL-PRED         PIC X(24).
          05 PL-DAY-MASK     PIC X(7).
          05 PL-DEADLINE     PIC X(4).
          05 PL-CRITICAL     PIC X.

       FD OUTCOME-FILE.
       01 OUTCOME-REC.
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

       COPY EXCLGFD.

          05 WS-OC-ENTRY OCCURS 20 TIMES.
             10 OCT-JOB      PIC X(24).
             10 OCT-STATUS   PIC X(8).
             10 OCT-PROJ-STAMP PIC 9(12).
             10 OCT-SLA      PIC X(8).
       01 WS-JOB-PROJ-STAMP  PIC 9(12).
       01 WS-JOB-SLA         PIC X(8).
       01 WS-DUE-SHOWN       PIC X(5).
       01 WS-PROJ-SHOWN      PIC X(5).
       01 WS-END-FLAG        PIC X VALUE "N".
       01 WS-DONE-FLAG       PIC X VALUE "N".
       01 WS-CHOICE          PIC 9 VALUE 0.
                           MOVE OC-JOB TO OCT-JOB(WS-OC-COUNT)
                           MOVE OC-STATUS
                               TO OCT-STATUS(WS-OC-COUNT)
                           MOVE OC-PROJ-STAMP
                               TO OCT-PROJ-STAMP(WS-OC-COUNT)
                           MOVE OC-SLA TO OCT-SLA(WS-OC-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
               MOVE "Y" TO WS-END-FLAG
           ELSE
               DISPLAY "TONIGHT'S RUN PLAN"
               DISPLAY "JOB                      AFTER"
                   "                    STATUS   DUE   PROJ  SLA"
           END-IF.
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ PLAN-FILE
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE "PLANNED" TO WS-JOB-STATUS
                       MOVE 0 TO WS-JOB-PROJ-STAMP
                       MOVE SPACES TO WS-JOB-SLA
                       PERFORM VARYING WS-OC-IDX FROM 1 BY 1
                               UNTIL WS-OC-IDX > WS-OC-COUNT
                           IF OCT-JOB(WS-OC-IDX) = PL-JOB
                               MOVE OCT-STATUS(WS-OC-IDX)
                                   TO WS-JOB-STATUS
                               MOVE OCT-PROJ-STAMP(WS-OC-IDX)
                                   TO WS-JOB-PROJ-STAMP
                               MOVE OCT-SLA(WS-OC-IDX)
                                   TO WS-JOB-SLA
                           END-IF
                       END-PERFORM
                       PERFORM SHOW-PLAN-DEADLINE
               END-READ
           END-PERFORM.
           IF FS-PLAN = "00" OR FS-PLAN = "10"
           END-IF.
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * A job with no deadline shows as before; one with a deadline
      * adds its HH:MM, the projected finish, and the SLA state.
      *---------------------------------------------------------------
       SHOW-PLAN-DEADLINE.
           IF PL-DEADLINE = SPACES
               DISPLAY PL-JOB " " PL-PRED " " WS-JOB-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-DUE-SHOWN WS-PROJ-SHOWN.
           STRING PL-DEADLINE(1:2) ":" PL-DEADLINE(3:2)
               DELIMITED BY SIZE INTO WS-DUE-SHOWN
           END-STRING.
           IF WS-JOB-PROJ-STAMP > 0
               STRING WS-JOB-PROJ-STAMP(9:2) ":"
                   WS-JOB-PROJ-STAMP(11:2)
                   DELIMITED BY SIZE INTO WS-PROJ-SHOWN
               END-STRING
           END-IF.
           IF PL-CRITICAL = "Y"
               DISPLAY PL-JOB " " PL-PRED " " WS-JOB-STATUS " "
                   WS-DUE-SHOWN " " WS-PROJ-SHOWN " " WS-JOB-SLA
                   " CRITICAL"
           ELSE
               DISPLAY PL-JOB " " PL-PRED " " WS-JOB-STATUS " "
                   WS-DUE-SHOWN " " WS-PROJ-SHOWN " " WS-JOB-SLA
           END-IF.

      *---------------------------------------------------------------
      * After a manual repair, the checkpoint goes back to zero so
      * the next chain run starts from the top. Resetting it can
