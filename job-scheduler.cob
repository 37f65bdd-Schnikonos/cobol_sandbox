      * here without ending the whole night; those appear on the
      * plan as MANUAL, in dependency order, for the operator to
      * run at their slot.
      *
      * BACKUP-SET heads the plan so the night starts from a
      * point-in-time copy of every master; the first job of the
      * chain waits on it, and BACKUP-VERIFY follows it once a week.
      * LETTER-RUN closes the weeknight, after the payroll steps, so
      * every letter the day's runs queued goes out together.
      * SUBLEDGER-RECON follows POSITIVE-PAY each weeknight, once
      * the payroll postings are in; END-OF-DAY holds the business
      * date until it has run, so the operator works it at its slot.
      * OPERATOR-DIGEST follows it so the digest covers everything
      * the night's CALLed jobs did under the operator's sign-on.
      * DQ-SCORECARD ends Friday's night, once a week, when the
      * masters hold everything the week's runs did to them.
      *
      * A plan line may also carry a latest-completion time and a
      * critical flag after the day mask:
      *
      *   <deadline HHMM 4><critical Y|N 1>
      *
      * The deadline is the first HH:MM after the night starts -
      * 05:00 on a plan started at 22:00 is tomorrow morning - but
      * one no more than six hours behind the start, on a late
      * rerun, has already passed. At the start and after every
      * job the rest of the plan is played forward from the clock:
      * each pending job takes its average duration from the
      * run-stats history, one after another in the order the
      * passes would take them, the MANUAL steps included since the
      * operator works them at their slot. A job with no history
      * projects at no time at all. A job projected past its
      * deadline, or held behind a failed predecessor, goes AT
      * RISK; a critical one is escalated once, while there is
      * still time to step in - on the console, and on the shared
      * exception log as status "SL" against the job, which
      * exception-severity.txt ranks critical.
      *
      * job-outcomes.txt is rewritten after every job, so the
      * console's plan follows the night as it goes, and carries
      * each job's deadline, projected and actual finish, and SLA
      * state for SLA-MISS-REPORT to report the real misses in the
      * morning.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HOLIDAY-FILE ASSIGN TO "holiday-calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOLIDAY.
           COPY RUNSTSEL.
           COPY EXCLGSEL.

       DATA DIVISION.
       FILE SECTION.
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

       FD HOLIDAY-FILE.
       01 HOLIDAY-REC        PIC 9(8).

       COPY RUNSTFD.
       COPY EXCLGFD.

       WORKING-STORAGE SECTION.
       COPY RUNSTWS.
       COPY EXCLGWS.

       01 FS-PLAN            PIC XX.
       01 FS-OUTCOME         PIC XX.
       01 FS-HOLIDAY         PIC XX.
       01 WS-JOB-COUNT       PIC 9(2) VALUE 0.
       01 WS-JOB-IDX         PIC 9(2).
       01 WS-PRED-IDX        PIC 9(2).
       01 WS-OUT-IDX         PIC 9(2).
       01 WS-PRED-OK         PIC X.
       01 WS-RAN-ONE         PIC X.
       01 WS-JOB-TABLE.
             10 JB-MASK      PIC X(7).
             10 JB-STATUS    PIC X(8).
             10 JB-RC        PIC 9(4).
             10 JB-DEADLINE  PIC X(4).
             10 JB-CRITICAL  PIC X.
             10 JB-HIST-RUNS PIC 9(4).
             10 JB-HIST-SECS PIC 9(9).
             10 JB-AVG-SECS  PIC 9(7).
             10 JB-DUE-SECS  PIC 9(12).
             10 JB-PROJ-SECS PIC 9(12).
             10 JB-START-SECS PIC 9(12).
             10 JB-END-SECS  PIC 9(12).
             10 JB-SLA       PIC X(8).
             10 JB-ESCALATED PIC X.
             10 JB-SIM-STATUS PIC X(8).

       01 WS-DONE-COUNT      PIC 9(2) VALUE 0.
       01 WS-FAILED-COUNT    PIC 9(2) VALUE 0.
       01 WS-HELD-COUNT      PIC 9(2) VALUE 0.
       01 WS-SKIPPED-COUNT   PIC 9(2) VALUE 0.
       01 WS-AT-RISK-COUNT   PIC 9(2) VALUE 0.

      *---------------------------------------------------------------
      * Deadline projection. Clock readings are held as seconds
      * from the integer-date epoch so a night that crosses
      * midnight compares straight; SECS-TO-STAMP turns one back
      * into YYYYMMDDHHMM for the outcome file and the console.
      *---------------------------------------------------------------
       01 WS-CLOCK-DATE      PIC 9(8).
       01 WS-CLOCK-TIME      PIC 9(8).
       01 WS-HMS.
          05 WS-HMS-HH       PIC 99.
          05 WS-HMS-MM       PIC 99.
          05 WS-HMS-SS       PIC 99.
       01 WS-HMS-SECS        PIC 9(5).
       01 WS-HHMM.
          05 WS-HHMM-HH      PIC 99.
          05 WS-HHMM-MM      PIC 99.
       01 WS-NOW-SECS        PIC 9(12).
       01 WS-START-SECS      PIC 9(12).
       01 WS-START-DAY       PIC 9(7).
       01 WS-DURATION-SECS   PIC S9(7).
       01 WS-SIM-CLOCK       PIC 9(12).
       01 WS-SIM-IDX         PIC 9(2).
       01 WS-SIM-PRED-IDX    PIC 9(2).
       01 WS-SIM-PRED-OK     PIC X.
       01 WS-SIM-RAN         PIC X.
       01 WS-STAMP-SECS      PIC 9(12).
       01 WS-STAMP-DAYS      PIC 9(7).
       01 WS-STAMP-REM       PIC 9(5).
       01 WS-STAMP-OUT.
          05 WS-SO-DATE      PIC 9(8).
          05 WS-SO-HH        PIC 99.
          05 WS-SO-MM        PIC 99.
       01 WS-STAMP-OUT-N REDEFINES WS-STAMP-OUT PIC 9(12).
       01 WS-PROJ-SHOWN      PIC X(5).
       01 WS-DUE-SHOWN       PIC X(5).

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           MOVE "JOB-SCHEDULER" TO EL-PROGRAM-ID
           PERFORM STAMP-NOW
           MOVE WS-NOW-SECS TO WS-START-SECS
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL
               STOP RUN
           END-IF

           PERFORM LOAD-AVERAGE-DURATIONS
           PERFORM RESOLVE-DEADLINES
           PERFORM SKIP-NOT-DUE-JOBS
           PERFORM PROJECT-FINISH-TIMES
           PERFORM WRITE-OUTCOMES
           PERFORM RUN-READY-JOBS
               WITH TEST AFTER UNTIL WS-RAN-ONE = "N"
           PERFORM HOLD-LEFTOVER-JOBS
           DISPLAY "Jobs done " WS-DONE-COUNT " failed "
               WS-FAILED-COUNT " held " WS-HELD-COUNT
               " skipped " WS-SKIPPED-COUNT
           IF WS-AT-RISK-COUNT > 0
               DISPLAY "Deadlines at risk or missed: "
                   WS-AT-RISK-COUNT
           END-IF
           IF WS-FAILED-COUNT > 0 OR WS-HELD-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
                           MOVE PL-PRED TO JB-PRED(WS-JOB-COUNT)
                           MOVE PL-DAY-MASK
                               TO JB-MASK(WS-JOB-COUNT)
                           MOVE PL-DEADLINE
                               TO JB-DEADLINE(WS-JOB-COUNT)
                           MOVE PL-CRITICAL
                               TO JB-CRITICAL(WS-JOB-COUNT)
                           MOVE 0 TO JB-HIST-RUNS(WS-JOB-COUNT)
                               JB-HIST-SECS(WS-JOB-COUNT)
                               JB-AVG-SECS(WS-JOB-COUNT)
                               JB-DUE-SECS(WS-JOB-COUNT)
                               JB-PROJ-SECS(WS-JOB-COUNT)
                               JB-START-SECS(WS-JOB-COUNT)
                               JB-END-SECS(WS-JOB-COUNT)
                           MOVE SPACES TO JB-SLA(WS-JOB-COUNT)
                           MOVE "N" TO JB-ESCALATED(WS-JOB-COUNT)
                           MOVE "PENDING" TO
                               JB-STATUS(WS-JOB-COUNT)
                           MOVE 0 TO JB-RC(WS-JOB-COUNT)
               IF JB-STATUS(WS-JOB-IDX) = "PENDING"
                   PERFORM CHECK-PREDECESSOR
                   IF WS-PRED-OK = "Y"
                       PERFORM STAMP-NOW
                       MOVE WS-NOW-SECS TO JB-START-SECS(WS-JOB-IDX)
                       PERFORM RUN-ONE-JOB
                       PERFORM CLOSE-JOB-DEADLINE
                       PERFORM PROJECT-FINISH-TIMES
                       PERFORM WRITE-OUTCOMES
                       MOVE "Y" TO WS-RAN-ONE
                   END-IF
               END-IF
                   CALL "SORT-BASICS"
               WHEN "NIGHTLY-BATCH-CHAIN"
                   CALL "NIGHTLY-BATCH-CHAIN"
               WHEN "BACKUP-SET"
                   CALL "BACKUP-SET"
               WHEN "BACKUP-VERIFY"
                   CALL "BACKUP-VERIFY"
               WHEN "LETTER-RUN"
                   CALL "LETTER-RUN"
               WHEN "OPERATOR-DIGEST"
                   CALL "OPERATOR-DIGEST"
               WHEN "DQ-SCORECARD"
                   CALL "DQ-SCORECARD"
               WHEN OTHER
                   MOVE "MANUAL" TO JB-STATUS(WS-JOB-IDX)
                   DISPLAY "  not CALLable here - run "
       WRITE-OUTCOMES.
           ACCEPT WS-NOW FROM TIME
           OPEN OUTPUT OUTCOME-FILE
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                   UNTIL WS-OUT-IDX > WS-JOB-COUNT
               MOVE JB-JOB(WS-OUT-IDX) TO OC-JOB
               MOVE SPACE TO OC-FILLER-1 OC-FILLER-2
                   OC-FILLER-3 OC-FILLER-4
               MOVE JB-STATUS(WS-OUT-IDX) TO OC-STATUS
               MOVE JB-RC(WS-OUT-IDX) TO OC-RC
               MOVE WS-RUN-DATE TO OC-DATE
               MOVE WS-NOW(1:6) TO OC-TIME
               MOVE SPACE TO OC-FILLER-5 OC-FILLER-6 OC-FILLER-7
                   OC-FILLER-8 OC-FILLER-9 OC-FILLER-10
               MOVE JB-DEADLINE(WS-OUT-IDX) TO OC-DEADLINE
               MOVE JB-CRITICAL(WS-OUT-IDX) TO OC-CRITICAL
               MOVE JB-DUE-SECS(WS-OUT-IDX) TO WS-STAMP-SECS
               PERFORM SECS-TO-STAMP
               MOVE WS-STAMP-OUT-N TO OC-DUE-STAMP
               MOVE JB-PROJ-SECS(WS-OUT-IDX) TO WS-STAMP-SECS
               PERFORM SECS-TO-STAMP
               MOVE WS-STAMP-OUT-N TO OC-PROJ-STAMP
               MOVE JB-START-SECS(WS-OUT-IDX) TO WS-STAMP-SECS
               PERFORM SECS-TO-STAMP
               MOVE WS-STAMP-OUT-N TO OC-START-STAMP
               MOVE JB-END-SECS(WS-OUT-IDX) TO WS-STAMP-SECS
               PERFORM SECS-TO-STAMP
               MOVE WS-STAMP-OUT-N TO OC-END-STAMP
               MOVE JB-SLA(WS-OUT-IDX) TO OC-SLA
               WRITE OUTCOME-REC
           END-PERFORM
           CLOSE OUTCOME-FILE.

      *---------------------------------------------------------------
      * Each successful run on the stats file counts toward its
      * job's average duration, with the same midnight-spanning
      * arithmetic RUN-STATS-WATCHDOG uses.
      *---------------------------------------------------------------
       LOAD-AVERAGE-DURATIONS.
           OPEN INPUT RUN-STATS-FILE
           IF FS-RUN-STATS NOT = "00"
               DISPLAY "No run statistics - deadlines projected"
                   " without durations"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ RUN-STATS-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF RS-RETURN-CODE < 8
                           AND RS-START-DATE IS NUMERIC
                           AND RS-END-DATE IS NUMERIC
                           AND RS-START-DATE > 0
                           AND RS-END-DATE >= RS-START-DATE
                           PERFORM ADD-HISTORY-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-STATS-FILE
           MOVE "N" TO WS-END-FLAG
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF JB-HIST-RUNS(WS-JOB-IDX) > 0
                   COMPUTE JB-AVG-SECS(WS-JOB-IDX) =
                       JB-HIST-SECS(WS-JOB-IDX)
                       / JB-HIST-RUNS(WS-JOB-IDX)
               END-IF
           END-PERFORM.

       ADD-HISTORY-RUN.
           MOVE RS-END-TIME TO WS-HMS
           PERFORM HMS-TO-SECS
           COMPUTE WS-DURATION-SECS =
               (FUNCTION INTEGER-OF-DATE(RS-END-DATE)
                - FUNCTION INTEGER-OF-DATE(RS-START-DATE)) * 86400
               + WS-HMS-SECS
           MOVE RS-START-TIME TO WS-HMS
           PERFORM HMS-TO-SECS
           SUBTRACT WS-HMS-SECS FROM WS-DURATION-SECS
           IF WS-DURATION-SECS < 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF JB-JOB(WS-JOB-IDX)(1:20) = RS-PROGRAM-NAME
                   ADD 1 TO JB-HIST-RUNS(WS-JOB-IDX)
                   ADD WS-DURATION-SECS TO JB-HIST-SECS(WS-JOB-IDX)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * HH:MM to the clock: the first such time after the night's
      * start, unless it is no more than six hours behind the start
      * and so has already passed. A deadline that is not a time
      * of day is no deadline.
      *---------------------------------------------------------------
       RESOLVE-DEADLINES.
           COMPUTE WS-START-DAY = WS-START-SECS / 86400
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               MOVE JB-DEADLINE(WS-JOB-IDX) TO WS-HHMM
               IF WS-HHMM IS NUMERIC
                   AND WS-HHMM-HH < 24 AND WS-HHMM-MM < 60
                   COMPUTE JB-DUE-SECS(WS-JOB-IDX) =
                       WS-START-DAY * 86400
                       + WS-HHMM-HH * 3600 + WS-HHMM-MM * 60
                   IF JB-DUE-SECS(WS-JOB-IDX) + 21600 < WS-START-SECS
                       ADD 86400 TO JB-DUE-SECS(WS-JOB-IDX)
                   END-IF
               ELSE
                   MOVE SPACES TO JB-DEADLINE(WS-JOB-IDX)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * The rest of the night played forward from the clock on a
      * copy of the statuses, with the same pass rule the real run
      * uses, so the projected order is the order jobs will take.
      * A pending job the play-forward never reaches is held
      * behind a failure and keeps no projected finish.
      *---------------------------------------------------------------
       PROJECT-FINISH-TIMES.
           PERFORM STAMP-NOW
           MOVE WS-NOW-SECS TO WS-SIM-CLOCK
           PERFORM VARYING WS-SIM-IDX FROM 1 BY 1
                   UNTIL WS-SIM-IDX > WS-JOB-COUNT
               MOVE JB-STATUS(WS-SIM-IDX) TO JB-SIM-STATUS(WS-SIM-IDX)
               IF JB-STATUS(WS-SIM-IDX) = "PENDING"
                   MOVE 0 TO JB-PROJ-SECS(WS-SIM-IDX)
               END-IF
           END-PERFORM
           PERFORM SIMULATE-ONE-PASS
               WITH TEST AFTER UNTIL WS-SIM-RAN = "N"
           PERFORM VARYING WS-SIM-IDX FROM 1 BY 1
                   UNTIL WS-SIM-IDX > WS-JOB-COUNT
               IF JB-STATUS(WS-SIM-IDX) = "PENDING"
                   AND JB-DUE-SECS(WS-SIM-IDX) > 0
                   AND JB-ESCALATED(WS-SIM-IDX) = "N"
                   IF JB-PROJ-SECS(WS-SIM-IDX) = 0
                       OR JB-PROJ-SECS(WS-SIM-IDX) >
                          JB-DUE-SECS(WS-SIM-IDX)
                       PERFORM ESCALATE-AT-RISK
                   ELSE
                       MOVE "ON TIME" TO JB-SLA(WS-SIM-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       SIMULATE-ONE-PASS.
           MOVE "N" TO WS-SIM-RAN
           PERFORM VARYING WS-SIM-IDX FROM 1 BY 1
                   UNTIL WS-SIM-IDX > WS-JOB-COUNT
               IF JB-SIM-STATUS(WS-SIM-IDX) = "PENDING"
                   PERFORM SIM-CHECK-PREDECESSOR
                   IF WS-SIM-PRED-OK = "Y"
                       ADD JB-AVG-SECS(WS-SIM-IDX) TO WS-SIM-CLOCK
                       MOVE WS-SIM-CLOCK TO JB-PROJ-SECS(WS-SIM-IDX)
                       MOVE "DONE" TO JB-SIM-STATUS(WS-SIM-IDX)
                       MOVE "Y" TO WS-SIM-RAN
                   END-IF
               END-IF
           END-PERFORM.

       SIM-CHECK-PREDECESSOR.
           IF JB-PRED(WS-SIM-IDX) = SPACES
               MOVE "Y" TO WS-SIM-PRED-OK
           ELSE
               MOVE "N" TO WS-SIM-PRED-OK
               PERFORM VARYING WS-SIM-PRED-IDX FROM 1 BY 1
                       UNTIL WS-SIM-PRED-IDX > WS-JOB-COUNT
                   IF JB-JOB(WS-SIM-PRED-IDX) = JB-PRED(WS-SIM-IDX)
                       IF JB-SIM-STATUS(WS-SIM-PRED-IDX) = "DONE"
                           OR JB-SIM-STATUS(WS-SIM-PRED-IDX)
                              = "SKIPPED"
                           OR JB-SIM-STATUS(WS-SIM-PRED-IDX)
                              = "MANUAL"
                           MOVE "Y" TO WS-SIM-PRED-OK
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *---------------------------------------------------------------
      * Once per job per night: the console line always, and for a
      * critical job the "SL" exception the operator has to
      * acknowledge.
      *---------------------------------------------------------------
       ESCALATE-AT-RISK.
           MOVE "AT RISK" TO JB-SLA(WS-SIM-IDX)
           MOVE "Y" TO JB-ESCALATED(WS-SIM-IDX)
           ADD 1 TO WS-AT-RISK-COUNT
           MOVE JB-DUE-SECS(WS-SIM-IDX) TO WS-STAMP-SECS
           PERFORM SECS-TO-STAMP
           STRING WS-SO-HH ":" WS-SO-MM DELIMITED BY SIZE
               INTO WS-DUE-SHOWN
           END-STRING
           IF JB-PROJ-SECS(WS-SIM-IDX) = 0
               DISPLAY "SLA AT RISK: "
                   FUNCTION TRIM(JB-JOB(WS-SIM-IDX))
                   " is held behind a failed predecessor - due "
                   WS-DUE-SHOWN
           ELSE
               MOVE JB-PROJ-SECS(WS-SIM-IDX) TO WS-STAMP-SECS
               PERFORM SECS-TO-STAMP
               STRING WS-SO-HH ":" WS-SO-MM DELIMITED BY SIZE
                   INTO WS-PROJ-SHOWN
               END-STRING
               DISPLAY "SLA AT RISK: "
                   FUNCTION TRIM(JB-JOB(WS-SIM-IDX))
                   " projected to finish " WS-PROJ-SHOWN
                   " - due " WS-DUE-SHOWN
           END-IF
           IF JB-CRITICAL(WS-SIM-IDX) = "Y"
               MOVE JB-JOB(WS-SIM-IDX) TO EL-CURRENT-FILE
               MOVE "SL" TO EL-CURRENT-STATUS
               PERFORM WRITE-EXCEPTION-LOG
           END-IF.

      *---------------------------------------------------------------
      * A job the scheduler ran has an actual finish to hold
      * against its deadline. A MANUAL job is only released to the
      * operator here; its finish is projected from the release,
      * and SLA-MISS-REPORT finds the real one on the stats file.
      *---------------------------------------------------------------
       CLOSE-JOB-DEADLINE.
           IF JB-STATUS(WS-JOB-IDX) = "MANUAL"
               COMPUTE JB-PROJ-SECS(WS-JOB-IDX) =
                   JB-START-SECS(WS-JOB-IDX) + JB-AVG-SECS(WS-JOB-IDX)
               EXIT PARAGRAPH
           END-IF
           PERFORM STAMP-NOW
           MOVE WS-NOW-SECS TO JB-END-SECS(WS-JOB-IDX)
           IF JB-DUE-SECS(WS-JOB-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           IF JB-STATUS(WS-JOB-IDX) = "DONE"
               AND JB-END-SECS(WS-JOB-IDX) <= JB-DUE-SECS(WS-JOB-IDX)
               MOVE "MET" TO JB-SLA(WS-JOB-IDX)
           ELSE
               MOVE "MISSED" TO JB-SLA(WS-JOB-IDX)
               IF JB-ESCALATED(WS-JOB-IDX) = "N"
                   ADD 1 TO WS-AT-RISK-COUNT
               END-IF
           END-IF.

       STAMP-NOW.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK-TIME FROM TIME
           MOVE WS-CLOCK-TIME(1:6) TO WS-HMS
           PERFORM HMS-TO-SECS
           COMPUTE WS-NOW-SECS =
               FUNCTION INTEGER-OF-DATE(WS-CLOCK-DATE) * 86400
               + WS-HMS-SECS.

       HMS-TO-SECS.
           IF WS-HMS IS NUMERIC
               COMPUTE WS-HMS-SECS =
                   WS-HMS-HH * 3600 + WS-HMS-MM * 60 + WS-HMS-SS
           ELSE
               MOVE 0 TO WS-HMS-SECS
           END-IF.

       SECS-TO-STAMP.
           IF WS-STAMP-SECS = 0
               MOVE 0 TO WS-STAMP-OUT-N
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-STAMP-DAYS = WS-STAMP-SECS / 86400
           COMPUTE WS-STAMP-REM = WS-STAMP-SECS - WS-STAMP-DAYS * 86400
           COMPUTE WS-SO-DATE = FUNCTION DATE-OF-INTEGER(WS-STAMP-DAYS)
           COMPUTE WS-SO-HH = WS-STAMP-REM / 3600
           COMPUTE WS-SO-MM = (WS-STAMP-REM - WS-SO-HH * 3600) / 60.

       COPY EXCLGPD.
