       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-REFUND.

      *---------------------------------------------------------------
      * Prorated tuition refunds for drops and withdrawals. Every
      * seat COURSE-REGISTRATION gives back is logged on
      * waitlist-log.txt - DROPPED for a drop transaction, WITHDRAWN
      * for the seats of a student ENROLLMENT-STATUS-MAINT has
      * withdrawn - and each such event not yet on
      * refund-history.txt is priced here against the term's refund
      * schedule in refund-schedule.txt:
      *
      *   <term 5><term start 8><before day 3><percent 3>
      *
      * one row per step, e.g. 100 percent before day 7, 50 before
      * day 21. The term start is day 1; an effective date before
      * the start takes the first step, and one past the last step
      * refunds nothing. Where the term is on the academic
      * calendar CALENDAR-MAINT keeps, the calendar's term start is
      * day 1 instead of the schedule's, so the two cannot drift.
      *
      * A drop is effective the day registration processed it. A
      * withdrawal is effective on the date carried by the W status
      * change on status-audit.txt, not the day the seat was
      * released. The refund is the percentage of what
      * TUITION-BILLING charged for the course (tuition-charges.txt)
      * less anything refunded on it before; a course never billed
      * refunds nothing.
      *
      * The run posts one balanced batch: a credit per refund to the
      * student's receivable, the tuition revenue account debited
      * the total. refund-register.txt lists every event priced,
      * for the bursar. Events for a term with no schedule, or a
      * student with no receivable account, are held for the next
      * run and listed at the end of the register.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE
               ASSIGN TO "intermediate/refund-schedule.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SCHEDULE.
           SELECT WAITLIST-LOG-FILE
               ASSIGN TO "intermediate/waitlist-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WAITLIST-LOG.
           SELECT STATUS-LOG-FILE
               ASSIGN TO "beginner/status-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-LOG.
           SELECT CHARGE-FILE
               ASSIGN TO "intermediate/tuition-charges.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHARGE.
           SELECT ACCOUNT-MAP-FILE
               ASSIGN TO "intermediate/student-accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCOUNT-MAP.
           SELECT REVENUE-FILE
               ASSIGN TO "intermediate/tuition-revenue-account.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REVENUE.
           SELECT HISTORY-FILE
               ASSIGN TO "intermediate/refund-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY.
           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL.
           SELECT REGISTER-FILE
               ASSIGN TO "intermediate/refund-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTER.
           SELECT CALENDAR-FILE
               ASSIGN TO "intermediate/academic-calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDAR.

       DATA DIVISION.
       FILE SECTION.
       FD SCHEDULE-FILE.
       01 SCHEDULE-REC.
          05 RS-TERM-CODE    PIC X(5).
          05 RS-TERM-START   PIC 9(8).
          05 RS-BEFORE-DAY   PIC 9(3).
          05 RS-PERCENT      PIC 9(3).

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

       FD STATUS-LOG-FILE.
       01 STATUS-LOG-REC.
          05 LG-DATE         PIC 9(8).
          05 FILLER          PIC X.
          05 LG-TIME         PIC 9(6).
          05 FILLER          PIC X.
          05 LG-STUDENT-ID   PIC 9(5).
          05 FILLER          PIC X.
          05 LG-OLD-STATUS   PIC X.
          05 LG-ARROW        PIC X(4).
          05 LG-NEW-STATUS   PIC X.
          05 FILLER          PIC X.
          05 LG-EFF-DATE     PIC 9(8).
          05 FILLER          PIC X.
          05 LG-REASON       PIC X(3).

       FD CHARGE-FILE.
       01 CHARGE-REC.
          05 CG-STUDENT-ID   PIC 9(5).
          05 CG-COURSE-CODE  PIC X(6).
          05 CG-TERM-CODE    PIC X(5).
          05 CG-AMOUNT       PIC 9(5)V99.
          05 CG-BILL-DATE    PIC 9(8).
          05 CG-BATCH-ID     PIC 9(7).

       FD ACCOUNT-MAP-FILE.
       01 ACCOUNT-MAP-REC.
          05 SA-STUDENT-ID   PIC 9(5).
          05 SA-ACCT         PIC 9(4).

       FD REVENUE-FILE.
       01 REVENUE-REC        PIC 9(4).

       FD HISTORY-FILE.
       01 HISTORY-REC.
          05 RH-LOG-DATE     PIC 9(8).
          05 RH-EVENT        PIC X(10).
          05 RH-STUDENT-ID   PIC 9(5).
          05 RH-COURSE-CODE  PIC X(6).
          05 RH-TERM-CODE    PIC X(5).
          05 RH-EFF-DATE     PIC 9(8).
          05 RH-DAY          PIC 9(3).
          05 RH-PERCENT      PIC 9(3).
          05 RH-AMOUNT       PIC 9(5)V99.
          05 RH-BATCH-ID     PIC 9(7).

       FD JOURNAL-FILE.
       01 JOURNAL-REC        PIC X(16).

       FD REGISTER-FILE.
       01 REGISTER-REC       PIC X(90).

       FD CALENDAR-FILE.
       01 CALENDAR-REC.
          05 AC-TERM-CODE    PIC X(5).
          05 AC-TERM-START   PIC 9(8).
          05 AC-ADD-DEADLINE PIC 9(8).
          05 AC-DROP-DEADLINE PIC 9(8).
          05 AC-WDR-DEADLINE PIC 9(8).
          05 AC-TERM-END     PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FS-SCHEDULE        PIC XX.
       01 FS-WAITLIST-LOG    PIC XX.
       01 FS-STATUS-LOG      PIC XX.
       01 FS-CHARGE          PIC XX.
       01 FS-ACCOUNT-MAP     PIC XX.
       01 FS-REVENUE         PIC XX.
       01 FS-HISTORY         PIC XX.
       01 FS-JOURNAL         PIC XX.
       01 FS-REGISTER        PIC XX.
       01 FS-CALENDAR        PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".

       01 WS-RUN-DATE        PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-REVENUE-ACCT    PIC 9(4) VALUE 0.

       01 WS-SCHED-COUNT     PIC 9(3) VALUE 0.
       01 WS-SCHED-IDX       PIC 9(3).
       01 WS-SCHED-TABLE.
          05 WS-SCHED-ENTRY OCCURS 200 TIMES.
             10 SC-TERM-CODE PIC X(5).
             10 SC-TERM-START PIC 9(8).
             10 SC-BEFORE-DAY PIC 9(3).
             10 SC-PERCENT   PIC 9(3).

       01 WS-CAL-COUNT       PIC 9(3) VALUE 0.
       01 WS-CAL-IDX         PIC 9(3).
       01 WS-CAL-TABLE.
          05 WS-CAL-ENTRY OCCURS 100 TIMES.
             10 CL-TERM-CODE PIC X(5).
             10 CL-TERM-START PIC 9(8).
       01 WS-SCHED-FOUND     PIC X.

       01 WS-WDR-COUNT       PIC 9(3) VALUE 0.
       01 WS-WDR-IDX         PIC 9(3).
       01 WS-WDR-TABLE.
          05 WS-WDR-ENTRY OCCURS 500 TIMES.
             10 WD-STUDENT-ID PIC 9(5).
             10 WD-EFF-DATE  PIC 9(8).

       01 WS-CHG-COUNT       PIC 9(4) VALUE 0.
       01 WS-CHG-IDX         PIC 9(4).
       01 WS-CHG-TABLE.
          05 WS-CHG-ENTRY OCCURS 2000 TIMES.
             10 CH-STUDENT-ID PIC 9(5).
             10 CH-COURSE-CODE PIC X(6).
             10 CH-TERM-CODE PIC X(5).
             10 CH-AMOUNT    PIC 9(5)V99.

       01 WS-MAP-COUNT       PIC 9(3) VALUE 0.
       01 WS-MAP-IDX         PIC 9(3).
       01 WS-MAP-TABLE.
          05 WS-MAP-ENTRY OCCURS 200 TIMES.
             10 MP-STUDENT-ID PIC 9(5).
             10 MP-ACCT      PIC 9(4).

      *---------------------------------------------------------------
      * Events already priced, from refund-history.txt, plus the
      * ones priced by this run (RF-NEW), which are appended with
      * the batch id once the batch is written.
      *---------------------------------------------------------------
       01 WS-REF-COUNT       PIC 9(4) VALUE 0.
       01 WS-REF-IDX         PIC 9(4).
       01 WS-REF-TABLE.
          05 WS-REF-ENTRY OCCURS 2000 TIMES.
             10 RF-LOG-DATE  PIC 9(8).
             10 RF-EVENT     PIC X(10).
             10 RF-STUDENT-ID PIC 9(5).
             10 RF-COURSE-CODE PIC X(6).
             10 RF-TERM-CODE PIC X(5).
             10 RF-EFF-DATE  PIC 9(8).
             10 RF-DAY       PIC 9(3).
             10 RF-PERCENT   PIC 9(3).
             10 RF-AMOUNT    PIC 9(5)V99.
             10 RF-BATCH-ID  PIC 9(7).
             10 RF-NEW       PIC X.
             10 RF-ACCT      PIC 9(4).

      *---------------------------------------------------------------
      * Per-event working fields.
      *---------------------------------------------------------------
       01 WS-PRICED          PIC X.
       01 WS-EFF-DATE        PIC 9(8).
       01 WS-TERM-START      PIC 9(8).
       01 WS-DAY-NUMBER      PIC S9(5).
       01 WS-DAY             PIC 9(3).
       01 WS-PERCENT         PIC 9(3).
       01 WS-BEST-DAY        PIC 9(3).
       01 WS-CHARGED         PIC 9(5)V99.
       01 WS-REFUNDED        PIC 9(5)V99.
       01 WS-REFUND          PIC 9(5)V99.
       01 WS-STUDENT-ACCT    PIC 9(4).
       01 WS-HOLD-REASON     PIC X(20).
       01 WS-WDR-FOUND       PIC X.

       01 WS-HELD-IDX        PIC 9(3).
       01 WS-HELD-TABLE.
          05 WS-HELD-IMAGE OCCURS 200 TIMES PIC X(60).

       01 WS-EVENT-COUNT     PIC 9(5) VALUE 0.
       01 WS-PRICED-COUNT    PIC 9(5) VALUE 0.
       01 WS-REFUND-COUNT    PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT      PIC 9(5) VALUE 0.
       01 WS-TOTAL-REFUND    PIC 9(9)V99 VALUE 0.

       01 WS-JRNL-HEADER.
          05 JH-TYPE         PIC X.
          05 JH-COUNT        PIC 9(5).
          05 JH-NET          PIC S9(7)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

       01 WS-JRNL-DETAIL.
          05 JT-TYPE         PIC X.
          05 JT-ACCT         PIC 9(4).
          05 JT-DC           PIC X.
          05 JT-AMOUNT       PIC 9(5)V99.

       01 WS-JRNL-PERIOD.
          05 JP-TYPE         PIC X.
          05 JP-PERIOD       PIC 9(6).
       01 WS-JRNL-BATCH.
          05 JB-TYPE         PIC X.
          05 JB-BATCH-ID     PIC 9(7).
          05 JB-OPERATOR     PIC X(8).
       01 WS-JRNL-ENTITY.
          05 JE-TYPE         PIC X VALUE "E".
          05 JE-ENTITY       PIC X(3) VALUE "SCH".

       01 WS-OPEN-PERIOD     PIC 9(6).
       01 WS-OPEN-PD-STATUS  PIC X.
       01 WS-DTL-COUNT       PIC 9(5).
       01 WS-CHUNK-LEFT      PIC 9(9)V99.
       01 WS-CHUNK           PIC 9(5)V99.
       01 WS-REV-CHUNKS      PIC 9(3).

       01 WS-TOTAL-ED        PIC Z,ZZZ,ZZ9.99.
       01 WS-DATE-ED         PIC 9999/99/99.

       01 WS-REG-HEAD.
          05 FILLER          PIC X(40) VALUE
             "STUDENT COURSE TERM  EVENT      EFFECTIV".
          05 FILLER          PIC X(37) VALUE
             "E  DAY   CHARGED PCT     REFUND  ACCT".

       01 WS-REG-LINE.
          05 WS-RG-STUDENT   PIC 9(5).
          05 FILLER          PIC X(3) VALUE SPACES.
          05 WS-RG-COURSE    PIC X(6).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RG-TERM      PIC X(5).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RG-EVENT     PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RG-EFF-DATE  PIC 9999/99/99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RG-DAY       PIC ZZ9.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RG-CHARGED   PIC ZZ,ZZ9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RG-PERCENT   PIC ZZ9.
          05 FILLER          PIC X VALUE "%".
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RG-REFUND    PIC ZZ,ZZ9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-RG-ACCT      PIC X(4).

       01 WS-HELD-LINE.
          05 WS-HL-STUDENT   PIC 9(5).
          05 FILLER          PIC X(3) VALUE SPACES.
          05 WS-HL-COURSE    PIC X(6).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-HL-TERM      PIC X(5).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-HL-EVENT     PIC X(10).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-HL-REASON    PIC X(20).

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL
           MOVE WS-RUN-DATE TO WS-DATE-ED
           PERFORM LOAD-REVENUE-ACCOUNT
           PERFORM LOAD-SCHEDULE
           PERFORM LOAD-CALENDAR
           PERFORM LOAD-WITHDRAWALS
           PERFORM LOAD-CHARGES
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM LOAD-REFUND-HISTORY

           OPEN OUTPUT REGISTER-FILE
           MOVE SPACES TO REGISTER-REC
           STRING "TUITION REFUND REGISTER " DELIMITED BY SIZE
                  WS-DATE-ED DELIMITED BY SIZE
               INTO REGISTER-REC
           END-STRING
           WRITE REGISTER-REC
           MOVE SPACES TO REGISTER-REC
           WRITE REGISTER-REC
           MOVE WS-REG-HEAD TO REGISTER-REC
           WRITE REGISTER-REC

           PERFORM PRICE-SEAT-RELEASES

           IF WS-REFUND-COUNT > 0
               PERFORM WRITE-REFUND-BATCH
           END-IF
           PERFORM WRITE-REFUND-HISTORY
           PERFORM WRITE-REGISTER-TOTALS
           CLOSE REGISTER-FILE

           DISPLAY "Drops/withdrawals found: " WS-EVENT-COUNT
           DISPLAY "Priced this run:         " WS-PRICED-COUNT
           DISPLAY "  with a refund:         " WS-REFUND-COUNT
           MOVE WS-TOTAL-REFUND TO WS-TOTAL-ED
           DISPLAY "  refund total:          " WS-TOTAL-ED
           DISPLAY "Held for next run:       " WS-HELD-COUNT
           IF WS-HELD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-REVENUE-ACCOUNT.
           OPEN INPUT REVENUE-FILE
           IF FS-REVENUE = "00"
               READ REVENUE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REVENUE-REC TO WS-REVENUE-ACCT
               END-READ
               CLOSE REVENUE-FILE
           END-IF
           IF WS-REVENUE-ACCT = 0
               DISPLAY "No tuition revenue account on file - "
                   "refunds not run"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF FS-SCHEDULE NOT = "00"
               DISPLAY "No refund schedule on file, FS=" FS-SCHEDULE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ SCHEDULE-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-SCHED-COUNT < 200
                               AND RS-TERM-START IS NUMERIC
                               AND RS-BEFORE-DAY IS NUMERIC
                               AND RS-PERCENT IS NUMERIC
                               AND RS-PERCENT NOT > 100
                               ADD 1 TO WS-SCHED-COUNT
                               MOVE RS-TERM-CODE TO
                                   SC-TERM-CODE(WS-SCHED-COUNT)
                               MOVE RS-TERM-START TO
                                   SC-TERM-START(WS-SCHED-COUNT)
                               MOVE RS-BEFORE-DAY TO
                                   SC-BEFORE-DAY(WS-SCHED-COUNT)
                               MOVE RS-PERCENT TO
                                   SC-PERCENT(WS-SCHED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF FS-CALENDAR NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ CALENDAR-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-CAL-COUNT < 100
                               AND AC-TERM-START IS NUMERIC
                               ADD 1 TO WS-CAL-COUNT
                               MOVE AC-TERM-CODE
                                   TO CL-TERM-CODE(WS-CAL-COUNT)
                               MOVE AC-TERM-START
                                   TO CL-TERM-START(WS-CAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * Every change to W on the status audit, with the date it took
      * effect; a student withdrawn, reinstated and withdrawn again
      * has one row per withdrawal.
      *---------------------------------------------------------------
       LOAD-WITHDRAWALS.
           OPEN INPUT STATUS-LOG-FILE
           IF FS-STATUS-LOG NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ STATUS-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF LG-NEW-STATUS = "W"
                               AND LG-EFF-DATE IS NUMERIC
                               AND WS-WDR-COUNT < 500
                               ADD 1 TO WS-WDR-COUNT
                               MOVE LG-STUDENT-ID TO
                                   WD-STUDENT-ID(WS-WDR-COUNT)
                               MOVE LG-EFF-DATE TO
                                   WD-EFF-DATE(WS-WDR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATUS-LOG-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       LOAD-CHARGES.
           OPEN INPUT CHARGE-FILE
           IF FS-CHARGE NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ CHARGE-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-CHG-COUNT < 2000
                               ADD 1 TO WS-CHG-COUNT
                               MOVE CG-STUDENT-ID TO
                                   CH-STUDENT-ID(WS-CHG-COUNT)
                               MOVE CG-COURSE-CODE TO
                                   CH-COURSE-CODE(WS-CHG-COUNT)
                               MOVE CG-TERM-CODE TO
                                   CH-TERM-CODE(WS-CHG-COUNT)
                               MOVE CG-AMOUNT TO
                                   CH-AMOUNT(WS-CHG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGE-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-FILE
           IF FS-ACCOUNT-MAP NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ ACCOUNT-MAP-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-MAP-COUNT < 200
                               ADD 1 TO WS-MAP-COUNT
                               MOVE SA-STUDENT-ID TO
                                   MP-STUDENT-ID(WS-MAP-COUNT)
                               MOVE SA-ACCT
                                   TO MP-ACCT(WS-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MAP-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       LOAD-REFUND-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF FS-HISTORY NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-REF-COUNT >= 2000
                               DISPLAY "Refund history table full"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-REF-COUNT
                           MOVE RH-LOG-DATE TO
                               RF-LOG-DATE(WS-REF-COUNT)
                           MOVE RH-EVENT TO RF-EVENT(WS-REF-COUNT)
                           MOVE RH-STUDENT-ID TO
                               RF-STUDENT-ID(WS-REF-COUNT)
                           MOVE RH-COURSE-CODE TO
                               RF-COURSE-CODE(WS-REF-COUNT)
                           MOVE RH-TERM-CODE TO
                               RF-TERM-CODE(WS-REF-COUNT)
                           MOVE RH-AMOUNT TO RF-AMOUNT(WS-REF-COUNT)
                           MOVE "N" TO RF-NEW(WS-REF-COUNT)
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       PRICE-SEAT-RELEASES.
           OPEN INPUT WAITLIST-LOG-FILE
           IF FS-WAITLIST-LOG NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ WAITLIST-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WG-EVENT = "DROPPED"
                           OR WG-EVENT = "WITHDRAWN"
                           ADD 1 TO WS-EVENT-COUNT
                           PERFORM PRICE-ONE-RELEASE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAITLIST-LOG-FILE
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * An event already on the refund history was settled by an
      * earlier run. A held event is listed but not recorded, so it
      * is priced once its schedule or account is in place.
      *---------------------------------------------------------------
       PRICE-ONE-RELEASE.
           MOVE "N" TO WS-PRICED
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-COUNT
               IF RF-LOG-DATE(WS-REF-IDX) = WG-DATE
                   AND RF-EVENT(WS-REF-IDX) = WG-EVENT
                   AND RF-STUDENT-ID(WS-REF-IDX) = WG-STUDENT-ID
                   AND RF-COURSE-CODE(WS-REF-IDX) = WG-COURSE-CODE
                   AND RF-TERM-CODE(WS-REF-IDX) = WG-TERM-CODE
                   MOVE "Y" TO WS-PRICED
               END-IF
           END-PERFORM
           IF WS-PRICED = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE WG-DATE TO WS-EFF-DATE
           MOVE "N" TO WS-WDR-FOUND
           IF WG-EVENT = "WITHDRAWN"
               PERFORM FIND-WITHDRAWAL-DATE
           END-IF

           MOVE SPACES TO WS-HOLD-REASON
           MOVE 0 TO WS-TERM-START
           MOVE "N" TO WS-SCHED-FOUND
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
               IF SC-TERM-CODE(WS-SCHED-IDX) = WG-TERM-CODE
                   MOVE SC-TERM-START(WS-SCHED-IDX) TO WS-TERM-START
                   MOVE "Y" TO WS-SCHED-FOUND
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF CL-TERM-CODE(WS-CAL-IDX) = WG-TERM-CODE
                   MOVE CL-TERM-START(WS-CAL-IDX) TO WS-TERM-START
               END-IF
           END-PERFORM
           IF WS-SCHED-FOUND = "N"
               MOVE "NO REFUND SCHEDULE" TO WS-HOLD-REASON
               PERFORM HOLD-RELEASE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CHARGED
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF CH-STUDENT-ID(WS-CHG-IDX) = WG-STUDENT-ID
                   AND CH-COURSE-CODE(WS-CHG-IDX) = WG-COURSE-CODE
                   AND CH-TERM-CODE(WS-CHG-IDX) = WG-TERM-CODE
                   ADD CH-AMOUNT(WS-CHG-IDX) TO WS-CHARGED
               END-IF
           END-PERFORM
           MOVE 0 TO WS-REFUNDED
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-COUNT
               IF RF-STUDENT-ID(WS-REF-IDX) = WG-STUDENT-ID
                   AND RF-COURSE-CODE(WS-REF-IDX) = WG-COURSE-CODE
                   AND RF-TERM-CODE(WS-REF-IDX) = WG-TERM-CODE
                   ADD RF-AMOUNT(WS-REF-IDX) TO WS-REFUNDED
               END-IF
           END-PERFORM

           MOVE 0 TO WS-STUDENT-ACCT
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF MP-STUDENT-ID(WS-MAP-IDX) = WG-STUDENT-ID
                   MOVE MP-ACCT(WS-MAP-IDX) TO WS-STUDENT-ACCT
               END-IF
           END-PERFORM
           IF WS-CHARGED > 0 AND WS-STUDENT-ACCT = 0
               MOVE "NO RECEIVABLE ACCT" TO WS-HOLD-REASON
               PERFORM HOLD-RELEASE
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-REFUND-SCHEDULE
           IF WS-CHARGED > WS-REFUNDED
               COMPUTE WS-REFUND ROUNDED =
                   (WS-CHARGED - WS-REFUNDED) * WS-PERCENT / 100
           ELSE
               MOVE 0 TO WS-REFUND
           END-IF
           PERFORM RECORD-RELEASE.

      *---------------------------------------------------------------
      * The latest withdrawal on the audit for the student that
      * took effect on or before the day the seat was released.
      *---------------------------------------------------------------
       FIND-WITHDRAWAL-DATE.
           PERFORM VARYING WS-WDR-IDX FROM 1 BY 1
                   UNTIL WS-WDR-IDX > WS-WDR-COUNT
               IF WD-STUDENT-ID(WS-WDR-IDX) = WG-STUDENT-ID
                   AND WD-EFF-DATE(WS-WDR-IDX) NOT > WG-DATE
                   IF WS-WDR-FOUND = "N"
                       OR WD-EFF-DATE(WS-WDR-IDX) > WS-EFF-DATE
                       MOVE WD-EFF-DATE(WS-WDR-IDX) TO WS-EFF-DATE
                       MOVE "Y" TO WS-WDR-FOUND
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Day 1 is the term start. The step that applies is the
      * earliest one whose cut-off day the event falls before;
      * past every cut-off nothing is refunded.
      *---------------------------------------------------------------
       APPLY-REFUND-SCHEDULE.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-EFF-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-TERM-START) + 1
           IF WS-DAY-NUMBER < 1
               MOVE 0 TO WS-DAY
           ELSE
               IF WS-DAY-NUMBER > 999
                   MOVE 999 TO WS-DAY
               ELSE
                   MOVE WS-DAY-NUMBER TO WS-DAY
               END-IF
           END-IF
           MOVE 0 TO WS-PERCENT
           MOVE 999 TO WS-BEST-DAY
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
               IF SC-TERM-CODE(WS-SCHED-IDX) = WG-TERM-CODE
                   AND WS-DAY < SC-BEFORE-DAY(WS-SCHED-IDX)
                   AND SC-BEFORE-DAY(WS-SCHED-IDX) NOT > WS-BEST-DAY
                   MOVE SC-BEFORE-DAY(WS-SCHED-IDX) TO WS-BEST-DAY
                   MOVE SC-PERCENT(WS-SCHED-IDX) TO WS-PERCENT
               END-IF
           END-PERFORM.

       RECORD-RELEASE.
           IF WS-REF-COUNT >= 2000
               DISPLAY "Refund history table full"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REF-COUNT
           MOVE WG-DATE TO RF-LOG-DATE(WS-REF-COUNT)
           MOVE WG-EVENT TO RF-EVENT(WS-REF-COUNT)
           MOVE WG-STUDENT-ID TO RF-STUDENT-ID(WS-REF-COUNT)
           MOVE WG-COURSE-CODE TO RF-COURSE-CODE(WS-REF-COUNT)
           MOVE WG-TERM-CODE TO RF-TERM-CODE(WS-REF-COUNT)
           MOVE WS-EFF-DATE TO RF-EFF-DATE(WS-REF-COUNT)
           MOVE WS-DAY TO RF-DAY(WS-REF-COUNT)
           MOVE WS-PERCENT TO RF-PERCENT(WS-REF-COUNT)
           MOVE WS-REFUND TO RF-AMOUNT(WS-REF-COUNT)
           MOVE 0 TO RF-BATCH-ID(WS-REF-COUNT)
           MOVE "Y" TO RF-NEW(WS-REF-COUNT)
           MOVE WS-STUDENT-ACCT TO RF-ACCT(WS-REF-COUNT)
           ADD 1 TO WS-PRICED-COUNT
           IF WS-REFUND > 0
               ADD 1 TO WS-REFUND-COUNT
               ADD WS-REFUND TO WS-TOTAL-REFUND
           END-IF

           MOVE WG-STUDENT-ID TO WS-RG-STUDENT
           MOVE WG-COURSE-CODE TO WS-RG-COURSE
           MOVE WG-TERM-CODE TO WS-RG-TERM
           MOVE WG-EVENT TO WS-RG-EVENT
           MOVE WS-EFF-DATE TO WS-RG-EFF-DATE
           MOVE WS-DAY TO WS-RG-DAY
           MOVE WS-CHARGED TO WS-RG-CHARGED
           MOVE WS-PERCENT TO WS-RG-PERCENT
           MOVE WS-REFUND TO WS-RG-REFUND
           IF WS-CHARGED = 0
               MOVE "NONE" TO WS-RG-ACCT
           ELSE
               MOVE WS-STUDENT-ACCT TO WS-RG-ACCT
           END-IF
           MOVE WS-REG-LINE TO REGISTER-REC
           WRITE REGISTER-REC.

       HOLD-RELEASE.
           ADD 1 TO WS-HELD-COUNT
           MOVE WG-STUDENT-ID TO WS-HL-STUDENT
           MOVE WG-COURSE-CODE TO WS-HL-COURSE
           MOVE WG-TERM-CODE TO WS-HL-TERM
           MOVE WG-EVENT TO WS-HL-EVENT
           MOVE WS-HOLD-REASON TO WS-HL-REASON
           IF WS-HELD-COUNT <= 200
               MOVE WS-HELD-LINE TO WS-HELD-IMAGE(WS-HELD-COUNT)
           END-IF.

      *---------------------------------------------------------------
      * One balanced batch in TUITION-BILLING's layout, reversed: a
      * credit per refund to the student's receivable, the tuition
      * revenue account debited the total (chunked past a detail's
      * 9(5)V99).
      *---------------------------------------------------------------
       WRITE-REFUND-BATCH.
           MOVE WS-REFUND-COUNT TO WS-DTL-COUNT
           COMPUTE WS-REV-CHUNKS = FUNCTION INTEGER(
               (WS-TOTAL-REFUND + 99999.98) / 99999.99)
           ADD WS-REV-CHUNKS TO WS-DTL-COUNT

           OPEN EXTEND JOURNAL-FILE
           IF FS-JOURNAL NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           CALL "GET-OPEN-PERIOD"
               USING WS-OPEN-PERIOD WS-OPEN-PD-STATUS
           END-CALL
           MOVE "P" TO JP-TYPE
           MOVE WS-OPEN-PERIOD TO JP-PERIOD
           MOVE SPACES TO JOURNAL-REC
           MOVE WS-JRNL-PERIOD TO JOURNAL-REC
           WRITE JOURNAL-REC
           CALL "NEXT-BATCH-ID" USING JB-BATCH-ID JB-OPERATOR
           END-CALL
           MOVE "B" TO JB-TYPE
           MOVE WS-JRNL-BATCH TO JOURNAL-REC
           WRITE JOURNAL-REC
           MOVE SPACES TO JOURNAL-REC
           MOVE WS-JRNL-ENTITY TO JOURNAL-REC
           WRITE JOURNAL-REC

           MOVE "H" TO JH-TYPE
           MOVE WS-DTL-COUNT TO JH-COUNT
           MOVE 0 TO JH-NET
           MOVE WS-JRNL-HEADER TO JOURNAL-REC
           WRITE JOURNAL-REC

           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-COUNT
               IF RF-NEW(WS-REF-IDX) = "Y"
                   AND RF-AMOUNT(WS-REF-IDX) > 0
                   MOVE "D" TO JT-TYPE
                   MOVE RF-ACCT(WS-REF-IDX) TO JT-ACCT
                   MOVE "C" TO JT-DC
                   MOVE RF-AMOUNT(WS-REF-IDX) TO JT-AMOUNT
                   MOVE WS-JRNL-DETAIL TO JOURNAL-REC
                   WRITE JOURNAL-REC
                   MOVE JB-BATCH-ID TO RF-BATCH-ID(WS-REF-IDX)
               END-IF
           END-PERFORM

           MOVE WS-TOTAL-REFUND TO WS-CHUNK-LEFT
           PERFORM UNTIL WS-CHUNK-LEFT = 0
               IF WS-CHUNK-LEFT > 99999.99
                   MOVE 99999.99 TO WS-CHUNK
               ELSE
                   MOVE WS-CHUNK-LEFT TO WS-CHUNK
               END-IF
               SUBTRACT WS-CHUNK FROM WS-CHUNK-LEFT
               MOVE "D" TO JT-TYPE
               MOVE WS-REVENUE-ACCT TO JT-ACCT
               MOVE "D" TO JT-DC
               MOVE WS-CHUNK TO JT-AMOUNT
               MOVE WS-JRNL-DETAIL TO JOURNAL-REC
               WRITE JOURNAL-REC
           END-PERFORM
           CLOSE JOURNAL-FILE
           DISPLAY "Refund batch " JB-BATCH-ID " written: "
               WS-DTL-COUNT " details".

       WRITE-REFUND-HISTORY.
           IF WS-PRICED-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND HISTORY-FILE
           IF FS-HISTORY NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-COUNT
               IF RF-NEW(WS-REF-IDX) = "Y"
                   MOVE RF-LOG-DATE(WS-REF-IDX) TO RH-LOG-DATE
                   MOVE RF-EVENT(WS-REF-IDX) TO RH-EVENT
                   MOVE RF-STUDENT-ID(WS-REF-IDX) TO RH-STUDENT-ID
                   MOVE RF-COURSE-CODE(WS-REF-IDX) TO RH-COURSE-CODE
                   MOVE RF-TERM-CODE(WS-REF-IDX) TO RH-TERM-CODE
                   MOVE RF-EFF-DATE(WS-REF-IDX) TO RH-EFF-DATE
                   MOVE RF-DAY(WS-REF-IDX) TO RH-DAY
                   MOVE RF-PERCENT(WS-REF-IDX) TO RH-PERCENT
                   MOVE RF-AMOUNT(WS-REF-IDX) TO RH-AMOUNT
                   MOVE RF-BATCH-ID(WS-REF-IDX) TO RH-BATCH-ID
                   WRITE HISTORY-REC
               END-IF
           END-PERFORM
           CLOSE HISTORY-FILE.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-REC
           WRITE REGISTER-REC
           IF WS-PRICED-COUNT = 0
               MOVE "  (no new drops or withdrawals)" TO REGISTER-REC
               WRITE REGISTER-REC
           END-IF
           MOVE WS-TOTAL-REFUND TO WS-TOTAL-ED
           MOVE SPACES TO REGISTER-REC
           STRING "TOTAL REFUNDED " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  "   BATCH " DELIMITED BY SIZE
                  JB-BATCH-ID DELIMITED BY SIZE
               INTO REGISTER-REC
           END-STRING
           IF WS-REFUND-COUNT = 0
               MOVE SPACES TO REGISTER-REC
               STRING "TOTAL REFUNDED " DELIMITED BY SIZE
                      WS-TOTAL-ED DELIMITED BY SIZE
                   INTO REGISTER-REC
               END-STRING
           END-IF
           WRITE REGISTER-REC
           IF WS-HELD-COUNT > 0
               MOVE SPACES TO REGISTER-REC
               WRITE REGISTER-REC
               MOVE "HELD FOR NEXT RUN" TO REGISTER-REC
               WRITE REGISTER-REC
               PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                       UNTIL WS-HELD-IDX > WS-HELD-COUNT
                          OR WS-HELD-IDX > 200
                   MOVE WS-HELD-IMAGE(WS-HELD-IDX) TO REGISTER-REC
                   WRITE REGISTER-REC
               END-PERFORM
           END-IF.
