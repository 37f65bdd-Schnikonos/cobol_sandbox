       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-DIGEST.

      *---------------------------------------------------------------
      * Daily operator activity digest. Every trail that carries the
      * GET-OPERATOR stamp is read and merged into one list of
      * events - when, who, which trail, what was done and to what:
      *
      *   trail                          source   actions
      *   exception-log.txt              EXCLOG   EXCEPTN
      *   pay-period-audit.txt           PAYROLL  PAID OVERRIDE
      *   balance-audit.txt              POSTING  CREDIT DEBIT
      *     (and balance-audit-<YYYYMM>.txt)
      *   batch-approvals.txt            APPROVAL APPROVE REJECT
      *   acct-status-audit.txt          ACCTMNT  OPEN FREEZE
      *                                           UNFREEZE CLOSE
      *                                           DORMANT REACTIV
      *   emp-maint-audit.txt            EMPMNT   ADD PAYCHG TERM
      *   contact-maint-audit.txt        CONTMNT  ADD CHANGE
      *                                           DELETE MERGE
      *   budget-audit.txt               BUDGMNT  LOAD REVISE DROP
      *   reversal-audit.txt             PAYREV   VOID
      *   term-close-audit.txt           TERMCLS  CLOSE
      *
      * A posting is put down to the operator who created its batch
      * - the B record on journal.txt, or the creator on
      * batch-approvals.txt - since the posting run only applies
      * what was keyed. A line from before its trail was stamped,
      * or a batch keyed by hand, shows as UNKNOWN.
      *
      * operator-digest.txt lists the business date's events per
      * operator in time order, then the segregation-of-duties
      * conflicts found. The rules are in sod-rules.txt:
      *
      *   <rule 8><first source 8><first action 8>
      *   <second source 8><second action 8><same key Y|N>
      *   <next only Y|N><window days 3><description 40>
      *
      * A conflict is one operator doing the first action and then
      * the second within the window - on the same key (employee,
      * account) when the rule says so. With "next only" just the
      * first second-action after the first counts: the payroll
      * that paid a pay change, the first credit to a new account.
      * Every event back to the longest window is read for this -
      * postings, and the journal that names their creators, from
      * PERIOD-ARCHIVE's dated archives for months it has moved.
      * An UNKNOWN operator never matches.
      *
      * Each new conflict is appended to sod-conflicts.txt, so a
      * rerun or the next day's run does not raise it again, and
      * logged to the exception log under status "SD", which
      * exception-severity.txt ranks critical - it stays in front
      * of the console until someone acknowledges it.
      *
      * RETURN-CODE 4 when a new conflict was found.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO "sod-rules.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RULE.
           SELECT FLAGGED-FILE ASSIGN TO "sod-conflicts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FLAGGED.
           SELECT JOURNAL-FILE ASSIGN USING WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL.
           SELECT APPROVAL-FILE ASSIGN TO "batch-approvals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APPROVAL.
           SELECT PERIOD-AUDIT-FILE
               ASSIGN TO "intermediate/pay-period-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIOD-AUDIT.
           SELECT BALANCE-AUDIT-FILE ASSIGN USING WS-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BALANCE-AUDIT.
           SELECT ACCT-AUDIT-FILE ASSIGN TO "acct-status-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCT-AUDIT.
           SELECT EMP-AUDIT-FILE
               ASSIGN TO "intermediate/emp-maint-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMP-AUDIT.
           SELECT CONTACT-AUDIT-FILE
               ASSIGN TO "contact-maint-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTACT-AUDIT.
           SELECT BUDGET-AUDIT-FILE ASSIGN TO "budget-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BUDGET-AUDIT.
           SELECT REVERSAL-AUDIT-FILE
               ASSIGN TO "intermediate/reversal-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REVERSAL-AUDIT.
           SELECT CLOSE-AUDIT-FILE
               ASSIGN TO "intermediate/term-close-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLOSE-AUDIT.
           SELECT DIGEST-FILE ASSIGN TO "operator-digest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIGEST.
           COPY EXCLGSEL.
           COPY RUNSTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD RULE-FILE.
       01 RULE-REC.
          05 RF-RULE         PIC X(8).
          05 RF-FIRST-SOURCE PIC X(8).
          05 RF-FIRST-ACTION PIC X(8).
          05 RF-SECOND-SOURCE PIC X(8).
          05 RF-SECOND-ACTION PIC X(8).
          05 RF-SAME-KEY     PIC X.
          05 RF-NEXT-ONLY    PIC X.
          05 RF-WINDOW       PIC 9(3).
          05 RF-DESCRIPTION  PIC X(40).

       FD FLAGGED-FILE.
       01 FLAGGED-REC.
          05 FG-RULE         PIC X(8).
          05 FG-FILLER-1     PIC X.
          05 FG-OPERATOR     PIC X(8).
          05 FG-FILLER-2     PIC X.
          05 FG-FIRST-KEY    PIC X(8).
          05 FG-FILLER-3     PIC X.
          05 FG-FIRST-STAMP  PIC 9(14).
          05 FG-FILLER-4     PIC X.
          05 FG-SECOND-KEY   PIC X(8).
          05 FG-FILLER-5     PIC X.
          05 FG-SECOND-STAMP PIC 9(14).
          05 FG-FILLER-6     PIC X.
          05 FG-FOUND-DATE   PIC 9(8).

       FD JOURNAL-FILE.
       01 JOURNAL-REC.
          05 JR-TYPE         PIC X.
          05 JR-BATCH-ID     PIC 9(7).
          05 JR-OPERATOR     PIC X(8).

       FD APPROVAL-FILE.
       01 APPROVAL-REC.
          05 AP-BATCH-ID     PIC 9(7).
          05 AP-FILLER-1     PIC X.
          05 AP-DECISION     PIC X.
          05 AP-FILLER-2     PIC X.
          05 AP-CREATOR      PIC X(8).
          05 AP-FILLER-3     PIC X.
          05 AP-APPROVER     PIC X(8).
          05 AP-FILLER-4     PIC X.
          05 AP-DATE         PIC 9(8).
          05 AP-FILLER-5     PIC X.
          05 AP-TIME         PIC 9(6).

       FD PERIOD-AUDIT-FILE.
       01 PERIOD-AUDIT-REC.
          05 PA-DATE         PIC 9(8).
          05 PA-FILLER-1     PIC X.
          05 PA-TIME         PIC 9(6).
          05 PA-FILLER-2     PIC X.
          05 PA-TEXT         PIC X(22).
          05 PA-PERIOD       PIC X(8).
          05 PA-FILLER-3     PIC X.
          05 PA-OPERATOR     PIC X(8).

       FD BALANCE-AUDIT-FILE.
       01 BALANCE-AUDIT-REC.
          05 BA-DATE         PIC 9(8).
          05 BA-FILLER-1     PIC X.
          05 BA-TIME         PIC 9(6).
          05 BA-FILLER-2     PIC X.
          05 BA-ACCT         PIC X(4).
          05 BA-FILLER-3     PIC X.
          05 BA-BEFORE       PIC X(9).
          05 BA-FILLER-4     PIC X.
          05 BA-AMOUNT       PIC X(9).
          05 BA-FILLER-5     PIC X.
          05 BA-AFTER        PIC X(9).
          05 BA-FILLER-6     PIC X.
          05 BA-ENTRY-TYPE   PIC X.
          05 BA-FILLER-7     PIC X.
          05 BA-BATCH-ID     PIC X(7).

       FD ACCT-AUDIT-FILE.
       01 ACCT-AUDIT-REC.
          05 AA-DATE         PIC 9(8).
          05 AA-FILLER-1     PIC X.
          05 AA-TIME         PIC 9(6).
          05 AA-FILLER-2     PIC X.
          05 AA-ACTION       PIC X.
          05 AA-FILLER-3     PIC X.
          05 AA-ACCT         PIC X(4).
          05 AA-FILLER-4     PIC X.
          05 AA-CHANGE       PIC X(6).
          05 AA-FILLER-5     PIC X.
          05 AA-OPERATOR     PIC X(8).

       FD EMP-AUDIT-FILE.
       01 EMP-AUDIT-REC.
          05 EA-DATE         PIC 9(8).
          05 EA-FILLER-1     PIC X.
          05 EA-TIME         PIC 9(6).
          05 EA-FILLER-2     PIC X.
          05 EA-ACTION       PIC X.
          05 EA-FILLER-3     PIC X.
          05 EA-EMP-ID       PIC X(6).
          05 EA-FILLER-4     PIC X.
          05 EA-BEFORE-GROSS PIC X(7).
          05 EA-FILLER-5     PIC X.
          05 EA-AFTER-GROSS  PIC X(7).
          05 EA-FILLER-6     PIC X.
          05 EA-BEFORE-PAY   PIC X(6).
          05 EA-FILLER-7     PIC X.
          05 EA-AFTER-PAY    PIC X(6).
          05 EA-FILLER-8     PIC X.
          05 EA-OPERATOR     PIC X(8).

       FD CONTACT-AUDIT-FILE.
       01 CONTACT-AUDIT-REC.
          05 CA-DATE         PIC 9(8).
          05 CA-FILLER-1     PIC X.
          05 CA-TIME         PIC 9(6).
          05 CA-FILLER-2     PIC X.
          05 CA-ACTION       PIC X.
          05 CA-FILLER-3     PIC X.
          05 CA-ID           PIC X(5).
          05 CA-FILLER-4     PIC X.
          05 CA-CHANGE       PIC X(56).
          05 CA-FILLER-5     PIC X.
          05 CA-OPERATOR     PIC X(8).

       FD BUDGET-AUDIT-FILE.
       01 BUDGET-AUDIT-REC.
          05 GA-DATE         PIC 9(8).
          05 GA-FILLER-1     PIC X.
          05 GA-TIME         PIC 9(6).
          05 GA-FILLER-2     PIC X.
          05 GA-ACTION       PIC X.
          05 GA-FILLER-3     PIC X.
          05 GA-ACCT         PIC X(4).
          05 GA-FILLER-4     PIC X.
          05 GA-PERIOD       PIC X(6).
          05 GA-FILLER-5     PIC X.
          05 GA-CHANGE       PIC X(26).
          05 GA-FILLER-6     PIC X.
          05 GA-OPERATOR     PIC X(8).

       FD REVERSAL-AUDIT-FILE.
       01 REVERSAL-AUDIT-REC.
          05 RA-DATE         PIC 9(8).
          05 RA-FILLER-1     PIC X.
          05 RA-TIME         PIC 9(6).
          05 RA-FILLER-2     PIC X.
          05 RA-TEXT         PIC X(5).
          05 RA-EMP-ID       PIC X(6).
          05 RA-FILLER-3     PIC X.
          05 RA-PERIOD       PIC X(8).
          05 RA-FILLER-4     PIC X.
          05 RA-NET          PIC X(10).
          05 RA-FILLER-5     PIC X.
          05 RA-OPERATOR     PIC X(8).

       FD CLOSE-AUDIT-FILE.
       01 CLOSE-AUDIT-REC.
          05 TC-DATE         PIC 9(8).
          05 TC-FILLER-1     PIC X.
          05 TC-TIME         PIC 9(6).
          05 TC-FILLER-2     PIC X.
          05 TC-TEXT         PIC X(12).
          05 TC-TERM         PIC X(5).
          05 TC-FILLER-3     PIC X.
          05 TC-OPERATOR     PIC X(8).

       FD DIGEST-FILE.
       01 DIGEST-REC         PIC X(100).

       COPY EXCLGFD.
       COPY RUNSTFD.

       WORKING-STORAGE SECTION.
       COPY EXCLGWS.
       COPY RUNSTWS.

       01 FS-RULE            PIC XX.
       01 FS-FLAGGED         PIC XX.
       01 FS-JOURNAL         PIC XX.
       01 FS-APPROVAL        PIC XX.
       01 FS-PERIOD-AUDIT    PIC XX.
       01 FS-BALANCE-AUDIT   PIC XX.
       01 FS-ACCT-AUDIT      PIC XX.
       01 FS-EMP-AUDIT       PIC XX.
       01 FS-CONTACT-AUDIT   PIC XX.
       01 FS-BUDGET-AUDIT    PIC XX.
       01 FS-REVERSAL-AUDIT  PIC XX.
       01 FS-CLOSE-AUDIT     PIC XX.
       01 FS-DIGEST          PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".

       01 WS-RUN-DATE        PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-DATE-ED         PIC 9999/99/99.
       01 WS-RUN-DAY         PIC 9(7).
       01 WS-HORIZON-DATE    PIC 9(8).
       01 WS-MAX-WINDOW      PIC 9(3) VALUE 0.

      *---------------------------------------------------------------
      * Closed months back to the horizon are read from the dated
      * archives PERIOD-ARCHIVE has moved them to.
      *---------------------------------------------------------------
       01 WS-OPEN-PERIOD     PIC 9(6).
       01 WS-PERIOD-STATUS   PIC X.
       01 WS-ARCH-PERIOD.
          05 WS-AP-YYYY      PIC 9(4).
          05 WS-AP-MM        PIC 9(2).
       01 WS-ARCH-PERIOD-N REDEFINES WS-ARCH-PERIOD PIC 9(6).
       01 WS-JOURNAL-NAME    PIC X(40).
       01 WS-AUDIT-NAME      PIC X(40).

      *---------------------------------------------------------------
      * Segregation-of-duties rules, and the conflicts already
      * raised on an earlier run.
      *---------------------------------------------------------------
       01 WS-RL-COUNT        PIC 9(3) VALUE 0.
       01 WS-RL-IDX          PIC 9(3).
       01 WS-RULE-TABLE.
          05 WS-RL-ENTRY OCCURS 100 TIMES.
             10 RL-RULE      PIC X(8).
             10 RL-FIRST-SOURCE PIC X(8).
             10 RL-FIRST-ACTION PIC X(8).
             10 RL-SECOND-SOURCE PIC X(8).
             10 RL-SECOND-ACTION PIC X(8).
             10 RL-SAME-KEY  PIC X.
             10 RL-NEXT-ONLY PIC X.
             10 RL-WINDOW    PIC 9(3).
             10 RL-DESCRIPTION PIC X(40).

       01 WS-FL-COUNT        PIC 9(4) VALUE 0.
       01 WS-FL-IDX          PIC 9(4).
       01 WS-FL-FOUND        PIC X.
       01 WS-FLAGGED-TABLE.
          05 WS-FL-ENTRY OCCURS 2000 TIMES.
             10 FL-RULE      PIC X(8).
             10 FL-OPERATOR  PIC X(8).
             10 FL-FIRST-KEY PIC X(8).
             10 FL-FIRST-STAMP PIC 9(14).

      *---------------------------------------------------------------
      * Batch ID to the operator who created the batch.
      *---------------------------------------------------------------
       01 WS-BC-COUNT        PIC 9(4) VALUE 0.
       01 WS-BC-IDX          PIC 9(4).
       01 WS-BATCH-TABLE.
          05 WS-BC-ENTRY OCCURS 3000 TIMES.
             10 BC-BATCH-ID  PIC 9(7).
             10 BC-OPERATOR  PIC X(8).
       01 WS-FIND-BATCH      PIC 9(7).
       01 WS-FIND-OPERATOR   PIC X(8).

      *---------------------------------------------------------------
      * Every event from every trail back to the horizon - the
      * longest rule window before the business date.
      *---------------------------------------------------------------
       01 WS-EV-COUNT        PIC 9(5) VALUE 0.
       01 WS-EV-IDX          PIC 9(5).
       01 WS-EV-SCAN         PIC 9(5).
       01 WS-EV-PICK         PIC 9(5).
       01 WS-EV-DROPPED      PIC 9(5) VALUE 0.
       01 WS-EVENT-TABLE.
          05 WS-EV-ENTRY OCCURS 8000 TIMES.
             10 EV-STAMP.
                15 EV-DATE   PIC 9(8).
                15 EV-TIME   PIC 9(6).
             10 EV-STAMP-N REDEFINES EV-STAMP PIC 9(14).
             10 EV-OPERATOR  PIC X(8).
             10 EV-SOURCE    PIC X(8).
             10 EV-ACTION    PIC X(8).
             10 EV-KEY       PIC X(8).
             10 EV-TEXT      PIC X(40).
             10 EV-LISTED    PIC X.

       01 WS-NEW-EVENT.
          05 NE-DATE         PIC 9(8).
          05 NE-TIME         PIC 9(6).
          05 NE-OPERATOR     PIC X(8).
          05 NE-SOURCE       PIC X(8).
          05 NE-ACTION       PIC X(8).
          05 NE-KEY          PIC X(8).
          05 NE-TEXT         PIC X(40).

      *---------------------------------------------------------------
      * Operators with activity on the business date.
      *---------------------------------------------------------------
       01 WS-OP-COUNT        PIC 9(3) VALUE 0.
       01 WS-OP-IDX          PIC 9(3).
       01 WS-OP-FOUND        PIC X.
       01 WS-OPERATOR-TABLE.
          05 WS-OP-ENTRY OCCURS 200 TIMES.
             10 OP-OPERATOR  PIC X(8).
             10 OP-EVENTS    PIC 9(5).

       01 WS-MINUS-COUNT     PIC 9(2).
       01 WS-FIRST-DAY       PIC 9(7).
       01 WS-SECOND-DAY      PIC 9(7).
       01 WS-BEST-STAMP      PIC 9(14).
       01 WS-CONFLICT-COUNT  PIC 9(5) VALUE 0.
       01 WS-TODAY-COUNT     PIC 9(5) VALUE 0.

       01 WS-DIGEST-LINE.
          05 WS-DL-TIME      PIC 99B99B99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-DL-SOURCE    PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-DL-ACTION    PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-DL-KEY       PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-DL-TEXT      PIC X(40).
       01 WS-COUNT-ED        PIC ZZ,ZZ9.

       01 WS-CONFLICT-LINE.
          05 WS-CL-RULE      PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-CL-OPERATOR  PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-CL-FIRST     PIC X(17).
          05 WS-CL-FIRST-KEY PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-CL-FIRST-DATE PIC 9999/99/99.
          05 FILLER          PIC X(3) VALUE SPACES.
          05 WS-CL-SECOND    PIC X(17).
          05 WS-CL-SECOND-KEY PIC X(8).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-CL-SECOND-DATE PIC 9999/99/99.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           MOVE "OPERATOR-DIGEST" TO EL-PROGRAM-ID
           MOVE "OPERATOR-DIGEST" TO RS-PROGRAM-ID
           PERFORM START-RUN-STATS
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL
           MOVE WS-RUN-DATE TO WS-DATE-ED
           COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           PERFORM LOAD-RULES
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER
               (WS-RUN-DAY - WS-MAX-WINDOW)
           CALL "GET-OPEN-PERIOD"
               USING WS-OPEN-PERIOD WS-PERIOD-STATUS
           END-CALL
           PERFORM LOAD-FLAGGED
           PERFORM LOAD-BATCH-CREATORS

           PERFORM LOAD-EXCEPTION-EVENTS
           PERFORM LOAD-PERIOD-EVENTS
           PERFORM LOAD-POSTING-EVENTS
           PERFORM LOAD-APPROVAL-EVENTS
           PERFORM LOAD-ACCT-EVENTS
           PERFORM LOAD-EMP-EVENTS
           PERFORM LOAD-CONTACT-EVENTS
           PERFORM LOAD-BUDGET-EVENTS
           PERFORM LOAD-REVERSAL-EVENTS
           PERFORM LOAD-CLOSE-EVENTS
           MOVE WS-EV-COUNT TO RS-IN-COUNT
           IF WS-EV-DROPPED > 0
               DISPLAY "Event table full - " WS-EV-DROPPED
                   " events not read"
           END-IF

           OPEN OUTPUT DIGEST-FILE
           IF FS-DIGEST NOT = "00"
               DISPLAY "Cannot write operator digest, FS=" FS-DIGEST
               MOVE "operator-digest.txt" TO EL-CURRENT-FILE
               MOVE FS-DIGEST TO EL-CURRENT-STATUS
               PERFORM WRITE-EXCEPTION-LOG
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-STATS
               GOBACK
           END-IF
           PERFORM WRITE-ACTIVITY-DIGEST
           PERFORM CHECK-ALL-RULES
           CLOSE DIGEST-FILE

           DISPLAY "Operators active today: " WS-OP-COUNT
               "  events: " WS-TODAY-COUNT
           DISPLAY "New segregation-of-duties conflicts: "
               WS-CONFLICT-COUNT
           IF WS-CONFLICT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-CONFLICT-COUNT TO RS-OUT-COUNT
           PERFORM WRITE-RUN-STATS
           GOBACK.

       LOAD-RULES.
           OPEN INPUT RULE-FILE
           IF FS-RULE NOT = "00"
               DISPLAY "No segregation-of-duties rules on file"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ RULE-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF RF-RULE NOT = SPACES AND WS-RL-COUNT < 100
                           ADD 1 TO WS-RL-COUNT
                           MOVE RULE-REC TO WS-RL-ENTRY(WS-RL-COUNT)
                           IF RF-WINDOW NOT NUMERIC
                               MOVE 0 TO RL-WINDOW(WS-RL-COUNT)
                           END-IF
                           IF RL-WINDOW(WS-RL-COUNT) > WS-MAX-WINDOW
                               MOVE RL-WINDOW(WS-RL-COUNT)
                                   TO WS-MAX-WINDOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RULE-FILE
           MOVE "N" TO WS-END-FLAG.

       LOAD-FLAGGED.
           OPEN INPUT FLAGGED-FILE
           IF FS-FLAGGED NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ FLAGGED-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-FL-COUNT < 2000
                           ADD 1 TO WS-FL-COUNT
                           MOVE FG-RULE TO FL-RULE(WS-FL-COUNT)
                           MOVE FG-OPERATOR TO FL-OPERATOR(WS-FL-COUNT)
                           MOVE FG-FIRST-KEY
                               TO FL-FIRST-KEY(WS-FL-COUNT)
                           MOVE FG-FIRST-STAMP
                               TO FL-FIRST-STAMP(WS-FL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLAGGED-FILE
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * The B record on the journal names a batch's creator - on the
      * live journal, or on a journal archive back to the horizon;
      * an approval decision names it too, for a batch archived
      * before that.
      *---------------------------------------------------------------
       LOAD-BATCH-CREATORS.
           MOVE WS-HORIZON-DATE(1:6) TO WS-ARCH-PERIOD
           PERFORM UNTIL WS-ARCH-PERIOD-N >= WS-OPEN-PERIOD
               MOVE SPACES TO WS-JOURNAL-NAME
               STRING "journal-" WS-ARCH-PERIOD ".txt"
                   DELIMITED BY SIZE INTO WS-JOURNAL-NAME
               END-STRING
               PERFORM LOAD-JOURNAL-CREATORS
               PERFORM NEXT-ARCHIVE-PERIOD
           END-PERFORM
           MOVE "journal.txt" TO WS-JOURNAL-NAME
           PERFORM LOAD-JOURNAL-CREATORS
           OPEN INPUT APPROVAL-FILE
           IF FS-APPROVAL = "00"
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ APPROVAL-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           MOVE AP-BATCH-ID TO WS-FIND-BATCH
                           PERFORM FIND-BATCH-CREATOR
                           IF WS-FIND-OPERATOR = "UNKNOWN"
                               AND WS-BC-COUNT < 3000
                               ADD 1 TO WS-BC-COUNT
                               MOVE AP-BATCH-ID
                                   TO BC-BATCH-ID(WS-BC-COUNT)
                               MOVE AP-CREATOR
                                   TO BC-OPERATOR(WS-BC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
               MOVE "N" TO WS-END-FLAG
           END-IF.

       NEXT-ARCHIVE-PERIOD.
           ADD 1 TO WS-AP-MM
           IF WS-AP-MM > 12
               MOVE 1 TO WS-AP-MM
               ADD 1 TO WS-AP-YYYY
           END-IF.

       LOAD-JOURNAL-CREATORS.
           OPEN INPUT JOURNAL-FILE
           IF FS-JOURNAL = "00"
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ JOURNAL-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF JR-TYPE = "B" AND JR-BATCH-ID IS NUMERIC
                               AND WS-BC-COUNT < 3000
                               ADD 1 TO WS-BC-COUNT
                               MOVE JR-BATCH-ID
                                   TO BC-BATCH-ID(WS-BC-COUNT)
                               MOVE JR-OPERATOR
                                   TO BC-OPERATOR(WS-BC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               MOVE "N" TO WS-END-FLAG
           END-IF.

       FIND-BATCH-CREATOR.
           MOVE "UNKNOWN" TO WS-FIND-OPERATOR
           PERFORM VARYING WS-BC-IDX FROM 1 BY 1
                   UNTIL WS-BC-IDX > WS-BC-COUNT
               IF BC-BATCH-ID(WS-BC-IDX) = WS-FIND-BATCH
                   AND BC-OPERATOR(WS-BC-IDX) NOT = SPACES
                   MOVE BC-OPERATOR(WS-BC-IDX) TO WS-FIND-OPERATOR
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * One loader per trail. Each fills WS-NEW-EVENT and hands it
      * to ADD-EVENT, which keeps it if it is inside the horizon.
      *---------------------------------------------------------------
       LOAD-EXCEPTION-EVENTS.
           OPEN INPUT EXCEPTION-LOG-FILE
           IF FS-EXCEPTION-LOG NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ EXCEPTION-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-NEW-EVENT
                       MOVE EL-LOG-DATE TO NE-DATE
                       MOVE EL-LOG-TIME TO NE-TIME
                       MOVE EL-OPERATOR-ID TO NE-OPERATOR
                       MOVE "EXCLOG" TO NE-SOURCE
                       MOVE "EXCEPTN" TO NE-ACTION
                       MOVE EL-STATUS-CODE TO NE-KEY
                       STRING FUNCTION TRIM(EL-PROGRAM-NAME)
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EL-FILE-NAME DELIMITED BY SIZE
                           INTO NE-TEXT
                       END-STRING
                       PERFORM ADD-EVENT
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-LOG-FILE
           MOVE "N" TO WS-END-FLAG.

       LOAD-PERIOD-EVENTS.
           OPEN INPUT PERIOD-AUDIT-FILE
           IF FS-PERIOD-AUDIT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ PERIOD-AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-NEW-EVENT
                       MOVE PA-DATE TO NE-DATE
                       MOVE PA-TIME TO NE-TIME
                       MOVE PA-OPERATOR TO NE-OPERATOR
                       MOVE "PAYROLL" TO NE-SOURCE
                       IF PA-TEXT(1:8) = "OVERRIDE"
                           MOVE "OVERRIDE" TO NE-ACTION
                       ELSE
                           MOVE "PAID" TO NE-ACTION
                       END-IF
                       MOVE PA-PERIOD TO NE-KEY
                       MOVE PA-TEXT TO NE-TEXT
                       PERFORM ADD-EVENT
               END-READ
           END-PERFORM
           CLOSE PERIOD-AUDIT-FILE
           MOVE "N" TO WS-END-FLAG.

       LOAD-POSTING-EVENTS.
           MOVE WS-HORIZON-DATE(1:6) TO WS-ARCH-PERIOD
           PERFORM UNTIL WS-ARCH-PERIOD-N >= WS-OPEN-PERIOD
               MOVE SPACES TO WS-AUDIT-NAME
               STRING "balance-audit-" WS-ARCH-PERIOD ".txt"
                   DELIMITED BY SIZE INTO WS-AUDIT-NAME
               END-STRING
               PERFORM LOAD-ONE-AUDIT-FILE
               PERFORM NEXT-ARCHIVE-PERIOD
           END-PERFORM
           MOVE "balance-audit.txt" TO WS-AUDIT-NAME
           PERFORM LOAD-ONE-AUDIT-FILE.

       LOAD-ONE-AUDIT-FILE.
           OPEN INPUT BALANCE-AUDIT-FILE
           IF FS-BALANCE-AUDIT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ BALANCE-AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       PERFORM TAKE-POSTING-EVENT
               END-READ
           END-PERFORM
           CLOSE BALANCE-AUDIT-FILE
           MOVE "N" TO WS-END-FLAG.

       TAKE-POSTING-EVENT.
           MOVE SPACES TO WS-NEW-EVENT
           MOVE BA-DATE TO NE-DATE
           MOVE BA-TIME TO NE-TIME
           MOVE "POSTING" TO NE-SOURCE
           MOVE 0 TO WS-MINUS-COUNT
           INSPECT BA-AMOUNT TALLYING WS-MINUS-COUNT FOR ALL "-"
           IF WS-MINUS-COUNT > 0
               MOVE "DEBIT" TO NE-ACTION
           ELSE
               MOVE "CREDIT" TO NE-ACTION
           END-IF
           MOVE BA-ACCT TO NE-KEY
           MOVE "UNKNOWN" TO NE-OPERATOR
           IF BA-BATCH-ID IS NUMERIC
               MOVE BA-BATCH-ID TO WS-FIND-BATCH
               PERFORM FIND-BATCH-CREATOR
               MOVE WS-FIND-OPERATOR TO NE-OPERATOR
           END-IF
           STRING "AMOUNT " DELIMITED BY SIZE
               FUNCTION TRIM(BA-AMOUNT) DELIMITED BY SIZE
               "  BATCH " DELIMITED BY SIZE
               BA-BATCH-ID DELIMITED BY SIZE
               "  TYPE " DELIMITED BY SIZE
               BA-ENTRY-TYPE DELIMITED BY SIZE
               INTO NE-TEXT
           END-STRING
           PERFORM ADD-EVENT.

       LOAD-APPROVAL-EVENTS.
           OPEN INPUT APPROVAL-FILE
           IF FS-APPROVAL NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ APPROVAL-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-NEW-EVENT
                       MOVE AP-DATE TO NE-DATE
                       MOVE AP-TIME TO NE-TIME
                       MOVE AP-APPROVER TO NE-OPERATOR
                       MOVE "APPROVAL" TO NE-SOURCE
                       IF AP-DECISION = "R"
                           MOVE "REJECT" TO NE-ACTION
                       ELSE
                           MOVE "APPROVE" TO NE-ACTION
                       END-IF
                       MOVE AP-BATCH-ID TO NE-KEY
                       STRING "CREATED BY " DELIMITED BY SIZE
                           AP-CREATOR DELIMITED BY SIZE
                           INTO NE-TEXT
                       END-STRING
                       PERFORM ADD-EVENT
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE
           MOVE "N" TO WS-END-FLAG.

       LOAD-ACCT-EVENTS.
           OPEN INPUT ACCT-AUDIT-FILE
           IF FS-ACCT-AUDIT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ ACCT-AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-NEW-EVENT
                       MOVE AA-DATE TO NE-DATE
                       MOVE AA-TIME TO NE-TIME
                       MOVE AA-OPERATOR TO NE-OPERATOR
                       MOVE "ACCTMNT" TO NE-SOURCE
                       EVALUATE AA-ACTION
                           WHEN "O"
                               MOVE "OPEN" TO NE-ACTION
                           WHEN "F"
                               MOVE "FREEZE" TO NE-ACTION
                           WHEN "U"
                               MOVE "UNFREEZE" TO NE-ACTION
                           WHEN "C"
                               MOVE "CLOSE" TO NE-ACTION
                           WHEN "D"
                               MOVE "DORMANT" TO NE-ACTION
                           WHEN "R"
                               MOVE "REACTIV" TO NE-ACTION
                           WHEN OTHER
                               MOVE AA-ACTION TO NE-ACTION
                       END-EVALUATE
                       MOVE AA-ACCT TO NE-KEY
                       STRING "STATUS " DELIMITED BY SIZE
                           AA-CHANGE DELIMITED BY SIZE
                           INTO NE-TEXT
                       END-STRING
                       PERFORM ADD-EVENT
               END-READ
           END-PERFORM
           CLOSE ACCT-AUDIT-FILE
           MOVE "N" TO WS-END-FLAG.

       LOAD-EMP-EVENTS.
           OPEN INPUT EMP-AUDIT-FILE
           IF FS-EMP-AUDIT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ EMP-AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-NEW-EVENT
                       MOVE EA-DATE TO NE-DATE
                       MOVE EA-TIME TO NE-TIME
                       MOVE EA-OPERATOR TO NE-OPERATOR
                       MOVE "EMPMNT" TO NE-SOURCE
                       EVALUATE EA-ACTION
                           WHEN "A"
                               MOVE "ADD" TO NE-ACTION
                           WHEN "C"
                               MOVE "PAYCHG" TO NE-ACTION
                           WHEN "T"
                               MOVE "TERM" TO NE-ACTION
                           WHEN OTHER
                               MOVE EA-ACTION TO NE-ACTION
                       END-EVALUATE
                       MOVE EA-EMP-ID TO NE-KEY
                       STRING "GROSS " DELIMITED BY SIZE
                           EA-BEFORE-GROSS DELIMITED BY SIZE
                           " -> " DELIMITED BY SIZE
                           EA-AFTER-GROSS DELIMITED BY SIZE
                           "  PAY " DELIMITED BY SIZE
                           EA-AFTER-PAY DELIMITED BY SIZE
                           INTO NE-TEXT
                       END-STRING
                       PERFORM ADD-EVENT
               END-READ
           END-PERFORM
           CLOSE EMP-AUDIT-FILE
           MOVE "N" TO WS-END-FLAG.

       LOAD-CONTACT-EVENTS.
           OPEN INPUT CONTACT-AUDIT-FILE
           IF FS-CONTACT-AUDIT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ CONTACT-AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-NEW-EVENT
                       MOVE CA-DATE TO NE-DATE
                       MOVE CA-TIME TO NE-TIME
                       MOVE CA-OPERATOR TO NE-OPERATOR
                       MOVE "CONTMNT" TO NE-SOURCE
                       EVALUATE CA-ACTION
                           WHEN "A"
                               MOVE "ADD" TO NE-ACTION
                           WHEN "C"
                               MOVE "CHANGE" TO NE-ACTION
                           WHEN "D"
                               MOVE "DELETE" TO NE-ACTION
                           WHEN "M"
                               MOVE "MERGE" TO NE-ACTION
                           WHEN OTHER
                               MOVE CA-ACTION TO NE-ACTION
                       END-EVALUATE
                       MOVE CA-ID TO NE-KEY
                       PERFORM ADD-EVENT
               END-READ
           END-PERFORM
           CLOSE CONTACT-AUDIT-FILE
           MOVE "N" TO WS-END-FLAG.

       LOAD-BUDGET-EVENTS.
           OPEN INPUT BUDGET-AUDIT-FILE
           IF FS-BUDGET-AUDIT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ BUDGET-AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-NEW-EVENT
                       MOVE GA-DATE TO NE-DATE
                       MOVE GA-TIME TO NE-TIME
                       MOVE GA-OPERATOR TO NE-OPERATOR
                       MOVE "BUDGMNT" TO NE-SOURCE
                       EVALUATE GA-ACTION
                           WHEN "L"
                               MOVE "LOAD" TO NE-ACTION
                           WHEN "R"
                               MOVE "REVISE" TO NE-ACTION
                           WHEN "D"
                               MOVE "DROP" TO NE-ACTION
                           WHEN OTHER
                               MOVE GA-ACTION TO NE-ACTION
                       END-EVALUATE
                       MOVE GA-ACCT TO NE-KEY
                       STRING "PERIOD " DELIMITED BY SIZE
                           GA-PERIOD DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           GA-CHANGE DELIMITED BY SIZE
                           INTO NE-TEXT
                       END-STRING
                       PERFORM ADD-EVENT
               END-READ
           END-PERFORM
           CLOSE BUDGET-AUDIT-FILE
           MOVE "N" TO WS-END-FLAG.

       LOAD-REVERSAL-EVENTS.
           OPEN INPUT REVERSAL-AUDIT-FILE
           IF FS-REVERSAL-AUDIT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ REVERSAL-AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-NEW-EVENT
                       MOVE RA-DATE TO NE-DATE
                       MOVE RA-TIME TO NE-TIME
                       MOVE RA-OPERATOR TO NE-OPERATOR
                       MOVE "PAYREV" TO NE-SOURCE
                       MOVE RA-TEXT TO NE-ACTION
                       MOVE RA-EMP-ID TO NE-KEY
                       STRING "PERIOD " DELIMITED BY SIZE
                           RA-PERIOD DELIMITED BY SIZE
                           "  NET " DELIMITED BY SIZE
                           FUNCTION TRIM(RA-NET) DELIMITED BY SIZE
                           INTO NE-TEXT
                       END-STRING
                       PERFORM ADD-EVENT
               END-READ
           END-PERFORM
           CLOSE REVERSAL-AUDIT-FILE
           MOVE "N" TO WS-END-FLAG.

       LOAD-CLOSE-EVENTS.
           OPEN INPUT CLOSE-AUDIT-FILE
           IF FS-CLOSE-AUDIT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ CLOSE-AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-NEW-EVENT
                       MOVE TC-DATE TO NE-DATE
                       MOVE TC-TIME TO NE-TIME
                       MOVE TC-OPERATOR TO NE-OPERATOR
                       MOVE "TERMCLS" TO NE-SOURCE
                       MOVE "CLOSE" TO NE-ACTION
                       MOVE TC-TERM TO NE-KEY
                       PERFORM ADD-EVENT
               END-READ
           END-PERFORM
           CLOSE CLOSE-AUDIT-FILE
           MOVE "N" TO WS-END-FLAG.

       ADD-EVENT.
           IF NE-DATE NOT NUMERIC OR NE-DATE < WS-HORIZON-DATE
               EXIT PARAGRAPH
           END-IF
           IF NE-TIME NOT NUMERIC
               MOVE 0 TO NE-TIME
           END-IF
           IF NE-OPERATOR = SPACES
               MOVE "UNKNOWN" TO NE-OPERATOR
           END-IF
           IF WS-EV-COUNT >= 8000
               ADD 1 TO WS-EV-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EV-COUNT
           MOVE NE-DATE TO EV-DATE(WS-EV-COUNT)
           MOVE NE-TIME TO EV-TIME(WS-EV-COUNT)
           MOVE NE-OPERATOR TO EV-OPERATOR(WS-EV-COUNT)
           MOVE NE-SOURCE TO EV-SOURCE(WS-EV-COUNT)
           MOVE NE-ACTION TO EV-ACTION(WS-EV-COUNT)
           MOVE NE-KEY TO EV-KEY(WS-EV-COUNT)
           MOVE NE-TEXT TO EV-TEXT(WS-EV-COUNT)
           MOVE "N" TO EV-LISTED(WS-EV-COUNT).

      *---------------------------------------------------------------
      * The business date's events, one block per operator in the
      * order they first appear, each block in time order.
      *---------------------------------------------------------------
       WRITE-ACTIVITY-DIGEST.
           MOVE SPACES TO DIGEST-REC
           STRING "OPERATOR ACTIVITY DIGEST   " DELIMITED BY SIZE
               WS-DATE-ED DELIMITED BY SIZE
               INTO DIGEST-REC
           END-STRING
           WRITE DIGEST-REC
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > WS-EV-COUNT
               IF EV-DATE(WS-EV-IDX) = WS-RUN-DATE
                   ADD 1 TO WS-TODAY-COUNT
                   PERFORM NOTE-ACTIVE-OPERATOR
               END-IF
           END-PERFORM
           IF WS-OP-COUNT = 0
               MOVE SPACES TO DIGEST-REC
               WRITE DIGEST-REC
               MOVE "NO OPERATOR ACTIVITY ON FILE FOR THE DAY"
                   TO DIGEST-REC
               WRITE DIGEST-REC
           END-IF
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               PERFORM WRITE-OPERATOR-BLOCK
           END-PERFORM.

       NOTE-ACTIVE-OPERATOR.
           MOVE "N" TO WS-OP-FOUND
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               IF OP-OPERATOR(WS-OP-IDX) = EV-OPERATOR(WS-EV-IDX)
                   ADD 1 TO OP-EVENTS(WS-OP-IDX)
                   MOVE "Y" TO WS-OP-FOUND
               END-IF
           END-PERFORM
           IF WS-OP-FOUND = "N" AND WS-OP-COUNT < 200
               ADD 1 TO WS-OP-COUNT
               MOVE EV-OPERATOR(WS-EV-IDX) TO OP-OPERATOR(WS-OP-COUNT)
               MOVE 1 TO OP-EVENTS(WS-OP-COUNT)
           END-IF.

       WRITE-OPERATOR-BLOCK.
           MOVE SPACES TO DIGEST-REC
           WRITE DIGEST-REC
           MOVE OP-EVENTS(WS-OP-IDX) TO WS-COUNT-ED
           MOVE SPACES TO DIGEST-REC
           STRING "OPERATOR " DELIMITED BY SIZE
               OP-OPERATOR(WS-OP-IDX) DELIMITED BY SIZE
               "  ACTIONS " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO DIGEST-REC
           END-STRING
           WRITE DIGEST-REC
           PERFORM PICK-NEXT-EVENT
           PERFORM UNTIL WS-EV-PICK = 0
               MOVE "Y" TO EV-LISTED(WS-EV-PICK)
               MOVE EV-TIME(WS-EV-PICK) TO WS-DL-TIME
               MOVE EV-SOURCE(WS-EV-PICK) TO WS-DL-SOURCE
               MOVE EV-ACTION(WS-EV-PICK) TO WS-DL-ACTION
               MOVE EV-KEY(WS-EV-PICK) TO WS-DL-KEY
               MOVE EV-TEXT(WS-EV-PICK) TO WS-DL-TEXT
               MOVE SPACES TO DIGEST-REC
               MOVE WS-DIGEST-LINE TO DIGEST-REC(3:)
               WRITE DIGEST-REC
               PERFORM PICK-NEXT-EVENT
           END-PERFORM.

       PICK-NEXT-EVENT.
           MOVE 0 TO WS-EV-PICK
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > WS-EV-COUNT
               IF EV-DATE(WS-EV-IDX) = WS-RUN-DATE
                   AND EV-LISTED(WS-EV-IDX) = "N"
                   AND EV-OPERATOR(WS-EV-IDX) = OP-OPERATOR(WS-OP-IDX)
                   IF WS-EV-PICK = 0
                       MOVE WS-EV-IDX TO WS-EV-PICK
                   ELSE
                       IF EV-STAMP-N(WS-EV-IDX) < EV-STAMP-N(WS-EV-PICK)
                           MOVE WS-EV-IDX TO WS-EV-PICK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Every first-action event by a known operator against every
      * rule naming it.
      *---------------------------------------------------------------
       CHECK-ALL-RULES.
           MOVE SPACES TO DIGEST-REC
           WRITE DIGEST-REC
           MOVE "SEGREGATION OF DUTIES CONFLICTS" TO DIGEST-REC
           WRITE DIGEST-REC
           MOVE "RULE     OPERATOR FIRST" TO DIGEST-REC
           MOVE "THEN" TO DIGEST-REC(58:)
           WRITE DIGEST-REC
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-COUNT
               PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                       UNTIL WS-EV-IDX > WS-EV-COUNT
                   IF EV-SOURCE(WS-EV-IDX) = RL-FIRST-SOURCE(WS-RL-IDX)
                       AND EV-ACTION(WS-EV-IDX) =
                           RL-FIRST-ACTION(WS-RL-IDX)
                       AND EV-OPERATOR(WS-EV-IDX) NOT = "UNKNOWN"
                       PERFORM CHECK-ONE-FIRST-EVENT
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO DIGEST-REC
           WRITE DIGEST-REC
           MOVE WS-CONFLICT-COUNT TO WS-COUNT-ED
           STRING "NEW CONFLICTS THIS RUN: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO DIGEST-REC
           END-STRING
           WRITE DIGEST-REC.

      *---------------------------------------------------------------
      * The second actions after this one, inside the window and on
      * the same key where the rule asks for it. "Next only" takes
      * just the earliest of them; otherwise the earliest one by the
      * same operator.
      *---------------------------------------------------------------
       CHECK-ONE-FIRST-EVENT.
           COMPUTE WS-FIRST-DAY =
               FUNCTION INTEGER-OF-DATE(EV-DATE(WS-EV-IDX))
           MOVE 0 TO WS-EV-PICK
           MOVE 99999999999999 TO WS-BEST-STAMP
           PERFORM VARYING WS-EV-SCAN FROM 1 BY 1
                   UNTIL WS-EV-SCAN > WS-EV-COUNT
               IF WS-EV-SCAN NOT = WS-EV-IDX
                   AND EV-SOURCE(WS-EV-SCAN) =
                       RL-SECOND-SOURCE(WS-RL-IDX)
                   AND EV-ACTION(WS-EV-SCAN) =
                       RL-SECOND-ACTION(WS-RL-IDX)
                   AND EV-STAMP-N(WS-EV-SCAN) >=
                       EV-STAMP-N(WS-EV-IDX)
                   AND EV-STAMP-N(WS-EV-SCAN) < WS-BEST-STAMP
                   AND (RL-SAME-KEY(WS-RL-IDX) NOT = "Y"
                        OR EV-KEY(WS-EV-SCAN) = EV-KEY(WS-EV-IDX))
                   AND (RL-NEXT-ONLY(WS-RL-IDX) = "Y"
                        OR EV-OPERATOR(WS-EV-SCAN) =
                           EV-OPERATOR(WS-EV-IDX))
                   COMPUTE WS-SECOND-DAY =
                       FUNCTION INTEGER-OF-DATE(EV-DATE(WS-EV-SCAN))
                   IF WS-SECOND-DAY - WS-FIRST-DAY
                       <= RL-WINDOW(WS-RL-IDX)
                       MOVE WS-EV-SCAN TO WS-EV-PICK
                       MOVE EV-STAMP-N(WS-EV-SCAN) TO WS-BEST-STAMP
                   END-IF
               END-IF
           END-PERFORM
           IF WS-EV-PICK = 0
               EXIT PARAGRAPH
           END-IF
           IF EV-OPERATOR(WS-EV-PICK) NOT = EV-OPERATOR(WS-EV-IDX)
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ALREADY-FLAGGED
           IF WS-FL-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM RAISE-CONFLICT.

       CHECK-ALREADY-FLAGGED.
           MOVE "N" TO WS-FL-FOUND
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FL-COUNT
               IF FL-RULE(WS-FL-IDX) = RL-RULE(WS-RL-IDX)
                   AND FL-OPERATOR(WS-FL-IDX) = EV-OPERATOR(WS-EV-IDX)
                   AND FL-FIRST-KEY(WS-FL-IDX) = EV-KEY(WS-EV-IDX)
                   AND FL-FIRST-STAMP(WS-FL-IDX) =
                       EV-STAMP-N(WS-EV-IDX)
                   MOVE "Y" TO WS-FL-FOUND
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * On the digest, on sod-conflicts.txt, and on the exception
      * log as "SD" against the rule and operator.
      *---------------------------------------------------------------
       RAISE-CONFLICT.
           ADD 1 TO WS-CONFLICT-COUNT
           MOVE RL-RULE(WS-RL-IDX) TO WS-CL-RULE
           MOVE EV-OPERATOR(WS-EV-IDX) TO WS-CL-OPERATOR
           MOVE SPACES TO WS-CL-FIRST WS-CL-SECOND
           STRING FUNCTION TRIM(EV-SOURCE(WS-EV-IDX))
               DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               EV-ACTION(WS-EV-IDX) DELIMITED BY SIZE
               INTO WS-CL-FIRST
           END-STRING
           MOVE EV-KEY(WS-EV-IDX) TO WS-CL-FIRST-KEY
           MOVE EV-DATE(WS-EV-IDX) TO WS-CL-FIRST-DATE
           STRING FUNCTION TRIM(EV-SOURCE(WS-EV-PICK))
               DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               EV-ACTION(WS-EV-PICK) DELIMITED BY SIZE
               INTO WS-CL-SECOND
           END-STRING
           MOVE EV-KEY(WS-EV-PICK) TO WS-CL-SECOND-KEY
           MOVE EV-DATE(WS-EV-PICK) TO WS-CL-SECOND-DATE
           MOVE WS-CONFLICT-LINE TO DIGEST-REC
           WRITE DIGEST-REC
           MOVE SPACES TO DIGEST-REC
           MOVE RL-DESCRIPTION(WS-RL-IDX) TO DIGEST-REC(10:)
           WRITE DIGEST-REC
           DISPLAY "SOD CONFLICT " RL-RULE(WS-RL-IDX) " operator "
               EV-OPERATOR(WS-EV-IDX) " " EV-KEY(WS-EV-IDX)

           OPEN EXTEND FLAGGED-FILE
           IF FS-FLAGGED NOT = "00"
               OPEN OUTPUT FLAGGED-FILE
           END-IF
           MOVE SPACES TO FLAGGED-REC
           MOVE RL-RULE(WS-RL-IDX) TO FG-RULE
           MOVE EV-OPERATOR(WS-EV-IDX) TO FG-OPERATOR
           MOVE EV-KEY(WS-EV-IDX) TO FG-FIRST-KEY
           MOVE EV-STAMP-N(WS-EV-IDX) TO FG-FIRST-STAMP
           MOVE EV-KEY(WS-EV-PICK) TO FG-SECOND-KEY
           MOVE EV-STAMP-N(WS-EV-PICK) TO FG-SECOND-STAMP
           MOVE WS-RUN-DATE TO FG-FOUND-DATE
           WRITE FLAGGED-REC
           CLOSE FLAGGED-FILE
           IF WS-FL-COUNT < 2000
               ADD 1 TO WS-FL-COUNT
               MOVE RL-RULE(WS-RL-IDX) TO FL-RULE(WS-FL-COUNT)
               MOVE EV-OPERATOR(WS-EV-IDX) TO FL-OPERATOR(WS-FL-COUNT)
               MOVE EV-KEY(WS-EV-IDX) TO FL-FIRST-KEY(WS-FL-COUNT)
               MOVE EV-STAMP-N(WS-EV-IDX)
                   TO FL-FIRST-STAMP(WS-FL-COUNT)
           END-IF

           MOVE SPACES TO EL-CURRENT-FILE
           STRING RL-RULE(WS-RL-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EV-OPERATOR(WS-EV-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EV-KEY(WS-EV-IDX) DELIMITED BY SIZE
               INTO EL-CURRENT-FILE
           END-STRING
           MOVE "SD" TO EL-CURRENT-STATUS
           PERFORM WRITE-EXCEPTION-LOG.

       COPY EXCLGPD.
       COPY RUNSTPD.
