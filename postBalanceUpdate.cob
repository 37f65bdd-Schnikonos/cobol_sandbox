      * Postings arrive as batches in journal.txt:
      *
      *   P<period YYYYMM>                 period stamp (optional)
      *   B<batch id><operator>            batch identity (optional)
      *   R<original batch id>             reversal cross-reference
      *   H<count><net amount, signed>     batch header
      *   D<acct><D|C><amount>             debit or credit detail
      *
      * open period. A batch stamped with a period earlier than
      * the open one in acct-period-control.dat is refused - the
      * period is closed and its opening balances are already
      * stored. A batch stamped with a later period - the reversal
      * PAYROLL-ACCRUAL writes for the first day of next month -
      * is left unposted as FUTURE, untouched on the journal, and
      * posts on the first run after ACCT-PERIOD-CLOSE opens its
      * period. A "C" after the period marks YEAR-END-CLOSE's
      * closing batch; it posts like any other and only the
      * financial statements read the mark. INTEREST-ACCRUAL marks
      * its batches "I" and FEE-ASSESSMENT "F"; the mark is carried
      * onto each balance-audit image the batch writes, so the
      * dormancy run can tell the bank's own postings from the
      * customer's.
      *
      * The journal may carry any number of H/D batch groups - two
      * branches' batches no longer wait on each other or get
      * INVALID KEY, not silently dropped. Every REWRITE also
      * appends a before/after image to balance-audit.txt so any
      * account's balance history can be reconstructed posting by
      * posting. A backout's reversal images carry entry type "B".
      *
      * Every batch has a batch ID and the operator who created it:
      * the producers write a B record through NEXT-BATCH-ID, and a
      * batch without one (keyed by hand) is given the next ID here,
      * its creator unknown, with the B record added when the
      * journal is written back. A batch whose debits total more
      * than the threshold in approval-threshold.dat is HELD until
      * a second operator decides it through BATCH-APPROVAL
      * (batch-approvals.txt): approved, it posts like any other;
      * rejected, it never posts and its records are voided - the
      * type byte turned to "X" - when the journal is written back,
      * so no report picks its details up again. With no threshold
      * file nothing is held.
      *
      * BATCH-REVERSAL writes the exact offsetting batch for a
      * posted one, entry type "R", with an R record naming the
      * batch it reverses; it posts here like any other. Each
      * balance-audit image carries the ID of the batch that
      * posted it (zero on a backout's reversal image), so a
      * batch's postings can be traced back from the audit trail.
      * A rejected reversal has its R record voided with the rest
      * of it, which leaves the original free to be reversed again.
      *
      * An account holding an active fixed-term deposit on
      * term-deposits.txt is locked until the deposit's maturity
      * date: any debit against it before then is rejected, unless
      * it comes in a TERM-DEPOSIT-BREAK batch (entry type "E"),
      * which carries the early-withdrawal penalty. The maturity
      * run's own batches are marked "T".
      *
      * The school, the payroll company, the inventory business, and
      * the group's own treasury share this one ledger as separate
      * legal entities (entities.txt; the first listed owns any
      * account account-entities.txt does not name). A batch belongs
      * to the entity on its E record, or with none to the entity of
      * its first detail's account. Each batch must balance within
      * every entity it touches: where another entity comes out of
      * balance, the due-to/due-from pair between the two entities
      * from intercompany-accounts.txt is posted to square it - one
      * leg in each entity's books - and the generated details are
      * written back into the batch, its header count raised to
      * match. An entity out of balance with no intercompany account
      * between it and the batch's own entity refuses the batch. The
      * batch's own entity carries any net the header declares.
      * With no entity file the ledger is one entity and nothing is
      * checked.
      *---------------------------------------------------------------
      *-------------------
       ENVIRONMENT DIVISION.
           SELECT EXEMPT-FILE ASSIGN TO "overdraft-exempt.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XMPT-FILE-STATUS.
           SELECT THRESHOLD-FILE ASSIGN TO "approval-threshold.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS THRS-FILE-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "batch-approvals.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS APRV-FILE-STATUS.
           SELECT DEPOSIT-FILE ASSIGN TO "term-deposits.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TDEP-FILE-STATUS.
           SELECT ENTITY-FILE ASSIGN TO "entities.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ENTY-FILE-STATUS.
           SELECT ACCT-ENTITY-FILE ASSIGN TO "account-entities.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AENT-FILE-STATUS.
           SELECT INTERCO-FILE ASSIGN TO "intercompany-accounts.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ICO-FILE-STATUS.

      *-------------------
       DATA DIVISION.
          05 BA-AMOUNT PIC -(5)9.99.
          05 BA-FILLER-5 PIC X.
          05 BA-AFTER PIC -(5)9.99.
          05 BA-FILLER-6 PIC X.
          05 BA-ENTRY-TYPE PIC X.
          05 BA-FILLER-7 PIC X.
          05 BA-BATCH-ID PIC 9(7).

      *---------------------------------------------------------------
      * Account lifecycle statuses ACCT-MAINT maintains: a detail
      * against a frozen, closed, or dormant account is rejected;
      * no row means open.
      *---------------------------------------------------------------
       FD STATUS-FILE.
       01 STATUS-REC.
       FD EXEMPT-FILE.
       01 EXEMPT-REC PIC 9(4).

      *---------------------------------------------------------------
      * Maker-checker: the debit total above which a batch waits for
      * approval, and BATCH-APPROVAL's decision log - the last
      * decision on file for a batch ID is the one that counts.
      *---------------------------------------------------------------
       FD THRESHOLD-FILE.
       01 THRESHOLD-REC PIC 9(7)V99.

       FD APPROVAL-FILE.
       01 APPROVAL-REC.
          05 AP-BATCH-ID PIC 9(7).
          05 AP-FILLER-1 PIC X.
          05 AP-DECISION PIC X.
          05 AP-REST PIC X(34).

      *---------------------------------------------------------------
      * Fixed-term deposits: only the account, maturity date, and
      * status matter here - an active (A) deposit locks its account
      * against debits until it matures.
      *---------------------------------------------------------------
       FD DEPOSIT-FILE.
       01 DEPOSIT-REC.
          05 TD-ACCT PIC 9(4).
          05 TD-AMOUNT PIC 9(5)V99.
          05 TD-RATE-TTH PIC 9(4).
          05 TD-START-DATE PIC 9(8).
          05 TD-MATURITY PIC 9(8).
          05 TD-TERM PIC 9(3).
          05 TD-INSTRUCTION PIC X.
          05 TD-PAYOUT-ACCT PIC 9(4).
          05 TD-STATUS PIC X.

      *---------------------------------------------------------------
      * Legal entities, the entity owning each account, and the
      * account each entity keeps for its balance with another -
      * credit balance due to the other entity, debit due from it.
      *---------------------------------------------------------------
       FD ENTITY-FILE.
       01 ENTITY-REC.
          05 EF-ENTITY PIC X(3).
          05 EF-NAME PIC X(30).

       FD ACCT-ENTITY-FILE.
       01 ACCT-ENTITY-REC.
          05 AE-ACCT PIC 9(4).
          05 AE-ENTITY PIC X(3).

       FD INTERCO-FILE.
       01 INTERCO-REC.
          05 IC-ENTITY PIC X(3).
          05 IC-OTHER PIC X(3).
          05 IC-ACCT PIC 9(4).

       WORKING-STORAGE SECTION.
       01 ACCT-FILE-STATUS PIC XX.
       01 STAT-FILE-STATUS PIC XX.
       01 LIMIT-FILE-STATUS PIC XX.
       01 XMPT-FILE-STATUS PIC XX.
       01 THRS-FILE-STATUS PIC XX.
       01 APRV-FILE-STATUS PIC XX.
       01 TDEP-FILE-STATUS PIC XX.
       01 ENTY-FILE-STATUS PIC XX.
       01 AENT-FILE-STATUS PIC XX.
       01 ICO-FILE-STATUS PIC XX.
       01 WS-ENTY-END-FLAG PIC X VALUE "N".
       01 WS-HAVE-ENTITIES PIC X VALUE "N".
       01 WS-ENT-COUNT PIC 9(2) VALUE 0.
       01 WS-ENT-IDX PIC 9(2).
       01 WS-ENT-FOUND PIC 9(2).
       01 WS-HOME-ENT PIC 9(2).
       01 WS-ENT-CODE PIC X(3).
       01 WS-ENT-ACCT PIC 9(4).
       01 WS-ENT-TABLE.
          05 WS-ENT-ENTRY OCCURS 20 TIMES.
             10 EN-CODE PIC X(3).
             10 EN-NET PIC S9(7)V99.
       01 WS-AENT-COUNT PIC 9(3) VALUE 0.
       01 WS-AENT-IDX PIC 9(3).
       01 WS-AENT-TABLE.
          05 WS-AENT-ENTRY OCCURS 300 TIMES.
             10 AN-ACCT PIC 9(4).
             10 AN-ENTITY PIC X(3).
       01 WS-ICO-COUNT PIC 9(3) VALUE 0.
       01 WS-ICO-IDX PIC 9(3).
       01 WS-ICO-TABLE.
          05 WS-ICO-ENTRY OCCURS 100 TIMES.
             10 IO-ENTITY PIC X(3).
             10 IO-OTHER PIC X(3).
             10 IO-ACCT PIC 9(4).
       01 WS-ICO-FROM PIC X(3).
       01 WS-ICO-TO PIC X(3).
       01 WS-ICO-ACCT PIC 9(4).
       01 WS-ICO-OTHER-ACCT PIC 9(4).
       01 WS-ICO-HOME-ACCT PIC 9(4).
       01 WS-ICO-OTHER-DC PIC X.
       01 WS-ICO-HOME-DC PIC X.
       01 WS-ICO-LEFT PIC 9(7)V99.
       01 WS-ICO-CHUNK PIC 9(5)V99.
       01 WS-ICO-ED PIC -(7)9.99.
       01 WS-ICO-NEW-COUNT PIC 9(5).
       01 WS-TDEP-END-FLAG PIC X VALUE "N".
       01 WS-TDEP-COUNT PIC 9(3) VALUE 0.
       01 WS-TDEP-IDX PIC 9(3).
       01 WS-TDEP-RUN-DATE PIC 9(8).
       01 WS-TDEP-LOCKED-TO PIC 9(8).
       01 WS-TDEP-TABLE.
          05 WS-TDEP-ENTRY OCCURS 200 TIMES.
             10 TL-ACCT PIC 9(4).
             10 TL-MATURITY PIC 9(8).
       01 WS-APRV-END-FLAG PIC X VALUE "N".
       01 WS-HAVE-THRESHOLD PIC X VALUE "N".
       01 WS-APPROVAL-THRESHOLD PIC 9(7)V99 VALUE 0.
       01 WS-DECISION PIC X.
       01 WS-HELD-COUNT PIC 9(2) VALUE 0.
       01 WS-STAMP-OPERATOR PIC X(8).
       01 WS-VOID-IDX PIC 9(3).
       01 WS-LIMIT-END-FLAG PIC X VALUE "N".
       01 WS-XMPT-END-FLAG PIC X VALUE "N".
       01 WS-XMPT-COUNT PIC 9(3) VALUE 0.

       01 WS-HAVE-HEADER PIC X VALUE "N".

       01 WS-JRNL-BATCH.
          05 JB-TYPE PIC X.
          05 JB-BATCH-ID PIC 9(7).
          05 JB-OPERATOR PIC X(8).
       01 WS-PENDING-BATCH-ID PIC 9(7) VALUE 0.
       01 WS-PENDING-OPERATOR PIC X(8).
       01 WS-PENDING-PERIOD-LINE PIC 9(3) VALUE 0.
       01 WS-PENDING-ID-LINE PIC 9(3) VALUE 0.
       01 WS-PENDING-XREF-LINE PIC 9(3) VALUE 0.
       01 WS-PENDING-ENTITY PIC X(3) VALUE SPACES.
       01 WS-PENDING-ENTITY-LINE PIC 9(3) VALUE 0.

      *---------------------------------------------------------------
      * Every batch in the journal, each pre-totalled against its
      * own header. A refused batch keeps its details in the table
             10 BT-LAST-TXN PIC 9(3).
             10 BT-PERIOD PIC 9(6).
             10 BT-HDR-LINE PIC 9(3).
             10 BT-LAST-LINE PIC 9(3).
             10 BT-PERIOD-LINE PIC 9(3).
             10 BT-ID-LINE PIC 9(3).
             10 BT-XREF-LINE PIC 9(3).
             10 BT-BATCH-ID PIC 9(7).
             10 BT-CREATOR PIC X(8).
             10 BT-DEBIT-TOTAL PIC 9(7)V99.
             10 BT-ENTRY-TYPE PIC X.
             10 BT-STATUS PIC X(8).
             10 BT-ENTITY PIC X(3).
             10 BT-ENTITY-LINE PIC 9(3).
             10 BT-IC-FIRST PIC 9(3).
             10 BT-IC-LAST PIC 9(3).

       01 WS-STRAY-COUNT PIC 9(5) VALUE 0.
       01 WS-BATCH-NET-ED PIC -(7)9.99.
       01 WS-OPEN-PERIOD PIC 9(6).
       01 WS-PERIOD-STATUS PIC X.
       01 WS-PENDING-PERIOD PIC 9(6) VALUE 0.
       01 WS-PENDING-ENTRY-TYPE PIC X VALUE SPACE.
       01 WS-JRNL-PERIOD.
          05 JP-TYPE PIC X.
          05 JP-PERIOD PIC 9(6).
          05 JP-ENTRY-TYPE PIC X.

      *---------------------------------------------------------------
      * All details of all batches held in storage; each accepted
       01 WS-BEFORE-BALANCE PIC S9(5)V99.
       01 WS-AUDIT-DATE PIC 9(8).
       01 WS-AUDIT-TIME PIC 9(8).
       01 WS-AUDIT-ENTRY-TYPE PIC X VALUE SPACE.
       01 WS-AUDIT-BATCH-ID PIC 9(7) VALUE 0.

       01 WS-CHECK-ACCT PIC 9(4).
       01 WS-CHECK-VALID PIC X.
       01 WS-LOCK-NAME PIC X(16) VALUE "POST-BALANCE".
       01 WS-LOCK-ACTION PIC X.
       01 WS-LOCK-RESULT PIC X.
       01 WS-RUN-RC PIC S9(4) COMP.

      *---------------------------------------------------------------
      * Pre-posting safety net: the master is copied to a dated
           PERFORM LOAD-ACCOUNT-STATUSES
           PERFORM LOAD-OVERDRAFT-LIMITS
           PERFORM LOAD-OVERDRAFT-EXEMPTIONS
           PERFORM LOAD-APPROVAL-THRESHOLD
           PERFORM LOAD-TERM-DEPOSIT-LOCKS
           PERFORM LOAD-LEGAL-ENTITIES
           PERFORM LOAD-AND-BALANCE-JOURNAL
           IF RETURN-CODE NOT = 0
               PERFORM RELEASE-AND-STOP
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-AND-STOP
           END-IF
           PERFORM HOLD-UNAPPROVED-BATCHES

           PERFORM TAKE-PRE-POSTING-SNAPSHOT
           IF RETURN-CODE NOT = 0
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM PRINT-BATCH-REGISTER
           PERFORM WRITE-BACK-JOURNAL
           MOVE RETURN-CODE TO WS-RUN-RC
           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUN-LOCK" USING WS-LOCK-NAME WS-LOCK-ACTION
              WS-LOCK-RESULT
           END-CALL
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

      *---------------------------------------------------------------
      * The journal goes back byte-for-byte except that every batch
      * this run posted gets its header flipped to "*" - the posted
      * marker the next run's loader honors - every rejected batch
      * is voided, and a batch that arrived without a B record gets
      * one ahead of its header carrying the ID this run gave it. A
      * posted batch's generated intercompany details follow its
      * last detail, with the header count raised to include them.
      * A backed-out run flips nothing, so the repaired rerun posts
      * everything again from the restored master.
      *---------------------------------------------------------------
       WRITE-BACK-JOURNAL.
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
              IF BT-STATUS(WS-BATCH-IDX) = "POSTED"
                 MOVE "*" TO
                    WS-JLINE(BT-HDR-LINE(WS-BATCH-IDX))(1:1)
                 IF BT-IC-LAST(WS-BATCH-IDX) >=
                       BT-IC-FIRST(WS-BATCH-IDX)
                    COMPUTE WS-ICO-NEW-COUNT =
                       BT-HDR-COUNT(WS-BATCH-IDX)
                       + BT-IC-LAST(WS-BATCH-IDX)
                       - BT-IC-FIRST(WS-BATCH-IDX) + 1
                    MOVE WS-ICO-NEW-COUNT TO
                       WS-JLINE(BT-HDR-LINE(WS-BATCH-IDX))(2:5)
                 END-IF
              END-IF
              IF BT-STATUS(WS-BATCH-IDX) = "REJECTED"
                 PERFORM VOID-REJECTED-BATCH
              END-IF
           END-PERFORM
           OPEN OUTPUT JOURNAL-FILE
           PERFORM VARYING WS-JLINE-IDX FROM 1 BY 1
                   UNTIL WS-JLINE-IDX > WS-JLINE-COUNT
              PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                      UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
                 IF BT-HDR-LINE(WS-BATCH-IDX) = WS-JLINE-IDX
                    AND BT-ID-LINE(WS-BATCH-IDX) = 0
                    PERFORM WRITE-BATCH-STAMP
                 END-IF
              END-PERFORM
              MOVE WS-JLINE(WS-JLINE-IDX) TO JOURNAL-REC
              WRITE JOURNAL-REC
              PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                      UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
                 IF BT-LAST-LINE(WS-BATCH-IDX) = WS-JLINE-IDX
                    AND BT-STATUS(WS-BATCH-IDX) = "POSTED"
                    PERFORM WRITE-INTERCOMPANY-DETAILS
                 END-IF
              END-PERFORM
           END-PERFORM
           CLOSE JOURNAL-FILE.

       WRITE-INTERCOMPANY-DETAILS.
           PERFORM VARYING WS-TXN-IDX
                   FROM BT-IC-FIRST(WS-BATCH-IDX) BY 1
                   UNTIL WS-TXN-IDX > BT-IC-LAST(WS-BATCH-IDX)
              MOVE "D" TO JT-TYPE
              MOVE TX-ACCT(WS-TXN-IDX) TO JT-ACCT
              MOVE TX-DC(WS-TXN-IDX) TO JT-DC
              MOVE TX-AMOUNT(WS-TXN-IDX) TO JT-AMOUNT
              MOVE WS-JRNL-DETAIL TO JOURNAL-REC
              WRITE JOURNAL-REC
           END-PERFORM.

       WRITE-BATCH-STAMP.
           IF BT-STATUS(WS-BATCH-IDX) = "REJECTED"
              MOVE "X" TO JB-TYPE
           ELSE
              MOVE "B" TO JB-TYPE
           END-IF
           MOVE BT-BATCH-ID(WS-BATCH-IDX) TO JB-BATCH-ID
           MOVE BT-CREATOR(WS-BATCH-IDX) TO JB-OPERATOR
           MOVE WS-JRNL-BATCH TO JOURNAL-REC
           WRITE JOURNAL-REC.

      *---------------------------------------------------------------
      * A rejected batch's period stamp, B record, R record, E record,
      * header, and details all get type "X" - kept on file for the
      * record, but read by nothing.
      *---------------------------------------------------------------
       VOID-REJECTED-BATCH.
           IF BT-PERIOD-LINE(WS-BATCH-IDX) > 0
              MOVE "X" TO
                 WS-JLINE(BT-PERIOD-LINE(WS-BATCH-IDX))(1:1)
           END-IF
           IF BT-ID-LINE(WS-BATCH-IDX) > 0
              MOVE "X" TO WS-JLINE(BT-ID-LINE(WS-BATCH-IDX))(1:1)
           END-IF
           IF BT-XREF-LINE(WS-BATCH-IDX) > 0
              MOVE "X" TO
                 WS-JLINE(BT-XREF-LINE(WS-BATCH-IDX))(1:1)
           END-IF
           IF BT-ENTITY-LINE(WS-BATCH-IDX) > 0
              MOVE "X" TO
                 WS-JLINE(BT-ENTITY-LINE(WS-BATCH-IDX))(1:1)
           END-IF
           PERFORM VARYING WS-VOID-IDX
                   FROM BT-HDR-LINE(WS-BATCH-IDX) BY 1
                   UNTIL WS-VOID-IDX > BT-LAST-LINE(WS-BATCH-IDX)
              IF WS-JLINE(WS-VOID-IDX)(1:1) = "H"
                 OR WS-JLINE(WS-VOID-IDX)(1:1) = "D"
                 MOVE "X" TO WS-JLINE(WS-VOID-IDX)(1:1)
              END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Every accepted batch whose debits exceed the threshold needs
      * a decision on file: approved, it posts; rejected, it is
      * voided; undecided, it is HELD and reported, and waits for
      * the next run.
      *---------------------------------------------------------------
       HOLD-UNAPPROVED-BATCHES.
           IF WS-HAVE-THRESHOLD NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
              IF BT-STATUS(WS-BATCH-IDX) = "ACCEPTED"
                 AND BT-DEBIT-TOTAL(WS-BATCH-IDX) >
                    WS-APPROVAL-THRESHOLD
                 PERFORM FIND-BATCH-DECISION
                 EVALUATE WS-DECISION
                    WHEN "A"
                       CONTINUE
                    WHEN "R"
                       DISPLAY "Batch " BT-BATCH-ID(WS-BATCH-IDX)
                          " rejected at approval - voided"
                       MOVE "REJECTED" TO BT-STATUS(WS-BATCH-IDX)
                    WHEN OTHER
                       DISPLAY "Batch " BT-BATCH-ID(WS-BATCH-IDX)
                          " from " BT-CREATOR(WS-BATCH-IDX)
                          " is over the approval threshold -"
                          " held for approval"
                       MOVE "HELD" TO BT-STATUS(WS-BATCH-IDX)
                       ADD 1 TO WS-HELD-COUNT
                 END-EVALUATE
              END-IF
           END-PERFORM.

       FIND-BATCH-DECISION.
           MOVE SPACE TO WS-DECISION
           OPEN INPUT APPROVAL-FILE
           IF APRV-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-APRV-END-FLAG
           PERFORM UNTIL WS-APRV-END-FLAG = "Y"
              READ APPROVAL-FILE
                 AT END
                    MOVE "Y" TO WS-APRV-END-FLAG
                 NOT AT END
                    IF AP-BATCH-ID = BT-BATCH-ID(WS-BATCH-IDX)
                       MOVE AP-DECISION TO WS-DECISION
                    END-IF
              END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE.

       LOAD-APPROVAL-THRESHOLD.
           OPEN INPUT THRESHOLD-FILE
           IF THRS-FILE-STATUS = "00"
              READ THRESHOLD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE THRESHOLD-REC TO WS-APPROVAL-THRESHOLD
                    MOVE "Y" TO WS-HAVE-THRESHOLD
              END-READ
              CLOSE THRESHOLD-FILE
           END-IF.

       POST-ONE-BATCH.
           IF BT-STATUS(WS-BATCH-IDX) NOT = "ACCEPTED"
              CONTINUE
                  VARYING WS-TXN-IDX
                  FROM BT-FIRST-TXN(WS-BATCH-IDX) BY 1
                  UNTIL WS-TXN-IDX > BT-LAST-TXN(WS-BATCH-IDX)
              PERFORM POST-ONE-DETAIL
                  VARYING WS-TXN-IDX
                  FROM BT-IC-FIRST(WS-BATCH-IDX) BY 1
                  UNTIL WS-TXN-IDX > BT-IC-LAST(WS-BATCH-IDX)
              IF WS-BACKOUT-FLAG = "N"
                 MOVE "POSTED" TO BT-STATUS(WS-BATCH-IDX)
              END-IF
      * submissions against.
      *---------------------------------------------------------------
       PRINT-BATCH-REGISTER.
           DISPLAY "BATCH  BATCH ID CREATOR   ENT  DETAILS  NET"
              "          DISPOSITION"
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
              MOVE BT-DTL-NET(WS-BATCH-IDX) TO WS-BATCH-NET-ED
              DISPLAY "  " WS-BATCH-IDX "   "
                 BT-BATCH-ID(WS-BATCH-IDX) "  "
                 BT-CREATOR(WS-BATCH-IDX) "  "
                 BT-ENTITY(WS-BATCH-IDX) "  "
                 BT-DTL-COUNT(WS-BATCH-IDX) "  "
                 WS-BATCH-NET-ED "  " BT-STATUS(WS-BATCH-IDX)
           END-PERFORM
           END-IF
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
              IF (BT-STATUS(WS-BATCH-IDX) = "REFUSED"
                 OR BT-STATUS(WS-BATCH-IDX) = "HELD")
                 AND RETURN-CODE = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
                 MOVE PP-BALANCE(WS-PART-IDX) TO WS-BEFORE-BALANCE
                 COMPUTE WS-ACCT-DELTA =
                    ACCT-BALANCE - PP-BALANCE(WS-PART-IDX)
                 MOVE "B" TO WS-AUDIT-ENTRY-TYPE
                 MOVE 0 TO WS-AUDIT-BATCH-ID
                 PERFORM WRITE-BALANCE-AUDIT
              END-IF
           END-PERFORM.
              WHEN "P"
                 MOVE JOURNAL-REC TO WS-JRNL-PERIOD
                 MOVE JP-PERIOD TO WS-PENDING-PERIOD
                 MOVE JP-ENTRY-TYPE TO WS-PENDING-ENTRY-TYPE
                 MOVE WS-JLINE-COUNT TO WS-PENDING-PERIOD-LINE
              WHEN "B"
                 MOVE JOURNAL-REC TO WS-JRNL-BATCH
                 MOVE JB-BATCH-ID TO WS-PENDING-BATCH-ID
                 MOVE JB-OPERATOR TO WS-PENDING-OPERATOR
                 MOVE WS-JLINE-COUNT TO WS-PENDING-ID-LINE
              WHEN "R"
                 MOVE WS-JLINE-COUNT TO WS-PENDING-XREF-LINE
              WHEN "E"
                 MOVE JOURNAL-REC(2:3) TO WS-PENDING-ENTITY
                 MOVE WS-JLINE-COUNT TO WS-PENDING-ENTITY-LINE
              WHEN "H"
                 PERFORM OPEN-NEW-BATCH
              WHEN "*"
              MOVE WS-TXN-COUNT TO BT-LAST-TXN(WS-BATCH-COUNT)
              MOVE WS-JLINE-COUNT
                 TO BT-HDR-LINE(WS-BATCH-COUNT)
              MOVE WS-JLINE-COUNT
                 TO BT-LAST-LINE(WS-BATCH-COUNT)
              MOVE 0 TO BT-DEBIT-TOTAL(WS-BATCH-COUNT)
              MOVE WS-PENDING-PERIOD-LINE
                 TO BT-PERIOD-LINE(WS-BATCH-COUNT)
              MOVE 0 TO WS-PENDING-PERIOD-LINE
              MOVE WS-PENDING-XREF-LINE
                 TO BT-XREF-LINE(WS-BATCH-COUNT)
              MOVE 0 TO WS-PENDING-XREF-LINE
              MOVE WS-PENDING-ENTITY TO BT-ENTITY(WS-BATCH-COUNT)
              MOVE SPACES TO WS-PENDING-ENTITY
              MOVE WS-PENDING-ENTITY-LINE
                 TO BT-ENTITY-LINE(WS-BATCH-COUNT)
              MOVE 0 TO WS-PENDING-ENTITY-LINE
              MOVE 1 TO BT-IC-FIRST(WS-BATCH-COUNT)
              MOVE 0 TO BT-IC-LAST(WS-BATCH-COUNT)
              PERFORM IDENTIFY-NEW-BATCH
              IF WS-PENDING-PERIOD = 0
                 MOVE WS-OPEN-PERIOD
                    TO BT-PERIOD(WS-BATCH-COUNT)
                    TO BT-PERIOD(WS-BATCH-COUNT)
                 MOVE 0 TO WS-PENDING-PERIOD
              END-IF
              MOVE WS-PENDING-ENTRY-TYPE
                 TO BT-ENTRY-TYPE(WS-BATCH-COUNT)
              MOVE SPACE TO WS-PENDING-ENTRY-TYPE
              IF JOURNAL-REC(1:1) = "*"
                 MOVE "PRIOR" TO BT-STATUS(WS-BATCH-COUNT)
              ELSE
              MOVE "Y" TO WS-HAVE-HEADER
           END-IF.

      *---------------------------------------------------------------
      * The B record ahead of the header names the batch; a batch
      * without one is numbered here and stamped at write-back.
      *---------------------------------------------------------------
       IDENTIFY-NEW-BATCH.
           IF WS-PENDING-BATCH-ID = 0
              CALL "NEXT-BATCH-ID" USING BT-BATCH-ID(WS-BATCH-COUNT)
                 WS-STAMP-OPERATOR
              END-CALL
              MOVE "UNKNOWN" TO BT-CREATOR(WS-BATCH-COUNT)
              MOVE 0 TO BT-ID-LINE(WS-BATCH-COUNT)
           ELSE
              MOVE WS-PENDING-BATCH-ID TO BT-BATCH-ID(WS-BATCH-COUNT)
              MOVE WS-PENDING-OPERATOR TO BT-CREATOR(WS-BATCH-COUNT)
              MOVE WS-PENDING-ID-LINE TO BT-ID-LINE(WS-BATCH-COUNT)
           END-IF
           MOVE 0 TO WS-PENDING-BATCH-ID
           MOVE 0 TO WS-PENDING-ID-LINE.

       STORE-ONE-DETAIL.
           IF WS-HAVE-HEADER NOT = "Y"
              ADD 1 TO WS-STRAY-COUNT
                 MOVE JT-AMOUNT TO TX-AMOUNT(WS-TXN-COUNT)
                 MOVE WS-TXN-COUNT
                    TO BT-LAST-TXN(WS-BATCH-COUNT)
                 MOVE WS-JLINE-COUNT
                    TO BT-LAST-LINE(WS-BATCH-COUNT)
                 ADD 1 TO BT-DTL-COUNT(WS-BATCH-COUNT)
                 IF JT-DC = "C"
                    ADD JT-AMOUNT TO BT-DTL-NET(WS-BATCH-COUNT)
                 ELSE
                    SUBTRACT JT-AMOUNT
                       FROM BT-DTL-NET(WS-BATCH-COUNT)
                    ADD JT-AMOUNT TO BT-DEBIT-TOTAL(WS-BATCH-COUNT)
                 END-IF
              END-IF
           END-IF.
                    " - refused"
                 MOVE "REFUSED" TO BT-STATUS(WS-BATCH-IDX)
              END-IF
              IF BT-STATUS(WS-BATCH-IDX) = "ACCEPTED"
                 AND BT-PERIOD(WS-BATCH-IDX) > WS-OPEN-PERIOD
                 DISPLAY "Batch " WS-BATCH-IDX " is for period "
                    BT-PERIOD(WS-BATCH-IDX)
                    " - waits for the period to open"
                 MOVE "FUTURE" TO BT-STATUS(WS-BATCH-IDX)
              END-IF
              IF BT-STATUS(WS-BATCH-IDX) = "ACCEPTED"
                 AND WS-HAVE-ENTITIES = "Y"
                 PERFORM CHECK-ENTITY-BALANCE
              END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Nets the batch's details by entity. Every entity other than
      * the batch's own that comes out of balance is squared against
      * the batch's entity with a generated due-to/due-from pair,
      * appended to the transaction table behind the journal's own
      * details; an entity with no intercompany account to square
      * it, or an entity code nobody has set up, refuses the batch.
      *---------------------------------------------------------------
       CHECK-ENTITY-BALANCE.
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
              MOVE 0 TO EN-NET(WS-ENT-IDX)
           END-PERFORM
           IF BT-ENTITY(WS-BATCH-IDX) = SPACES
              IF BT-DTL-COUNT(WS-BATCH-IDX) > 0
                 MOVE TX-ACCT(BT-FIRST-TXN(WS-BATCH-IDX))
                    TO WS-ENT-ACCT
                 PERFORM RESOLVE-ACCOUNT-ENTITY
                 MOVE WS-ENT-CODE TO BT-ENTITY(WS-BATCH-IDX)
              ELSE
                 MOVE EN-CODE(1) TO BT-ENTITY(WS-BATCH-IDX)
              END-IF
           END-IF
           MOVE BT-ENTITY(WS-BATCH-IDX) TO WS-ENT-CODE
           PERFORM FIND-ENTITY
           IF WS-ENT-FOUND = 0
              DISPLAY "Batch " WS-BATCH-IDX " names unknown entity "
                 BT-ENTITY(WS-BATCH-IDX) " - refused"
              MOVE "REFUSED" TO BT-STATUS(WS-BATCH-IDX)
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ENT-FOUND TO WS-HOME-ENT
           PERFORM ADD-DETAIL-TO-ENTITY
               VARYING WS-TXN-IDX
               FROM BT-FIRST-TXN(WS-BATCH-IDX) BY 1
               UNTIL WS-TXN-IDX > BT-LAST-TXN(WS-BATCH-IDX)
           IF BT-STATUS(WS-BATCH-IDX) NOT = "ACCEPTED"
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-INTERCOMPANY-LINK
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-ENT-COUNT
           IF BT-STATUS(WS-BATCH-IDX) NOT = "ACCEPTED"
              EXIT PARAGRAPH
           END-IF
           COMPUTE BT-IC-FIRST(WS-BATCH-IDX) = WS-TXN-COUNT + 1
           MOVE WS-TXN-COUNT TO BT-IC-LAST(WS-BATCH-IDX)
           PERFORM GENERATE-INTERCOMPANY
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-ENT-COUNT.

       ADD-DETAIL-TO-ENTITY.
           MOVE TX-ACCT(WS-TXN-IDX) TO WS-ENT-ACCT
           PERFORM RESOLVE-ACCOUNT-ENTITY
           PERFORM FIND-ENTITY
           IF WS-ENT-FOUND = 0
              DISPLAY "Batch " WS-BATCH-IDX " account "
                 TX-ACCT(WS-TXN-IDX) " belongs to unknown entity "
                 WS-ENT-CODE " - refused"
              MOVE "REFUSED" TO BT-STATUS(WS-BATCH-IDX)
           ELSE
              IF TX-DC(WS-TXN-IDX) = "C"
                 ADD TX-AMOUNT(WS-TXN-IDX) TO EN-NET(WS-ENT-FOUND)
              ELSE
                 SUBTRACT TX-AMOUNT(WS-TXN-IDX)
                    FROM EN-NET(WS-ENT-FOUND)
              END-IF
           END-IF.

       CHECK-INTERCOMPANY-LINK.
           IF WS-ENT-IDX = WS-HOME-ENT OR EN-NET(WS-ENT-IDX) = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-INTERCOMPANY-PAIR
           IF WS-ICO-OTHER-ACCT = 0 OR WS-ICO-HOME-ACCT = 0
              MOVE EN-NET(WS-ENT-IDX) TO WS-ICO-ED
              DISPLAY "Batch " WS-BATCH-IDX " out of balance in "
                 "entity " EN-CODE(WS-ENT-IDX) " by " WS-ICO-ED
                 " - no intercompany account with "
                 EN-CODE(WS-HOME-ENT) " - refused"
              MOVE "REFUSED" TO BT-STATUS(WS-BATCH-IDX)
           END-IF.

       RESOLVE-INTERCOMPANY-PAIR.
           MOVE EN-CODE(WS-ENT-IDX) TO WS-ICO-FROM
           MOVE EN-CODE(WS-HOME-ENT) TO WS-ICO-TO
           PERFORM FIND-INTERCOMPANY-ACCOUNT
           MOVE WS-ICO-ACCT TO WS-ICO-OTHER-ACCT
           MOVE EN-CODE(WS-HOME-ENT) TO WS-ICO-FROM
           MOVE EN-CODE(WS-ENT-IDX) TO WS-ICO-TO
           PERFORM FIND-INTERCOMPANY-ACCOUNT
           MOVE WS-ICO-ACCT TO WS-ICO-HOME-ACCT.

       FIND-INTERCOMPANY-ACCOUNT.
           MOVE 0 TO WS-ICO-ACCT
           PERFORM VARYING WS-ICO-IDX FROM 1 BY 1
                   UNTIL WS-ICO-IDX > WS-ICO-COUNT
              IF IO-ENTITY(WS-ICO-IDX) = WS-ICO-FROM
                 AND IO-OTHER(WS-ICO-IDX) = WS-ICO-TO
                 MOVE IO-ACCT(WS-ICO-IDX) TO WS-ICO-ACCT
              END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * An entity left in credit by the batch has paid out for the
      * batch's entity: its own intercompany account is debited (due
      * from) and the batch entity's credited (due to) - and the
      * other way round for an entity left in debit. Chunked past a
      * detail's 9(5)V99 like every producer's totals.
      *---------------------------------------------------------------
       GENERATE-INTERCOMPANY.
           IF WS-ENT-IDX = WS-HOME-ENT OR EN-NET(WS-ENT-IDX) = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-INTERCOMPANY-PAIR
           IF EN-NET(WS-ENT-IDX) > 0
              MOVE "D" TO WS-ICO-OTHER-DC
              MOVE "C" TO WS-ICO-HOME-DC
              MOVE EN-NET(WS-ENT-IDX) TO WS-ICO-LEFT
           ELSE
              MOVE "C" TO WS-ICO-OTHER-DC
              MOVE "D" TO WS-ICO-HOME-DC
              COMPUTE WS-ICO-LEFT = 0 - EN-NET(WS-ENT-IDX)
           END-IF
           MOVE WS-ICO-LEFT TO WS-ICO-ED
           DISPLAY "Batch " WS-BATCH-IDX " intercompany "
              EN-CODE(WS-ENT-IDX) "/" EN-CODE(WS-HOME-ENT) " "
              WS-ICO-ED " via " WS-ICO-OTHER-ACCT "/"
              WS-ICO-HOME-ACCT
           PERFORM ADD-INTERCOMPANY-PAIR
               UNTIL WS-ICO-LEFT = 0 OR RETURN-CODE NOT = 0.

       ADD-INTERCOMPANY-PAIR.
           IF WS-TXN-COUNT >= 199
              DISPLAY "Journal too large for this run"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-ICO-LEFT > 99999.99
              MOVE 99999.99 TO WS-ICO-CHUNK
           ELSE
              MOVE WS-ICO-LEFT TO WS-ICO-CHUNK
           END-IF
           SUBTRACT WS-ICO-CHUNK FROM WS-ICO-LEFT
           ADD 1 TO WS-TXN-COUNT
           MOVE WS-ICO-OTHER-ACCT TO TX-ACCT(WS-TXN-COUNT)
           MOVE WS-ICO-OTHER-DC TO TX-DC(WS-TXN-COUNT)
           MOVE WS-ICO-CHUNK TO TX-AMOUNT(WS-TXN-COUNT)
           ADD 1 TO WS-TXN-COUNT
           MOVE WS-ICO-HOME-ACCT TO TX-ACCT(WS-TXN-COUNT)
           MOVE WS-ICO-HOME-DC TO TX-DC(WS-TXN-COUNT)
           MOVE WS-ICO-CHUNK TO TX-AMOUNT(WS-TXN-COUNT)
           MOVE WS-TXN-COUNT TO BT-IC-LAST(WS-BATCH-IDX).

       RESOLVE-ACCOUNT-ENTITY.
           MOVE EN-CODE(1) TO WS-ENT-CODE
           PERFORM VARYING WS-AENT-IDX FROM 1 BY 1
                   UNTIL WS-AENT-IDX > WS-AENT-COUNT
              IF AN-ACCT(WS-AENT-IDX) = WS-ENT-ACCT
                 MOVE AN-ENTITY(WS-AENT-IDX) TO WS-ENT-CODE
              END-IF
           END-PERFORM.

       FIND-ENTITY.
           MOVE 0 TO WS-ENT-FOUND
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
              IF EN-CODE(WS-ENT-IDX) = WS-ENT-CODE
                 MOVE WS-ENT-IDX TO WS-ENT-FOUND
              END-IF
           END-PERFORM.

      *---------------------------------------------------------------
              CLOSE STATUS-FILE
           END-IF.

      *---------------------------------------------------------------
      * Active term deposits not yet at maturity on the business
      * date - the accounts no ordinary debit may touch.
      *---------------------------------------------------------------
       LOAD-TERM-DEPOSIT-LOCKS.
           CALL "GET-BUSINESS-DATE"
              USING WS-TDEP-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL
           OPEN INPUT DEPOSIT-FILE
           IF TDEP-FILE-STATUS NOT = "00"
              CONTINUE
           ELSE
              PERFORM UNTIL WS-TDEP-END-FLAG = "Y"
                 READ DEPOSIT-FILE
                    AT END
                       MOVE "Y" TO WS-TDEP-END-FLAG
                    NOT AT END
                       IF TD-STATUS = "A"
                          AND TD-MATURITY > WS-TDEP-RUN-DATE
                          AND WS-TDEP-COUNT < 200
                          ADD 1 TO WS-TDEP-COUNT
                          MOVE TD-ACCT TO TL-ACCT(WS-TDEP-COUNT)
                          MOVE TD-MATURITY
                             TO TL-MATURITY(WS-TDEP-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPOSIT-FILE
           END-IF.

      *---------------------------------------------------------------
      * The entity list, the account-to-entity map, and the
      * intercompany accounts. No entity file, no entity checking.
      *---------------------------------------------------------------
       LOAD-LEGAL-ENTITIES.
           OPEN INPUT ENTITY-FILE
           IF ENTY-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ENTY-END-FLAG = "Y"
              READ ENTITY-FILE
                 AT END
                    MOVE "Y" TO WS-ENTY-END-FLAG
                 NOT AT END
                    IF WS-ENT-COUNT < 20
                       ADD 1 TO WS-ENT-COUNT
                       MOVE EF-ENTITY TO EN-CODE(WS-ENT-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ENTITY-FILE
           IF WS-ENT-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-HAVE-ENTITIES

           OPEN INPUT ACCT-ENTITY-FILE
           IF AENT-FILE-STATUS = "00"
              MOVE "N" TO WS-ENTY-END-FLAG
              PERFORM UNTIL WS-ENTY-END-FLAG = "Y"
                 READ ACCT-ENTITY-FILE
                    AT END
                       MOVE "Y" TO WS-ENTY-END-FLAG
                    NOT AT END
                       IF WS-AENT-COUNT < 300
                          ADD 1 TO WS-AENT-COUNT
                          MOVE AE-ACCT TO AN-ACCT(WS-AENT-COUNT)
                          MOVE AE-ENTITY
                             TO AN-ENTITY(WS-AENT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACCT-ENTITY-FILE
           END-IF

           OPEN INPUT INTERCO-FILE
           IF ICO-FILE-STATUS = "00"
              MOVE "N" TO WS-ENTY-END-FLAG
              PERFORM UNTIL WS-ENTY-END-FLAG = "Y"
                 READ INTERCO-FILE
                    AT END
                       MOVE "Y" TO WS-ENTY-END-FLAG
                    NOT AT END
                       IF WS-ICO-COUNT < 100
                          ADD 1 TO WS-ICO-COUNT
                          MOVE IC-ENTITY TO IO-ENTITY(WS-ICO-COUNT)
                          MOVE IC-OTHER TO IO-OTHER(WS-ICO-COUNT)
                          MOVE IC-ACCT TO IO-ACCT(WS-ICO-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INTERCO-FILE
           END-IF.

       RESOLVE-TERM-DEPOSIT-LOCK.
           MOVE 0 TO WS-TDEP-LOCKED-TO
           PERFORM VARYING WS-TDEP-IDX FROM 1 BY 1
                   UNTIL WS-TDEP-IDX > WS-TDEP-COUNT
              IF TL-ACCT(WS-TDEP-IDX) = TX-ACCT(WS-TXN-IDX)
                 MOVE TL-MATURITY(WS-TDEP-IDX) TO WS-TDEP-LOCKED-TO
              END-IF
           END-PERFORM.

       LOAD-OVERDRAFT-EXEMPTIONS.
           OPEN INPUT EXEMPT-FILE
           IF XMPT-FILE-STATUS NOT = "00"
       POST-VALIDATED-DETAIL.
           PERFORM RESOLVE-ACCOUNT-STATUS
           IF WS-ACCT-STATUS = "F" OR WS-ACCT-STATUS = "C"
              OR WS-ACCT-STATUS = "D"
              DISPLAY "Account " TX-ACCT(WS-TXN-IDX)
                 " status " WS-ACCT-STATUS
                 " - posting rejected"
              ADD 1 TO WS-REJECT-COUNT
              EXIT PARAGRAPH
           END-IF
           IF TX-DC(WS-TXN-IDX) = "D"
              AND BT-ENTRY-TYPE(WS-BATCH-IDX) NOT = "E"
              PERFORM RESOLVE-TERM-DEPOSIT-LOCK
              IF WS-TDEP-LOCKED-TO > 0
                 DISPLAY "Account " TX-ACCT(WS-TXN-IDX)
                    " term deposit locked until "
                    WS-TDEP-LOCKED-TO " - posting rejected"
                 ADD 1 TO WS-REJECT-COUNT
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE TX-ACCT(WS-TXN-IDX) TO ACCT-NUMBER
           READ ACCT-REC
              INVALID KEY
              MOVE "Y" TO WS-BACKOUT-FLAG
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE BT-ENTRY-TYPE(WS-BATCH-IDX) TO WS-AUDIT-ENTRY-TYPE
              MOVE BT-BATCH-ID(WS-BATCH-IDX) TO WS-AUDIT-BATCH-ID
              PERFORM WRITE-BALANCE-AUDIT
              ADD 1 TO WS-APPLIED-COUNT
              MOVE WS-ACCT-DELTA TO WS-POST-AMOUNT-ED

      *---------------------------------------------------------------
      * One image per successful REWRITE: when, which account, the
      * balance before, the amount applied, the balance after, and
      * the entry type and ID of the batch it came from (entry type
      * blank for an ordinary posting).
      *---------------------------------------------------------------
       WRITE-BALANCE-AUDIT.
           CALL "GET-BUSINESS-DATE"
           MOVE WS-AUDIT-DATE TO BA-DATE
           MOVE WS-AUDIT-TIME(1:6) TO BA-TIME
           MOVE SPACE TO BA-FILLER-1 BA-FILLER-2 BA-FILLER-3
              BA-FILLER-4 BA-FILLER-5 BA-FILLER-6 BA-FILLER-7
           MOVE ACCT-NUMBER TO BA-ACCT-NUMBER
           MOVE WS-BEFORE-BALANCE TO BA-BEFORE
           MOVE WS-ACCT-DELTA TO BA-AMOUNT
           MOVE ACCT-BALANCE TO BA-AFTER
           MOVE WS-AUDIT-ENTRY-TYPE TO BA-ENTRY-TYPE
           MOVE WS-AUDIT-BATCH-ID TO BA-BATCH-ID
           WRITE BALANCE-AUDIT-REC.

      *---------------------------------------------------------------
      * Abort path: the run lock is released before the stop, so a
      * refused journal or a failed snapshot never leaves the rerun
      * blocked by this run's own abandoned lock. The return code
      * is kept across the release call.
      *---------------------------------------------------------------
       RELEASE-AND-STOP.
           MOVE RETURN-CODE TO WS-RUN-RC
           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUN-LOCK" USING WS-LOCK-NAME WS-LOCK-ACTION
              WS-LOCK-RESULT
           END-CALL
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.
