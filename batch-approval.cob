       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-APPROVAL.

      *---------------------------------------------------------------
      * The checker's half of maker-checker posting. A journal batch
      * whose debits total more than approval-threshold.dat
      * (<amount 9(7)V99>) is held by POST-BALANCE-UPDATE until a
      * decision for its batch ID is on file. Decisions arrive in
      * ACCT-MAINT's transaction style in approval-requests.txt:
      *
      *   A<batch id 7>       approve - the batch posts on the next
      *                       posting run
      *   R<batch id 7>       reject - the posting run voids it
      *
      * The signed-on operator must hold supervisor level through
      * OPERATOR-AUTH, and may not decide a batch they created
      * themselves (the operator on the batch's B record). Only an
      * unposted batch over the threshold with no decision yet can
      * be decided. Each decision is appended to batch-approvals.txt
      * with both operator IDs:
      *
      *   <batch id> <A|R> <creator> <approver> <date> <time>
      *
      * which is the log the auditors read and the file the posting
      * run consults. Bad requests go to approval-suspense.txt with
      * a reason code. The run ends by listing the batches still
      * waiting for a decision.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "approval-requests.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REQUEST.
           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL.
           SELECT THRESHOLD-FILE ASSIGN TO "approval-threshold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-THRESHOLD.
           SELECT APPROVAL-FILE ASSIGN TO "batch-approvals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APPROVAL.
           SELECT SUSPENSE-FILE ASSIGN TO "approval-suspense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENSE.

       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
       01 REQUEST-REC.
          05 RQ-ACTION       PIC X.
          05 RQ-BATCH-ID     PIC 9(7).

       FD JOURNAL-FILE.
       01 JOURNAL-REC        PIC X(16).

       FD THRESHOLD-FILE.
       01 THRESHOLD-REC      PIC 9(7)V99.

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

       FD SUSPENSE-FILE.
       01 SUSPENSE-REC.
          05 SU-REQUEST      PIC X(8).
          05 SU-FILLER       PIC X.
          05 SU-REASON-CODE  PIC X(12).

       WORKING-STORAGE SECTION.
       01 FS-REQUEST         PIC XX.
       01 FS-JOURNAL         PIC XX.
       01 FS-THRESHOLD       PIC XX.
       01 FS-APPROVAL        PIC XX.
       01 FS-SUSPENSE        PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".

       01 WS-REQUIRED-LEVEL  PIC 9.
       01 WS-ALLOWED-FLAG    PIC X.
       01 WS-APPROVER-ID     PIC X(8).

       01 WS-HAVE-THRESHOLD  PIC X VALUE "N".
       01 WS-THRESHOLD       PIC 9(7)V99 VALUE 0.
       01 WS-THRESHOLD-ED    PIC Z(6)9.99.

       01 WS-APPLIED-COUNT   PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(5) VALUE 0.
       01 WS-WAITING-COUNT   PIC 9(5) VALUE 0.

      *---------------------------------------------------------------
      * Journal B records and headers, carved from the raw record.
      *---------------------------------------------------------------
       01 WS-JRNL-BATCH.
          05 JB-TYPE         PIC X.
          05 JB-BATCH-ID     PIC 9(7).
          05 JB-OPERATOR     PIC X(8).
       01 WS-JRNL-DETAIL.
          05 JT-TYPE         PIC X.
          05 JT-ACCT         PIC 9(4).
          05 JT-DC           PIC X.
          05 JT-AMOUNT       PIC 9(5)V99.
       01 WS-PENDING-BATCH-ID PIC 9(7) VALUE 0.
       01 WS-PENDING-OPERATOR PIC X(8).
       01 WS-IN-UNPOSTED     PIC X VALUE "N".

      *---------------------------------------------------------------
      * Every unposted batch in the journal: who made it and what
      * its debits total. A batch keyed by hand has no ID until the
      * next posting run numbers it.
      *---------------------------------------------------------------
       01 WS-BATCH-COUNT     PIC 9(3) VALUE 0.
       01 WS-BATCH-IDX       PIC 9(3).
       01 WS-BATCH-MATCH     PIC 9(3).
       01 WS-BATCH-TABLE.
          05 WS-BATCH-ENTRY OCCURS 200 TIMES.
             10 PB-BATCH-ID  PIC 9(7).
             10 PB-CREATOR   PIC X(8).
             10 PB-DEBITS    PIC 9(7)V99.
             10 PB-DECIDED   PIC X.

       01 WS-DEBITS-ED       PIC Z(6)9.99.
       01 WS-TODAY           PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-NOW             PIC 9(8).

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           MOVE 2 TO WS-REQUIRED-LEVEL
           CALL "OPERATOR-AUTH" USING WS-REQUIRED-LEVEL
               WS-ALLOWED-FLAG WS-APPROVER-ID
           END-CALL
           IF WS-ALLOWED-FLAG NOT = "Y"
               DISPLAY "Batch approval refused - supervisor level"
                   " required (operator " WS-APPROVER-ID ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-APPROVAL-THRESHOLD
           PERFORM LOAD-UNPOSTED-BATCHES
           PERFORM LOAD-DECISIONS

           OPEN INPUT REQUEST-FILE
           IF FS-REQUEST NOT = "00"
               DISPLAY "No approval requests, FS=" FS-REQUEST
           ELSE
               OPEN OUTPUT SUSPENSE-FILE
               OPEN EXTEND APPROVAL-FILE
               IF FS-APPROVAL NOT = "00"
                   OPEN OUTPUT APPROVAL-FILE
               END-IF
               MOVE "N" TO WS-END-FLAG
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ REQUEST-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           PERFORM APPLY-ONE-REQUEST
                   END-READ
               END-PERFORM
               CLOSE REQUEST-FILE SUSPENSE-FILE APPROVAL-FILE
           END-IF

           PERFORM LIST-WAITING-BATCHES
           DISPLAY "Approval: " WS-APPLIED-COUNT " decided, "
               WS-REJECT-COUNT " refused, " WS-WAITING-COUNT
               " still waiting"
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-APPROVAL-THRESHOLD.
           OPEN INPUT THRESHOLD-FILE
           IF FS-THRESHOLD = "00"
               READ THRESHOLD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE THRESHOLD-REC TO WS-THRESHOLD
                       MOVE "Y" TO WS-HAVE-THRESHOLD
               END-READ
               CLOSE THRESHOLD-FILE
           END-IF
           IF WS-HAVE-THRESHOLD NOT = "Y"
               DISPLAY "No approval threshold on file - no batch"
                   " is held"
           END-IF.

      *---------------------------------------------------------------
      * An "H" header opens an unposted batch and takes the B record
      * before it; a posted "*" header, or anything voided, closes
      * it, so only unposted details are totalled.
      *---------------------------------------------------------------
       LOAD-UNPOSTED-BATCHES.
           OPEN INPUT JOURNAL-FILE
           IF FS-JOURNAL NOT = "00"
               DISPLAY "Cannot open journal, FS=" FS-JOURNAL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       PERFORM LOAD-ONE-JOURNAL-RECORD
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       LOAD-ONE-JOURNAL-RECORD.
           EVALUATE JOURNAL-REC(1:1)
               WHEN "B"
                   MOVE JOURNAL-REC TO WS-JRNL-BATCH
                   MOVE JB-BATCH-ID TO WS-PENDING-BATCH-ID
                   MOVE JB-OPERATOR TO WS-PENDING-OPERATOR
               WHEN "H"
                   IF WS-BATCH-COUNT >= 200
                       DISPLAY "Too many unposted batches to list"
                       MOVE "N" TO WS-IN-UNPOSTED
                   ELSE
                       ADD 1 TO WS-BATCH-COUNT
                       MOVE WS-PENDING-BATCH-ID
                           TO PB-BATCH-ID(WS-BATCH-COUNT)
                       IF WS-PENDING-BATCH-ID = 0
                           MOVE "UNKNOWN"
                               TO PB-CREATOR(WS-BATCH-COUNT)
                       ELSE
                           MOVE WS-PENDING-OPERATOR
                               TO PB-CREATOR(WS-BATCH-COUNT)
                       END-IF
                       MOVE 0 TO PB-DEBITS(WS-BATCH-COUNT)
                       MOVE "N" TO PB-DECIDED(WS-BATCH-COUNT)
                       MOVE "Y" TO WS-IN-UNPOSTED
                   END-IF
                   MOVE 0 TO WS-PENDING-BATCH-ID
               WHEN "D"
                   IF WS-IN-UNPOSTED = "Y"
                       MOVE JOURNAL-REC TO WS-JRNL-DETAIL
                       IF JT-DC = "D"
                           ADD JT-AMOUNT
                               TO PB-DEBITS(WS-BATCH-COUNT)
                       END-IF
                   END-IF
               WHEN "*"
                   MOVE "N" TO WS-IN-UNPOSTED
                   MOVE 0 TO WS-PENDING-BATCH-ID
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-DECISIONS.
           OPEN INPUT APPROVAL-FILE
           IF FS-APPROVAL NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ APPROVAL-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                               UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
                           IF PB-BATCH-ID(WS-BATCH-IDX) = AP-BATCH-ID
                               MOVE "Y" TO PB-DECIDED(WS-BATCH-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE.

       APPLY-ONE-REQUEST.
           MOVE 0 TO WS-BATCH-MATCH
           IF RQ-BATCH-ID IS NUMERIC AND RQ-BATCH-ID > 0
               PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                       UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
                   IF PB-BATCH-ID(WS-BATCH-IDX) = RQ-BATCH-ID
                       MOVE WS-BATCH-IDX TO WS-BATCH-MATCH
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN RQ-ACTION NOT = "A" AND RQ-ACTION NOT = "R"
                   MOVE "BAD-ACTION" TO SU-REASON-CODE
                   PERFORM SUSPEND-REQUEST
               WHEN WS-BATCH-MATCH = 0
                   MOVE "NOT-PENDING" TO SU-REASON-CODE
                   PERFORM SUSPEND-REQUEST
               WHEN WS-HAVE-THRESHOLD NOT = "Y"
                   OR PB-DEBITS(WS-BATCH-MATCH) NOT > WS-THRESHOLD
                   MOVE "NOT-HELD" TO SU-REASON-CODE
                   PERFORM SUSPEND-REQUEST
               WHEN PB-DECIDED(WS-BATCH-MATCH) = "Y"
                   MOVE "ALREADY-DECD" TO SU-REASON-CODE
                   PERFORM SUSPEND-REQUEST
               WHEN PB-CREATOR(WS-BATCH-MATCH) = WS-APPROVER-ID
                   MOVE "OWN-BATCH" TO SU-REASON-CODE
                   PERFORM SUSPEND-REQUEST
               WHEN OTHER
                   PERFORM WRITE-DECISION
           END-EVALUATE.

       WRITE-DECISION.
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY WS-BUS-DATE-STATUS
           END-CALL
           ACCEPT WS-NOW FROM TIME
           MOVE RQ-BATCH-ID TO AP-BATCH-ID
           MOVE RQ-ACTION TO AP-DECISION
           MOVE PB-CREATOR(WS-BATCH-MATCH) TO AP-CREATOR
           MOVE WS-APPROVER-ID TO AP-APPROVER
           MOVE WS-TODAY TO AP-DATE
           MOVE WS-NOW(1:6) TO AP-TIME
           MOVE SPACE TO AP-FILLER-1 AP-FILLER-2 AP-FILLER-3
               AP-FILLER-4 AP-FILLER-5
           WRITE APPROVAL-REC
           MOVE "Y" TO PB-DECIDED(WS-BATCH-MATCH)
           ADD 1 TO WS-APPLIED-COUNT
           IF RQ-ACTION = "A"
               DISPLAY "Batch " RQ-BATCH-ID " approved by "
                   WS-APPROVER-ID
           ELSE
               DISPLAY "Batch " RQ-BATCH-ID " rejected by "
                   WS-APPROVER-ID
           END-IF.

       SUSPEND-REQUEST.
           MOVE REQUEST-REC TO SU-REQUEST
           MOVE SPACE TO SU-FILLER
           WRITE SUSPENSE-REC
           ADD 1 TO WS-REJECT-COUNT.

       LIST-WAITING-BATCHES.
           IF WS-HAVE-THRESHOLD NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-THRESHOLD TO WS-THRESHOLD-ED
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
               IF PB-DEBITS(WS-BATCH-IDX) > WS-THRESHOLD
                   AND PB-DECIDED(WS-BATCH-IDX) = "N"
                   ADD 1 TO WS-WAITING-COUNT
                   MOVE PB-DEBITS(WS-BATCH-IDX) TO WS-DEBITS-ED
                   IF PB-BATCH-ID(WS-BATCH-IDX) = 0
                       DISPLAY "Awaiting approval: unnumbered batch"
                           " debits " WS-DEBITS-ED
                           " - numbered by the next posting run"
                   ELSE
                       DISPLAY "Awaiting approval: batch "
                           PB-BATCH-ID(WS-BATCH-IDX) " from "
                           PB-CREATOR(WS-BATCH-IDX) " debits "
                           WS-DEBITS-ED " over " WS-THRESHOLD-ED
                   END-IF
               END-IF
           END-PERFORM.
