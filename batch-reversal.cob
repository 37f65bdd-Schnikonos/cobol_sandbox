       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-REVERSAL.

      *---------------------------------------------------------------
      * Reverses a posted journal batch by its batch ID - the cure
      * for a batch that posted against the wrong input, which used
      * to mean hand-keying the mirror-image D lines. Requests
      * arrive one batch ID per line in reversal-requests.txt:
      *
      *   <batch id 7>
      *
      * The original's details are read back from journal.txt and
      * its posting is traced in balance-audit.txt through the batch
      * ID each image carries. The run then appends an exact
      * offsetting batch to the journal in the open period - every
      * debit turned to a credit and every credit to a debit, the
      * header net negated - under a new batch ID and entry type
      * "R", with an R record ahead of its header naming the batch
      * it reverses:
      *
      *   P<open period>R
      *   B<new batch id><operator>
      *   R<original batch id>
      *   H<count><net>
      *   D...
      *
      * That R record is the mark on the original: a batch already
      * named by one cannot be reversed again. The reversal posts
      * through POST-BALANCE-UPDATE like any other batch, and is
      * held for a second operator's approval the same way; if it
      * is rejected, its R record is voided with it and the
      * original may be reversed afresh. Only a posted batch can be
      * reversed - an unposted one is rejected through
      * BATCH-APPROVAL instead - and neither a reversal nor a
      * year-end closing batch can be; the close is redone by
      * YEAR-END-CLOSE.
      *
      * The signed-on operator must hold supervisor level through
      * OPERATOR-AUTH. Each reversal is logged to batch-reversals.txt:
      *
      *   <original> <reversal> <operator> <date> <time> <details>
      *   <date the original posted, zero when untraced>
      *
      * and bad requests go to reversal-suspense.txt with a reason
      * code.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "reversal-requests.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REQUEST.
           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL.
           SELECT BALANCE-AUDIT-FILE ASSIGN TO "balance-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
           SELECT REVERSAL-LOG-FILE ASSIGN TO "batch-reversals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REVERSAL-LOG.
           SELECT SUSPENSE-FILE ASSIGN TO "reversal-suspense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENSE.

       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
       01 REQUEST-REC.
          05 RQ-BATCH-ID     PIC 9(7).

       FD JOURNAL-FILE.
       01 JOURNAL-REC        PIC X(16).

       FD BALANCE-AUDIT-FILE.
       01 BALANCE-AUDIT-REC.
          05 BA-DATE         PIC 9(8).
          05 BA-FILLER-1     PIC X.
          05 BA-TIME         PIC 9(6).
          05 BA-FILLER-2     PIC X.
          05 BA-ACCT-NUMBER  PIC 9(4).
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

       FD REVERSAL-LOG-FILE.
       01 REVERSAL-LOG-REC.
          05 RV-ORIGINAL-ID  PIC 9(7).
          05 RV-FILLER-1     PIC X.
          05 RV-REVERSAL-ID  PIC 9(7).
          05 RV-FILLER-2     PIC X.
          05 RV-OPERATOR     PIC X(8).
          05 RV-FILLER-3     PIC X.
          05 RV-DATE         PIC 9(8).
          05 RV-FILLER-4     PIC X.
          05 RV-TIME         PIC 9(6).
          05 RV-FILLER-5     PIC X.
          05 RV-DTL-COUNT    PIC 9(5).
          05 RV-FILLER-6     PIC X.
          05 RV-POSTED-DATE  PIC 9(8).

       FD SUSPENSE-FILE.
       01 SUSPENSE-REC.
          05 SU-REQUEST      PIC X(7).
          05 SU-FILLER       PIC X.
          05 SU-REASON-CODE  PIC X(12).

       WORKING-STORAGE SECTION.
       01 FS-REQUEST         PIC XX.
       01 FS-JOURNAL         PIC XX.
       01 FS-AUDIT           PIC XX.
       01 FS-REVERSAL-LOG    PIC XX.
       01 FS-SUSPENSE        PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".
       01 WS-AUDIT-END       PIC X VALUE "N".

       01 WS-REQUIRED-LEVEL  PIC 9.
       01 WS-ALLOWED-FLAG    PIC X.
       01 WS-OPERATOR-ID     PIC X(8).

       01 WS-OPEN-PERIOD     PIC 9(6).
       01 WS-PERIOD-STATUS   PIC X.

       01 WS-REVERSED-COUNT  PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(5) VALUE 0.

      *---------------------------------------------------------------
      * Journal records carved from the raw 16 bytes.
      *---------------------------------------------------------------
       01 WS-JRNL-PERIOD.
          05 JP-TYPE         PIC X.
          05 JP-PERIOD       PIC 9(6).
          05 JP-ENTRY-TYPE   PIC X.
       01 WS-JRNL-BATCH.
          05 JB-TYPE         PIC X.
          05 JB-BATCH-ID     PIC 9(7).
          05 JB-OPERATOR     PIC X(8).
       01 WS-JRNL-XREF.
          05 JX-TYPE         PIC X.
          05 JX-ORIGINAL-ID  PIC 9(7).
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

       01 WS-PENDING-BATCH-ID PIC 9(7) VALUE 0.
       01 WS-PENDING-XREF-ID PIC 9(7) VALUE 0.
       01 WS-PENDING-ENTRY-TYPE PIC X VALUE SPACE.
       01 WS-IN-BATCH        PIC X VALUE "N".

      *---------------------------------------------------------------
      * Every live batch in the journal with its details. A batch
      * keyed by hand has ID zero until the next posting run
      * numbers it, and cannot be asked for by ID before then.
      *---------------------------------------------------------------
       01 WS-BATCH-COUNT     PIC 9(3) VALUE 0.
       01 WS-BATCH-IDX       PIC 9(3).
       01 WS-BATCH-MATCH     PIC 9(3).
       01 WS-REVERSED-BY     PIC 9(7).
       01 WS-BATCH-TABLE.
          05 WS-BATCH-ENTRY OCCURS 200 TIMES.
             10 RB-BATCH-ID  PIC 9(7).
             10 RB-POSTED    PIC X.
             10 RB-ENTRY-TYPE PIC X.
             10 RB-XREF-ID   PIC 9(7).
             10 RB-FIRST-DTL PIC 9(3).
             10 RB-DTL-COUNT PIC 9(5).
             10 RB-NET       PIC S9(7)V99.

       01 WS-DTL-COUNT       PIC 9(3) VALUE 0.
       01 WS-DTL-IDX         PIC 9(3).
       01 WS-DTL-LAST        PIC 9(3).
       01 WS-DTL-TABLE.
          05 WS-DTL-ENTRY OCCURS 600 TIMES.
             10 RD-ACCT      PIC 9(4).
             10 RD-DC        PIC X.
             10 RD-AMOUNT    PIC 9(5)V99.

      *---------------------------------------------------------------
      * What balance-audit.txt says about the original's posting.
      *---------------------------------------------------------------
       01 WS-IMAGE-COUNT     PIC 9(5).
       01 WS-POSTED-DATE     PIC 9(8).

       01 WS-NEW-BATCH-ID    PIC 9(7).
       01 WS-NET-ED          PIC -(7)9.99.
       01 WS-TODAY           PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-NOW             PIC 9(8).

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           MOVE 2 TO WS-REQUIRED-LEVEL
           CALL "OPERATOR-AUTH" USING WS-REQUIRED-LEVEL
               WS-ALLOWED-FLAG WS-OPERATOR-ID
           END-CALL
           IF WS-ALLOWED-FLAG NOT = "Y"
               DISPLAY "Batch reversal refused - supervisor level"
                   " required (operator " WS-OPERATOR-ID ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL "GET-OPEN-PERIOD"
               USING WS-OPEN-PERIOD WS-PERIOD-STATUS
           END-CALL
           PERFORM LOAD-JOURNAL-BATCHES

           OPEN INPUT REQUEST-FILE
           IF FS-REQUEST NOT = "00"
               DISPLAY "No reversal requests, FS=" FS-REQUEST
           ELSE
               OPEN OUTPUT SUSPENSE-FILE
               OPEN EXTEND JOURNAL-FILE
               IF FS-JOURNAL NOT = "00"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               OPEN EXTEND REVERSAL-LOG-FILE
               IF FS-REVERSAL-LOG NOT = "00"
                   OPEN OUTPUT REVERSAL-LOG-FILE
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
               CLOSE REQUEST-FILE SUSPENSE-FILE JOURNAL-FILE
                   REVERSAL-LOG-FILE
           END-IF

           DISPLAY "Reversal: " WS-REVERSED-COUNT " batches reversed, "
               WS-REJECT-COUNT " requests refused"
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *---------------------------------------------------------------
      * The P, B, and R records ahead of a header describe the
      * batch it opens; a "*" header is a posted batch. Voided
      * records (type "X") are passed over, so a rejected reversal
      * leaves no mark behind.
      *---------------------------------------------------------------
       LOAD-JOURNAL-BATCHES.
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
               WHEN "P"
                   MOVE JOURNAL-REC TO WS-JRNL-PERIOD
                   MOVE JP-ENTRY-TYPE TO WS-PENDING-ENTRY-TYPE
                   MOVE 0 TO WS-PENDING-BATCH-ID
                   MOVE 0 TO WS-PENDING-XREF-ID
                   MOVE "N" TO WS-IN-BATCH
               WHEN "B"
                   MOVE JOURNAL-REC TO WS-JRNL-BATCH
                   MOVE JB-BATCH-ID TO WS-PENDING-BATCH-ID
               WHEN "R"
                   MOVE JOURNAL-REC TO WS-JRNL-XREF
                   MOVE JX-ORIGINAL-ID TO WS-PENDING-XREF-ID
               WHEN "H"
                   PERFORM OPEN-JOURNAL-BATCH
               WHEN "*"
                   PERFORM OPEN-JOURNAL-BATCH
               WHEN "D"
                   IF WS-IN-BATCH = "Y"
                       PERFORM STORE-JOURNAL-DETAIL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       OPEN-JOURNAL-BATCH.
           IF WS-BATCH-COUNT >= 200
               DISPLAY "Too many batches in the journal - archive"
                   " it and rerun"
               MOVE "N" TO WS-IN-BATCH
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-BATCH-COUNT
               MOVE WS-PENDING-BATCH-ID TO RB-BATCH-ID(WS-BATCH-COUNT)
               IF JOURNAL-REC(1:1) = "*"
                   MOVE "Y" TO RB-POSTED(WS-BATCH-COUNT)
               ELSE
                   MOVE "N" TO RB-POSTED(WS-BATCH-COUNT)
               END-IF
               MOVE WS-PENDING-ENTRY-TYPE
                   TO RB-ENTRY-TYPE(WS-BATCH-COUNT)
               MOVE WS-PENDING-XREF-ID TO RB-XREF-ID(WS-BATCH-COUNT)
               COMPUTE RB-FIRST-DTL(WS-BATCH-COUNT) = WS-DTL-COUNT + 1
               MOVE 0 TO RB-DTL-COUNT(WS-BATCH-COUNT)
               MOVE 0 TO RB-NET(WS-BATCH-COUNT)
               MOVE "Y" TO WS-IN-BATCH
           END-IF
           MOVE 0 TO WS-PENDING-BATCH-ID
           MOVE 0 TO WS-PENDING-XREF-ID
           MOVE SPACE TO WS-PENDING-ENTRY-TYPE.

       STORE-JOURNAL-DETAIL.
           IF WS-DTL-COUNT >= 600
               DISPLAY "Too many journal details - archive the"
                   " journal and rerun"
               MOVE "N" TO WS-IN-BATCH
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE JOURNAL-REC TO WS-JRNL-DETAIL
               ADD 1 TO WS-DTL-COUNT
               MOVE JT-ACCT TO RD-ACCT(WS-DTL-COUNT)
               MOVE JT-DC TO RD-DC(WS-DTL-COUNT)
               MOVE JT-AMOUNT TO RD-AMOUNT(WS-DTL-COUNT)
               ADD 1 TO RB-DTL-COUNT(WS-BATCH-COUNT)
               IF JT-DC = "C"
                   ADD JT-AMOUNT TO RB-NET(WS-BATCH-COUNT)
               ELSE
                   SUBTRACT JT-AMOUNT FROM RB-NET(WS-BATCH-COUNT)
               END-IF
           END-IF.

       APPLY-ONE-REQUEST.
           MOVE 0 TO WS-BATCH-MATCH
           MOVE 0 TO WS-REVERSED-BY
           IF RQ-BATCH-ID IS NUMERIC AND RQ-BATCH-ID > 0
               PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                       UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
                   IF RB-BATCH-ID(WS-BATCH-IDX) = RQ-BATCH-ID
                       MOVE WS-BATCH-IDX TO WS-BATCH-MATCH
                   END-IF
                   IF RB-XREF-ID(WS-BATCH-IDX) = RQ-BATCH-ID
                       MOVE RB-BATCH-ID(WS-BATCH-IDX)
                           TO WS-REVERSED-BY
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN RQ-BATCH-ID NOT NUMERIC OR RQ-BATCH-ID = 0
                   MOVE "BAD-BATCH-ID" TO SU-REASON-CODE
                   PERFORM SUSPEND-REQUEST
               WHEN WS-BATCH-MATCH = 0
                   MOVE "NOT-FOUND" TO SU-REASON-CODE
                   PERFORM SUSPEND-REQUEST
               WHEN RB-POSTED(WS-BATCH-MATCH) NOT = "Y"
                   MOVE "NOT-POSTED" TO SU-REASON-CODE
                   PERFORM SUSPEND-REQUEST
               WHEN RB-ENTRY-TYPE(WS-BATCH-MATCH) = "C"
                   MOVE "YEAR-END" TO SU-REASON-CODE
                   PERFORM SUSPEND-REQUEST
               WHEN RB-ENTRY-TYPE(WS-BATCH-MATCH) = "R"
                   MOVE "IS-REVERSAL" TO SU-REASON-CODE
                   PERFORM SUSPEND-REQUEST
               WHEN WS-REVERSED-BY > 0
                   MOVE "ALREADY-REVD" TO SU-REASON-CODE
                   PERFORM SUSPEND-REQUEST
                   DISPLAY "Batch " RQ-BATCH-ID
                       " was already reversed by batch "
                       WS-REVERSED-BY
               WHEN RB-DTL-COUNT(WS-BATCH-MATCH) = 0
                   MOVE "NO-DETAILS" TO SU-REASON-CODE
                   PERFORM SUSPEND-REQUEST
               WHEN OTHER
                   PERFORM TRACE-ORIGINAL-POSTING
                   PERFORM WRITE-REVERSAL-BATCH
                   PERFORM WRITE-REVERSAL-LOG
           END-EVALUATE.

      *---------------------------------------------------------------
      * Every image POST-BALANCE-UPDATE wrote for the batch carries
      * its ID; a backout's own images carry zero and are not
      * counted. A batch posted before the audit trail carried
      * batch IDs has no images to find, and is reversed from the
      * journal alone.
      *---------------------------------------------------------------
       TRACE-ORIGINAL-POSTING.
           MOVE 0 TO WS-IMAGE-COUNT
           MOVE 0 TO WS-POSTED-DATE
           OPEN INPUT BALANCE-AUDIT-FILE
           IF FS-AUDIT = "00"
               MOVE "N" TO WS-AUDIT-END
               PERFORM UNTIL WS-AUDIT-END = "Y"
                   READ BALANCE-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-AUDIT-END
                       NOT AT END
                           IF BA-BATCH-ID IS NUMERIC
                               AND BA-BATCH-ID = RQ-BATCH-ID
                               AND BA-ENTRY-TYPE NOT = "B"
                               ADD 1 TO WS-IMAGE-COUNT
                               MOVE BA-DATE TO WS-POSTED-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-AUDIT-FILE
           END-IF
           IF WS-IMAGE-COUNT = 0
               DISPLAY "Batch " RQ-BATCH-ID " has no balance-audit"
                   " images - reversed from the journal alone"
           ELSE
               DISPLAY "Batch " RQ-BATCH-ID " posted " WS-POSTED-DATE
                   " (" WS-IMAGE-COUNT " balance-audit images)"
           END-IF.

      *---------------------------------------------------------------
      * The mirror image of the original, detail for detail, in the
      * open period. The new batch goes into the table with its
      * cross-reference so a second request for the same original
      * in this run is refused too.
      *---------------------------------------------------------------
       WRITE-REVERSAL-BATCH.
           MOVE "P" TO JP-TYPE
           MOVE WS-OPEN-PERIOD TO JP-PERIOD
           MOVE "R" TO JP-ENTRY-TYPE
           MOVE WS-JRNL-PERIOD TO JOURNAL-REC
           WRITE JOURNAL-REC

           CALL "NEXT-BATCH-ID" USING JB-BATCH-ID JB-OPERATOR
           END-CALL
           MOVE JB-BATCH-ID TO WS-NEW-BATCH-ID
           MOVE "B" TO JB-TYPE
           MOVE WS-JRNL-BATCH TO JOURNAL-REC
           WRITE JOURNAL-REC

           MOVE "R" TO JX-TYPE
           MOVE RQ-BATCH-ID TO JX-ORIGINAL-ID
           MOVE WS-JRNL-XREF TO JOURNAL-REC
           WRITE JOURNAL-REC

           MOVE "H" TO JH-TYPE
           MOVE RB-DTL-COUNT(WS-BATCH-MATCH) TO JH-COUNT
           COMPUTE JH-NET = 0 - RB-NET(WS-BATCH-MATCH)
           MOVE WS-JRNL-HEADER TO JOURNAL-REC
           WRITE JOURNAL-REC

           COMPUTE WS-DTL-LAST = RB-FIRST-DTL(WS-BATCH-MATCH)
               + RB-DTL-COUNT(WS-BATCH-MATCH) - 1
           PERFORM VARYING WS-DTL-IDX
                   FROM RB-FIRST-DTL(WS-BATCH-MATCH) BY 1
                   UNTIL WS-DTL-IDX > WS-DTL-LAST
               MOVE "D" TO JT-TYPE
               MOVE RD-ACCT(WS-DTL-IDX) TO JT-ACCT
               IF RD-DC(WS-DTL-IDX) = "C"
                   MOVE "D" TO JT-DC
               ELSE
                   MOVE "C" TO JT-DC
               END-IF
               MOVE RD-AMOUNT(WS-DTL-IDX) TO JT-AMOUNT
               MOVE WS-JRNL-DETAIL TO JOURNAL-REC
               WRITE JOURNAL-REC
           END-PERFORM

           IF WS-BATCH-COUNT < 200
               ADD 1 TO WS-BATCH-COUNT
               MOVE WS-NEW-BATCH-ID TO RB-BATCH-ID(WS-BATCH-COUNT)
               MOVE "N" TO RB-POSTED(WS-BATCH-COUNT)
               MOVE "R" TO RB-ENTRY-TYPE(WS-BATCH-COUNT)
               MOVE RQ-BATCH-ID TO RB-XREF-ID(WS-BATCH-COUNT)
               MOVE 0 TO RB-DTL-COUNT(WS-BATCH-COUNT)
           END-IF
           ADD 1 TO WS-REVERSED-COUNT
           COMPUTE WS-NET-ED = 0 - RB-NET(WS-BATCH-MATCH)
           DISPLAY "Batch " RQ-BATCH-ID " reversed by batch "
               WS-NEW-BATCH-ID " in period " WS-OPEN-PERIOD
               " net " WS-NET-ED.

       WRITE-REVERSAL-LOG.
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY WS-BUS-DATE-STATUS
           END-CALL
           ACCEPT WS-NOW FROM TIME
           MOVE RQ-BATCH-ID TO RV-ORIGINAL-ID
           MOVE WS-NEW-BATCH-ID TO RV-REVERSAL-ID
           MOVE WS-OPERATOR-ID TO RV-OPERATOR
           MOVE WS-TODAY TO RV-DATE
           MOVE WS-NOW(1:6) TO RV-TIME
           MOVE RB-DTL-COUNT(WS-BATCH-MATCH) TO RV-DTL-COUNT
           MOVE WS-POSTED-DATE TO RV-POSTED-DATE
           MOVE SPACE TO RV-FILLER-1 RV-FILLER-2 RV-FILLER-3
               RV-FILLER-4 RV-FILLER-5 RV-FILLER-6
           WRITE REVERSAL-LOG-REC.

       SUSPEND-REQUEST.
           MOVE REQUEST-REC TO SU-REQUEST
           MOVE SPACE TO SU-FILLER
           WRITE SUSPENSE-REC
           ADD 1 TO WS-REJECT-COUNT.
