      * statements produced is written for the mail room. An
      * account with no contact link is reported as unmailable
      * instead of silently printed with the 4-byte name stub.
      *
      * Each posting line names the batch it came from. A batch
      * reversed through BATCH-REVERSAL shows the reversing batch's
      * ID against each of its lines, and the reversal's own lines
      * name the batch they reverse, so the customer sees both the
      * posting and its reversal tied together.
      *
      * A rerun for a period PERIOD-ARCHIVE has already moved off
      * the live journal reads that period's batches back from
      * journal-<YYYYMM>.txt before the live file.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ACCT-NUMBER
              FILE STATUS IS ACCT-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN USING WS-JOURNAL-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JRNL-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "acct-statements.txt"
       01 STMT-FILE-STATUS PIC XX.
       01 ACCT-END-FLAG PIC X VALUE "N".
       01 JRNL-END-FLAG PIC X VALUE "N".
       01 WS-JOURNAL-NAME PIC X(30).

       01 WS-JRNL-DETAIL.
          05 JT-TYPE PIC X.
          05 JP-PERIOD PIC 9(6).
       01 WS-CURR-JRNL-PERIOD PIC 9(6).

       01 WS-JRNL-BATCH-REC.
          05 JB-TYPE PIC X.
          05 JB-BATCH-ID PIC 9(7).
       01 WS-JRNL-XREF-REC.
          05 JX-TYPE PIC X.
          05 JX-ORIGINAL-ID PIC 9(7).
       01 WS-PENDING-BATCH-ID PIC 9(7) VALUE 0.
       01 WS-PENDING-XREF-ID PIC 9(7) VALUE 0.
       01 WS-CURR-BATCH-ID PIC 9(7) VALUE 0.
       01 WS-CURR-XREF-ID PIC 9(7) VALUE 0.

      *---------------------------------------------------------------
      * Every live reversal in the journal, whatever its period, so
      * an original posted this period can name a reversal made in
      * a later one.
      *---------------------------------------------------------------
       01 WS-REV-COUNT PIC 9(3) VALUE 0.
       01 WS-REV-IDX PIC 9(3).
       01 WS-REV-TABLE.
          05 WS-REV-ENTRY OCCURS 200 TIMES.
             10 RV-T-REVERSAL-ID PIC 9(7).
             10 RV-T-ORIGINAL-ID PIC 9(7).

       01 WS-TXN-COUNT PIC 9(3) VALUE 0.
       01 WS-TXN-IDX PIC 9(3).
       01 WS-TXN-TABLE.
             10 TX-ACCT PIC 9(4).
             10 TX-DC PIC X.
             10 TX-AMOUNT PIC 9(5)V99.
             10 TX-BATCH-ID PIC 9(7).
             10 TX-XREF-ID PIC 9(7).

       01 WS-NET-POSTED PIC S9(7)V99.
       01 WS-OPENING PIC S9(7)V99.
          05 WS-P-DC PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-P-AMOUNT PIC -(6)9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-P-BATCH-TAG PIC X(6).
          05 WS-P-BATCH PIC X(7).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-P-XREF-TAG PIC X(12).
          05 WS-P-XREF PIC X(7).

       PROCEDURE DIVISION.
           CALL "GET-BUSINESS-DATE"
      * journal streams through, and a batch with no stamp belongs
      * to the open period. A January rerun in March therefore
      * lists January's postings over January's stored opening, not
      * March's. The B and R records ahead of each header give its
      * details their batch ID and, for a reversal, the batch it
      * reverses; voided records ("X") are passed over.
      *---------------------------------------------------------------
       LOAD-JOURNAL-DETAILS.
           IF WS-STMT-PERIOD < WS-OPEN-PERIOD
              PERFORM LOAD-ARCHIVED-DETAILS
              IF JRNL-END-FLAG = "Y"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE "journal.txt" TO WS-JOURNAL-NAME
           MOVE WS-OPEN-PERIOD TO WS-CURR-JRNL-PERIOD
           OPEN INPUT JOURNAL-FILE
           IF JRNL-FILE-STATUS NOT = "00"
              CLOSE JOURNAL-FILE
           END-IF.

      *---------------------------------------------------------------
      * Every batch on an archive carries its P stamp. The end flag
      * stays up only when the detail table filled.
      *---------------------------------------------------------------
       LOAD-ARCHIVED-DETAILS.
           MOVE SPACES TO WS-JOURNAL-NAME
           STRING "journal-" WS-STMT-PERIOD ".txt"
              DELIMITED BY SIZE INTO WS-JOURNAL-NAME
           END-STRING
           MOVE 0 TO WS-CURR-JRNL-PERIOD
           OPEN INPUT JOURNAL-FILE
           IF JRNL-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JRNL-END-FLAG = "Y"
              READ JOURNAL-FILE
                 AT END
                    MOVE "Y" TO JRNL-END-FLAG
                 NOT AT END
                    PERFORM LOAD-ONE-JOURNAL-RECORD
              END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           IF WS-TXN-COUNT < 200
              MOVE "N" TO JRNL-END-FLAG
           END-IF.

       LOAD-ONE-JOURNAL-RECORD.
           EVALUATE JOURNAL-REC(1:1)
              WHEN "P"
                 MOVE JOURNAL-REC TO WS-JRNL-PERIOD-REC
                 MOVE JP-PERIOD TO WS-CURR-JRNL-PERIOD
                 MOVE 0 TO WS-PENDING-BATCH-ID
                 MOVE 0 TO WS-PENDING-XREF-ID
              WHEN "B"
                 MOVE JOURNAL-REC TO WS-JRNL-BATCH-REC
                 MOVE JB-BATCH-ID TO WS-PENDING-BATCH-ID
              WHEN "R"
                 MOVE JOURNAL-REC TO WS-JRNL-XREF-REC
                 MOVE JX-ORIGINAL-ID TO WS-PENDING-XREF-ID
                 IF WS-REV-COUNT < 200
                    ADD 1 TO WS-REV-COUNT
                    MOVE WS-PENDING-BATCH-ID
                       TO RV-T-REVERSAL-ID(WS-REV-COUNT)
                    MOVE JX-ORIGINAL-ID
                       TO RV-T-ORIGINAL-ID(WS-REV-COUNT)
                 END-IF
              WHEN "H"
              WHEN "*"
                 MOVE WS-PENDING-BATCH-ID TO WS-CURR-BATCH-ID
                 MOVE WS-PENDING-XREF-ID TO WS-CURR-XREF-ID
                 MOVE 0 TO WS-PENDING-BATCH-ID
                 MOVE 0 TO WS-PENDING-XREF-ID
              WHEN "D"
                 IF WS-CURR-JRNL-PERIOD = WS-STMT-PERIOD
                    IF WS-TXN-COUNT >= 200
              MOVE JT-ACCT TO TX-ACCT(WS-TXN-COUNT)
              MOVE JT-DC TO TX-DC(WS-TXN-COUNT)
              MOVE JT-AMOUNT TO TX-AMOUNT(WS-TXN-COUNT)
              MOVE WS-CURR-BATCH-ID TO TX-BATCH-ID(WS-TXN-COUNT)
              MOVE WS-CURR-XREF-ID TO TX-XREF-ID(WS-TXN-COUNT)
           ELSE
              DISPLAY "Check digit invalid on journal account "
                 JT-ACCT " - detail excluded"
              COMPUTE WS-SIGNED-AMT = 0 - TX-AMOUNT(WS-TXN-IDX)
           END-IF
           MOVE WS-SIGNED-AMT TO WS-P-AMOUNT
           PERFORM SET-POSTING-REFERENCE
           WRITE STATEMENT-LINE FROM WS-POSTING-LINE.

      *---------------------------------------------------------------
      * A batch keyed by hand and not yet posted has no ID, and its
      * line shows none.
      *---------------------------------------------------------------
       SET-POSTING-REFERENCE.
           MOVE SPACES TO WS-P-BATCH-TAG WS-P-BATCH
              WS-P-XREF-TAG WS-P-XREF
           IF TX-BATCH-ID(WS-TXN-IDX) = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "BATCH " TO WS-P-BATCH-TAG
           MOVE TX-BATCH-ID(WS-TXN-IDX) TO WS-P-BATCH
           IF TX-XREF-ID(WS-TXN-IDX) > 0
              MOVE "REVERSAL OF " TO WS-P-XREF-TAG
              MOVE TX-XREF-ID(WS-TXN-IDX) TO WS-P-XREF
           ELSE
              PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                      UNTIL WS-REV-IDX > WS-REV-COUNT
                 IF RV-T-ORIGINAL-ID(WS-REV-IDX)
                    = TX-BATCH-ID(WS-TXN-IDX)
                    MOVE "REVERSED BY " TO WS-P-XREF-TAG
                    MOVE RV-T-REVERSAL-ID(WS-REV-IDX) TO WS-P-XREF
                 END-IF
              END-PERFORM
           END-IF.
