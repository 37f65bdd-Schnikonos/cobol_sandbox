      * - Applies the reorder point and quantity changes purchasing
      *   has approved out of the last REORDER-RECALC run
      * - Purchasing lists the product codes it accepts on
      *   reorder-approvals.txt; a proposal not listed is left as it
      *   is and never reaches the master
      * - A proposal is only applied while the product still carries
      *   the figures it was worked out from; one changed since by
      *   hand is reported STALE and left for the next recalculation
      * - PRODUCT-REPRICING style: prod.txt is held whole, updated
      *   and rewritten, with an audit line per product changed on
      *   reorder-audit.txt; rerun PRODUCT-INDEX-LOAD afterwards so
      *   the keyed master carries the new figures
      * - Approvals are spent by the run; applied proposals are taken
      *   off reorder-proposals.txt and the rest stay for review
      * - Return code 4 when an approval could not be applied

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDER-APPLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO "beginner/exercises/prod.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FILE-STATUS.
           SELECT PROPOSAL-FILE
              ASSIGN TO "beginner/exercises/reorder-proposals.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PRP-FILE-STATUS.
           SELECT APPROVAL-FILE
              ASSIGN TO "beginner/exercises/reorder-approvals.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS APV-FILE-STATUS.
           SELECT AUDIT-FILE
              ASSIGN TO "beginner/exercises/reorder-audit.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
          05 PD-CODE PIC X(5).
          05 PD-NAME PIC X(10).
          05 PD-DESC PIC X(10).
          05 PD-QTY-ON-HAND PIC 9(5).
          05 PD-UNIT-PRICE PIC 9(5)V99.
          05 PD-REORDER-POINT PIC 9(5).
          05 PD-REORDER-QTY PIC 9(5).
          05 PD-VENDOR-CODE PIC X(5).

       FD PROPOSAL-FILE.
       01 PROPOSAL-REC.
          05 RR-CODE PIC X(5).
          05 RR-RUN-DATE PIC 9(8).
          05 RR-CUR-POINT PIC 9(5).
          05 RR-CUR-QTY PIC 9(5).
          05 RR-NEW-POINT PIC 9(5).
          05 RR-NEW-QTY PIC 9(5).

       FD APPROVAL-FILE.
       01 APPROVAL-REC.
          05 RA-CODE PIC X(5).

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(70).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS PIC XX.
       01 PRP-FILE-STATUS PIC XX.
       01 APV-FILE-STATUS PIC XX.
       01 AUD-FILE-STATUS PIC XX.
       01 FILE-END PIC X VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-MATCH-FLAG PIC X.
       01 APPLIED-COUNT PIC 9(3) VALUE 0.
       01 REFUSED-COUNT PIC 9(3) VALUE 0.
       01 WAITING-COUNT PIC 9(3) VALUE 0.

      * Every proposal, flagged A once applied so the rewrite of the
      * proposal file can leave it off.
       01 PRP-COUNT PIC 9(3) VALUE 0.
       01 PRP-IDX PIC 9(3).
       01 PRP-TABLE.
          05 PRP-ENTRY OCCURS 200 TIMES.
             10 PP-CODE PIC X(5).
             10 PP-RUN-DATE PIC 9(8).
             10 PP-CUR-POINT PIC 9(5).
             10 PP-CUR-QTY PIC 9(5).
             10 PP-NEW-POINT PIC 9(5).
             10 PP-NEW-QTY PIC 9(5).
             10 PP-DISPOSITION PIC X.

       01 APV-COUNT PIC 9(3) VALUE 0.
       01 APV-IDX PIC 9(3).
       01 APV-TABLE.
          05 APV-ENTRY OCCURS 200 TIMES.
             10 AT-CODE PIC X(5).

      * The product master held whole and rewritten once updated.
       01 PROD-COUNT PIC 9(3) VALUE 0.
       01 PROD-IDX PIC 9(3).
       01 PROD-TABLE.
          05 PROD-ENTRY OCCURS 200 TIMES.
             10 PT-RECORD PIC X(52).

       01 WS-REC-VIEW.
          05 RV-CODE PIC X(5).
          05 RV-NAME PIC X(10).
          05 RV-DESC PIC X(10).
          05 RV-QTY PIC 9(5).
          05 RV-PRICE PIC 9(5)V99.
          05 RV-REORDER-POINT PIC 9(5).
          05 RV-REORDER-QTY PIC 9(5).
          05 RV-VENDOR-CODE PIC X(5).

       01 WS-AUDIT-DETAIL.
          05 WS-A-CODE PIC X(5).
          05 FILLER PIC X(8) VALUE " POINT ".
          05 WS-A-OLD-POINT PIC ZZZZ9.
          05 FILLER PIC X(4) VALUE " TO ".
          05 WS-A-NEW-POINT PIC ZZZZ9.
          05 FILLER PIC X(6) VALUE " QTY ".
          05 WS-A-OLD-QTY PIC ZZZZ9.
          05 FILLER PIC X(4) VALUE " TO ".
          05 WS-A-NEW-QTY PIC ZZZZ9.
          05 FILLER PIC X(10) VALUE " PROPOSED ".
          05 WS-A-RUN-DATE PIC 9(8).

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BUSINESS-DATE"
              USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL.
           PERFORM LOAD-APPROVALS.
           IF APV-COUNT = 0
               DISPLAY "No reorder changes approved"
               STOP RUN
           END-IF.
           PERFORM LOAD-PROPOSALS.
           PERFORM LOAD-PRODUCT-MASTER.

           DISPLAY "REORDER CHANGES APPLIED   RUN DATE " WS-RUN-DATE.
           OPEN OUTPUT AUDIT-FILE.
           PERFORM VARYING APV-IDX FROM 1 BY 1
                   UNTIL APV-IDX > APV-COUNT
              PERFORM APPLY-ONE-APPROVAL
           END-PERFORM.
           CLOSE AUDIT-FILE.

           PERFORM REWRITE-PRODUCT-MASTER.
           PERFORM REWRITE-PROPOSALS.
           OPEN OUTPUT APPROVAL-FILE.
           CLOSE APPROVAL-FILE.

           DISPLAY " ".
           DISPLAY "Changes applied:     " APPLIED-COUNT.
           DISPLAY "Approvals refused:   " REFUSED-COUNT.
           DISPLAY "Proposals in review: " WAITING-COUNT.
           IF REFUSED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-APPROVALS.
           OPEN INPUT APPROVAL-FILE.
           IF APV-FILE-STATUS NOT = "00"
               MOVE "Y" TO FILE-END
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ APPROVAL-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF APV-COUNT < 200 AND RA-CODE NOT = SPACES
                       ADD 1 TO APV-COUNT
                       MOVE RA-CODE TO AT-CODE(APV-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           IF APV-FILE-STATUS = "00" OR APV-FILE-STATUS = "10"
               CLOSE APPROVAL-FILE
           END-IF.
           MOVE "N" TO FILE-END.

       LOAD-PROPOSALS.
           OPEN INPUT PROPOSAL-FILE.
           IF PRP-FILE-STATUS NOT = "00"
               MOVE "Y" TO FILE-END
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ PROPOSAL-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF PRP-COUNT < 200
                       ADD 1 TO PRP-COUNT
                       MOVE RR-CODE TO PP-CODE(PRP-COUNT)
                       MOVE RR-RUN-DATE TO PP-RUN-DATE(PRP-COUNT)
                       MOVE RR-CUR-POINT TO PP-CUR-POINT(PRP-COUNT)
                       MOVE RR-CUR-QTY TO PP-CUR-QTY(PRP-COUNT)
                       MOVE RR-NEW-POINT TO PP-NEW-POINT(PRP-COUNT)
                       MOVE RR-NEW-QTY TO PP-NEW-QTY(PRP-COUNT)
                       MOVE SPACE TO PP-DISPOSITION(PRP-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           IF PRP-FILE-STATUS = "00" OR PRP-FILE-STATUS = "10"
               CLOSE PROPOSAL-FILE
           END-IF.
           MOVE "N" TO FILE-END.

       LOAD-PRODUCT-MASTER.
           OPEN INPUT PRODUCT-FILE.
           IF FILE-STATUS NOT = "00"
               DISPLAY "Cannot open product file, FS=" FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ PRODUCT-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF PROD-COUNT >= 200
                       DISPLAY "Product table full"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO PROD-COUNT
                    MOVE PRODUCT-RECORD
                       TO PT-RECORD(PROD-COUNT)
              END-READ
           END-PERFORM.
           CLOSE PRODUCT-FILE.
           MOVE "N" TO FILE-END.

       APPLY-ONE-APPROVAL.
           MOVE "N" TO WS-MATCH-FLAG.
           PERFORM VARYING PRP-IDX FROM 1 BY 1
                   UNTIL PRP-IDX > PRP-COUNT
              IF PP-CODE(PRP-IDX) = AT-CODE(APV-IDX)
                 AND PP-DISPOSITION(PRP-IDX) = SPACE
                 MOVE "Y" TO WS-MATCH-FLAG
                 PERFORM APPLY-ONE-PROPOSAL
              END-IF
           END-PERFORM.
           IF WS-MATCH-FLAG = "N"
              DISPLAY "NO PROPOSAL " AT-CODE(APV-IDX)
                 " - approval dropped"
              ADD 1 TO REFUSED-COUNT
           END-IF.

       APPLY-ONE-PROPOSAL.
           PERFORM VARYING PROD-IDX FROM 1 BY 1
                   UNTIL PROD-IDX > PROD-COUNT
              MOVE PT-RECORD(PROD-IDX) TO WS-REC-VIEW
              IF RV-CODE = PP-CODE(PRP-IDX)
                 IF RV-REORDER-POINT = PP-CUR-POINT(PRP-IDX)
                    AND RV-REORDER-QTY = PP-CUR-QTY(PRP-IDX)
                    MOVE PP-NEW-POINT(PRP-IDX) TO RV-REORDER-POINT
                    MOVE PP-NEW-QTY(PRP-IDX) TO RV-REORDER-QTY
                    MOVE WS-REC-VIEW TO PT-RECORD(PROD-IDX)
                    MOVE "A" TO PP-DISPOSITION(PRP-IDX)
                 ELSE
                    MOVE "S" TO PP-DISPOSITION(PRP-IDX)
                 END-IF
              END-IF
           END-PERFORM.

           EVALUATE PP-DISPOSITION(PRP-IDX)
              WHEN "A"
                 PERFORM WRITE-AUDIT-DETAIL
                 ADD 1 TO APPLIED-COUNT
              WHEN "S"
                 DISPLAY "STALE       " PP-CODE(PRP-IDX)
                    " - figures changed since " PP-RUN-DATE(PRP-IDX)
                 ADD 1 TO REFUSED-COUNT
              WHEN OTHER
                 DISPLAY "NO PRODUCT  " PP-CODE(PRP-IDX)
                    " - approval dropped"
                 MOVE "U" TO PP-DISPOSITION(PRP-IDX)
                 ADD 1 TO REFUSED-COUNT
           END-EVALUATE.

       WRITE-AUDIT-DETAIL.
           MOVE PP-CODE(PRP-IDX) TO WS-A-CODE.
           MOVE PP-CUR-POINT(PRP-IDX) TO WS-A-OLD-POINT.
           MOVE PP-NEW-POINT(PRP-IDX) TO WS-A-NEW-POINT.
           MOVE PP-CUR-QTY(PRP-IDX) TO WS-A-OLD-QTY.
           MOVE PP-NEW-QTY(PRP-IDX) TO WS-A-NEW-QTY.
           MOVE PP-RUN-DATE(PRP-IDX) TO WS-A-RUN-DATE.
           WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.
           DISPLAY WS-AUDIT-DETAIL.

       REWRITE-PRODUCT-MASTER.
           OPEN OUTPUT PRODUCT-FILE.
           PERFORM VARYING PROD-IDX FROM 1 BY 1
                   UNTIL PROD-IDX > PROD-COUNT
              MOVE PT-RECORD(PROD-IDX) TO PRODUCT-RECORD
              WRITE PRODUCT-RECORD
           END-PERFORM.
           CLOSE PRODUCT-FILE.

      * Applied proposals come off; stale or unapproved ones stay
      * so the review list still shows them until the next
      * recalculation replaces it.
       REWRITE-PROPOSALS.
           OPEN OUTPUT PROPOSAL-FILE.
           PERFORM VARYING PRP-IDX FROM 1 BY 1
                   UNTIL PRP-IDX > PRP-COUNT
              IF PP-DISPOSITION(PRP-IDX) NOT = "A"
                 MOVE PP-CODE(PRP-IDX) TO RR-CODE
                 MOVE PP-RUN-DATE(PRP-IDX) TO RR-RUN-DATE
                 MOVE PP-CUR-POINT(PRP-IDX) TO RR-CUR-POINT
                 MOVE PP-CUR-QTY(PRP-IDX) TO RR-CUR-QTY
                 MOVE PP-NEW-POINT(PRP-IDX) TO RR-NEW-POINT
                 MOVE PP-NEW-QTY(PRP-IDX) TO RR-NEW-QTY
                 WRITE PROPOSAL-REC
                 ADD 1 TO WAITING-COUNT
              END-IF
           END-PERFORM.
           CLOSE PROPOSAL-FILE.
