       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEXT-BATCH-ID.

      *---------------------------------------------------------------
      * Shared batch numbering for the journal producers, in
      * GET-OPEN-PERIOD's CALLable style. Every batch written to
      * journal.txt carries a B record between its period stamp and
      * its header:
      *
      *   B<batch id 9(7)><creating operator X(8)>
      *
      * The last number issued lives in batch-id-control.dat; each
      * call takes the next one and writes it back, so an ID is
      * never issued twice. The creating operator is the signed-on
      * operator from GET-OPERATOR - the maker the approval run
      * checks the checker against.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-CONTROL-FILE
               ASSIGN TO "batch-id-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BATCH-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD BATCH-CONTROL-FILE.
       01 BATCH-CONTROL-REC  PIC 9(7).

       WORKING-STORAGE SECTION.
       01 FS-BATCH-CONTROL   PIC XX.
       01 WS-LAST-BATCH-ID   PIC 9(7).

       LINKAGE SECTION.
       01 LK-BATCH-ID        PIC 9(7).
       01 LK-OPERATOR-ID     PIC X(8).

       PROCEDURE DIVISION USING LK-BATCH-ID LK-OPERATOR-ID.
           MOVE 0 TO WS-LAST-BATCH-ID
           OPEN INPUT BATCH-CONTROL-FILE
           IF FS-BATCH-CONTROL = "00"
               READ BATCH-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BATCH-CONTROL-REC IS NUMERIC
                           MOVE BATCH-CONTROL-REC TO WS-LAST-BATCH-ID
                       END-IF
               END-READ
               CLOSE BATCH-CONTROL-FILE
           END-IF

           ADD 1 TO WS-LAST-BATCH-ID
           OPEN OUTPUT BATCH-CONTROL-FILE
           MOVE WS-LAST-BATCH-ID TO BATCH-CONTROL-REC
           WRITE BATCH-CONTROL-REC
           CLOSE BATCH-CONTROL-FILE

           MOVE WS-LAST-BATCH-ID TO LK-BATCH-ID
           CALL "GET-OPERATOR" USING LK-OPERATOR-ID
           END-CALL
           GOBACK.
