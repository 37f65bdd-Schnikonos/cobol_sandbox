      *---------------------------------------------------------------
      * LTRQPD - shared letter-request write-up.
      * COPY as a standalone paragraph in PROCEDURE DIVISION in any
      * program that COPYs LTRQSEL/LTRQFD/LTRQWS. Appends one
      * request per call to letter-requests.txt, dated with the
      * business date, and creates the queue when OPEN EXTEND finds
      * nothing to extend.
      *---------------------------------------------------------------
       QUEUE-LETTER-REQUEST.
           CALL "GET-BUSINESS-DATE"
               USING LR-REQUEST-DATE LR-BUS-DATE-STATUS
           END-CALL
           MOVE LR-TEMPLATE       TO LQ-TEMPLATE
           MOVE LR-KIND           TO LQ-KIND
           MOVE LR-KEY            TO LQ-KEY
           MOVE LR-PROGRAM-ID     TO LQ-PROGRAM-NAME
           MOVE LR-REQUEST-DATE   TO LQ-REQUEST-DATE
           MOVE LR-VALUES         TO LQ-VALUES
           MOVE SPACE TO LQ-FILLER-1
           MOVE SPACE TO LQ-FILLER-2
           MOVE SPACE TO LQ-FILLER-3

           OPEN EXTEND LETTER-QUEUE-FILE
           IF FS-LETTER-QUEUE NOT = "00"
               OPEN OUTPUT LETTER-QUEUE-FILE
           END-IF

           WRITE LETTER-QUEUE-REC
           CLOSE LETTER-QUEUE-FILE
           ADD 1 TO LR-QUEUED-COUNT
           MOVE SPACES TO LR-VALUES.
