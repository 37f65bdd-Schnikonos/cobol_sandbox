      *---------------------------------------------------------------
      * LTRQWS - WORKING-STORAGE fields for the letter-request queue.
      * COPY into WORKING-STORAGE SECTION in any program that asks
      * for a letter via LTRQPD. The calling program MOVEs its
      * program name to LR-PROGRAM-ID once, then for each letter
      * the template code, key kind, key and any merge values into
      * LR-TEMPLATE/LR-KIND/LR-KEY/LR-VALUE before PERFORM
      * QUEUE-LETTER-REQUEST. The values are cleared after each
      * request so one letter's figures never carry into the next.
      *---------------------------------------------------------------
       01 FS-LETTER-QUEUE        PIC XX.
       01 LR-PROGRAM-ID          PIC X(20).
       01 LR-TEMPLATE            PIC X(08).
       01 LR-KIND                PIC X.
       01 LR-KEY                 PIC X(06).
       01 LR-VALUES.
           05 LR-VALUE           PIC X(20) OCCURS 8 TIMES.
       01 LR-REQUEST-DATE        PIC 9(08).
       01 LR-BUS-DATE-STATUS     PIC X.
       01 LR-QUEUED-COUNT        PIC 9(05) VALUE 0.
