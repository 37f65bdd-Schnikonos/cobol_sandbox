      *---------------------------------------------------------------
      * LTRQSEL - FILE-CONTROL entry for the shared letter-request
      * queue. COPY into FILE-CONTROL in any program that asks for a
      * letter via LTRQPD; LETTER-RUN renders the queue nightly.
      *---------------------------------------------------------------
           SELECT LETTER-QUEUE-FILE ASSIGN TO "letter-requests.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LETTER-QUEUE.
