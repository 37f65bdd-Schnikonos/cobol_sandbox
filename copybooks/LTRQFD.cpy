      *---------------------------------------------------------------
      * LTRQFD - FD and record layout for the letter-request queue.
      * COPY into FILE SECTION, after any program-local FD entries.
      * As with EXCLGFD, no VALUE clause on any item here; LTRQPD
      * MOVEs every field.
      *
      *   LQ-TEMPLATE   template code on letter-templates.txt
      *   LQ-KIND       whose key LQ-KEY is: C contact, S student,
      *                 E employee, A account
      *   LQ-VALUE      up to eight merge values, {V1}..{V8} in the
      *                 template
      *---------------------------------------------------------------
       FD LETTER-QUEUE-FILE.
       01 LETTER-QUEUE-REC.
           05 LQ-TEMPLATE        PIC X(08).
           05 LQ-FILLER-1        PIC X.
           05 LQ-KIND            PIC X.
           05 LQ-KEY             PIC X(06).
           05 LQ-FILLER-2        PIC X.
           05 LQ-PROGRAM-NAME    PIC X(20).
           05 LQ-FILLER-3        PIC X.
           05 LQ-REQUEST-DATE    PIC 9(08).
           05 LQ-VALUES.
              10 LQ-VALUE        PIC X(20) OCCURS 8 TIMES.
