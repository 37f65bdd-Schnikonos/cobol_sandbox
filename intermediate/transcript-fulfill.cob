      * they got, because official transcripts are controlled
      * documents. A request for a student with no grade history
      * is logged NOT-FULFILLED and burns no number.
      *
      * No official transcript is released to a student on
      * financial hold (financial-holds.txt, kept by
      * RECEIVABLE-AGING): the request is logged FIN-HOLD, burns
      * no number, and can be resubmitted once the balance is
      * cleared and the hold comes off. An Incomplete prints on
      * the transcript but stays out of the GPA until it is
      * graded.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "intermediate/transcript-fulfill-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FULFILL-LOG.
           SELECT HOLD-FILE
               ASSIGN TO "intermediate/financial-holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOLD.

       DATA DIVISION.
       FILE SECTION.
          05 HIST-GRADE-CODE     PIC X.
          05 HIST-TERM-CODE      PIC X(5).
          05 HIST-CREDITS        PIC 9.
          05 HIST-SECTION        PIC X(2).

       FD COUNTER-FILE.
       01 COUNTER-REC        PIC 9(7).
          05 FL-FILLER-5     PIC X.
          05 FL-DISPOSITION  PIC X(13).

       FD HOLD-FILE.
       01 HOLD-REC.
          05 FH-STUDENT-ID   PIC 9(5).
          05 FH-ACCT         PIC 9(4).
          05 FH-HOLD-DATE    PIC 9(8).
          05 FH-OWED         PIC 9(7)V99.
          05 FH-OLDEST-DAYS  PIC 9(4).

       WORKING-STORAGE SECTION.
       01 FS-REQUEST         PIC XX.
       01 FS-STUDENT         PIC XX.
       01 FS-COUNTER         PIC XX.
       01 FS-OFFICIAL        PIC XX.
       01 FS-FULFILL-LOG     PIC XX.
       01 FS-HOLD            PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".
       01 WS-HIST-END-FLAG   PIC X.
       01 WS-STUDENT-OPEN    PIC X VALUE "N".
       01 WS-NEXT-SEQ        PIC 9(7).
       01 WS-ISSUED-COUNT    PIC 9(5) VALUE 0.
       01 WS-UNFILLED-COUNT  PIC 9(5) VALUE 0.
       01 WS-HOLD-COUNT      PIC 9(5) VALUE 0.

       01 WS-FH-COUNT        PIC 9(3) VALUE 0.
       01 WS-FH-IDX          PIC 9(3).
       01 WS-FH-TABLE.
          05 WS-FH-STUDENT-ID OCCURS 200 TIMES PIC 9(5).
       01 WS-ON-HOLD         PIC X.

       01 WS-COURSE-LINES    PIC 9(3).
       01 WS-CUM-CREDITS     PIC 9(3).
       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           PERFORM LOAD-NEXT-SEQ
           PERFORM LOAD-FINANCIAL-HOLDS
           CALL "GET-BUSINESS-DATE"
               USING WS-ISSUED-DATE WS-BUS-DATE-STATUS
           END-CALL

           DISPLAY "Transcripts issued:   " WS-ISSUED-COUNT
           DISPLAY "Requests unfulfilled: " WS-UNFILLED-COUNT
           DISPLAY "  on financial hold:  " WS-HOLD-COUNT
           IF WS-UNFILLED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
               MOVE 1 TO WS-NEXT-SEQ
           END-IF.

      *---------------------------------------------------------------
      * Students on financial hold; no file means nobody is.
      *---------------------------------------------------------------
       LOAD-FINANCIAL-HOLDS.
           OPEN INPUT HOLD-FILE
           IF FS-HOLD NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ HOLD-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-FH-COUNT < 200
                               ADD 1 TO WS-FH-COUNT
                               MOVE FH-STUDENT-ID TO
                                   WS-FH-STUDENT-ID(WS-FH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       SAVE-NEXT-SEQ.
           OPEN OUTPUT COUNTER-FILE
           MOVE WS-NEXT-SEQ TO COUNTER-REC
      * The history is counted before anything prints: a request
      * with nothing to issue must leave no numbered official
      * header behind and burn no sequence number, or the
      * controlled-document file carries duplicate numbers. A
      * student on financial hold is turned away before that.
      *---------------------------------------------------------------
       FULFILL-ONE-REQUEST.
           MOVE "N" TO WS-ON-HOLD
           PERFORM VARYING WS-FH-IDX FROM 1 BY 1
                   UNTIL WS-FH-IDX > WS-FH-COUNT
               IF WS-FH-STUDENT-ID(WS-FH-IDX) = TR-STUDENT-ID
                   MOVE "Y" TO WS-ON-HOLD
               END-IF
           END-PERFORM
           IF WS-ON-HOLD = "Y"
               MOVE "FIN-HOLD" TO FL-DISPOSITION
               MOVE 0 TO FL-SEQ
               PERFORM WRITE-FULFILL-LOG
               DISPLAY "Student " TR-STUDENT-ID
                   " on financial hold - request not fulfilled"
               ADD 1 TO WS-UNFILLED-COUNT
               ADD 1 TO WS-HOLD-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-STUDENT-HISTORY
           IF WS-COURSE-LINES = 0
               MOVE "NOT-FULFILLED" TO FL-DISPOSITION
           MOVE HIST-CREDITS TO WS-C-CREDITS
           WRITE OFFICIAL-LINE FROM WS-COURSE-DETAIL
           ADD 1 TO WS-COURSE-LINES
           IF HIST-GRADE-CODE = "I"
               EXIT PARAGRAPH
           END-IF

           EVALUATE HIST-GRADE-CODE
               WHEN "A"
