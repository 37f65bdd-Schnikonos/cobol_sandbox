       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTENDANCE-EDIT.

      *---------------------------------------------------------------
      * Section attendance intake. Instructors' class registers are
      * keyed one line per student per class meeting into
      * attendance-transactions.txt:
      *
      *   <student-id 5><course 6><term 5><section 2>
      *   <meeting date 8><mark 1>
      *
      * where the mark is P present, L late, A absent or E excused.
      * Each line is checked against the enrollments
      * COURSE-REGISTRATION keeps - the student must hold that
      * course, term and section - and against closed-terms.txt; a
      * meeting dated after the business date, a bad mark, or a
      * second mark for the same student and meeting is refused.
      * Good lines are appended to attendance-history.txt, the file
      * ABSENCE-ALERTS and GRADE-DISTRIBUTION read; the rest go to
      * attendance-suspense.txt with a reason code.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE
               ASSIGN TO "intermediate/attendance-transactions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRANSACTION.
           SELECT HISTORY-FILE
               ASSIGN TO "intermediate/attendance-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY.
           SELECT ENROLLMENT-FILE
               ASSIGN TO "intermediate/enrollments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENROLLMENT.
           SELECT CLOSED-TERM-FILE
               ASSIGN TO "intermediate/closed-terms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLOSED.
           SELECT SUSPENSE-FILE
               ASSIGN TO "intermediate/attendance-suspense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENSE.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
       01 TRANSACTION-REC.
          05 AT-STUDENT-ID   PIC 9(5).
          05 AT-COURSE-CODE  PIC X(6).
          05 AT-TERM-CODE    PIC X(5).
          05 AT-SECTION      PIC X(2).
          05 AT-DATE         PIC 9(8).
          05 AT-MARK         PIC X.

       FD HISTORY-FILE.
       01 HISTORY-REC.
          05 AH-STUDENT-ID   PIC 9(5).
          05 AH-COURSE-CODE  PIC X(6).
          05 AH-TERM-CODE    PIC X(5).
          05 AH-SECTION      PIC X(2).
          05 AH-DATE         PIC 9(8).
          05 AH-MARK         PIC X.

       FD ENROLLMENT-FILE.
       01 ENROLLMENT-REC.
          05 EL-STUDENT-ID   PIC 9(5).
          05 EL-COURSE-CODE  PIC X(6).
          05 EL-TERM-CODE    PIC X(5).
          05 EL-SECTION      PIC X(2).

       FD CLOSED-TERM-FILE.
       01 CLOSED-TERM-REC    PIC X(5).

       FD SUSPENSE-FILE.
       01 SUSPENSE-REC.
          05 SU-TXN          PIC X(27).
          05 SU-FILLER       PIC X.
          05 SU-REASON-CODE  PIC X(12).

       WORKING-STORAGE SECTION.
       01 FS-TRANSACTION     PIC XX.
       01 FS-HISTORY         PIC XX.
       01 FS-ENROLLMENT      PIC XX.
       01 FS-CLOSED          PIC XX.
       01 FS-SUSPENSE        PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".

       01 WS-RUN-DATE        PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.

       01 WS-ENR-COUNT       PIC 9(3) VALUE 0.
       01 WS-ENR-IDX         PIC 9(3).
       01 WS-ENR-TABLE.
          05 WS-ENR-ENTRY OCCURS 500 TIMES.
             10 ER-KEY       PIC X(18).

       01 WS-CLOSED-COUNT    PIC 9(3) VALUE 0.
       01 WS-CLOSED-IDX      PIC 9(3).
       01 WS-CLOSED-TABLE.
          05 WS-CLOSED-TERM OCCURS 100 TIMES PIC X(5).

      *---------------------------------------------------------------
      * Every meeting already marked - on history or earlier in this
      * batch - as student/course/term/section plus meeting date.
      *---------------------------------------------------------------
       01 WS-MARK-COUNT      PIC 9(4) VALUE 0.
       01 WS-MARK-IDX        PIC 9(4).
       01 WS-MARK-TABLE.
          05 WS-MARK-KEY OCCURS 3000 TIMES PIC X(26).

       01 WS-TXN-KEY         PIC X(26).
       01 WS-FOUND           PIC X.

       01 WS-READ-COUNT      PIC 9(5) VALUE 0.
       01 WS-ACCEPT-COUNT    PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL
           PERFORM LOAD-ENROLLMENTS
           PERFORM LOAD-CLOSED-TERMS
           PERFORM LOAD-MARKED-MEETINGS

           OPEN INPUT TRANSACTION-FILE
           IF FS-TRANSACTION NOT = "00"
               DISPLAY "Cannot open attendance transactions, FS="
                   FS-TRANSACTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND HISTORY-FILE
           IF FS-HISTORY NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           OPEN OUTPUT SUSPENSE-FILE

           PERFORM UNTIL WS-END-FLAG = "Y"
               READ TRANSACTION-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM EDIT-ONE-MARK
               END-READ
           END-PERFORM

           CLOSE TRANSACTION-FILE
           CLOSE HISTORY-FILE
           CLOSE SUSPENSE-FILE

           DISPLAY "Attendance marks read:     " WS-READ-COUNT
           DISPLAY "Attendance marks accepted: " WS-ACCEPT-COUNT
           DISPLAY "Attendance marks rejected: " WS-REJECT-COUNT
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-ENROLLMENTS.
           OPEN INPUT ENROLLMENT-FILE
           IF FS-ENROLLMENT NOT = "00"
               DISPLAY "No enrollments on file, FS=" FS-ENROLLMENT
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ ENROLLMENT-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-ENR-COUNT < 500
                               ADD 1 TO WS-ENR-COUNT
                               MOVE ENROLLMENT-REC
                                   TO ER-KEY(WS-ENR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       LOAD-CLOSED-TERMS.
           OPEN INPUT CLOSED-TERM-FILE
           IF FS-CLOSED NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ CLOSED-TERM-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-CLOSED-COUNT < 100
                               ADD 1 TO WS-CLOSED-COUNT
                               MOVE CLOSED-TERM-REC TO
                                   WS-CLOSED-TERM(WS-CLOSED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSED-TERM-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       LOAD-MARKED-MEETINGS.
           OPEN INPUT HISTORY-FILE
           IF FS-HISTORY NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-MARK-COUNT >= 3000
                               DISPLAY "Attendance history table"
                                   " full"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-MARK-COUNT
                           MOVE HISTORY-REC(1:26)
                               TO WS-MARK-KEY(WS-MARK-COUNT)
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       EDIT-ONE-MARK.
           IF AT-MARK NOT = "P" AND AT-MARK NOT = "L"
               AND AT-MARK NOT = "A" AND AT-MARK NOT = "E"
               MOVE "BAD-MARK" TO SU-REASON-CODE
               PERFORM SUSPEND-MARK
               EXIT PARAGRAPH
           END-IF
           IF AT-DATE IS NOT NUMERIC
               OR AT-DATE(5:2) < "01" OR AT-DATE(5:2) > "12"
               OR AT-DATE(7:2) < "01" OR AT-DATE(7:2) > "31"
               OR AT-DATE > WS-RUN-DATE
               MOVE "BAD-DATE" TO SU-REASON-CODE
               PERFORM SUSPEND-MARK
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
                   UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
               IF WS-CLOSED-TERM(WS-CLOSED-IDX) = AT-TERM-CODE
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = "Y"
               MOVE "TERM-CLOSED" TO SU-REASON-CODE
               PERFORM SUSPEND-MARK
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
                   UNTIL WS-ENR-IDX > WS-ENR-COUNT
               IF ER-KEY(WS-ENR-IDX) = TRANSACTION-REC(1:18)
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = "N"
               MOVE "NOT-ENROLLED" TO SU-REASON-CODE
               PERFORM SUSPEND-MARK
               EXIT PARAGRAPH
           END-IF

           MOVE TRANSACTION-REC(1:26) TO WS-TXN-KEY
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-MARK-IDX FROM 1 BY 1
                   UNTIL WS-MARK-IDX > WS-MARK-COUNT
               IF WS-MARK-KEY(WS-MARK-IDX) = WS-TXN-KEY
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = "Y"
               MOVE "DUPLICATE" TO SU-REASON-CODE
               PERFORM SUSPEND-MARK
               EXIT PARAGRAPH
           END-IF
           IF WS-MARK-COUNT >= 3000
               DISPLAY "Attendance history table full"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MARK-COUNT
           MOVE WS-TXN-KEY TO WS-MARK-KEY(WS-MARK-COUNT)

           MOVE TRANSACTION-REC TO HISTORY-REC
           WRITE HISTORY-REC
           ADD 1 TO WS-ACCEPT-COUNT.

       SUSPEND-MARK.
           MOVE TRANSACTION-REC TO SU-TXN
           MOVE SPACE TO SU-FILLER
           WRITE SUSPENSE-REC
           ADD 1 TO WS-REJECT-COUNT.
