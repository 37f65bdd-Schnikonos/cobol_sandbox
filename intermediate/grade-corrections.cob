      * - in student-then-term order, the order every sequential
      * reader expects - so the two can never drift, the way
      * STOCK-MOVEMENTS copies its keyed master back to prod.txt.
      *
      * An Incomplete is given by correcting a grade to I, and the
      * transaction must then carry its completion deadline after
      * the override byte:
      *
      *   <student-id><course><old><I><reason><override><deadline 8>
      *
      * a deadline missing or not after the business date is
      * refused as BAD-DEADLINE. The deadline is kept in
      * incomplete-deadlines.txt, where INCOMPLETE-LAPSE finds the
      * ones that ran out. Replacing the I with a final grade is an
      * ordinary correction and drops the deadline; it needs no
      * supervisor override even once the term is closed, since
      * finishing an Incomplete is exactly what the closed term was
      * left waiting for. Flags already waiting in
      * gpa-recompute-flags.txt are carried forward, not lost.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "intermediate/closed-terms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLOSED.
           SELECT DEADLINE-FILE
               ASSIGN TO "intermediate/incomplete-deadlines.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEADLINE.
           SELECT OVERRIDE-LOG-FILE
               ASSIGN TO "intermediate/grade-override-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
          05 GC-NEW-GRADE        PIC X.
          05 GC-REASON           PIC X(3).
          05 GC-OVERRIDE         PIC X.
          05 GC-DEADLINE         PIC X(8).

       FD SUSPENSE-FILE.
       01 SUSPENSE-REC.
          05 SU-TXN              PIC X(25).
          05 SU-FILLER           PIC X.
          05 SU-REASON-CODE      PIC X(14).

       FD CLOSED-TERM-FILE.
       01 CLOSED-TERM-REC        PIC X(5).

       FD DEADLINE-FILE.
       01 DEADLINE-REC.
          05 DL-STUDENT-ID       PIC 9(5).
          05 DL-COURSE-CODE      PIC X(6).
          05 DL-TERM-CODE        PIC X(5).
          05 DL-DEADLINE         PIC 9(8).

       FD OVERRIDE-LOG-FILE.
       01 OVERRIDE-LOG-REC       PIC X(60).

       01 FS-RECOMPUTE         PIC XX.
       01 FS-CLOSED            PIC XX.
       01 FS-OVERRIDE-LOG      PIC XX.
       01 FS-DEADLINE          PIC XX.
       01 WS-END-FLAG          PIC X VALUE "N".

       01 WS-APPLIED-COUNT     PIC 9(5) VALUE 0.
       01 WS-FLAG-TABLE.
          05 WS-FLAG-ID OCCURS 200 TIMES PIC 9(5).

      *---------------------------------------------------------------
      * Outstanding Incompletes and their completion deadlines.
      *---------------------------------------------------------------
       01 WS-DL-COUNT          PIC 9(3) VALUE 0.
       01 WS-DL-IDX            PIC 9(3).
       01 WS-DL-MATCH          PIC 9(3).
       01 WS-DL-TABLE.
          05 WS-DL-ENTRY OCCURS 500 TIMES.
             10 DT-STUDENT-ID  PIC 9(5).
             10 DT-COURSE-CODE PIC X(6).
             10 DT-TERM-CODE   PIC X(5).
             10 DT-DEADLINE    PIC 9(8).
             10 DT-ACTIVE      PIC X.
       01 WS-DEADLINE-N        PIC 9(8).

       01 WS-CLOSED-COUNT      PIC 9(3) VALUE 0.
       01 WS-CLOSED-IDX        PIC 9(3).
       01 WS-TERM-CLOSED       PIC X.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY WS-BUS-DATE-STATUS
           END-CALL
           PERFORM LOAD-CLOSED-TERMS
           PERFORM LOAD-DEADLINES
           PERFORM LOAD-RECOMPUTE-FLAGS

           OPEN I-O HISTORY-IDX-FILE
           IF IDX-FILE-STATUS NOT = "00"
           PERFORM COPY-BACK-TO-SEQUENTIAL
           CLOSE HISTORY-IDX-FILE
           PERFORM WRITE-RECOMPUTE-FLAGS
           PERFORM REWRITE-DEADLINES

           DISPLAY "Corrections: " WS-APPLIED-COUNT " applied, "
               WS-REJECT-COUNT " rejected"
           END-IF
           MOVE "N" TO WS-END-FLAG.

       LOAD-DEADLINES.
           OPEN INPUT DEADLINE-FILE
           IF FS-DEADLINE NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ DEADLINE-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-DL-COUNT < 500
                               ADD 1 TO WS-DL-COUNT
                               MOVE DL-STUDENT-ID
                                   TO DT-STUDENT-ID(WS-DL-COUNT)
                               MOVE DL-COURSE-CODE
                                   TO DT-COURSE-CODE(WS-DL-COUNT)
                               MOVE DL-TERM-CODE
                                   TO DT-TERM-CODE(WS-DL-COUNT)
                               MOVE DL-DEADLINE
                                   TO DT-DEADLINE(WS-DL-COUNT)
                               MOVE "Y" TO DT-ACTIVE(WS-DL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEADLINE-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       LOAD-RECOMPUTE-FLAGS.
           OPEN INPUT RECOMPUTE-FILE
           IF FS-RECOMPUTE NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ RECOMPUTE-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-FLAG-COUNT < 200
                               ADD 1 TO WS-FLAG-COUNT
                               MOVE RECOMPUTE-REC
                                   TO WS-FLAG-ID(WS-FLAG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECOMPUTE-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * One keyed READ per correction; the row either exists under
      * student-plus-course or the transaction is wrong.

       APPLY-FOUND-CORRECTION.
           PERFORM CHECK-TERM-LOCK
           IF IDX-GRADE-CODE = "I" AND GC-NEW-GRADE NOT = "I"
               MOVE "N" TO WS-TERM-CLOSED
           END-IF
           MOVE 0 TO WS-DEADLINE-N
           IF GC-DEADLINE IS NUMERIC
               MOVE GC-DEADLINE TO WS-DEADLINE-N
           END-IF
           EVALUATE TRUE
               WHEN IDX-GRADE-CODE NOT = GC-OLD-GRADE
                   MOVE "OLD-MISMATCH" TO SU-REASON-CODE
                   PERFORM SUSPEND-CORRECTION
               WHEN GC-NEW-GRADE = "I"
                   AND (WS-DEADLINE-N NOT > WS-TODAY
                        OR GC-DEADLINE(5:2) < "01"
                        OR GC-DEADLINE(5:2) > "12"
                        OR GC-DEADLINE(7:2) < "01"
                        OR GC-DEADLINE(7:2) > "31")
                   MOVE "BAD-DEADLINE" TO SU-REASON-CODE
                   PERFORM SUSPEND-CORRECTION
               WHEN WS-TERM-CLOSED = "Y"
                   AND GC-OVERRIDE NOT = "Y"
                   MOVE "TERM-CLOSED" TO SU-REASON-CODE
                   ELSE
                       PERFORM WRITE-CORRECTION-AUDIT
                       PERFORM FLAG-STUDENT-FOR-RECOMPUTE
                       PERFORM RECORD-INCOMPLETE-DEADLINE
                       ADD 1 TO WS-APPLIED-COUNT
                   END-IF
           END-EVALUATE.

      *---------------------------------------------------------------
      * A new I sets (or moves) the row's deadline; any other grade
      * landing on the row means no Incomplete is outstanding there.
      *---------------------------------------------------------------
       RECORD-INCOMPLETE-DEADLINE.
           MOVE 0 TO WS-DL-MATCH
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-COUNT
               IF DT-STUDENT-ID(WS-DL-IDX) = GC-STUDENT-ID
                   AND DT-COURSE-CODE(WS-DL-IDX) = GC-COURSE-CODE
                   AND DT-ACTIVE(WS-DL-IDX) = "Y"
                   MOVE WS-DL-IDX TO WS-DL-MATCH
               END-IF
           END-PERFORM
           IF GC-NEW-GRADE NOT = "I"
               IF WS-DL-MATCH > 0
                   MOVE "N" TO DT-ACTIVE(WS-DL-MATCH)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-DL-MATCH = 0
               IF WS-DL-COUNT >= 500
                   DISPLAY "Incomplete deadline table full"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DL-COUNT
               MOVE WS-DL-COUNT TO WS-DL-MATCH
               MOVE GC-STUDENT-ID TO DT-STUDENT-ID(WS-DL-MATCH)
               MOVE GC-COURSE-CODE TO DT-COURSE-CODE(WS-DL-MATCH)
               MOVE "Y" TO DT-ACTIVE(WS-DL-MATCH)
           END-IF
           MOVE IDX-TERM-CODE TO DT-TERM-CODE(WS-DL-MATCH)
           MOVE WS-DEADLINE-N TO DT-DEADLINE(WS-DL-MATCH).

       REWRITE-DEADLINES.
           OPEN OUTPUT DEADLINE-FILE
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-COUNT
               IF DT-ACTIVE(WS-DL-IDX) = "Y"
                   MOVE DT-STUDENT-ID(WS-DL-IDX) TO DL-STUDENT-ID
                   MOVE DT-COURSE-CODE(WS-DL-IDX) TO DL-COURSE-CODE
                   MOVE DT-TERM-CODE(WS-DL-IDX) TO DL-TERM-CODE
                   MOVE DT-DEADLINE(WS-DL-IDX) TO DL-DEADLINE
                   WRITE DEADLINE-REC
               END-IF
           END-PERFORM
           CLOSE DEADLINE-FILE.

       CHECK-TERM-LOCK.
           MOVE "N" TO WS-TERM-CLOSED
           PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
