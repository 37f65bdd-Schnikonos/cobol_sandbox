      *   - employees on the prior register but missing from this one
      *   - EMP-IDs new this run
      * so "why did total net jump 8 percent" has an answer by name.
      *
      * When payroll-run-mode.dat holds TRIAL, PAYROLL-DRIVER has
      * written a trial register instead of a live one: the
      * comparison is then trial-register.txt against register.txt,
      * the last live run, and the report lines are also kept on
      * trial-compare.txt for payroll to review before the real run.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENT-REG-FILE ASSIGN USING WS-CURRENT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CURRENT.
           SELECT PRIOR-REG-FILE ASSIGN USING WS-PRIOR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRIOR.
           SELECT RUN-MODE-FILE
               ASSIGN TO "intermediate/payroll-run-mode.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-MODE.
           SELECT TRIAL-COMPARE-FILE
               ASSIGN TO "intermediate/trial-compare.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRIAL-CMP.

       DATA DIVISION.
       FILE SECTION.
       FD PRIOR-REG-FILE.
       01 PRIOR-REG-LINE     PIC X(60).

       FD RUN-MODE-FILE.
       01 RUN-MODE-REC       PIC X(8).

       FD TRIAL-COMPARE-FILE.
       01 TRIAL-COMPARE-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-CURRENT         PIC XX.
       01 FS-PRIOR           PIC XX.
       01 FS-RUN-MODE        PIC XX.
       01 FS-TRIAL-CMP       PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".
       01 WS-TRIAL-RUN       PIC X VALUE "N".
       01 WS-CURRENT-NAME    PIC X(40)
           VALUE "intermediate/register.txt".
       01 WS-PRIOR-NAME      PIC X(40)
           VALUE "intermediate/register-prior.txt".
       01 WS-REPORT-LINE     PIC X(80).
       01 WS-COUNT-LINE.
          05 WS-CL-LABEL     PIC X(24).
          05 WS-CL-COUNT     PIC 9(5).

      *---------------------------------------------------------------
      * Net movements at or under the threshold are routine (a tax
             10 PR-MATCHED   PIC X.

       PROCEDURE DIVISION.
           PERFORM CHECK-RUN-MODE
           PERFORM LOAD-PRIOR-REGISTER
           PERFORM COMPARE-CURRENT-REGISTER
           PERFORM REPORT-MISSING-EMPLOYEES

           MOVE "---------------------------------------"
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Changed over threshold: " TO WS-CL-LABEL
           MOVE WS-CHANGED-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Missing this run:       " TO WS-CL-LABEL
           MOVE WS-MISSING-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "New this run:           " TO WS-CL-LABEL
           MOVE WS-NEW-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-TRIAL-RUN = "Y"
               CLOSE TRIAL-COMPARE-FILE
           END-IF
           STOP RUN.

      *---------------------------------------------------------------
      * A trial register is compared against the live register it
      * would replace; the live run's own snapshot is not involved.
      *---------------------------------------------------------------
       CHECK-RUN-MODE.
           OPEN INPUT RUN-MODE-FILE
           IF FS-RUN-MODE = "00"
               READ RUN-MODE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUN-MODE-REC = "TRIAL"
                           MOVE "Y" TO WS-TRIAL-RUN
                       END-IF
               END-READ
               CLOSE RUN-MODE-FILE
           END-IF
           IF WS-TRIAL-RUN = "Y"
               MOVE "intermediate/trial-register.txt"
                   TO WS-CURRENT-NAME
               MOVE "intermediate/register.txt" TO WS-PRIOR-NAME
               OPEN OUTPUT TRIAL-COMPARE-FILE
               MOVE "TRIAL REGISTER AGAINST LAST LIVE REGISTER"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
           IF WS-TRIAL-RUN = "Y"
               WRITE TRIAL-COMPARE-LINE FROM WS-REPORT-LINE
           END-IF.

       LOAD-PRIOR-REGISTER.
           OPEN INPUT PRIOR-REG-FILE
           IF FS-PRIOR NOT = "00"
                   MOVE "Y" TO PR-MATCHED(WS-MATCH-IDX)
                   PERFORM REPORT-NET-CHANGE
               ELSE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "NEW:     " WS-REG-EMP-ID
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
                   ADD 1 TO WS-NEW-COUNT
               END-IF
           END-IF.
               MOVE PR-NET(WS-MATCH-IDX) TO WS-PRIOR-NET-ED
               MOVE WS-REG-NET TO WS-CURR-NET-ED
               MOVE WS-NET-DELTA TO WS-DELTA-ED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "CHANGED: " WS-REG-EMP-ID
                   " NET " WS-PRIOR-NET-ED " -> " WS-CURR-NET-ED
                   " DELTA " WS-DELTA-ED
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PRIOR-COUNT
               IF PR-MATCHED(WS-IDX) = "N"
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "MISSING: " PR-EMP-ID(WS-IDX)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
                   ADD 1 TO WS-MISSING-COUNT
               END-IF
           END-PERFORM.
