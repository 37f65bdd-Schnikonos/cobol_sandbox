      * counts toward tonight's gate when it finished AFTER the
      * previous advance - exactly the work of the day being
      * closed.
      *
      * The ledger must also be in balance with its subledgers.
      * SUBLEDGER-RECON writes an OB line to the shared exception
      * log for every control it finds out of balance; any such
      * line since the previous advance holds the date, until a
      * later SUBLEDGER-RECON run ends with RETURN-CODE 0 and so
      * shows the difference has been put right.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ADVANCE.
           COPY RUNSTSEL.
           COPY EXCLGSEL.

       DATA DIVISION.
       FILE SECTION.
          05 AV-TIME         PIC 9(6).

       COPY RUNSTFD.
       COPY EXCLGFD.

       WORKING-STORAGE SECTION.
       COPY RUNSTWS.
       COPY EXCLGWS.

       01 FS-RUN-CONTROL     PIC XX.
       01 FS-HOLIDAY         PIC XX.
             10 RQ-SEEN      PIC X.
             10 RQ-FAILED    PIC X.

      *---------------------------------------------------------------
      * Ledger balance: the last clean SUBLEDGER-RECON run since
      * the previous advance, and every control logged out of
      * balance after it.
      *---------------------------------------------------------------
       01 WS-RECON-CLEAN-STAMP PIC 9(14) VALUE 0.
       01 WS-ENTRY-STAMP     PIC 9(14).
       01 WS-LOG-END-FLAG    PIC X VALUE "N".
       01 WS-OB-COUNT        PIC 9(2) VALUE 0.
       01 WS-OB-IDX          PIC 9(2).
       01 WS-OB-TABLE.
          05 WS-OB-CONTROL OCCURS 20 TIMES PIC X(24).

       01 WS-OLD-DATE        PIC 9(8).
       01 WS-NEW-DATE        PIC 9(8).
       01 WS-DATE-INT        PIC 9(7).
           PERFORM LOAD-HOLIDAYS
           PERFORM LOAD-CURRENT-DATE
           PERFORM CHECK-NIGHT-READINESS
           PERFORM CHECK-LEDGER-BALANCE
           IF WS-MISSING-COUNT > 0
               DISPLAY "Business date NOT advanced - "
                   WS-MISSING-COUNT " required job(s) not clean"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-OB-COUNT > 0
               DISPLAY "Business date NOT advanced - "
                   WS-OB-COUNT " ledger control(s) out of balance"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 8
               STOP RUN
           END-IF

               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Reads run-stats for the latest clean SUBLEDGER-RECON run,
      * then the exception log for OB lines that came after it;
      * each control still out of balance is named once. Entries
      * count from the previous advance, as for the required jobs.
      *---------------------------------------------------------------
       CHECK-LEDGER-BALANCE.
           IF WS-HAVE-STAMP = "Y"
               COMPUTE WS-RECON-CLEAN-STAMP =
                   WS-LAST-ADV-DATE * 1000000 + WS-LAST-ADV-TIME
           ELSE
               COMPUTE WS-RECON-CLEAN-STAMP = WS-OLD-DATE * 1000000
           END-IF

           MOVE "N" TO WS-STATS-END-FLAG
           OPEN INPUT RUN-STATS-FILE
           IF FS-RUN-STATS NOT = "00"
               MOVE "Y" TO WS-STATS-END-FLAG
           END-IF
           PERFORM UNTIL WS-STATS-END-FLAG = "Y"
               READ RUN-STATS-FILE
                   AT END
                       MOVE "Y" TO WS-STATS-END-FLAG
                   NOT AT END
                       COMPUTE WS-ENTRY-STAMP =
                           RS-END-DATE * 1000000 + RS-END-TIME
                       IF RS-PROGRAM-NAME = "SUBLEDGER-RECON"
                           AND RS-RETURN-CODE = 0
                           AND WS-ENTRY-STAMP > WS-RECON-CLEAN-STAMP
                           MOVE WS-ENTRY-STAMP
                               TO WS-RECON-CLEAN-STAMP
                       END-IF
               END-READ
           END-PERFORM
           IF FS-RUN-STATS = "00" OR FS-RUN-STATS = "10"
               CLOSE RUN-STATS-FILE
           END-IF

           OPEN INPUT EXCEPTION-LOG-FILE
           IF FS-EXCEPTION-LOG NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LOG-END-FLAG = "Y"
               READ EXCEPTION-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-LOG-END-FLAG
                   NOT AT END
                       COMPUTE WS-ENTRY-STAMP =
                           EL-LOG-DATE * 1000000 + EL-LOG-TIME
                       IF EL-PROGRAM-NAME = "SUBLEDGER-RECON"
                           AND EL-STATUS-CODE = "OB"
                           AND WS-ENTRY-STAMP > WS-RECON-CLEAN-STAMP
                           PERFORM NOTE-OUT-OF-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-LOG-FILE.

       NOTE-OUT-OF-BALANCE.
           PERFORM VARYING WS-OB-IDX FROM 1 BY 1
                   UNTIL WS-OB-IDX > WS-OB-COUNT
               IF WS-OB-CONTROL(WS-OB-IDX) = EL-FILE-NAME
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-OB-COUNT < 20
               ADD 1 TO WS-OB-COUNT
               MOVE EL-FILE-NAME TO WS-OB-CONTROL(WS-OB-COUNT)
               DISPLAY "OUT OF BALANCE: " EL-FILE-NAME
           END-IF.

      *---------------------------------------------------------------
      * Day 1 of the integer date epoch was a Monday, so MOD 7 of
      * the integer form gives 6 for Saturday and 0 for Sunday.
