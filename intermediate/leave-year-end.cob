       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-YEAR-END.

      *---------------------------------------------------------------
      * Year-end close of the leave master. Each row's balance is
      * cut back to the carryover cap of its tenure band on
      * leave-rules.txt, the hours cut are forfeited, and the
      * year's accrued and taken figures restart at zero for the
      * new year. The forfeit report lists every row that lost
      * hours, with the balance, the cap, and the hours forfeited,
      * and totals the forfeit by leave type.
      *
      * The year closed is the business date's year, and each row
      * carries the last year closed on it, so a second run for the
      * same year changes nothing. A leave type with no rules has
      * no cap and forfeits nothing.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-MASTER-FILE
               ASSIGN TO "intermediate/leave-master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LEAVE-MASTER.
           SELECT LEAVE-RULE-FILE
               ASSIGN TO "intermediate/leave-rules.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LEAVE-RULE.
           SELECT REPORT-FILE
               ASSIGN TO "intermediate/leave-forfeit-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.
           COPY RUNSTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD LEAVE-MASTER-FILE.
       01 LEAVE-MASTER-REC.
          05 LM-EMP-ID       PIC X(6).
          05 LM-TYPE         PIC X(3).
          05 LM-SERVICE-DATE PIC 9(8).
          05 LM-BALANCE      PIC 9(4)V99.
          05 LM-ACCRUED-YTD  PIC 9(4)V99.
          05 LM-TAKEN-YTD    PIC 9(4)V99.
          05 LM-LAST-PERIOD  PIC 9(8).
          05 LM-CLOSED-YEAR  PIC 9(4).

       FD LEAVE-RULE-FILE.
       01 LEAVE-RULE-REC.
          05 LR-TYPE         PIC X(3).
          05 LR-MIN-YEARS    PIC 9(2).
          05 LR-ACCRUAL      PIC 9(2)V99.
          05 LR-CARRY-CAP    PIC 9(4)V99.

       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(60).

       COPY RUNSTFD.

       WORKING-STORAGE SECTION.
       COPY RUNSTWS.

       01 FS-LEAVE-MASTER    PIC XX.
       01 FS-LEAVE-RULE      PIC XX.
       01 FS-REPORT          PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".

       01 WS-CLOSE-DATE      PIC 9(8).
       01 WS-CLOSE-PARTS REDEFINES WS-CLOSE-DATE.
          05 WS-CLOSE-YYYY   PIC 9(4).
          05 WS-CLOSE-MMDD   PIC 9(4).
       01 WS-BUS-DATE-STATUS PIC X.

       01 WS-SERVICE-DATE    PIC 9(8).
       01 WS-SERVICE-PARTS REDEFINES WS-SERVICE-DATE.
          05 WS-SERVICE-YYYY PIC 9(4).
          05 WS-SERVICE-MMDD PIC 9(4).
       01 WS-TENURE          PIC 9(2).
       01 WS-FORFEIT         PIC 9(4)V99.

       01 WS-LM-COUNT        PIC 9(3) VALUE 0.
       01 WS-LM-IDX          PIC 9(3).
       01 WS-CLOSED-COUNT    PIC 9(5) VALUE 0.
       01 WS-FORFEIT-COUNT   PIC 9(5) VALUE 0.
       01 WS-LM-TABLE.
          05 WS-LM-ENTRY OCCURS 400 TIMES.
             10 LMT-REC      PIC X(47).

       01 WS-LR-COUNT        PIC 9(2) VALUE 0.
       01 WS-LR-IDX          PIC 9(2).
       01 WS-LR-MATCH        PIC 9(2).
       01 WS-LR-TABLE.
          05 WS-LR-ENTRY OCCURS 30 TIMES.
             10 LRT-TYPE     PIC X(3).
             10 LRT-MIN-YEARS PIC 9(2).
             10 LRT-CARRY-CAP PIC 9(4)V99.

      *---------------------------------------------------------------
      * Forfeit totals by leave type for the report's foot.
      *---------------------------------------------------------------
       01 WS-FT-COUNT        PIC 9 VALUE 0.
       01 WS-FT-IDX          PIC 9.
       01 WS-FT-MATCH        PIC 9.
       01 WS-FT-TABLE.
          05 WS-FT-ENTRY OCCURS 9 TIMES.
             10 FTT-TYPE     PIC X(3).
             10 FTT-HOURS    PIC 9(7)V99.

       01 WS-RPT-HEADER.
          05 FILLER          PIC X(29)
             VALUE "LEAVE YEAR-END FORFEIT  YEAR ".
          05 WS-RH-YEAR      PIC 9(4).

       01 WS-RPT-COLUMNS     PIC X(60)
           VALUE "EMP-ID TYPE    BALANCE     CAP   FORFEIT".

       01 WS-RPT-DETAIL.
          05 WS-RD-EMP-ID    PIC X(6).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RD-TYPE      PIC X(3).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RD-BALANCE   PIC Z(5)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RD-CAP       PIC Z(4)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-RD-FORFEIT   PIC Z(6)9.99.

       01 WS-RPT-TOTAL.
          05 FILLER          PIC X(14) VALUE "TOTAL FORFEIT ".
          05 WS-RT-TYPE      PIC X(3).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-RT-HOURS     PIC Z(6)9.99.
          05 FILLER          PIC X(6) VALUE " HOURS".

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           MOVE "LEAVE-YEAR-END" TO RS-PROGRAM-ID
           PERFORM START-RUN-STATS
           CALL "GET-BUSINESS-DATE"
               USING WS-CLOSE-DATE WS-BUS-DATE-STATUS
           END-CALL
           PERFORM LOAD-LEAVE-RULES
           PERFORM LOAD-LEAVE-MASTER

           OPEN OUTPUT REPORT-FILE
           MOVE WS-CLOSE-YYYY TO WS-RH-YEAR
           WRITE REPORT-LINE FROM WS-RPT-HEADER
           WRITE REPORT-LINE FROM WS-RPT-COLUMNS

           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
                   UNTIL WS-LM-IDX > WS-LM-COUNT
               MOVE LMT-REC(WS-LM-IDX) TO LEAVE-MASTER-REC
               IF LM-CLOSED-YEAR NOT = WS-CLOSE-YYYY
                   PERFORM CLOSE-LEAVE-ROW
                   MOVE LEAVE-MASTER-REC TO LMT-REC(WS-LM-IDX)
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                   UNTIL WS-FT-IDX > WS-FT-COUNT
               MOVE FTT-TYPE(WS-FT-IDX) TO WS-RT-TYPE
               MOVE FTT-HOURS(WS-FT-IDX) TO WS-RT-HOURS
               WRITE REPORT-LINE FROM WS-RPT-TOTAL
           END-PERFORM
           CLOSE REPORT-FILE

           PERFORM REWRITE-LEAVE-MASTER

           DISPLAY "Leave year-end " WS-CLOSE-YYYY ": "
               WS-CLOSED-COUNT " rows closed, " WS-FORFEIT-COUNT
               " with hours forfeited"
           MOVE WS-LM-COUNT TO RS-IN-COUNT
           MOVE WS-CLOSED-COUNT TO RS-OUT-COUNT
           PERFORM WRITE-RUN-STATS
           STOP RUN.

       LOAD-LEAVE-RULES.
           OPEN INPUT LEAVE-RULE-FILE
           IF FS-LEAVE-RULE NOT = "00"
               DISPLAY "No leave rules on file, FS=" FS-LEAVE-RULE
                   " - nothing is capped"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ LEAVE-RULE-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-LR-COUNT >= 30
                           DISPLAY "Leave rule table full"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-LR-COUNT
                       MOVE LR-TYPE TO LRT-TYPE(WS-LR-COUNT)
                       MOVE LR-MIN-YEARS TO LRT-MIN-YEARS(WS-LR-COUNT)
                       MOVE LR-CARRY-CAP TO LRT-CARRY-CAP(WS-LR-COUNT)
               END-READ
           END-PERFORM
           CLOSE LEAVE-RULE-FILE
           MOVE "N" TO WS-END-FLAG.

       LOAD-LEAVE-MASTER.
           OPEN INPUT LEAVE-MASTER-FILE
           IF FS-LEAVE-MASTER NOT = "00"
               DISPLAY "Cannot open leave master, FS=" FS-LEAVE-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ LEAVE-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-LM-COUNT >= 400
                           DISPLAY "Leave master table full"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-LM-COUNT
                       MOVE LEAVE-MASTER-REC TO LMT-REC(WS-LM-COUNT)
               END-READ
           END-PERFORM
           CLOSE LEAVE-MASTER-FILE.

      *---------------------------------------------------------------
      * The cap comes from the row's tenure band at the close date,
      * the same band PAYROLL-DRIVER accrues from.
      *---------------------------------------------------------------
       CLOSE-LEAVE-ROW.
           MOVE LM-SERVICE-DATE TO WS-SERVICE-DATE
           MOVE 0 TO WS-TENURE
           IF WS-SERVICE-YYYY < WS-CLOSE-YYYY
               COMPUTE WS-TENURE = WS-CLOSE-YYYY - WS-SERVICE-YYYY
               IF WS-CLOSE-MMDD < WS-SERVICE-MMDD
                   SUBTRACT 1 FROM WS-TENURE
               END-IF
           END-IF

           MOVE 0 TO WS-LR-MATCH
           PERFORM VARYING WS-LR-IDX FROM 1 BY 1
                   UNTIL WS-LR-IDX > WS-LR-COUNT
               IF LRT-TYPE(WS-LR-IDX) = LM-TYPE
                   AND LRT-MIN-YEARS(WS-LR-IDX) NOT > WS-TENURE
                   IF WS-LR-MATCH = 0
                       MOVE WS-LR-IDX TO WS-LR-MATCH
                   ELSE
                       IF LRT-MIN-YEARS(WS-LR-IDX) >
                               LRT-MIN-YEARS(WS-LR-MATCH)
                           MOVE WS-LR-IDX TO WS-LR-MATCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-LR-MATCH NOT = 0
               IF LM-BALANCE > LRT-CARRY-CAP(WS-LR-MATCH)
                   COMPUTE WS-FORFEIT =
                       LM-BALANCE - LRT-CARRY-CAP(WS-LR-MATCH)
                   PERFORM WRITE-FORFEIT-LINE
                   MOVE LRT-CARRY-CAP(WS-LR-MATCH) TO LM-BALANCE
               END-IF
           END-IF

           MOVE 0 TO LM-ACCRUED-YTD
           MOVE 0 TO LM-TAKEN-YTD
           MOVE WS-CLOSE-YYYY TO LM-CLOSED-YEAR
           ADD 1 TO WS-CLOSED-COUNT.

       WRITE-FORFEIT-LINE.
           MOVE LM-EMP-ID TO WS-RD-EMP-ID
           MOVE LM-TYPE TO WS-RD-TYPE
           MOVE LM-BALANCE TO WS-RD-BALANCE
           MOVE LRT-CARRY-CAP(WS-LR-MATCH) TO WS-RD-CAP
           MOVE WS-FORFEIT TO WS-RD-FORFEIT
           WRITE REPORT-LINE FROM WS-RPT-DETAIL
           ADD 1 TO WS-FORFEIT-COUNT

           MOVE 0 TO WS-FT-MATCH
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                   UNTIL WS-FT-IDX > WS-FT-COUNT
               IF FTT-TYPE(WS-FT-IDX) = LM-TYPE
                   MOVE WS-FT-IDX TO WS-FT-MATCH
               END-IF
           END-PERFORM
           IF WS-FT-MATCH = 0
               IF WS-FT-COUNT >= 9
                   DISPLAY "Too many leave types to total"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FT-COUNT
               MOVE WS-FT-COUNT TO WS-FT-MATCH
               MOVE LM-TYPE TO FTT-TYPE(WS-FT-MATCH)
               MOVE 0 TO FTT-HOURS(WS-FT-MATCH)
           END-IF
           ADD WS-FORFEIT TO FTT-HOURS(WS-FT-MATCH).

       REWRITE-LEAVE-MASTER.
           OPEN OUTPUT LEAVE-MASTER-FILE
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
                   UNTIL WS-LM-IDX > WS-LM-COUNT
               MOVE LMT-REC(WS-LM-IDX) TO LEAVE-MASTER-REC
               WRITE LEAVE-MASTER-REC
           END-PERFORM
           CLOSE LEAVE-MASTER-FILE.

       COPY RUNSTPD.
