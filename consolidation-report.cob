       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOLIDATION-REPORT.

      *---------------------------------------------------------------
      * Group consolidation off the keyed account master. Every
      * account belongs to one legal entity - the entity named for
      * it in account-entities.txt, or the first entity on
      * entities.txt where none is named - and each entity gets its
      * own trial balance: one line per account with its balance in
      * the debit or credit column (the ledger carries credits
      * positive), and the entity's totals and net.
      *
      * The due-to/due-from accounts POST-BALANCE-UPDATE squares
      * cross-entity batches through (intercompany-accounts.txt)
      * are then eliminated pair by pair: each entity's balance
      * with the other should be the exact opposite of the other's
      * with it, and the pair is shown with any difference. The
      * consolidated total is the entities' combined totals less
      * every intercompany balance. A pair out of agreement, an
      * intercompany account with no counter-account, or an account
      * tagged to an entity not on the entity file ends the run with
      * RETURN-CODE 4 - the report is still written, to
      * consolidation-report.txt, so the difference can be found.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC ASSIGN TO "bbbbbb.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS FS-ACCT.
           SELECT ENTITY-FILE ASSIGN TO "entities.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENTITY.
           SELECT ACCT-ENTITY-FILE ASSIGN TO "account-entities.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCT-ENTITY.
           SELECT INTERCO-FILE ASSIGN TO "intercompany-accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INTERCO.
           SELECT REPORT-FILE ASSIGN TO "consolidation-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD ACCT-REC.
       01 ACCT-RECORD.
          05 ACCT-NUMBER.
             10 ACCT-BASE    PIC 9(3).
             10 ACCT-CHECK   PIC 9.
          05 ACCT-NAME       PIC X(4).
          05 ACCT-BALANCE    PIC S9(5)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

       FD ENTITY-FILE.
       01 ENTITY-REC.
          05 EF-ENTITY       PIC X(3).
          05 EF-NAME         PIC X(30).

       FD ACCT-ENTITY-FILE.
       01 ACCT-ENTITY-REC.
          05 AE-ACCT         PIC 9(4).
          05 AE-ENTITY       PIC X(3).

       FD INTERCO-FILE.
       01 INTERCO-REC.
          05 IC-ENTITY       PIC X(3).
          05 IC-OTHER        PIC X(3).
          05 IC-ACCT         PIC 9(4).

       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-ACCT            PIC XX.
       01 FS-ENTITY          PIC XX.
       01 FS-ACCT-ENTITY     PIC XX.
       01 FS-INTERCO         PIC XX.
       01 FS-REPORT          PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".

       01 WS-RUN-DATE        PIC 9(8).
       01 WS-RUN-DATE-STATUS PIC X.

      *---------------------------------------------------------------
      * Entities with their trial balance totals; an entity code
      * met on the account map but missing from the entity file is
      * added at the end so its accounts still print.
      *---------------------------------------------------------------
       01 WS-ENT-COUNT       PIC 9(2) VALUE 0.
       01 WS-ENT-IDX         PIC 9(2).
       01 WS-ENT-FOUND       PIC 9(2).
       01 WS-ENT-CODE        PIC X(3).
       01 WS-ENT-TABLE.
          05 WS-ENT-ENTRY OCCURS 20 TIMES.
             10 EN-CODE      PIC X(3).
             10 EN-NAME      PIC X(30).
             10 EN-DEBITS    PIC 9(7)V99.
             10 EN-CREDITS   PIC 9(7)V99.

       01 WS-AENT-COUNT      PIC 9(3) VALUE 0.
       01 WS-AENT-IDX        PIC 9(3).
       01 WS-AENT-TABLE.
          05 WS-AENT-ENTRY OCCURS 300 TIMES.
             10 AN-ACCT      PIC 9(4).
             10 AN-ENTITY    PIC X(3).

       01 WS-ICO-COUNT       PIC 9(3) VALUE 0.
       01 WS-ICO-IDX         PIC 9(3).
       01 WS-ICO-MATCH       PIC 9(3).
       01 WS-ICO-TABLE.
          05 WS-ICO-ENTRY OCCURS 100 TIMES.
             10 IO-ENTITY    PIC X(3).
             10 IO-OTHER     PIC X(3).
             10 IO-ACCT      PIC 9(4).
             10 IO-BALANCE   PIC S9(7)V99.

       01 WS-AC-COUNT        PIC 9(3) VALUE 0.
       01 WS-AC-IDX          PIC 9(3).
       01 WS-AC-TABLE.
          05 WS-AC-ENTRY OCCURS 500 TIMES.
             10 AT-ACCT      PIC 9(4).
             10 AT-NAME      PIC X(4).
             10 AT-BALANCE   PIC S9(5)V99.
             10 AT-ENTITY    PIC 9(2).
             10 AT-ICO       PIC 9(3).

       01 WS-COMBINED-DEBITS  PIC 9(7)V99 VALUE 0.
       01 WS-COMBINED-CREDITS PIC 9(7)V99 VALUE 0.
       01 WS-ELIM-DEBITS     PIC 9(7)V99 VALUE 0.
       01 WS-ELIM-CREDITS    PIC 9(7)V99 VALUE 0.
       01 WS-CONS-DEBITS     PIC 9(7)V99.
       01 WS-CONS-CREDITS    PIC 9(7)V99.
       01 WS-PAIR-DIFF       PIC S9(7)V99.
       01 WS-PROBLEM-COUNT   PIC 9(3) VALUE 0.

       01 WS-CR-TITLE.
          05 FILLER PIC X(40) VALUE
             "GROUP CONSOLIDATION     BUSINESS DATE   ".
          05 WS-CT-DATE      PIC 9(8).
       01 WS-CR-HEADING.
          05 WS-CH-LABEL PIC X(34) VALUE
             "  ACCT NAME".
          05 FILLER PIC X(38) VALUE
             "      DEBIT       CREDIT           NET".
       01 WS-CR-ENTITY-HEAD.
          05 FILLER          PIC X(7) VALUE "ENTITY ".
          05 WS-CE-CODE      PIC X(3).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-CE-NAME      PIC X(30).
       01 WS-CR-LINE.
          05 WS-CL-LABEL     PIC X(34).
          05 WS-CL-ACCT-LABEL REDEFINES WS-CL-LABEL.
             10 FILLER       PIC X(2).
             10 WS-CL-ACCT   PIC 9(4).
             10 FILLER       PIC X.
             10 WS-CL-NAME   PIC X(4).
             10 FILLER       PIC X.
             10 WS-CL-NOTE   PIC X(22).
          05 WS-CL-DEBIT     PIC Z(7)9.99 BLANK WHEN ZERO.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-CL-CREDIT    PIC Z(7)9.99 BLANK WHEN ZERO.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-CL-NET       PIC -(8)9.99.
       01 WS-CR-ELIM-HEAD.
          05 FILLER PIC X(40) VALUE
             "  PAIR     ACCT      BALANCE  ACCT      ".
          05 FILLER PIC X(30) VALUE
             "BALANCE   DIFFERENCE".
       01 WS-CR-ELIM-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-EL-ENTITY    PIC X(3).
          05 FILLER          PIC X VALUE "/".
          05 WS-EL-OTHER     PIC X(3).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-EL-ACCT-1    PIC 9(4).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-EL-BAL-1     PIC -(8)9.99.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 WS-EL-ACCT-2    PIC 9(4).
          05 FILLER          PIC X VALUE SPACE.
          05 WS-EL-BAL-2     PIC -(8)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-EL-DIFF      PIC -(8)9.99.
          05 FILLER          PIC X VALUE SPACE.
          05 WS-EL-NOTE      PIC X(17).

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-RUN-DATE-STATUS
           END-CALL
           PERFORM LOAD-ENTITIES
           PERFORM LOAD-ACCOUNT-ENTITIES
           PERFORM LOAD-INTERCOMPANY-ACCOUNTS
           PERFORM LOAD-ACCOUNT-MASTER

           OPEN OUTPUT REPORT-FILE
           IF FS-REPORT NOT = "00"
               DISPLAY "Cannot open consolidation report, FS="
                   FS-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-CT-DATE
           WRITE REPORT-LINE FROM WS-CR-TITLE

           PERFORM WRITE-ENTITY-TRIAL-BALANCE
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-ENT-COUNT
           PERFORM WRITE-ELIMINATIONS
           PERFORM WRITE-CONSOLIDATED-TOTAL
           CLOSE REPORT-FILE

           DISPLAY "Consolidation: " WS-ENT-COUNT " entities, "
               WS-AC-COUNT " accounts"
           IF WS-PROBLEM-COUNT > 0
               DISPLAY "Consolidation problems: " WS-PROBLEM-COUNT
                   " - see consolidation-report.txt"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-ENTITIES.
           OPEN INPUT ENTITY-FILE
           IF FS-ENTITY NOT = "00"
               DISPLAY "No entity file - nothing to consolidate"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ ENTITY-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-ENT-COUNT < 20
                           ADD 1 TO WS-ENT-COUNT
                           MOVE EF-ENTITY TO EN-CODE(WS-ENT-COUNT)
                           MOVE EF-NAME TO EN-NAME(WS-ENT-COUNT)
                           MOVE 0 TO EN-DEBITS(WS-ENT-COUNT)
                           MOVE 0 TO EN-CREDITS(WS-ENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTITY-FILE
           IF WS-ENT-COUNT = 0
               DISPLAY "Entity file is empty - nothing to consolidate"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ACCOUNT-ENTITIES.
           OPEN INPUT ACCT-ENTITY-FILE
           IF FS-ACCT-ENTITY NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ ACCT-ENTITY-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-AENT-COUNT < 300
                           ADD 1 TO WS-AENT-COUNT
                           MOVE AE-ACCT TO AN-ACCT(WS-AENT-COUNT)
                           MOVE AE-ENTITY TO AN-ENTITY(WS-AENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-ENTITY-FILE.

       LOAD-INTERCOMPANY-ACCOUNTS.
           OPEN INPUT INTERCO-FILE
           IF FS-INTERCO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ INTERCO-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-ICO-COUNT < 100
                           ADD 1 TO WS-ICO-COUNT
                           MOVE IC-ENTITY TO IO-ENTITY(WS-ICO-COUNT)
                           MOVE IC-OTHER TO IO-OTHER(WS-ICO-COUNT)
                           MOVE IC-ACCT TO IO-ACCT(WS-ICO-COUNT)
                           MOVE 0 TO IO-BALANCE(WS-ICO-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERCO-FILE.

      *---------------------------------------------------------------
      * The master in key order, each account placed with its entity
      * and, where it is one, its intercompany pairing.
      *---------------------------------------------------------------
       LOAD-ACCOUNT-MASTER.
           OPEN INPUT ACCT-REC
           IF FS-ACCT NOT = "00"
               DISPLAY "Cannot open account master, FS=" FS-ACCT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ ACCT-REC
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-AC-COUNT < 500
                           PERFORM PLACE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-REC.

       PLACE-ACCOUNT.
           ADD 1 TO WS-AC-COUNT
           MOVE ACCT-NUMBER TO AT-ACCT(WS-AC-COUNT)
           MOVE ACCT-NAME TO AT-NAME(WS-AC-COUNT)
           MOVE ACCT-BALANCE TO AT-BALANCE(WS-AC-COUNT)

           MOVE EN-CODE(1) TO WS-ENT-CODE
           PERFORM VARYING WS-AENT-IDX FROM 1 BY 1
                   UNTIL WS-AENT-IDX > WS-AENT-COUNT
               IF AN-ACCT(WS-AENT-IDX) = AT-ACCT(WS-AC-COUNT)
                   MOVE AN-ENTITY(WS-AENT-IDX) TO WS-ENT-CODE
               END-IF
           END-PERFORM
           PERFORM FIND-ENTITY
           IF WS-ENT-FOUND = 0
               IF WS-ENT-COUNT >= 20
                   DISPLAY "Too many entities - account "
                       AT-ACCT(WS-AC-COUNT) " left out"
                   SUBTRACT 1 FROM WS-AC-COUNT
                   ADD 1 TO WS-PROBLEM-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ENT-COUNT
               MOVE WS-ENT-CODE TO EN-CODE(WS-ENT-COUNT)
               MOVE "NOT ON ENTITY FILE" TO EN-NAME(WS-ENT-COUNT)
               MOVE 0 TO EN-DEBITS(WS-ENT-COUNT)
               MOVE 0 TO EN-CREDITS(WS-ENT-COUNT)
               MOVE WS-ENT-COUNT TO WS-ENT-FOUND
               DISPLAY "Entity " WS-ENT-CODE
                   " is not on the entity file"
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF
           MOVE WS-ENT-FOUND TO AT-ENTITY(WS-AC-COUNT)
           IF AT-BALANCE(WS-AC-COUNT) < 0
               SUBTRACT AT-BALANCE(WS-AC-COUNT)
                   FROM EN-DEBITS(WS-ENT-FOUND)
           ELSE
               ADD AT-BALANCE(WS-AC-COUNT)
                   TO EN-CREDITS(WS-ENT-FOUND)
           END-IF

           MOVE 0 TO AT-ICO(WS-AC-COUNT)
           PERFORM VARYING WS-ICO-IDX FROM 1 BY 1
                   UNTIL WS-ICO-IDX > WS-ICO-COUNT
               IF IO-ACCT(WS-ICO-IDX) = AT-ACCT(WS-AC-COUNT)
                   MOVE WS-ICO-IDX TO AT-ICO(WS-AC-COUNT)
                   MOVE AT-BALANCE(WS-AC-COUNT)
                       TO IO-BALANCE(WS-ICO-IDX)
               END-IF
           END-PERFORM
           IF AT-ICO(WS-AC-COUNT) > 0
               IF AT-BALANCE(WS-AC-COUNT) < 0
                   SUBTRACT AT-BALANCE(WS-AC-COUNT)
                       FROM WS-ELIM-DEBITS
               ELSE
                   ADD AT-BALANCE(WS-AC-COUNT) TO WS-ELIM-CREDITS
               END-IF
           END-IF.

       FIND-ENTITY.
           MOVE 0 TO WS-ENT-FOUND
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
               IF EN-CODE(WS-ENT-IDX) = WS-ENT-CODE
                   MOVE WS-ENT-IDX TO WS-ENT-FOUND
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * One entity's trial balance: its accounts in key order, an
      * intercompany account marked with the entity it is held
      * against, and the entity's totals.
      *---------------------------------------------------------------
       WRITE-ENTITY-TRIAL-BALANCE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE EN-CODE(WS-ENT-IDX) TO WS-CE-CODE
           MOVE EN-NAME(WS-ENT-IDX) TO WS-CE-NAME
           WRITE REPORT-LINE FROM WS-CR-ENTITY-HEAD
           WRITE REPORT-LINE FROM WS-CR-HEADING
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT
               IF AT-ENTITY(WS-AC-IDX) = WS-ENT-IDX
                   PERFORM WRITE-ACCOUNT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-CL-LABEL
           STRING "  TOTAL " DELIMITED BY SIZE
               EN-CODE(WS-ENT-IDX) DELIMITED BY SIZE
               INTO WS-CL-LABEL
           END-STRING
           MOVE EN-DEBITS(WS-ENT-IDX) TO WS-CL-DEBIT
           MOVE EN-CREDITS(WS-ENT-IDX) TO WS-CL-CREDIT
           COMPUTE WS-CL-NET =
               EN-CREDITS(WS-ENT-IDX) - EN-DEBITS(WS-ENT-IDX)
           WRITE REPORT-LINE FROM WS-CR-LINE
           ADD EN-DEBITS(WS-ENT-IDX) TO WS-COMBINED-DEBITS
           ADD EN-CREDITS(WS-ENT-IDX) TO WS-COMBINED-CREDITS.

       WRITE-ACCOUNT-LINE.
           MOVE SPACES TO WS-CL-LABEL
           MOVE AT-ACCT(WS-AC-IDX) TO WS-CL-ACCT
           MOVE AT-NAME(WS-AC-IDX) TO WS-CL-NAME
           IF AT-ICO(WS-AC-IDX) > 0
               STRING "INTERCOMPANY " DELIMITED BY SIZE
                   IO-OTHER(AT-ICO(WS-AC-IDX)) DELIMITED BY SIZE
                   INTO WS-CL-NOTE
               END-STRING
           END-IF
           IF AT-BALANCE(WS-AC-IDX) < 0
               COMPUTE WS-CL-DEBIT = 0 - AT-BALANCE(WS-AC-IDX)
               MOVE 0 TO WS-CL-CREDIT
           ELSE
               MOVE 0 TO WS-CL-DEBIT
               MOVE AT-BALANCE(WS-AC-IDX) TO WS-CL-CREDIT
           END-IF
           MOVE AT-BALANCE(WS-AC-IDX) TO WS-CL-NET
           WRITE REPORT-LINE FROM WS-CR-LINE.

      *---------------------------------------------------------------
      * Each pair of entities once: the first entity's balance with
      * the second against the second's with the first. In
      * agreement they cancel; a difference, or an intercompany
      * account with no counter-account, is flagged.
      *---------------------------------------------------------------
       WRITE-ELIMINATIONS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "INTERCOMPANY ELIMINATIONS" TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-CR-ELIM-HEAD
           PERFORM WRITE-ONE-ELIMINATION
               VARYING WS-ICO-IDX FROM 1 BY 1
               UNTIL WS-ICO-IDX > WS-ICO-COUNT.

       WRITE-ONE-ELIMINATION.
           MOVE 0 TO WS-ICO-MATCH
           PERFORM VARYING WS-AENT-IDX FROM 1 BY 1
                   UNTIL WS-AENT-IDX > WS-ICO-COUNT
               IF IO-ENTITY(WS-AENT-IDX) = IO-OTHER(WS-ICO-IDX)
                   AND IO-OTHER(WS-AENT-IDX) = IO-ENTITY(WS-ICO-IDX)
                   MOVE WS-AENT-IDX TO WS-ICO-MATCH
               END-IF
           END-PERFORM
           IF WS-ICO-MATCH > 0
               AND IO-ENTITY(WS-ICO-IDX) > IO-OTHER(WS-ICO-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE IO-ENTITY(WS-ICO-IDX) TO WS-EL-ENTITY
           MOVE IO-OTHER(WS-ICO-IDX) TO WS-EL-OTHER
           MOVE IO-ACCT(WS-ICO-IDX) TO WS-EL-ACCT-1
           MOVE IO-BALANCE(WS-ICO-IDX) TO WS-EL-BAL-1
           MOVE SPACES TO WS-EL-NOTE
           IF WS-ICO-MATCH = 0
               MOVE 0 TO WS-EL-ACCT-2
               MOVE 0 TO WS-EL-BAL-2
               MOVE IO-BALANCE(WS-ICO-IDX) TO WS-PAIR-DIFF
               MOVE "NO COUNTER-ACCT" TO WS-EL-NOTE
               ADD 1 TO WS-PROBLEM-COUNT
           ELSE
               MOVE IO-ACCT(WS-ICO-MATCH) TO WS-EL-ACCT-2
               MOVE IO-BALANCE(WS-ICO-MATCH) TO WS-EL-BAL-2
               COMPUTE WS-PAIR-DIFF = IO-BALANCE(WS-ICO-IDX)
                   + IO-BALANCE(WS-ICO-MATCH)
               IF WS-PAIR-DIFF NOT = 0
                   MOVE "OUT OF AGREEMENT" TO WS-EL-NOTE
                   ADD 1 TO WS-PROBLEM-COUNT
               END-IF
           END-IF
           MOVE WS-PAIR-DIFF TO WS-EL-DIFF
           WRITE REPORT-LINE FROM WS-CR-ELIM-LINE.

      *---------------------------------------------------------------
      * The entities' combined totals, less the intercompany
      * balances eliminated, give the group's consolidated total.
      *---------------------------------------------------------------
       WRITE-CONSOLIDATED-TOTAL.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CONSOLIDATED TOTAL" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-CH-LABEL
           WRITE REPORT-LINE FROM WS-CR-HEADING

           MOVE "  COMBINED ENTITY TOTALS" TO WS-CL-LABEL
           MOVE WS-COMBINED-DEBITS TO WS-CL-DEBIT
           MOVE WS-COMBINED-CREDITS TO WS-CL-CREDIT
           COMPUTE WS-CL-NET =
               WS-COMBINED-CREDITS - WS-COMBINED-DEBITS
           WRITE REPORT-LINE FROM WS-CR-LINE

           MOVE "  LESS INTERCOMPANY ELIMINATED" TO WS-CL-LABEL
           MOVE WS-ELIM-DEBITS TO WS-CL-DEBIT
           MOVE WS-ELIM-CREDITS TO WS-CL-CREDIT
           COMPUTE WS-CL-NET = WS-ELIM-CREDITS - WS-ELIM-DEBITS
           WRITE REPORT-LINE FROM WS-CR-LINE

           COMPUTE WS-CONS-DEBITS =
               WS-COMBINED-DEBITS - WS-ELIM-DEBITS
           COMPUTE WS-CONS-CREDITS =
               WS-COMBINED-CREDITS - WS-ELIM-CREDITS
           MOVE "  CONSOLIDATED" TO WS-CL-LABEL
           MOVE WS-CONS-DEBITS TO WS-CL-DEBIT
           MOVE WS-CONS-CREDITS TO WS-CL-CREDIT
           COMPUTE WS-CL-NET = WS-CONS-CREDITS - WS-CONS-DEBITS
           WRITE REPORT-LINE FROM WS-CR-LINE.
