       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END-CLOSE.

      *---------------------------------------------------------------
      * Fiscal year-end close. ACCT-PERIOD-CLOSE only snapshots and
      * advances the month, so the revenue and expense accounts
      * would otherwise grow year over year. This run clears every
      * account the chart of accounts classes as revenue (R) or
      * expense (X) into retained earnings. Each legal entity on
      * entities.txt closes into its own retained-earnings account,
      * named per entity in retained-earnings-account.dat, and an
      * account belongs to the entity account-entities.txt gives it
      * (the first entity listed owning any account not named, as
      * at posting). With no entity file the ledger is one entity.
      *
      * The fiscal year closed is the calendar year before the open
      * period's year, and the run is gated behind that year's
      * December period close: the year-end figures are read from
      * acct-opening-<YYYY+1>01.txt, the snapshot ACCT-PERIOD-CLOSE
      * wrote when December closed, so January activity already on
      * the master never leaks into last year's result. With no
      * such snapshot the run refuses.
      *
      * The closing entries go out as one balanced journal batch
      * per entity for POST-BALANCE-UPDATE to post like any other:
      * each of the entity's revenue or expense balances reversed,
      * the entity's retained earnings credited with its net
      * (debited for a loss), chunked where the net outgrows a
      * detail's 9(5)V99 amount. Each batch carries its entity on
      * an E record and balances within that entity, so posting
      * generates no intercompany lines and every entity's own
      * books still balance after the close. Every batch is
      * stamped with the open period, and its P record carries a
      * "C" entry-type byte after the period so the financial
      * statements can keep closing entries out of the period's
      * operating result.
      *
      * year-end-control.dat holds the last fiscal year closed; a
      * second run for the same year is refused. A year-end
      * closing report lists every account cleared and the net
      * transferred. Supervisor level is required.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-FILE ASSIGN TO "chart-of-accounts.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHART-FILE-STATUS.
           SELECT OPENING-FILE ASSIGN USING WS-OPENING-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OPEN-FILE-STATUS.
           SELECT RETAINED-FILE
              ASSIGN TO "retained-earnings-account.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RETN-FILE-STATUS.
           SELECT ENTITY-FILE ASSIGN TO "entities.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ENT-FILE-STATUS.
           SELECT ACCT-ENTITY-FILE ASSIGN TO "account-entities.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AENT-FILE-STATUS.
           SELECT YEAR-CONTROL-FILE ASSIGN TO "year-end-control.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS YCTL-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JRNL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "year-end-close-report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHART-FILE.
       01 CHART-REC.
          05 CA-ACCT PIC 9(4).
          05 CA-CLASS PIC X.
          05 CA-GROUP PIC X(20).

       FD OPENING-FILE.
       01 OPENING-RECORD.
          05 OP-ACCT-NUMBER PIC 9(4).
          05 OP-ACCT-NAME PIC X(4).
          05 OP-ACCT-BALANCE PIC S9(5)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

       FD RETAINED-FILE.
       01 RETAINED-REC.
          05 RE-ENTITY PIC X(3).
          05 RE-ACCT PIC 9(4).

       FD ENTITY-FILE.
       01 ENTITY-REC.
          05 EF-CODE PIC X(3).
          05 EF-NAME PIC X(30).

       FD ACCT-ENTITY-FILE.
       01 ACCT-ENTITY-REC.
          05 AE-ACCT PIC 9(4).
          05 AE-ENTITY PIC X(3).

       FD YEAR-CONTROL-FILE.
       01 YEAR-CONTROL-REC PIC 9(4).

       FD JOURNAL-FILE.
       01 JOURNAL-REC PIC X(16).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       01 CHART-FILE-STATUS PIC XX.
       01 OPEN-FILE-STATUS PIC XX.
       01 RETN-FILE-STATUS PIC XX.
       01 ENT-FILE-STATUS PIC XX.
       01 AENT-FILE-STATUS PIC XX.
       01 YCTL-FILE-STATUS PIC XX.
       01 JRNL-FILE-STATUS PIC XX.
       01 RPT-FILE-STATUS PIC XX.
       01 WS-END-FLAG PIC X VALUE "N".

       01 WS-REQUIRED-LEVEL PIC 9.
       01 WS-ALLOWED-FLAG PIC X.
       01 WS-OPERATOR-ID PIC X(8).

       01 WS-OPEN-PERIOD PIC 9(6).
       01 WS-OPEN-PERIOD-X REDEFINES WS-OPEN-PERIOD.
          05 WS-OPEN-YYYY PIC 9(4).
          05 WS-OPEN-MM PIC 9(2).
       01 WS-PERIOD-STATUS PIC X.
       01 WS-FISCAL-YEAR PIC 9(4).
       01 WS-LAST-CLOSED-YEAR PIC 9(4) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.

       01 WS-OPENING-NAME.
          05 FILLER PIC X(13) VALUE "acct-opening-".
          05 WS-ON-YYYY PIC 9(4).
          05 WS-ON-MM PIC 9(2).
          05 FILLER PIC X(4) VALUE ".txt".

       01 WS-RETAINED-ACCT PIC 9(4) VALUE 0.
       01 WS-RETAINED-ROWS PIC 9(3) VALUE 0.

      *---------------------------------------------------------------
      * The entities, each with its retained-earnings account and
      * its share of the year's result, and the account-to-entity
      * map.
      *---------------------------------------------------------------
       01 WS-ENT-COUNT PIC 9(2) VALUE 0.
       01 WS-ENT-IDX PIC 9(2).
       01 WS-ENT-FOUND PIC 9(2).
       01 WS-BATCH-COUNT PIC 9(2) VALUE 0.
       01 WS-FIND-ENTITY PIC X(3).
       01 WS-ENT-TABLE.
          05 WS-ENT-ENTRY OCCURS 20 TIMES.
             10 EN-CODE PIC X(3).
             10 EN-RETAINED PIC 9(4).
             10 EN-CLOSE-COUNT PIC 9(3).
             10 EN-REVENUE PIC S9(7)V99.
             10 EN-EXPENSE PIC S9(7)V99.
             10 EN-NET PIC S9(7)V99.
       01 WS-AENT-COUNT PIC 9(3) VALUE 0.
       01 WS-AENT-IDX PIC 9(3).
       01 WS-AENT-TABLE.
          05 WS-AENT-ENTRY OCCURS 500 TIMES.
             10 AN-ACCT PIC 9(4).
             10 AN-ENTITY PIC X(3).

       01 WS-CHART-COUNT PIC 9(3) VALUE 0.
       01 WS-CHART-IDX PIC 9(3).
       01 WS-CHART-CLASS PIC X.
       01 WS-FIND-ACCT PIC 9(4).
       01 WS-CHART-TABLE.
          05 WS-CHART-ENTRY OCCURS 200 TIMES.
             10 CH-ACCT PIC 9(4).
             10 CH-CLASS PIC X.

      *---------------------------------------------------------------
      * One closing entry per revenue or expense account with a
      * year-end balance: the balance reversed.
      *---------------------------------------------------------------
       01 WS-CLOSE-COUNT PIC 9(3) VALUE 0.
       01 WS-CLOSE-IDX PIC 9(3).
       01 WS-CLOSE-TABLE.
          05 WS-CLOSE-ENTRY OCCURS 200 TIMES.
             10 CL-ACCT PIC 9(4).
             10 CL-CLASS PIC X.
             10 CL-ENT PIC 9(2).
             10 CL-BALANCE PIC S9(5)V99.
             10 CL-DC PIC X.
             10 CL-AMOUNT PIC 9(5)V99.

       01 WS-TOTAL-REVENUE PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-EXPENSE PIC S9(7)V99 VALUE 0.
       01 WS-NET-EARNINGS PIC S9(7)V99 VALUE 0.
       01 WS-RETAINED-DC PIC X.
       01 WS-RETAINED-LEFT PIC 9(7)V99.
       01 WS-RETAINED-CHUNK PIC 9(5)V99.
       01 WS-RETAINED-CHUNKS PIC 9(3).
       01 WS-DTL-COUNT PIC 9(5).

       01 WS-JRNL-HEADER.
          05 JH-TYPE PIC X.
          05 JH-COUNT PIC 9(5).
          05 JH-NET PIC S9(7)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

       01 WS-JRNL-DETAIL.
          05 JT-TYPE PIC X.
          05 JT-ACCT PIC 9(4).
          05 JT-DC PIC X.
          05 JT-AMOUNT PIC 9(5)V99.

       01 WS-JRNL-PERIOD.
          05 JP-TYPE PIC X.
          05 JP-PERIOD PIC 9(6).
          05 JP-ENTRY-TYPE PIC X.
       01 WS-JRNL-BATCH.
          05 JB-TYPE PIC X.
          05 JB-BATCH-ID PIC 9(7).
          05 JB-OPERATOR PIC X(8).
       01 WS-JRNL-ENTITY.
          05 JE-TYPE PIC X VALUE "E".
          05 JE-ENTITY PIC X(3).

       01 WS-RUN-DATE-ED.
          05 WS-RUN-YYYY PIC 9(4).
          05 FILLER PIC X VALUE "-".
          05 WS-RUN-MM PIC 9(2).
          05 FILLER PIC X VALUE "-".
          05 WS-RUN-DD PIC 9(2).

       01 WS-TITLE-LINE.
          05 FILLER PIC X(30) VALUE "YEAR-END CLOSE   FISCAL YEAR: ".
          05 WS-T-YEAR PIC 9(4).
          05 FILLER PIC X(12) VALUE "   RUN DATE ".
          05 WS-T-DATE PIC X(10).
       01 WS-COLUMN-LINE PIC X(60) VALUE
          "ACCOUNT  CLASS  YEAR-END BALANCE  CLOSING ENTRY".
       01 WS-CLOSE-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-C-ACCT PIC 9(4).
          05 FILLER PIC X(6) VALUE SPACES.
          05 WS-C-CLASS PIC X.
          05 FILLER PIC X(5) VALUE SPACES.
          05 WS-C-BALANCE PIC -(6)9.99.
          05 FILLER PIC X(3) VALUE SPACES.
          05 WS-C-DC PIC X(6).
          05 FILLER PIC X VALUE SPACE.
          05 WS-C-AMOUNT PIC Z(5)9.99.
       01 WS-ENTITY-LINE.
          05 FILLER PIC X(7) VALUE "ENTITY ".
          05 WS-E-CODE PIC X(3).
          05 FILLER PIC X(20) VALUE "   RETAINED EARNINGS".
          05 FILLER PIC X VALUE SPACE.
          05 WS-E-ACCT PIC 9(4).
       01 WS-TOTAL-LINE.
          05 WS-TL-LABEL PIC X(38).
          05 WS-TL-AMOUNT PIC -(7)9.99.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           MOVE 2 TO WS-REQUIRED-LEVEL
           CALL "OPERATOR-AUTH" USING WS-REQUIRED-LEVEL
               WS-ALLOWED-FLAG WS-OPERATOR-ID
           END-CALL
           IF WS-ALLOWED-FLAG NOT = "Y"
               DISPLAY "Year-end close refused - supervisor level"
                   " required (operator " WS-OPERATOR-ID ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL
           CALL "GET-OPEN-PERIOD"
               USING WS-OPEN-PERIOD WS-PERIOD-STATUS
           END-CALL
           COMPUTE WS-FISCAL-YEAR = WS-OPEN-YYYY - 1

           PERFORM LOAD-YEAR-END-CONTROL
           IF WS-FISCAL-YEAR <= WS-LAST-CLOSED-YEAR
               DISPLAY "Fiscal year " WS-FISCAL-YEAR
                   " already closed (last closed "
                   WS-LAST-CLOSED-YEAR ") - run refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-CHART-CLASSES
           PERFORM LOAD-ENTITIES
           PERFORM LOAD-RETAINED-EARNINGS-ACCOUNTS
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF

           PERFORM LOAD-YEAR-END-BALANCES
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF
           PERFORM CHECK-ENTITY-RETAINED
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF

           IF WS-CLOSE-COUNT = 0
               DISPLAY "No revenue or expense balances at year end"
                   " - no closing batch written"
           ELSE
               PERFORM WRITE-CLOSING-BATCH
               IF RETURN-CODE NOT = 0
                   STOP RUN
               END-IF
           END-IF
           PERFORM WRITE-CLOSING-REPORT
           PERFORM WRITE-YEAR-END-CONTROL

           DISPLAY "Fiscal year " WS-FISCAL-YEAR " closed - "
               WS-CLOSE-COUNT " accounts cleared in "
               WS-BATCH-COUNT " entity batches"
           STOP RUN.

       LOAD-YEAR-END-CONTROL.
           OPEN INPUT YEAR-CONTROL-FILE
           IF YCTL-FILE-STATUS = "00"
               READ YEAR-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE YEAR-CONTROL-REC TO WS-LAST-CLOSED-YEAR
               END-READ
               CLOSE YEAR-CONTROL-FILE
           END-IF.

       LOAD-CHART-CLASSES.
           OPEN INPUT CHART-FILE
           IF CHART-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open chart-of-accounts.txt FS="
                   CHART-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ CHART-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-CHART-COUNT < 200
                           ADD 1 TO WS-CHART-COUNT
                           MOVE CA-ACCT TO CH-ACCT(WS-CHART-COUNT)
                           MOVE CA-CLASS TO CH-CLASS(WS-CHART-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHART-FILE.

      *---------------------------------------------------------------
      * The entity list and the account-to-entity map, as
      * POST-BALANCE-UPDATE reads them.
      *---------------------------------------------------------------
       LOAD-ENTITIES.
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ENTITY-FILE
           IF ENT-FILE-STATUS = "00"
               MOVE "N" TO WS-END-FLAG
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ ENTITY-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF EF-CODE NOT = SPACES
                               AND WS-ENT-COUNT < 20
                               MOVE EF-CODE TO WS-FIND-ENTITY
                               PERFORM ADD-ENTITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTITY-FILE
           END-IF
           OPEN INPUT ACCT-ENTITY-FILE
           IF AENT-FILE-STATUS = "00"
               MOVE "N" TO WS-END-FLAG
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ ACCT-ENTITY-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF WS-AENT-COUNT < 500
                               ADD 1 TO WS-AENT-COUNT
                               MOVE AE-ACCT TO AN-ACCT(WS-AENT-COUNT)
                               MOVE AE-ENTITY
                                   TO AN-ENTITY(WS-AENT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-ENTITY-FILE
           END-IF.

       ADD-ENTITY.
           ADD 1 TO WS-ENT-COUNT
           MOVE WS-FIND-ENTITY TO EN-CODE(WS-ENT-COUNT)
           MOVE 0 TO EN-RETAINED(WS-ENT-COUNT)
           MOVE 0 TO EN-CLOSE-COUNT(WS-ENT-COUNT)
           MOVE 0 TO EN-REVENUE(WS-ENT-COUNT)
           MOVE 0 TO EN-EXPENSE(WS-ENT-COUNT)
           MOVE 0 TO EN-NET(WS-ENT-COUNT).

      *---------------------------------------------------------------
      * One retained-earnings account per entity. Each must itself
      * be on the chart as equity - closing the year into a revenue
      * account would just move the problem - and must belong to
      * the entity it closes, or the close would strand the result
      * in another entity's books. With no entity file the first
      * row names the ledger's one entity.
      *---------------------------------------------------------------
       LOAD-RETAINED-EARNINGS-ACCOUNTS.
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RETAINED-FILE
           IF RETN-FILE-STATUS = "00"
               MOVE "N" TO WS-END-FLAG
               PERFORM UNTIL WS-END-FLAG = "Y"
                   READ RETAINED-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           IF RE-ENTITY NOT = SPACES
                               PERFORM STORE-RETAINED-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETAINED-FILE
           END-IF
           IF WS-RETAINED-ROWS = 0
               DISPLAY "No retained-earnings account on file - "
                   "close not run"
               MOVE 8 TO RETURN-CODE
           END-IF.

       STORE-RETAINED-ACCOUNT.
           IF WS-ENT-COUNT = 0
               MOVE RE-ENTITY TO WS-FIND-ENTITY
               PERFORM ADD-ENTITY
           END-IF
           MOVE RE-ENTITY TO WS-FIND-ENTITY
           PERFORM FIND-ENTITY
           IF WS-ENT-FOUND = 0
               DISPLAY "Retained-earnings row for unknown entity "
                   RE-ENTITY " ignored"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RETAINED-ROWS
           MOVE RE-ACCT TO WS-FIND-ACCT
           PERFORM FIND-CHART-CLASS
           IF WS-CHART-CLASS NOT = "E"
               DISPLAY "Retained-earnings account " RE-ACCT
                   " is not classed as equity - close not run"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-ACCOUNT-ENTITY
           IF WS-FIND-ENTITY NOT = RE-ENTITY
               DISPLAY "Retained-earnings account " RE-ACCT
                   " belongs to " WS-FIND-ENTITY ", not "
                   RE-ENTITY " - close not run"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE RE-ENTITY TO WS-FIND-ENTITY
           PERFORM FIND-ENTITY
           MOVE RE-ACCT TO EN-RETAINED(WS-ENT-FOUND).

      *---------------------------------------------------------------
      * The entity owning WS-FIND-ACCT, into WS-FIND-ENTITY.
      *---------------------------------------------------------------
       RESOLVE-ACCOUNT-ENTITY.
           MOVE EN-CODE(1) TO WS-FIND-ENTITY
           PERFORM VARYING WS-AENT-IDX FROM 1 BY 1
                   UNTIL WS-AENT-IDX > WS-AENT-COUNT
               IF AN-ACCT(WS-AENT-IDX) = WS-FIND-ACCT
                   MOVE AN-ENTITY(WS-AENT-IDX) TO WS-FIND-ENTITY
               END-IF
           END-PERFORM.

       FIND-ENTITY.
           MOVE 0 TO WS-ENT-FOUND
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
               IF EN-CODE(WS-ENT-IDX) = WS-FIND-ENTITY
                   MOVE WS-ENT-IDX TO WS-ENT-FOUND
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * Every entity with a result to close needs somewhere to
      * close it.
      *---------------------------------------------------------------
       CHECK-ENTITY-RETAINED.
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
               IF EN-CLOSE-COUNT(WS-ENT-IDX) > 0
                   AND EN-RETAINED(WS-ENT-IDX) = 0
                   DISPLAY "Entity " EN-CODE(WS-ENT-IDX)
                       " has no retained-earnings account on file"
                       " - close not run"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-PERFORM.

       FIND-CHART-CLASS.
           MOVE SPACE TO WS-CHART-CLASS
           PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
                   UNTIL WS-CHART-IDX > WS-CHART-COUNT
               IF CH-ACCT(WS-CHART-IDX) = WS-FIND-ACCT
                   MOVE CH-CLASS(WS-CHART-IDX) TO WS-CHART-CLASS
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * December's closing balances are January's stored openings.
      * Their absence means December has not been closed yet.
      *---------------------------------------------------------------
       LOAD-YEAR-END-BALANCES.
           COMPUTE WS-ON-YYYY = WS-FISCAL-YEAR + 1
           MOVE 1 TO WS-ON-MM
           OPEN INPUT OPENING-FILE
           IF OPEN-FILE-STATUS NOT = "00"
               DISPLAY "December " WS-FISCAL-YEAR " has not been"
                   " closed (no " WS-OPENING-NAME ") - run refused"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ OPENING-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       PERFORM STORE-CLOSING-ENTRY
               END-READ
           END-PERFORM
           CLOSE OPENING-FILE
           COMPUTE WS-NET-EARNINGS =
               WS-TOTAL-REVENUE - WS-TOTAL-EXPENSE
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
               COMPUTE EN-NET(WS-ENT-IDX) =
                   EN-REVENUE(WS-ENT-IDX) - EN-EXPENSE(WS-ENT-IDX)
           END-PERFORM.

       STORE-CLOSING-ENTRY.
           MOVE OP-ACCT-NUMBER TO WS-FIND-ACCT
           PERFORM FIND-CHART-CLASS
           IF WS-CHART-CLASS NOT = "R" AND NOT = "X"
               EXIT PARAGRAPH
           END-IF
           IF OP-ACCT-BALANCE = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-ACCOUNT-ENTITY
           PERFORM FIND-ENTITY
           IF WS-ENT-FOUND = 0
               DISPLAY "Account " OP-ACCT-NUMBER " belongs to "
                   "unknown entity " WS-FIND-ENTITY " - close not run"
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO WS-END-FLAG
               EXIT PARAGRAPH
           END-IF
           IF WS-CLOSE-COUNT >= 200
               DISPLAY "Closing table full - close not run"
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO WS-END-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CLOSE-COUNT
           MOVE OP-ACCT-NUMBER TO CL-ACCT(WS-CLOSE-COUNT)
           MOVE WS-CHART-CLASS TO CL-CLASS(WS-CLOSE-COUNT)
           MOVE WS-ENT-FOUND TO CL-ENT(WS-CLOSE-COUNT)
           ADD 1 TO EN-CLOSE-COUNT(WS-ENT-FOUND)
           MOVE OP-ACCT-BALANCE TO CL-BALANCE(WS-CLOSE-COUNT)
           IF OP-ACCT-BALANCE > 0
               MOVE "D" TO CL-DC(WS-CLOSE-COUNT)
               MOVE OP-ACCT-BALANCE TO CL-AMOUNT(WS-CLOSE-COUNT)
           ELSE
               MOVE "C" TO CL-DC(WS-CLOSE-COUNT)
               COMPUTE CL-AMOUNT(WS-CLOSE-COUNT) =
                   0 - OP-ACCT-BALANCE
           END-IF
           IF WS-CHART-CLASS = "R"
               ADD OP-ACCT-BALANCE TO WS-TOTAL-REVENUE
               ADD OP-ACCT-BALANCE TO EN-REVENUE(WS-ENT-FOUND)
           ELSE
               SUBTRACT OP-ACCT-BALANCE FROM WS-TOTAL-EXPENSE
               SUBTRACT OP-ACCT-BALANCE FROM EN-EXPENSE(WS-ENT-FOUND)
           END-IF.

      *---------------------------------------------------------------
      * One balanced batch per entity: the entity's revenue and
      * expense balances reversed, the entity's net to its own
      * retained earnings on the opposite side. Credits minus debits
      * is zero within the entity, so each batch pre-totals clean
      * and needs no intercompany pair at posting.
      *---------------------------------------------------------------
       WRITE-CLOSING-BATCH.
           OPEN EXTEND JOURNAL-FILE
           IF JRNL-FILE-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF JRNL-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open journal, FS=" JRNL-FILE-STATUS
                   " - close not run"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
               IF EN-CLOSE-COUNT(WS-ENT-IDX) > 0
                   PERFORM WRITE-ENTITY-BATCH
               END-IF
           END-PERFORM
           CLOSE JOURNAL-FILE.

       WRITE-ENTITY-BATCH.
           MOVE EN-RETAINED(WS-ENT-IDX) TO WS-RETAINED-ACCT
           IF EN-NET(WS-ENT-IDX) < 0
               MOVE "D" TO WS-RETAINED-DC
               COMPUTE WS-RETAINED-LEFT = 0 - EN-NET(WS-ENT-IDX)
           ELSE
               MOVE "C" TO WS-RETAINED-DC
               MOVE EN-NET(WS-ENT-IDX) TO WS-RETAINED-LEFT
           END-IF
           COMPUTE WS-RETAINED-CHUNKS =
               FUNCTION INTEGER((WS-RETAINED-LEFT + 99999.98)
                   / 99999.99)
           COMPUTE WS-DTL-COUNT =
               EN-CLOSE-COUNT(WS-ENT-IDX) + WS-RETAINED-CHUNKS

           MOVE "P" TO JP-TYPE
           MOVE WS-OPEN-PERIOD TO JP-PERIOD
           MOVE "C" TO JP-ENTRY-TYPE
           MOVE SPACES TO JOURNAL-REC
           MOVE WS-JRNL-PERIOD TO JOURNAL-REC
           WRITE JOURNAL-REC
           CALL "NEXT-BATCH-ID" USING JB-BATCH-ID JB-OPERATOR
           END-CALL
           MOVE "B" TO JB-TYPE
           MOVE WS-JRNL-BATCH TO JOURNAL-REC
           WRITE JOURNAL-REC
           MOVE EN-CODE(WS-ENT-IDX) TO JE-ENTITY
           MOVE SPACES TO JOURNAL-REC
           MOVE WS-JRNL-ENTITY TO JOURNAL-REC
           WRITE JOURNAL-REC

           MOVE "H" TO JH-TYPE
           MOVE WS-DTL-COUNT TO JH-COUNT
           MOVE 0 TO JH-NET
           MOVE WS-JRNL-HEADER TO JOURNAL-REC
           WRITE JOURNAL-REC

           PERFORM VARYING WS-CLOSE-IDX FROM 1 BY 1
                   UNTIL WS-CLOSE-IDX > WS-CLOSE-COUNT
               IF CL-ENT(WS-CLOSE-IDX) = WS-ENT-IDX
                   MOVE "D" TO JT-TYPE
                   MOVE CL-ACCT(WS-CLOSE-IDX) TO JT-ACCT
                   MOVE CL-DC(WS-CLOSE-IDX) TO JT-DC
                   MOVE CL-AMOUNT(WS-CLOSE-IDX) TO JT-AMOUNT
                   MOVE WS-JRNL-DETAIL TO JOURNAL-REC
                   WRITE JOURNAL-REC
               END-IF
           END-PERFORM

           PERFORM UNTIL WS-RETAINED-LEFT = 0
               IF WS-RETAINED-LEFT > 99999.99
                   MOVE 99999.99 TO WS-RETAINED-CHUNK
               ELSE
                   MOVE WS-RETAINED-LEFT TO WS-RETAINED-CHUNK
               END-IF
               SUBTRACT WS-RETAINED-CHUNK FROM WS-RETAINED-LEFT
               MOVE "D" TO JT-TYPE
               MOVE WS-RETAINED-ACCT TO JT-ACCT
               MOVE WS-RETAINED-DC TO JT-DC
               MOVE WS-RETAINED-CHUNK TO JT-AMOUNT
               MOVE WS-JRNL-DETAIL TO JOURNAL-REC
               WRITE JOURNAL-REC
           END-PERFORM
           ADD 1 TO WS-BATCH-COUNT
           DISPLAY "Closing batch written for " EN-CODE(WS-ENT-IDX)
               ": " WS-DTL-COUNT " details".

       WRITE-CLOSING-REPORT.
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MM
           MOVE WS-RUN-DATE(7:2) TO WS-RUN-DD
           OPEN OUTPUT REPORT-FILE
           MOVE WS-FISCAL-YEAR TO WS-T-YEAR
           MOVE WS-RUN-DATE-ED TO WS-T-DATE
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-LINE
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
               IF EN-CLOSE-COUNT(WS-ENT-IDX) > 0
                   PERFORM WRITE-ENTITY-SECTION
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TOTAL REVENUE CLOSED" TO WS-TL-LABEL
           MOVE WS-TOTAL-REVENUE TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "TOTAL EXPENSE CLOSED" TO WS-TL-LABEL
           MOVE WS-TOTAL-EXPENSE TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "NET EARNINGS TO RETAINED EARNINGS" TO WS-TL-LABEL
           MOVE WS-NET-EARNINGS TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           CLOSE REPORT-FILE.

       WRITE-ENTITY-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE EN-CODE(WS-ENT-IDX) TO WS-E-CODE
           MOVE EN-RETAINED(WS-ENT-IDX) TO WS-E-ACCT
           WRITE REPORT-LINE FROM WS-ENTITY-LINE
           PERFORM VARYING WS-CLOSE-IDX FROM 1 BY 1
                   UNTIL WS-CLOSE-IDX > WS-CLOSE-COUNT
               IF CL-ENT(WS-CLOSE-IDX) = WS-ENT-IDX
                   MOVE CL-ACCT(WS-CLOSE-IDX) TO WS-C-ACCT
                   MOVE CL-CLASS(WS-CLOSE-IDX) TO WS-C-CLASS
                   MOVE CL-BALANCE(WS-CLOSE-IDX) TO WS-C-BALANCE
                   IF CL-DC(WS-CLOSE-IDX) = "D"
                       MOVE "DEBIT" TO WS-C-DC
                   ELSE
                       MOVE "CREDIT" TO WS-C-DC
                   END-IF
                   MOVE CL-AMOUNT(WS-CLOSE-IDX) TO WS-C-AMOUNT
                   WRITE REPORT-LINE FROM WS-CLOSE-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-TL-LABEL
           STRING "NET EARNINGS TO RETAINED EARNINGS "
                      DELIMITED BY SIZE
                  WS-E-ACCT DELIMITED BY SIZE
                  INTO WS-TL-LABEL
           END-STRING
           MOVE EN-NET(WS-ENT-IDX) TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       WRITE-YEAR-END-CONTROL.
           OPEN OUTPUT YEAR-CONTROL-FILE
           MOVE WS-FISCAL-YEAR TO YEAR-CONTROL-REC
           WRITE YEAR-CONTROL-REC
           CLOSE YEAR-CONTROL-FILE.
