       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST-DATA-EXTRACT.

      *---------------------------------------------------------------
      * Masked test-data extract from the production masters, so a
      * payroll or posting problem can be reproduced without real
      * names, bank accounts and IDs leaving production.
      *
      * test-data-files.txt names the files, one per line, in the
      * order they are extracted:
      *
      *   <kind 1><source 40><target 40>
      *   then six field slots of <type 1><col 9(3)><len 9(2)>
      *
      * kind I is the keyed account master, read in key order
      * through its index and written out line sequential; kind S
      * is any line sequential file. Each field slot names a
      * position in the record and what it holds:
      *
      *   E employee ID      S student ID      C contact ID
      *   A account number   B bank account    N full name
      *   F first name       L last name       T city
      *
      * Every distinct real value of a type gets its own fake the
      * first time it is seen and keeps it for the rest of the run,
      * so EMP003 becomes the same fake employee in the employee
      * master, the payment elections and the YTD master, and a
      * student, contact or account still joins across files.
      * Account numbers get a fresh base and the check digit
      * ACCT-CHECK-DIGIT accepts; bank accounts keep their shape
      * with every digit replaced; names and cities come from the
      * tables below. The real-to-fake map is never written out.
      *
      * test-data-select.txt, when present, narrows the extract to
      * a subset: <type 1><ID 20> per line, e.g. EEMP003. A record
      * is then kept only if the first ID slot on its line is
      * selected, and a record kept brings its other IDs into the
      * subset - a selected student's receivable account, that
      * account's contact link, the contact itself - so the subset
      * stays consistent as long as linking files are listed ahead
      * of the masters they link to. With no selection every record
      * is extracted.
      *
      * RETURN-CODE 4 when a source file is missing or a target
      * can't be written, 8 when there is no file list.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-LIST-FILE ASSIGN TO "test-data-files.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LIST-FILE-STATUS.
           SELECT SELECT-FILE ASSIGN TO "test-data-select.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SEL-FILE-STATUS.
           SELECT ACCT-IDX-FILE ASSIGN USING WS-SOURCE-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS IDX-ACCT-NUMBER
              FILE STATUS IS IDX-FILE-STATUS.
           SELECT SOURCE-FILE ASSIGN USING WS-SOURCE-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SRC-FILE-STATUS.
           SELECT TARGET-FILE ASSIGN USING WS-TARGET-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TGT-FILE-STATUS.
           COPY EXCLGSEL.
           COPY RUNSTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-LIST-FILE.
       01 FILE-LIST-REC.
          05 FL-KIND PIC X.
          05 FL-SOURCE PIC X(40).
          05 FL-TARGET PIC X(40).
          05 FL-FIELD OCCURS 6 TIMES.
             10 FL-TYPE PIC X.
             10 FL-COL PIC 9(3).
             10 FL-LEN PIC 9(2).

       FD SELECT-FILE.
       01 SELECT-REC.
          05 SR-TYPE PIC X.
          05 SR-VALUE PIC X(20).

       FD ACCT-IDX-FILE.
       01 ACCT-IDX-RECORD.
          05 IDX-ACCT-NUMBER PIC 9(4).
          05 IDX-ACCT-NAME PIC X(4).
          05 IDX-ACCT-BALANCE PIC S9(5)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

       FD SOURCE-FILE.
       01 SOURCE-REC PIC X(256).

       FD TARGET-FILE.
       01 TARGET-REC PIC X(256).

       COPY EXCLGFD.
       COPY RUNSTFD.

       WORKING-STORAGE SECTION.
       COPY EXCLGWS.
       COPY RUNSTWS.

       01 LIST-FILE-STATUS PIC XX.
       01 SEL-FILE-STATUS PIC XX.
       01 IDX-FILE-STATUS PIC XX.
       01 SRC-FILE-STATUS PIC XX.
       01 TGT-FILE-STATUS PIC XX.
       01 WS-END-FLAG PIC X VALUE "N".

       01 WS-SOURCE-PATH PIC X(40).
       01 WS-TARGET-PATH PIC X(40).
       01 WS-REC PIC X(256).
       01 WS-READ-COUNT PIC 9(7).
       01 WS-KEPT-COUNT PIC 9(7).
       01 WS-PROBLEM-COUNT PIC 9(3) VALUE 0.
       01 WS-SUBSET PIC X VALUE "N".
       01 WS-KEEP PIC X.

       01 WS-FILE-COUNT PIC 9(2) VALUE 0.
       01 WS-FILE-IDX PIC 9(2).
       01 WS-FILE-TABLE.
          05 WS-FILE-ENTRY OCCURS 40 TIMES.
             10 FT-KIND PIC X.
             10 FT-SOURCE PIC X(40).
             10 FT-TARGET PIC X(40).
             10 FT-FIELD OCCURS 6 TIMES.
                15 FT-TYPE PIC X.
                15 FT-COL PIC 9(3).
                15 FT-LEN PIC 9(2).
       01 WS-FLD-IDX PIC 9.
       01 WS-KEY-FLD PIC 9.

      *---------------------------------------------------------------
      * The field being masked.
      *---------------------------------------------------------------
       01 WS-TYPE PIC X.
       01 WS-COL PIC 9(3).
       01 WS-LEN PIC 9(2).
       01 WS-REAL PIC X(20).
       01 WS-FAKE PIC X(20).
       01 WS-CHAR-IDX PIC 9(2).

      *---------------------------------------------------------------
      * Real-to-fake map, all types together, and how many values of
      * each type have been given fakes so far - the ordinal seeds
      * the next fake. Types are counted in the order E S C A B N F
      * L T.
      *---------------------------------------------------------------
       01 WS-TYPE-LIST PIC X(9) VALUE "ESCABNFLT".
       01 WS-TYPE-POS PIC 9.
       01 WS-TYPE-SEQ-TABLE.
          05 WS-TYPE-SEQ OCCURS 9 TIMES PIC 9(5).
       01 WS-ORDINAL PIC 9(5).
       01 WS-MAP-COUNT PIC 9(4) VALUE 0.
       01 WS-MAP-IDX PIC 9(4).
       01 WS-MAP-MATCH PIC 9(4).
       01 WS-MAP-TABLE.
          05 WS-MAP-ENTRY OCCURS 3000 TIMES.
             10 MP-TYPE PIC X.
             10 MP-REAL PIC X(20).
             10 MP-FAKE PIC X(20).

       01 WS-SEL-COUNT PIC 9(4) VALUE 0.
       01 WS-SEL-IDX PIC 9(4).
       01 WS-SEL-FOUND PIC X.
       01 WS-SEL-TABLE.
          05 WS-SEL-ENTRY OCCURS 2000 TIMES.
             10 SL-TYPE PIC X.
             10 SL-VALUE PIC X(20).

      *---------------------------------------------------------------
      * Fake IDs and numbers.
      *---------------------------------------------------------------
       01 WS-FAKE-EMP.
          05 FILLER PIC X(3) VALUE "EMP".
          05 WS-FAKE-EMP-NO PIC 9(3).
       01 WS-FAKE-5 PIC 9(5).
       01 WS-FAKE-ACCT.
          05 WS-FAKE-ACCT-BASE PIC 9(3).
          05 WS-FAKE-ACCT-CHECK PIC 9.
       01 WS-ACCT-VALID PIC X.
       01 WS-FAKE-DIGITS PIC 9(12).
       01 WS-FAKE-DIGITS-X REDEFINES WS-FAKE-DIGITS PIC X(12).
       01 WS-DIGIT-IDX PIC 9(2).

      *---------------------------------------------------------------
      * Names and cities the fakes are drawn from.
      *---------------------------------------------------------------
       01 WS-FIRST-NAME-VALUES.
          05 FILLER PIC X(10) VALUE "ANNA".
          05 FILLER PIC X(10) VALUE "BRUNO".
          05 FILLER PIC X(10) VALUE "CLARA".
          05 FILLER PIC X(10) VALUE "DENNIS".
          05 FILLER PIC X(10) VALUE "ELENA".
          05 FILLER PIC X(10) VALUE "FELIX".
          05 FILLER PIC X(10) VALUE "GRETA".
          05 FILLER PIC X(10) VALUE "HUGO".
          05 FILLER PIC X(10) VALUE "INES".
          05 FILLER PIC X(10) VALUE "JONAS".
          05 FILLER PIC X(10) VALUE "KAREN".
          05 FILLER PIC X(10) VALUE "LEON".
          05 FILLER PIC X(10) VALUE "MAYA".
          05 FILLER PIC X(10) VALUE "NOAH".
          05 FILLER PIC X(10) VALUE "OLGA".
          05 FILLER PIC X(10) VALUE "PETER".
          05 FILLER PIC X(10) VALUE "RUTH".
          05 FILLER PIC X(10) VALUE "SIMON".
          05 FILLER PIC X(10) VALUE "TERESA".
          05 FILLER PIC X(10) VALUE "VICTOR".
       01 WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
          05 WS-FIRST-NAME OCCURS 20 TIMES PIC X(10).

       01 WS-LAST-NAME-VALUES.
          05 FILLER PIC X(12) VALUE "ABBOTT".
          05 FILLER PIC X(12) VALUE "BARNES".
          05 FILLER PIC X(12) VALUE "CALLOWAY".
          05 FILLER PIC X(12) VALUE "DRUMMOND".
          05 FILLER PIC X(12) VALUE "ELLISON".
          05 FILLER PIC X(12) VALUE "FARRELL".
          05 FILLER PIC X(12) VALUE "GARLAND".
          05 FILLER PIC X(12) VALUE "HOLLOWAY".
          05 FILLER PIC X(12) VALUE "IRVING".
          05 FILLER PIC X(12) VALUE "JANSEN".
          05 FILLER PIC X(12) VALUE "KESSLER".
          05 FILLER PIC X(12) VALUE "LANGFORD".
          05 FILLER PIC X(12) VALUE "MERCER".
          05 FILLER PIC X(12) VALUE "NORTON".
          05 FILLER PIC X(12) VALUE "OSBORNE".
          05 FILLER PIC X(12) VALUE "PRESTON".
          05 FILLER PIC X(12) VALUE "QUINLAN".
          05 FILLER PIC X(12) VALUE "RADCLIFFE".
          05 FILLER PIC X(12) VALUE "SUTTON".
          05 FILLER PIC X(12) VALUE "WHITFIELD".
       01 WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-VALUES.
          05 WS-LAST-NAME OCCURS 20 TIMES PIC X(12).

       01 WS-CITY-VALUES.
          05 FILLER PIC X(14) VALUE "ASHFORD".
          05 FILLER PIC X(14) VALUE "BRAMLEY".
          05 FILLER PIC X(14) VALUE "CORBRIDGE".
          05 FILLER PIC X(14) VALUE "DUNMORE".
          05 FILLER PIC X(14) VALUE "EASTWICK".
          05 FILLER PIC X(14) VALUE "FAIRHAVEN".
          05 FILLER PIC X(14) VALUE "GLENBROOK".
          05 FILLER PIC X(14) VALUE "HARTLEY".
          05 FILLER PIC X(14) VALUE "IVYBRIDGE".
          05 FILLER PIC X(14) VALUE "KINGSMERE".
          05 FILLER PIC X(14) VALUE "LOWESTON".
          05 FILLER PIC X(14) VALUE "MILLBROOK".
          05 FILLER PIC X(14) VALUE "NORTHAM".
          05 FILLER PIC X(14) VALUE "OAKRIDGE".
          05 FILLER PIC X(14) VALUE "PENROSE".
          05 FILLER PIC X(14) VALUE "REDFIELD".
          05 FILLER PIC X(14) VALUE "STANWAY".
          05 FILLER PIC X(14) VALUE "THORNBURY".
          05 FILLER PIC X(14) VALUE "WESTLEIGH".
          05 FILLER PIC X(14) VALUE "YARDLEY".
       01 WS-CITY-TABLE REDEFINES WS-CITY-VALUES.
          05 WS-CITY OCCURS 20 TIMES PIC X(14).
       01 WS-NAME-IDX PIC 9(2).
       01 WS-NAME-IDX-2 PIC 9(2).

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           MOVE "TEST-DATA-EXTRACT" TO EL-PROGRAM-ID
           MOVE "TEST-DATA-EXTRACT" TO RS-PROGRAM-ID
           PERFORM START-RUN-STATS
           INITIALIZE WS-TYPE-SEQ-TABLE

           PERFORM LOAD-FILE-LIST
           IF WS-FILE-COUNT = 0
               DISPLAY "No test-data file list - nothing extracted"
               MOVE "test-data-files.txt" TO EL-CURRENT-FILE
               MOVE LIST-FILE-STATUS TO EL-CURRENT-STATUS
               PERFORM WRITE-EXCEPTION-LOG
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-STATS
               STOP RUN
           END-IF
           PERFORM LOAD-SELECTION

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               PERFORM EXTRACT-ONE-FILE
           END-PERFORM

           DISPLAY "Files extracted: " WS-FILE-COUNT
               "  problems: " WS-PROBLEM-COUNT
           DISPLAY "Values masked:   " WS-MAP-COUNT
           IF WS-PROBLEM-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-STATS
           STOP RUN.

       LOAD-FILE-LIST.
           OPEN INPUT FILE-LIST-FILE
           IF LIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ FILE-LIST-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF FL-SOURCE NOT = SPACES
                           AND WS-FILE-COUNT < 40
                           ADD 1 TO WS-FILE-COUNT
                           MOVE FILE-LIST-REC
                               TO WS-FILE-ENTRY(WS-FILE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-LIST-FILE
           MOVE "N" TO WS-END-FLAG.

       LOAD-SELECTION.
           OPEN INPUT SELECT-FILE
           IF SEL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ SELECT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF SR-VALUE NOT = SPACES
                           MOVE SR-TYPE TO WS-TYPE
                           MOVE SR-VALUE TO WS-REAL
                           PERFORM ADD-SELECTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SELECT-FILE
           MOVE "N" TO WS-END-FLAG
           IF WS-SEL-COUNT > 0
               MOVE "Y" TO WS-SUBSET
           END-IF.

      *---------------------------------------------------------------
      * A missing source is reported and the rest of the set still
      * goes out; the target is written only once the source is
      * open, so a missing file leaves no empty stand-in behind.
      *---------------------------------------------------------------
       EXTRACT-ONE-FILE.
           MOVE FT-SOURCE(WS-FILE-IDX) TO WS-SOURCE-PATH
           MOVE FT-TARGET(WS-FILE-IDX) TO WS-TARGET-PATH
           MOVE 0 TO WS-READ-COUNT WS-KEPT-COUNT
           IF FT-KIND(WS-FILE-IDX) = "I"
               OPEN INPUT ACCT-IDX-FILE
               MOVE IDX-FILE-STATUS TO EL-CURRENT-STATUS
           ELSE
               OPEN INPUT SOURCE-FILE
               MOVE SRC-FILE-STATUS TO EL-CURRENT-STATUS
           END-IF
           IF EL-CURRENT-STATUS NOT = "00"
               DISPLAY "Cannot read " FUNCTION TRIM(WS-SOURCE-PATH)
                   ", FS=" EL-CURRENT-STATUS
               MOVE WS-SOURCE-PATH TO EL-CURRENT-FILE
               PERFORM WRITE-EXCEPTION-LOG
               ADD 1 TO WS-PROBLEM-COUNT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TARGET-FILE
           IF TGT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot write " FUNCTION TRIM(WS-TARGET-PATH)
                   ", FS=" TGT-FILE-STATUS
               MOVE WS-TARGET-PATH TO EL-CURRENT-FILE
               MOVE TGT-FILE-STATUS TO EL-CURRENT-STATUS
               PERFORM WRITE-EXCEPTION-LOG
               ADD 1 TO WS-PROBLEM-COUNT
               IF FT-KIND(WS-FILE-IDX) = "I"
                   CLOSE ACCT-IDX-FILE
               ELSE
                   CLOSE SOURCE-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-END-FLAG = "Y"
               IF FT-KIND(WS-FILE-IDX) = "I"
                   READ ACCT-IDX-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           MOVE ACCT-IDX-RECORD TO WS-REC
                   END-READ
               ELSE
                   READ SOURCE-FILE
                       AT END
                           MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                           MOVE SOURCE-REC TO WS-REC
                   END-READ
               END-IF
               IF WS-END-FLAG = "N"
                   ADD 1 TO WS-READ-COUNT
                   PERFORM EXTRACT-ONE-RECORD
               END-IF
           END-PERFORM
           MOVE "N" TO WS-END-FLAG
           IF FT-KIND(WS-FILE-IDX) = "I"
               CLOSE ACCT-IDX-FILE
           ELSE
               CLOSE SOURCE-FILE
           END-IF
           CLOSE TARGET-FILE
           ADD WS-READ-COUNT TO RS-IN-COUNT
           ADD WS-KEPT-COUNT TO RS-OUT-COUNT
           DISPLAY FUNCTION TRIM(WS-SOURCE-PATH) ": read "
               WS-READ-COUNT " extracted " WS-KEPT-COUNT.

       EXTRACT-ONE-RECORD.
           MOVE "Y" TO WS-KEEP
           IF WS-SUBSET = "Y"
               PERFORM CHECK-RECORD-SELECTED
           END-IF
           IF WS-KEEP = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > 6
               IF FT-TYPE(WS-FILE-IDX WS-FLD-IDX) NOT = SPACE
                   PERFORM MASK-ONE-FIELD
               END-IF
           END-PERFORM
           WRITE TARGET-REC FROM WS-REC
           ADD 1 TO WS-KEPT-COUNT.

      *---------------------------------------------------------------
      * The record stands or falls on the first ID slot of its line;
      * once kept, every ID on it joins the subset.
      *---------------------------------------------------------------
       CHECK-RECORD-SELECTED.
           MOVE 0 TO WS-KEY-FLD
           PERFORM VARYING WS-FLD-IDX FROM 6 BY -1
                   UNTIL WS-FLD-IDX < 1
               IF FT-TYPE(WS-FILE-IDX WS-FLD-IDX) = "E" OR "S"
                   OR "C" OR "A"
                   MOVE WS-FLD-IDX TO WS-KEY-FLD
               END-IF
           END-PERFORM
           IF WS-KEY-FLD = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KEY-FLD TO WS-FLD-IDX
           PERFORM TAKE-FIELD-VALUE
           PERFORM FIND-SELECTED
           IF WS-SEL-FOUND = "N"
               MOVE "N" TO WS-KEEP
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > 6
               IF FT-TYPE(WS-FILE-IDX WS-FLD-IDX) = "E" OR "S"
                   OR "C" OR "A"
                   PERFORM TAKE-FIELD-VALUE
                   PERFORM ADD-SELECTED
               END-IF
           END-PERFORM.

       TAKE-FIELD-VALUE.
           MOVE FT-TYPE(WS-FILE-IDX WS-FLD-IDX) TO WS-TYPE
           MOVE FT-COL(WS-FILE-IDX WS-FLD-IDX) TO WS-COL
           MOVE FT-LEN(WS-FILE-IDX WS-FLD-IDX) TO WS-LEN
           IF WS-COL = 0
               MOVE 1 TO WS-COL
           END-IF
           IF WS-LEN = 0 OR WS-LEN > 20
               MOVE 20 TO WS-LEN
           END-IF
           MOVE SPACES TO WS-REAL
           MOVE WS-REC(WS-COL:WS-LEN) TO WS-REAL.

       FIND-SELECTED.
           MOVE "N" TO WS-SEL-FOUND
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-COUNT
               IF SL-TYPE(WS-SEL-IDX) = WS-TYPE
                   AND SL-VALUE(WS-SEL-IDX) = WS-REAL
                   MOVE "Y" TO WS-SEL-FOUND
               END-IF
           END-PERFORM.

       ADD-SELECTED.
           PERFORM FIND-SELECTED
           IF WS-SEL-FOUND = "N" AND WS-SEL-COUNT < 2000
               ADD 1 TO WS-SEL-COUNT
               MOVE WS-TYPE TO SL-TYPE(WS-SEL-COUNT)
               MOVE WS-REAL TO SL-VALUE(WS-SEL-COUNT)
           END-IF.

       MASK-ONE-FIELD.
           PERFORM TAKE-FIELD-VALUE
           IF WS-REAL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MAP-MATCH
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF MP-TYPE(WS-MAP-IDX) = WS-TYPE
                   AND MP-REAL(WS-MAP-IDX) = WS-REAL
                   MOVE WS-MAP-IDX TO WS-MAP-MATCH
               END-IF
           END-PERFORM
           IF WS-MAP-MATCH > 0
               MOVE MP-FAKE(WS-MAP-MATCH) TO WS-FAKE
           ELSE
               PERFORM MAKE-FAKE
               IF WS-MAP-COUNT < 3000
                   ADD 1 TO WS-MAP-COUNT
                   MOVE WS-TYPE TO MP-TYPE(WS-MAP-COUNT)
                   MOVE WS-REAL TO MP-REAL(WS-MAP-COUNT)
                   MOVE WS-FAKE TO MP-FAKE(WS-MAP-COUNT)
               END-IF
           END-IF
           MOVE WS-FAKE(1:WS-LEN) TO WS-REC(WS-COL:WS-LEN).

      *---------------------------------------------------------------
      * The ordinal of the value within its type is stepped through
      * a multiplier prime to the range, so fakes don't repeat
      * within a type and don't follow the real order.
      *---------------------------------------------------------------
       MAKE-FAKE.
           MOVE 1 TO WS-TYPE-POS
           INSPECT WS-TYPE-LIST TALLYING WS-TYPE-POS
               FOR CHARACTERS BEFORE INITIAL WS-TYPE
           IF WS-TYPE-POS > 9
               MOVE 9 TO WS-TYPE-POS
           END-IF
           ADD 1 TO WS-TYPE-SEQ(WS-TYPE-POS)
           MOVE WS-TYPE-SEQ(WS-TYPE-POS) TO WS-ORDINAL
           MOVE SPACES TO WS-FAKE
           EVALUATE WS-TYPE
               WHEN "E"
                   COMPUTE WS-FAKE-EMP-NO =
                       FUNCTION MOD(WS-ORDINAL * 379 + 211 1000)
                   MOVE WS-FAKE-EMP TO WS-FAKE
               WHEN "S"
                   COMPUTE WS-FAKE-5 = 10000 +
                       FUNCTION MOD(WS-ORDINAL * 3571 + 4219 90000)
                   MOVE WS-FAKE-5 TO WS-FAKE
               WHEN "C"
                   COMPUTE WS-FAKE-5 = 1 +
                       FUNCTION MOD(WS-ORDINAL * 7919 + 17 99999)
                   MOVE WS-FAKE-5 TO WS-FAKE
               WHEN "A"
                   PERFORM MAKE-FAKE-ACCOUNT
               WHEN "B"
                   PERFORM MAKE-FAKE-BANK-ACCOUNT
               WHEN "N"
                   COMPUTE WS-NAME-IDX =
                       FUNCTION MOD(WS-ORDINAL * 7 + 2 20) + 1
                   COMPUTE WS-NAME-IDX-2 =
                       FUNCTION MOD(WS-ORDINAL * 11 + 5 20) + 1
                   STRING FUNCTION TRIM(WS-FIRST-NAME(WS-NAME-IDX))
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-LAST-NAME(WS-NAME-IDX-2)
                       DELIMITED BY SPACE
                       INTO WS-FAKE
                   END-STRING
               WHEN "F"
                   COMPUTE WS-NAME-IDX =
                       FUNCTION MOD(WS-ORDINAL * 7 + 2 20) + 1
                   MOVE WS-FIRST-NAME(WS-NAME-IDX) TO WS-FAKE
               WHEN "L"
                   COMPUTE WS-NAME-IDX =
                       FUNCTION MOD(WS-ORDINAL * 11 + 5 20) + 1
                   MOVE WS-LAST-NAME(WS-NAME-IDX) TO WS-FAKE
               WHEN OTHER
                   COMPUTE WS-NAME-IDX =
                       FUNCTION MOD(WS-ORDINAL * 3 + 1 20) + 1
                   MOVE WS-CITY(WS-NAME-IDX) TO WS-FAKE
           END-EVALUATE.

      *---------------------------------------------------------------
      * A new base, then whichever check digit ACCT-CHECK-DIGIT
      * accepts for it - the extract must load through the same
      * validation production does.
      *---------------------------------------------------------------
       MAKE-FAKE-ACCOUNT.
           IF WS-REAL(1:4) NOT NUMERIC
               MOVE WS-REAL TO WS-FAKE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FAKE-ACCT-BASE =
               FUNCTION MOD(WS-ORDINAL * 37 + 101 900) + 100
           MOVE "N" TO WS-ACCT-VALID
           PERFORM VARYING WS-FAKE-ACCT-CHECK FROM 0 BY 1
                   UNTIL WS-ACCT-VALID = "Y"
               CALL "ACCT-CHECK-DIGIT"
                   USING WS-FAKE-ACCT WS-ACCT-VALID
               END-CALL
               IF WS-ACCT-VALID = "Y"
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WS-FAKE-ACCT TO WS-FAKE.

      *---------------------------------------------------------------
      * Same shape as the real number - letters and punctuation
      * stay, every digit is replaced.
      *---------------------------------------------------------------
       MAKE-FAKE-BANK-ACCOUNT.
           COMPUTE WS-FAKE-DIGITS = FUNCTION MOD
               (WS-ORDINAL * 982451653 + 318726541 1000000000000)
           MOVE WS-REAL TO WS-FAKE
           MOVE 0 TO WS-DIGIT-IDX
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 20
               IF WS-FAKE(WS-CHAR-IDX:1) IS NUMERIC
                   ADD 1 TO WS-DIGIT-IDX
                   IF WS-DIGIT-IDX > 12
                       MOVE 1 TO WS-DIGIT-IDX
                   END-IF
                   MOVE WS-FAKE-DIGITS-X(WS-DIGIT-IDX:1)
                       TO WS-FAKE(WS-CHAR-IDX:1)
               END-IF
           END-PERFORM.

       COPY EXCLGPD.
       COPY RUNSTPD.
