       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-ARCHIVE.

      *---------------------------------------------------------------
      * Closed-period archive and purge for the two history files
      * that otherwise grow forever. journal.txt keeps every batch
      * ever posted (a posted header turns to "*" and stays) and
      * balance-audit.txt every before/after image, and every
      * inquiry, recovery and statement run reads them from the
      * top. Once ACCT-PERIOD-CLOSE has closed a period nothing can
      * post to it again, so its history can move out:
      *
      *   - each posted batch stamped with a closed period - its P,
      *     B, R and E records, the "*" header and its details,
      *     with any voided ("X") records that follow it - moves to
      *     journal-<YYYYMM>.txt for its period
      *   - each balance-audit image dated in a closed month moves
      *     to balance-audit-<YYYYMM>.txt
      *
      * and the live files keep only the open period onward. A
      * batch with no P stamp belongs to the open period, and a
      * batch never posted (refused, or still held for approval)
      * needs someone's attention, so both stay on the live
      * journal whatever period they carry.
      *
      * The run is gated on the close: acct-period-control.dat must
      * be on file and the opening balances ACCT-PERIOD-CLOSE
      * stored for the open period must be there, or nothing
      * moves. Every archive written appends one line per period
      * and file to archive-manifest.txt:
      *
      *   <run date> <period> <JOURNAL|AUDIT  > <records 9(7)>
      *   <batches 9(5)> <amount hash 9(11)V99> <account hash 9(11)>
      *
      * the amount hash being the sum of every amount moved with
      * its sign dropped and the account hash the sum of every
      * account number, so an archive can be proved complete
      * against what left the live file. An archive already on
      * file for a period is extended, not replaced.
      *
      * BALANCE-INQUIRY, ACCT-MASTER-RECOVER, ACCT-STATEMENTS,
      * FINANCIAL-STATEMENTS, BUDGET-VARIANCE,
      * INTEREST-ANNUAL-SUMMARY, DORMANT-ACCOUNTS and OPERATOR-DIGEST
      * read through to the dated archives when what they are asked
      * for reaches back before the live files start.
      * BANK-RECONCILE reads only the live audit trail, from the
      * last image it took: its control file holds that image as
      * well as a line count, so after a trim it finds the image
      * again (or, archived, starts from the top) and the control
      * file needs no reset here.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JRNL-FILE-STATUS.
           SELECT BALANCE-AUDIT-FILE ASSIGN TO "balance-audit.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDT-FILE-STATUS.
           SELECT AUDIT-WORK-FILE ASSIGN TO "balance-audit-work.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WORK-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARCH-FILE-STATUS.
           SELECT OPENING-FILE ASSIGN USING WS-OPENING-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OPEN-FILE-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "archive-manifest.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MANF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       01 JOURNAL-REC PIC X(16).

       FD BALANCE-AUDIT-FILE.
       01 BALANCE-AUDIT-REC.
          05 BA-DATE PIC 9(8).
          05 BA-FILLER-1 PIC X.
          05 BA-TIME PIC 9(6).
          05 BA-FILLER-2 PIC X.
          05 BA-ACCT-NUMBER PIC 9(4).
          05 BA-FILLER-3 PIC X.
          05 BA-BEFORE PIC X(9).
          05 BA-FILLER-4 PIC X.
          05 BA-AMOUNT PIC X(9).
          05 BA-FILLER-5 PIC X.
          05 BA-AFTER PIC X(9).
          05 BA-REST PIC X(10).

       FD AUDIT-WORK-FILE.
       01 AUDIT-WORK-REC PIC X(60).

       FD ARCHIVE-FILE.
       01 ARCHIVE-REC PIC X(60).

       FD OPENING-FILE.
       01 OPENING-REC PIC X(16).

       FD MANIFEST-FILE.
       01 MANIFEST-REC.
          05 AM-RUN-DATE PIC 9(8).
          05 AM-FILLER-1 PIC X.
          05 AM-PERIOD PIC 9(6).
          05 AM-FILLER-2 PIC X.
          05 AM-KIND PIC X(7).
          05 AM-FILLER-3 PIC X.
          05 AM-RECORDS PIC 9(7).
          05 AM-FILLER-4 PIC X.
          05 AM-BATCHES PIC 9(5).
          05 AM-FILLER-5 PIC X.
          05 AM-AMOUNT-HASH PIC 9(11)V99.
          05 AM-FILLER-6 PIC X.
          05 AM-ACCT-HASH PIC 9(11).

       WORKING-STORAGE SECTION.
       01 JRNL-FILE-STATUS PIC XX.
       01 AUDT-FILE-STATUS PIC XX.
       01 WORK-FILE-STATUS PIC XX.
       01 ARCH-FILE-STATUS PIC XX.
       01 OPEN-FILE-STATUS PIC XX.
       01 MANF-FILE-STATUS PIC XX.
       01 WS-END-FLAG PIC X VALUE "N".

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-OPEN-PERIOD PIC 9(6).
       01 WS-PERIOD-STATUS PIC X.

       01 WS-ARCHIVE-NAME PIC X(30).
       01 WS-ARCHIVE-PERIOD PIC 9(6) VALUE 0.
       01 WS-ARCHIVE-OPEN PIC X VALUE "N".

       01 WS-OPENING-NAME.
          05 FILLER PIC X(13) VALUE "acct-opening-".
          05 WS-ON-PERIOD PIC 9(6).
          05 FILLER PIC X(4) VALUE ".txt".

       01 WS-JRNL-PERIOD-REC.
          05 JP-TYPE PIC X.
          05 JP-PERIOD PIC 9(6).
          05 JP-ENTRY-TYPE PIC X.

       01 WS-JRNL-DETAIL.
          05 JT-TYPE PIC X.
          05 JT-ACCT PIC 9(4).
          05 JT-DC PIC X.
          05 JT-AMOUNT PIC 9(5)V99.

      *---------------------------------------------------------------
      * The journal held line by line, each line tagged with the
      * batch group it belongs to; a group runs from the first
      * P/B/R/E/header record after a detail to the next such
      * record, and carries the period on its P stamp (zero for
      * none) and whether its header had posted.
      *---------------------------------------------------------------
       01 WS-JLINE-COUNT PIC 9(4) VALUE 0.
       01 WS-JLINE-IDX PIC 9(4).
       01 WS-JLINE-TABLE.
          05 WS-JLINE-ENTRY OCCURS 5000 TIMES.
             10 JL-TEXT PIC X(16).
             10 JL-GROUP PIC 9(4).

       01 WS-GROUP-COUNT PIC 9(4) VALUE 0.
       01 WS-GROUP-IDX PIC 9(4).
       01 WS-GROUP-SCAN PIC 9(4).
       01 WS-IN-DETAILS PIC X VALUE "Y".
       01 WS-GROUP-TABLE.
          05 WS-GROUP-ENTRY OCCURS 1000 TIMES.
             10 GR-PERIOD PIC 9(6).
             10 GR-POSTED PIC X.
             10 GR-ARCHIVE PIC X.

      *---------------------------------------------------------------
      * Manifest totals per period archived, one row per period and
      * kind (J journal, A audit).
      *---------------------------------------------------------------
       01 WS-MAN-COUNT PIC 9(3) VALUE 0.
       01 WS-MAN-IDX PIC 9(3).
       01 WS-MAN-MATCH PIC 9(3).
       01 WS-MAN-TABLE.
          05 WS-MAN-ENTRY OCCURS 120 TIMES.
             10 MN-PERIOD PIC 9(6).
             10 MN-KIND PIC X.
             10 MN-RECORDS PIC 9(7).
             10 MN-BATCHES PIC 9(5).
             10 MN-AMOUNT-HASH PIC 9(11)V99.
             10 MN-ACCT-HASH PIC 9(11).

       01 WS-FIND-PERIOD PIC 9(6).
       01 WS-FIND-KIND PIC X.
       01 WS-IMG-AMOUNT PIC S9(7)V99.
       01 WS-JRNL-MOVED PIC 9(5) VALUE 0.
       01 WS-JRNL-KEPT PIC 9(5) VALUE 0.
       01 WS-AUDIT-MOVED PIC 9(7) VALUE 0.
       01 WS-AUDIT-KEPT PIC 9(7) VALUE 0.
       01 WS-UNPOSTED-CLOSED PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL
           CALL "GET-OPEN-PERIOD"
               USING WS-OPEN-PERIOD WS-PERIOD-STATUS
           END-CALL
           PERFORM CHECK-PERIOD-CLOSED
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF

           PERFORM LOAD-JOURNAL
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF
           PERFORM ARCHIVE-JOURNAL-BATCHES
           PERFORM ARCHIVE-AUDIT-IMAGES
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF
           PERFORM WRITE-MANIFEST

           DISPLAY "Archived before period " WS-OPEN-PERIOD
           DISPLAY "Journal lines moved: " WS-JRNL-MOVED
               "  kept: " WS-JRNL-KEPT
           DISPLAY "Audit images moved:  " WS-AUDIT-MOVED
               "  kept: " WS-AUDIT-KEPT
           IF WS-UNPOSTED-CLOSED > 0
               DISPLAY "Unposted batches in closed periods left "
                   "on the journal: " WS-UNPOSTED-CLOSED
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *---------------------------------------------------------------
      * With no period control nothing has ever been closed, and
      * without the open period's stored openings the close did
      * not finish - either way the closed history is still
      * needed where it is.
      *---------------------------------------------------------------
       CHECK-PERIOD-CLOSED.
           IF WS-PERIOD-STATUS NOT = "Y"
               DISPLAY "No period control - no period has been "
                   "closed, nothing archived"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPEN-PERIOD TO WS-ON-PERIOD
           OPEN INPUT OPENING-FILE
           IF OPEN-FILE-STATUS NOT = "00"
               DISPLAY "No stored openings for " WS-OPEN-PERIOD
                   " - close not complete, nothing archived"
               MOVE 8 TO RETURN-CODE
           ELSE
               CLOSE OPENING-FILE
           END-IF.

       LOAD-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF JRNL-FILE-STATUS NOT = "00"
               DISPLAY "No journal on file, FS=" JRNL-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       PERFORM STORE-JOURNAL-LINE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           MOVE "N" TO WS-END-FLAG.

       STORE-JOURNAL-LINE.
           IF WS-JLINE-COUNT >= 5000 OR WS-GROUP-COUNT >= 1000
               DISPLAY "Journal too large to archive in one run"
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO WS-END-FLAG
               EXIT PARAGRAPH
           END-IF
           EVALUATE JOURNAL-REC(1:1)
               WHEN "D"
               WHEN "X"
                   MOVE "Y" TO WS-IN-DETAILS
               WHEN OTHER
                   IF WS-IN-DETAILS = "Y"
                       ADD 1 TO WS-GROUP-COUNT
                       MOVE 0 TO GR-PERIOD(WS-GROUP-COUNT)
                       MOVE "N" TO GR-POSTED(WS-GROUP-COUNT)
                       MOVE "N" TO GR-ARCHIVE(WS-GROUP-COUNT)
                       MOVE "N" TO WS-IN-DETAILS
                   END-IF
           END-EVALUATE
           IF WS-GROUP-COUNT = 0
               ADD 1 TO WS-GROUP-COUNT
               MOVE 0 TO GR-PERIOD(WS-GROUP-COUNT)
               MOVE "N" TO GR-POSTED(WS-GROUP-COUNT)
               MOVE "N" TO GR-ARCHIVE(WS-GROUP-COUNT)
           END-IF
           EVALUATE JOURNAL-REC(1:1)
               WHEN "P"
                   MOVE JOURNAL-REC TO WS-JRNL-PERIOD-REC
                   MOVE JP-PERIOD TO GR-PERIOD(WS-GROUP-COUNT)
               WHEN "*"
                   MOVE "Y" TO GR-POSTED(WS-GROUP-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ADD 1 TO WS-JLINE-COUNT
           MOVE JOURNAL-REC TO JL-TEXT(WS-JLINE-COUNT)
           MOVE WS-GROUP-COUNT TO JL-GROUP(WS-JLINE-COUNT).

      *---------------------------------------------------------------
      * Groups are written out one period at a time, each to its
      * own archive, and the journal is rewritten from the lines
      * left behind - only when something actually moved.
      *---------------------------------------------------------------
       ARCHIVE-JOURNAL-BATCHES.
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               IF GR-PERIOD(WS-GROUP-IDX) > 0
                   AND GR-PERIOD(WS-GROUP-IDX) < WS-OPEN-PERIOD
                   IF GR-POSTED(WS-GROUP-IDX) = "Y"
                       MOVE "Y" TO GR-ARCHIVE(WS-GROUP-IDX)
                   ELSE
                       ADD 1 TO WS-UNPOSTED-CLOSED
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               IF GR-ARCHIVE(WS-GROUP-IDX) = "Y"
                   PERFORM ARCHIVE-ONE-JOURNAL-PERIOD
               END-IF
           END-PERFORM

           IF WS-JRNL-MOVED = 0
               MOVE WS-JLINE-COUNT TO WS-JRNL-KEPT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT JOURNAL-FILE
           PERFORM VARYING WS-JLINE-IDX FROM 1 BY 1
                   UNTIL WS-JLINE-IDX > WS-JLINE-COUNT
               IF GR-ARCHIVE(JL-GROUP(WS-JLINE-IDX)) NOT = "D"
                   MOVE JL-TEXT(WS-JLINE-IDX) TO JOURNAL-REC
                   WRITE JOURNAL-REC
                   ADD 1 TO WS-JRNL-KEPT
               END-IF
           END-PERFORM
           CLOSE JOURNAL-FILE.

      *---------------------------------------------------------------
      * Every still-waiting group of the same period as this one
      * goes in the same pass; each is marked "D" once written so
      * the outer walk passes over it.
      *---------------------------------------------------------------
       ARCHIVE-ONE-JOURNAL-PERIOD.
           MOVE GR-PERIOD(WS-GROUP-IDX) TO WS-FIND-PERIOD
           MOVE "J" TO WS-FIND-KIND
           PERFORM FIND-MANIFEST-ROW
           PERFORM OPEN-JOURNAL-ARCHIVE
           PERFORM VARYING WS-JLINE-IDX FROM 1 BY 1
                   UNTIL WS-JLINE-IDX > WS-JLINE-COUNT
               IF GR-ARCHIVE(JL-GROUP(WS-JLINE-IDX)) = "Y"
                   AND GR-PERIOD(JL-GROUP(WS-JLINE-IDX))
                       = WS-FIND-PERIOD
                   MOVE JL-TEXT(WS-JLINE-IDX) TO ARCHIVE-REC
                   WRITE ARCHIVE-REC
                   ADD 1 TO WS-JRNL-MOVED
                   PERFORM TOTAL-JOURNAL-LINE
               END-IF
           END-PERFORM
           CLOSE ARCHIVE-FILE
           PERFORM VARYING WS-GROUP-SCAN FROM WS-GROUP-IDX BY 1
                   UNTIL WS-GROUP-SCAN > WS-GROUP-COUNT
               IF GR-ARCHIVE(WS-GROUP-SCAN) = "Y"
                   AND GR-PERIOD(WS-GROUP-SCAN) = WS-FIND-PERIOD
                   MOVE "D" TO GR-ARCHIVE(WS-GROUP-SCAN)
               END-IF
           END-PERFORM.

       TOTAL-JOURNAL-LINE.
           ADD 1 TO MN-RECORDS(WS-MAN-MATCH)
           EVALUATE JL-TEXT(WS-JLINE-IDX)(1:1)
               WHEN "*"
                   ADD 1 TO MN-BATCHES(WS-MAN-MATCH)
               WHEN "D"
                   MOVE JL-TEXT(WS-JLINE-IDX) TO WS-JRNL-DETAIL
                   ADD JT-AMOUNT TO MN-AMOUNT-HASH(WS-MAN-MATCH)
                   ADD JT-ACCT TO MN-ACCT-HASH(WS-MAN-MATCH)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       OPEN-JOURNAL-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "journal-" WS-FIND-PERIOD ".txt"
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
           END-STRING
           OPEN EXTEND ARCHIVE-FILE
           IF ARCH-FILE-STATUS NOT = "00"
               OPEN OUTPUT ARCHIVE-FILE
           END-IF.

      *---------------------------------------------------------------
      * The audit trail is in date order, so closed-month images
      * come off the top a month at a time; what stays goes to a
      * work file that is then copied back over the live trail.
      *---------------------------------------------------------------
       ARCHIVE-AUDIT-IMAGES.
           OPEN INPUT BALANCE-AUDIT-FILE
           IF AUDT-FILE-STATUS NOT = "00"
               DISPLAY "No balance audit on file, FS="
                   AUDT-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AUDIT-WORK-FILE
           IF WORK-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open audit work file, FS="
                   WORK-FILE-STATUS " - audit trail not archived"
               CLOSE BALANCE-AUDIT-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ BALANCE-AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       PERFORM SORT-ONE-IMAGE
               END-READ
           END-PERFORM
           IF WS-ARCHIVE-OPEN = "Y"
               CLOSE ARCHIVE-FILE
           END-IF
           CLOSE BALANCE-AUDIT-FILE AUDIT-WORK-FILE
           MOVE "N" TO WS-END-FLAG

           IF WS-AUDIT-MOVED > 0
               PERFORM COPY-BACK-AUDIT
           END-IF.

       SORT-ONE-IMAGE.
           IF BA-DATE(1:6) >= WS-OPEN-PERIOD
               WRITE AUDIT-WORK-REC FROM BALANCE-AUDIT-REC
               ADD 1 TO WS-AUDIT-KEPT
               EXIT PARAGRAPH
           END-IF
           IF WS-ARCHIVE-OPEN = "N"
               OR BA-DATE(1:6) NOT = WS-ARCHIVE-PERIOD
               IF WS-ARCHIVE-OPEN = "Y"
                   CLOSE ARCHIVE-FILE
               END-IF
               MOVE BA-DATE(1:6) TO WS-ARCHIVE-PERIOD
               MOVE SPACES TO WS-ARCHIVE-NAME
               STRING "balance-audit-" WS-ARCHIVE-PERIOD ".txt"
                   DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
               END-STRING
               OPEN EXTEND ARCHIVE-FILE
               IF ARCH-FILE-STATUS NOT = "00"
                   OPEN OUTPUT ARCHIVE-FILE
               END-IF
               MOVE "Y" TO WS-ARCHIVE-OPEN
           END-IF
           WRITE ARCHIVE-REC FROM BALANCE-AUDIT-REC
           ADD 1 TO WS-AUDIT-MOVED
           MOVE WS-ARCHIVE-PERIOD TO WS-FIND-PERIOD
           MOVE "A" TO WS-FIND-KIND
           PERFORM FIND-MANIFEST-ROW
           ADD 1 TO MN-RECORDS(WS-MAN-MATCH)
           COMPUTE WS-IMG-AMOUNT = FUNCTION NUMVAL(BA-AMOUNT)
           IF WS-IMG-AMOUNT < 0
               SUBTRACT WS-IMG-AMOUNT FROM MN-AMOUNT-HASH(WS-MAN-MATCH)
           ELSE
               ADD WS-IMG-AMOUNT TO MN-AMOUNT-HASH(WS-MAN-MATCH)
           END-IF
           ADD BA-ACCT-NUMBER TO MN-ACCT-HASH(WS-MAN-MATCH).

       COPY-BACK-AUDIT.
           OPEN INPUT AUDIT-WORK-FILE
           OPEN OUTPUT BALANCE-AUDIT-FILE
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ AUDIT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       WRITE BALANCE-AUDIT-REC FROM AUDIT-WORK-REC
               END-READ
           END-PERFORM
           CLOSE AUDIT-WORK-FILE BALANCE-AUDIT-FILE
           MOVE "N" TO WS-END-FLAG.

       FIND-MANIFEST-ROW.
           MOVE 0 TO WS-MAN-MATCH
           PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
                   UNTIL WS-MAN-IDX > WS-MAN-COUNT
               IF MN-PERIOD(WS-MAN-IDX) = WS-FIND-PERIOD
                   AND MN-KIND(WS-MAN-IDX) = WS-FIND-KIND
                   MOVE WS-MAN-IDX TO WS-MAN-MATCH
               END-IF
           END-PERFORM
           IF WS-MAN-MATCH = 0
               IF WS-MAN-COUNT >= 120
                   DISPLAY "Too many periods to archive in one run"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MAN-COUNT
               MOVE WS-MAN-COUNT TO WS-MAN-MATCH
               MOVE WS-FIND-PERIOD TO MN-PERIOD(WS-MAN-MATCH)
               MOVE WS-FIND-KIND TO MN-KIND(WS-MAN-MATCH)
               MOVE 0 TO MN-RECORDS(WS-MAN-MATCH)
               MOVE 0 TO MN-BATCHES(WS-MAN-MATCH)
               MOVE 0 TO MN-AMOUNT-HASH(WS-MAN-MATCH)
               MOVE 0 TO MN-ACCT-HASH(WS-MAN-MATCH)
           END-IF.

       WRITE-MANIFEST.
           IF WS-MAN-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND MANIFEST-FILE
           IF MANF-FILE-STATUS NOT = "00"
               OPEN OUTPUT MANIFEST-FILE
           END-IF
           PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
                   UNTIL WS-MAN-IDX > WS-MAN-COUNT
               MOVE SPACES TO MANIFEST-REC
               MOVE WS-RUN-DATE TO AM-RUN-DATE
               MOVE MN-PERIOD(WS-MAN-IDX) TO AM-PERIOD
               IF MN-KIND(WS-MAN-IDX) = "J"
                   MOVE "JOURNAL" TO AM-KIND
               ELSE
                   MOVE "AUDIT" TO AM-KIND
               END-IF
               MOVE MN-RECORDS(WS-MAN-IDX) TO AM-RECORDS
               MOVE MN-BATCHES(WS-MAN-IDX) TO AM-BATCHES
               MOVE MN-AMOUNT-HASH(WS-MAN-IDX) TO AM-AMOUNT-HASH
               MOVE MN-ACCT-HASH(WS-MAN-IDX) TO AM-ACCT-HASH
               WRITE MANIFEST-REC
               DISPLAY "Archived " AM-KIND " " AM-PERIOD " "
                   AM-RECORDS " records"
           END-PERFORM
           CLOSE MANIFEST-FILE.
