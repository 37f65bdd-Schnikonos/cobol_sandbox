       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-DISTRIBUTE.

      *---------------------------------------------------------------
      * Post-run report distribution - the operators' cheat sheet of
      * who gets which report, as a table. report-distribution.txt
      * carries one row per report and recipient:
      *
      *   <report 40><job 24><recipient 12><channel 1><dest 30>
      *   <burst marker 12><key marker 10><key col 9(3)>
      *   <key len 9(2)><key map 1>
      *
      * The channel is P for a print queue or M for a mail drop;
      * the destination is the spool or mail-drop directory the
      * piece is written into, as <dest>/<report>-<recipient>.txt.
      * A row with no burst marker sends the whole report to its
      * recipient. A row with a burst marker splits the report:
      * every line starting with the marker begins a new piece,
      * and the piece goes to the recipient whose key sits at the
      * key column of the marker line - or of the first line in the
      * piece starting with the key marker, when the key is printed
      * under the heading rather than on it. Pieces for the same
      * recipient land in the same file, so a statement that runs
      * to a continuation page still arrives as one.
      *
      * Key map I reads the key as a class-list heading - course in
      * its first six bytes, term at byte 13 - and sends the piece
      * to every instructor course-sections.txt names for that
      * course and term.
      *
      * Every file delivered is listed on report-delivery-manifest
      * .txt with its page count (60 lines a page, each piece on a
      * fresh page). A report whose producing job was due tonight -
      * it ran, or should have, per job-outcomes.txt, or it is on
      * required-jobs.txt - and is not on disk is logged to the
      * shared exception log with status MR; a piece that names no
      * recipient is logged UR and held back. RETURN-CODE 4 when
      * anything was missing, unroutable or undeliverable, 8 when
      * there is no distribution table.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-TABLE-FILE ASSIGN TO "report-distribution.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DIST-FILE-STATUS.
           SELECT OUTCOME-FILE ASSIGN TO "job-outcomes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OUTC-FILE-STATUS.
           SELECT REQUIRED-JOB-FILE ASSIGN TO "required-jobs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REQD-FILE-STATUS.
           SELECT SECTION-FILE
              ASSIGN TO "intermediate/course-sections.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SECT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-REPORT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT PIECE-FILE ASSIGN USING WS-PIECE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PCE-FILE-STATUS.
           SELECT MANIFEST-FILE
              ASSIGN TO "report-delivery-manifest.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MANF-FILE-STATUS.
           COPY EXCLGSEL.
           COPY RUNSTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD DIST-TABLE-FILE.
       01 DIST-REC.
          05 DT-REPORT PIC X(40).
          05 DT-JOB PIC X(24).
          05 DT-RECIPIENT PIC X(12).
          05 DT-CHANNEL PIC X.
          05 DT-DEST PIC X(30).
          05 DT-MARKER PIC X(12).
          05 DT-KEY-MARKER PIC X(10).
          05 DT-KEY-COL PIC 9(3).
          05 DT-KEY-LEN PIC 9(2).
          05 DT-KEY-MAP PIC X.

       FD OUTCOME-FILE.
       01 OUTCOME-REC.
          05 OC-JOB PIC X(24).
          05 OC-FILLER-1 PIC X.
          05 OC-STATUS PIC X(8).
          05 OC-FILLER-2 PIC X.
          05 OC-RC PIC 9(4).
          05 OC-FILLER-3 PIC X.
          05 OC-DATE PIC 9(8).
          05 OC-FILLER-4 PIC X.
          05 OC-TIME PIC 9(6).
          05 OC-SLA-FIELDS PIC X(67).

       FD REQUIRED-JOB-FILE.
       01 REQUIRED-JOB-REC PIC X(20).

       FD SECTION-FILE.
       01 SECTION-REC.
          05 CS-COURSE PIC X(6).
          05 CS-TERM PIC X(5).
          05 CS-SECTION PIC X(2).
          05 CS-INSTRUCTOR PIC X(10).
          05 CS-DAYS PIC X(7).
          05 CS-START PIC 9(4).
          05 CS-END PIC 9(4).
          05 CS-ROOM PIC X(6).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       FD PIECE-FILE.
       01 PIECE-LINE PIC X(132).

       FD MANIFEST-FILE.
       01 MANIFEST-REC.
          05 MF-RUN-DATE PIC 9(8).
          05 MF-FILLER-1 PIC X.
          05 MF-REPORT PIC X(24).
          05 MF-FILLER-2 PIC X.
          05 MF-RECIPIENT PIC X(12).
          05 MF-FILLER-3 PIC X.
          05 MF-CHANNEL PIC X.
          05 MF-FILLER-4 PIC X.
          05 MF-PAGES PIC 9(5).
          05 MF-FILLER-5 PIC X.
          05 MF-LINES PIC 9(7).
          05 MF-FILLER-6 PIC X.
          05 MF-STATUS PIC X(8).
          05 MF-FILLER-7 PIC X.
          05 MF-FILE PIC X(60).

       COPY EXCLGFD.
       COPY RUNSTFD.

       WORKING-STORAGE SECTION.
       COPY EXCLGWS.
       COPY RUNSTWS.

       01 DIST-FILE-STATUS PIC XX.
       01 OUTC-FILE-STATUS PIC XX.
       01 REQD-FILE-STATUS PIC XX.
       01 SECT-FILE-STATUS PIC XX.
       01 RPT-FILE-STATUS PIC XX.
       01 PCE-FILE-STATUS PIC XX.
       01 MANF-FILE-STATUS PIC XX.
       01 WS-END-FLAG PIC X VALUE "N".

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-PAGE-LINES PIC 9(3) VALUE 60.

       01 WS-REPORT-NAME PIC X(40).
       01 WS-REPORT-BASE PIC X(24).
       01 WS-PIECE-NAME PIC X(60).
       01 WS-SLASH-POS PIC 9(2).
       01 WS-CHAR-IDX PIC 9(2).

       01 WS-MISSING-COUNT PIC 9(3) VALUE 0.
       01 WS-UNROUTED-COUNT PIC 9(3) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(3) VALUE 0.

      *---------------------------------------------------------------
      * The distribution table, with each marker's length worked
      * out once at load.
      *---------------------------------------------------------------
       01 WS-DIST-COUNT PIC 9(3) VALUE 0.
       01 WS-DIST-IDX PIC 9(3).
       01 WS-DIST-TABLE.
          05 WS-DIST-ENTRY OCCURS 100 TIMES.
             10 DR-REPORT PIC X(40).
             10 DR-JOB PIC X(24).
             10 DR-RECIPIENT PIC X(12).
             10 DR-CHANNEL PIC X.
             10 DR-DEST PIC X(30).
             10 DR-MARKER PIC X(12).
             10 DR-MARKER-LEN PIC 9(2).
             10 DR-KEY-MARKER PIC X(10).
             10 DR-KEY-MARKER-LEN PIC 9(2).
             10 DR-KEY-COL PIC 9(3).
             10 DR-KEY-LEN PIC 9(2).
             10 DR-KEY-MAP PIC X.

      *---------------------------------------------------------------
      * Jobs due tonight: tonight's scheduler outcomes other than
      * SKIPPED, and everything END-OF-DAY requires.
      *---------------------------------------------------------------
       01 WS-DUE-COUNT PIC 9(3) VALUE 0.
       01 WS-DUE-IDX PIC 9(3).
       01 WS-DUE-TABLE.
          05 WS-DUE-JOB OCCURS 100 TIMES PIC X(24).
       01 WS-JOB-DUE PIC X.

       01 WS-SEC-COUNT PIC 9(3) VALUE 0.
       01 WS-SEC-IDX PIC 9(3).
       01 WS-SEC-TABLE.
          05 WS-SEC-ENTRY OCCURS 300 TIMES.
             10 SC-COURSE PIC X(6).
             10 SC-TERM PIC X(5).
             10 SC-INSTRUCTOR PIC X(10).

      *---------------------------------------------------------------
      * The piece being gathered, and who it has gone to so far -
      * a course with two sections under one instructor goes to
      * that instructor once.
      *---------------------------------------------------------------
       01 WS-BUF-COUNT PIC 9(4) VALUE 0.
       01 WS-BUF-IDX PIC 9(4).
       01 WS-BUF-TABLE.
          05 WS-BUF-LINE OCCURS 500 TIMES PIC X(132).
       01 WS-PIECE-KEY PIC X(24).
       01 WS-PIECE-BLANK PIC X.
       01 WS-KEY-START PIC 9(3).
       01 WS-RECIPIENT PIC X(12).
       01 WS-NAME-KEY PIC X(12).
       01 WS-SENT-COUNT PIC 9(2).
       01 WS-SENT-IDX PIC 9(2).
       01 WS-SENT-ALREADY PIC X.
       01 WS-SENT-TABLE.
          05 WS-SENT-TO OCCURS 20 TIMES PIC X(12).
       01 WS-PIECE-PAGES PIC 9(5).
       01 WS-WHOLE-LINES PIC 9(7).

      *---------------------------------------------------------------
      * One row per file delivered (or report not delivered), in
      * the order they arose - the manifest.
      *---------------------------------------------------------------
       01 WS-DLV-COUNT PIC 9(3) VALUE 0.
       01 WS-DLV-IDX PIC 9(3).
       01 WS-DLV-MATCH PIC 9(3).
       01 WS-DLV-TABLE.
          05 WS-DLV-ENTRY OCCURS 500 TIMES.
             10 DV-REPORT PIC X(24).
             10 DV-RECIPIENT PIC X(12).
             10 DV-CHANNEL PIC X.
             10 DV-PAGES PIC 9(5).
             10 DV-LINES PIC 9(7).
             10 DV-STATUS PIC X(8).
             10 DV-FILE PIC X(60).

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           MOVE "REPORT-DISTRIBUTE" TO EL-PROGRAM-ID
           MOVE "REPORT-DISTRIBUTE" TO RS-PROGRAM-ID
           PERFORM START-RUN-STATS
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL

           PERFORM LOAD-DISTRIBUTION-TABLE
           IF WS-DIST-COUNT = 0
               DISPLAY "No report distribution table - nothing sent"
               MOVE "report-distribution.txt" TO EL-CURRENT-FILE
               MOVE DIST-FILE-STATUS TO EL-CURRENT-STATUS
               PERFORM WRITE-EXCEPTION-LOG
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-STATS
               STOP RUN
           END-IF
           PERFORM LOAD-DUE-JOBS
           PERFORM LOAD-SECTIONS

           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
                   UNTIL WS-DIST-IDX > WS-DIST-COUNT
               PERFORM DISTRIBUTE-ONE-ROW
           END-PERFORM

           PERFORM WRITE-MANIFEST
           DISPLAY "Manifest lines:      " WS-DLV-COUNT
           DISPLAY "Reports missing:     " WS-MISSING-COUNT
           DISPLAY "Pieces unroutable:   " WS-UNROUTED-COUNT
           DISPLAY "Deliveries failed:   " WS-FAILED-COUNT
           IF WS-MISSING-COUNT > 0 OR WS-UNROUTED-COUNT > 0
               OR WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-STATS
           STOP RUN.

       LOAD-DISTRIBUTION-TABLE.
           OPEN INPUT DIST-TABLE-FILE
           IF DIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ DIST-TABLE-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF DT-REPORT NOT = SPACES
                           AND WS-DIST-COUNT < 100
                           PERFORM ADD-DISTRIBUTION-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIST-TABLE-FILE
           MOVE "N" TO WS-END-FLAG.

       ADD-DISTRIBUTION-ROW.
           ADD 1 TO WS-DIST-COUNT
           MOVE DT-REPORT TO DR-REPORT(WS-DIST-COUNT)
           MOVE DT-JOB TO DR-JOB(WS-DIST-COUNT)
           MOVE DT-RECIPIENT TO DR-RECIPIENT(WS-DIST-COUNT)
           MOVE DT-CHANNEL TO DR-CHANNEL(WS-DIST-COUNT)
           MOVE DT-DEST TO DR-DEST(WS-DIST-COUNT)
           MOVE DT-MARKER TO DR-MARKER(WS-DIST-COUNT)
           MOVE DT-KEY-MARKER TO DR-KEY-MARKER(WS-DIST-COUNT)
           MOVE 0 TO DR-MARKER-LEN(WS-DIST-COUNT)
               DR-KEY-MARKER-LEN(WS-DIST-COUNT)
           IF DT-MARKER NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(DT-MARKER TRAILING))
                   TO DR-MARKER-LEN(WS-DIST-COUNT)
           END-IF
           IF DT-KEY-MARKER NOT = SPACES
               MOVE FUNCTION LENGTH
                   (FUNCTION TRIM(DT-KEY-MARKER TRAILING))
                   TO DR-KEY-MARKER-LEN(WS-DIST-COUNT)
           END-IF
           MOVE 1 TO DR-KEY-COL(WS-DIST-COUNT)
           MOVE 1 TO DR-KEY-LEN(WS-DIST-COUNT)
           IF DT-KEY-COL IS NUMERIC AND DT-KEY-COL > 0
               MOVE DT-KEY-COL TO DR-KEY-COL(WS-DIST-COUNT)
           END-IF
           IF DT-KEY-LEN IS NUMERIC AND DT-KEY-LEN > 0
               MOVE DT-KEY-LEN TO DR-KEY-LEN(WS-DIST-COUNT)
           END-IF
           MOVE DT-KEY-MAP TO DR-KEY-MAP(WS-DIST-COUNT).

       LOAD-DUE-JOBS.
           OPEN INPUT OUTCOME-FILE
           IF OUTC-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-END-FLAG
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ OUTCOME-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF OC-DATE = WS-RUN-DATE
                           AND OC-STATUS NOT = "SKIPPED"
                           AND WS-DUE-COUNT < 100
                           ADD 1 TO WS-DUE-COUNT
                           MOVE OC-JOB TO WS-DUE-JOB(WS-DUE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF OUTC-FILE-STATUS = "00" OR OUTC-FILE-STATUS = "10"
               CLOSE OUTCOME-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG

           OPEN INPUT REQUIRED-JOB-FILE
           IF REQD-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-END-FLAG
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ REQUIRED-JOB-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF REQUIRED-JOB-REC NOT = SPACES
                           AND WS-DUE-COUNT < 100
                           ADD 1 TO WS-DUE-COUNT
                           MOVE REQUIRED-JOB-REC
                               TO WS-DUE-JOB(WS-DUE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF REQD-FILE-STATUS = "00" OR REQD-FILE-STATUS = "10"
               CLOSE REQUIRED-JOB-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

       LOAD-SECTIONS.
           OPEN INPUT SECTION-FILE
           IF SECT-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-END-FLAG
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ SECTION-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF WS-SEC-COUNT < 300
                           ADD 1 TO WS-SEC-COUNT
                           MOVE CS-COURSE TO SC-COURSE(WS-SEC-COUNT)
                           MOVE CS-TERM TO SC-TERM(WS-SEC-COUNT)
                           MOVE CS-INSTRUCTOR
                               TO SC-INSTRUCTOR(WS-SEC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF SECT-FILE-STATUS = "00" OR SECT-FILE-STATUS = "10"
               CLOSE SECTION-FILE
           END-IF
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * A report that isn't there is only a problem if its job was
      * due tonight; otherwise it is listed NOT DUE and left.
      *---------------------------------------------------------------
       DISTRIBUTE-ONE-ROW.
           MOVE DR-REPORT(WS-DIST-IDX) TO WS-REPORT-NAME
           PERFORM FIND-REPORT-BASE
           OPEN INPUT REPORT-FILE
           IF RPT-FILE-STATUS NOT = "00"
               PERFORM CHECK-JOB-DUE
               MOVE DR-RECIPIENT(WS-DIST-IDX) TO WS-RECIPIENT
               MOVE SPACES TO WS-PIECE-NAME
               PERFORM ADD-DELIVERY-ROW
               IF WS-JOB-DUE = "Y"
                   MOVE "MISSING" TO DV-STATUS(WS-DLV-COUNT)
                   ADD 1 TO WS-MISSING-COUNT
                   DISPLAY "Missing report "
                       FUNCTION TRIM(WS-REPORT-NAME) " from "
                       FUNCTION TRIM(DR-JOB(WS-DIST-IDX))
                   MOVE WS-REPORT-BASE TO EL-CURRENT-FILE
                   MOVE "MR" TO EL-CURRENT-STATUS
                   PERFORM WRITE-EXCEPTION-LOG
               ELSE
                   MOVE "NOT DUE" TO DV-STATUS(WS-DLV-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF DR-MARKER-LEN(WS-DIST-IDX) = 0
               PERFORM DELIVER-WHOLE-REPORT
           ELSE
               PERFORM BURST-REPORT
           END-IF
           CLOSE REPORT-FILE.

       FIND-REPORT-BASE.
           MOVE 0 TO WS-SLASH-POS
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 40
               IF WS-REPORT-NAME(WS-CHAR-IDX:1) = "/"
                   MOVE WS-CHAR-IDX TO WS-SLASH-POS
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-BASE
           IF WS-SLASH-POS < 40
               UNSTRING WS-REPORT-NAME(WS-SLASH-POS + 1:)
                   DELIMITED BY ".txt" OR SPACE
                   INTO WS-REPORT-BASE
               END-UNSTRING
           END-IF.

       CHECK-JOB-DUE.
           MOVE "N" TO WS-JOB-DUE
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-COUNT
               IF WS-DUE-JOB(WS-DUE-IDX) = DR-JOB(WS-DIST-IDX)
                   MOVE "Y" TO WS-JOB-DUE
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * The whole report to one recipient, copied line for line
      * without holding it - a report of any length goes through.
      *---------------------------------------------------------------
       DELIVER-WHOLE-REPORT.
           MOVE DR-RECIPIENT(WS-DIST-IDX) TO WS-RECIPIENT
           PERFORM BUILD-PIECE-NAME
           PERFORM ADD-DELIVERY-ROW
           MOVE 0 TO WS-WHOLE-LINES
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ REPORT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       ADD 1 TO RS-IN-COUNT
                       IF WS-WHOLE-LINES = 0
                           OPEN OUTPUT PIECE-FILE
                           IF PCE-FILE-STATUS NOT = "00"
                               MOVE WS-DLV-COUNT TO WS-DLV-IDX
                               PERFORM NOTE-DELIVERY-FAILED
                               MOVE "Y" TO WS-END-FLAG
                           END-IF
                       END-IF
                       IF WS-END-FLAG = "N"
                           WRITE PIECE-LINE FROM REPORT-LINE
                           ADD 1 TO WS-WHOLE-LINES
                           ADD 1 TO RS-OUT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-END-FLAG
           IF DV-STATUS(WS-DLV-COUNT) = "FAILED"
               EXIT PARAGRAPH
           END-IF
           IF WS-WHOLE-LINES = 0
               MOVE "EMPTY" TO DV-STATUS(WS-DLV-COUNT)
               MOVE SPACES TO DV-FILE(WS-DLV-COUNT)
               EXIT PARAGRAPH
           END-IF
           CLOSE PIECE-FILE
           MOVE WS-WHOLE-LINES TO DV-LINES(WS-DLV-COUNT)
           COMPUTE DV-PAGES(WS-DLV-COUNT) =
               (WS-WHOLE-LINES + WS-PAGE-LINES - 1) / WS-PAGE-LINES
           PERFORM SET-DELIVERED-STATUS.

      *---------------------------------------------------------------
      * Each marker line closes the piece before it. The key is
      * picked up from the marker line, or from the first line
      * under it carrying the key marker.
      *---------------------------------------------------------------
       BURST-REPORT.
           MOVE 0 TO WS-BUF-COUNT
           MOVE SPACES TO WS-PIECE-KEY
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ REPORT-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       ADD 1 TO RS-IN-COUNT
                       PERFORM BURST-ONE-LINE
               END-READ
           END-PERFORM
           MOVE "N" TO WS-END-FLAG
           PERFORM FLUSH-PIECE.

       BURST-ONE-LINE.
           IF REPORT-LINE(1:DR-MARKER-LEN(WS-DIST-IDX)) =
                   DR-MARKER(WS-DIST-IDX)
                       (1:DR-MARKER-LEN(WS-DIST-IDX))
               PERFORM FLUSH-PIECE
               IF DR-KEY-MARKER-LEN(WS-DIST-IDX) = 0
                   PERFORM TAKE-PIECE-KEY
               END-IF
           ELSE
               IF DR-KEY-MARKER-LEN(WS-DIST-IDX) > 0
                   AND WS-PIECE-KEY = SPACES
                   PERFORM CHECK-KEY-MARKER
               END-IF
           END-IF
           IF WS-BUF-COUNT = 500
               PERFORM FLUSH-PIECE-KEEP-KEY
           END-IF
           ADD 1 TO WS-BUF-COUNT
           MOVE REPORT-LINE TO WS-BUF-LINE(WS-BUF-COUNT).

       CHECK-KEY-MARKER.
           IF REPORT-LINE(1:DR-KEY-MARKER-LEN(WS-DIST-IDX)) =
                   DR-KEY-MARKER(WS-DIST-IDX)
                       (1:DR-KEY-MARKER-LEN(WS-DIST-IDX))
               PERFORM TAKE-PIECE-KEY
           END-IF.

       TAKE-PIECE-KEY.
           MOVE DR-KEY-COL(WS-DIST-IDX) TO WS-KEY-START
           MOVE REPORT-LINE(WS-KEY-START:DR-KEY-LEN(WS-DIST-IDX))
               TO WS-PIECE-KEY.

      *---------------------------------------------------------------
      * A piece longer than the buffer goes out in parts to the
      * same recipient; the parts append, so it arrives whole.
      *---------------------------------------------------------------
       FLUSH-PIECE-KEEP-KEY.
           PERFORM ROUTE-PIECE
           MOVE 0 TO WS-BUF-COUNT.

       FLUSH-PIECE.
           PERFORM ROUTE-PIECE
           MOVE 0 TO WS-BUF-COUNT
           MOVE SPACES TO WS-PIECE-KEY.

      *---------------------------------------------------------------
      * Lines ahead of the first marker that are all blank are
      * page furniture and dropped; anything else without a key
      * is held back as unroutable.
      *---------------------------------------------------------------
       ROUTE-PIECE.
           IF WS-BUF-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PIECE-KEY = SPACES
               MOVE "Y" TO WS-PIECE-BLANK
               PERFORM VARYING WS-BUF-IDX FROM 1 BY 1
                       UNTIL WS-BUF-IDX > WS-BUF-COUNT
                   IF WS-BUF-LINE(WS-BUF-IDX) NOT = SPACES
                       MOVE "N" TO WS-PIECE-BLANK
                   END-IF
               END-PERFORM
               IF WS-PIECE-BLANK = "N"
                   PERFORM NOTE-UNROUTED-PIECE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SENT-COUNT
           IF DR-KEY-MAP(WS-DIST-IDX) = "I"
               PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                       UNTIL WS-SEC-IDX > WS-SEC-COUNT
                   IF SC-COURSE(WS-SEC-IDX) = WS-PIECE-KEY(1:6)
                       AND SC-TERM(WS-SEC-IDX) = WS-PIECE-KEY(13:5)
                       AND SC-INSTRUCTOR(WS-SEC-IDX) NOT = SPACES
                       MOVE SC-INSTRUCTOR(WS-SEC-IDX) TO WS-RECIPIENT
                       PERFORM SEND-PIECE-ONCE
                   END-IF
               END-PERFORM
               IF WS-SENT-COUNT = 0
                   PERFORM NOTE-UNROUTED-PIECE
               END-IF
           ELSE
               MOVE WS-PIECE-KEY TO WS-RECIPIENT
               PERFORM SEND-PIECE-ONCE
           END-IF.

       SEND-PIECE-ONCE.
           MOVE "N" TO WS-SENT-ALREADY
           PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                   UNTIL WS-SENT-IDX > WS-SENT-COUNT
               IF WS-SENT-TO(WS-SENT-IDX) = WS-RECIPIENT
                   MOVE "Y" TO WS-SENT-ALREADY
               END-IF
           END-PERFORM
           IF WS-SENT-ALREADY = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-SENT-COUNT < 20
               ADD 1 TO WS-SENT-COUNT
               MOVE WS-RECIPIENT TO WS-SENT-TO(WS-SENT-COUNT)
           END-IF
           PERFORM WRITE-PIECE.

      *---------------------------------------------------------------
      * The first piece for a recipient starts their file this run;
      * later ones are added to it.
      *---------------------------------------------------------------
       WRITE-PIECE.
           PERFORM BUILD-PIECE-NAME
           MOVE 0 TO WS-DLV-MATCH
           PERFORM VARYING WS-DLV-IDX FROM 1 BY 1
                   UNTIL WS-DLV-IDX > WS-DLV-COUNT
               IF DV-FILE(WS-DLV-IDX) = WS-PIECE-NAME
                   MOVE WS-DLV-IDX TO WS-DLV-MATCH
               END-IF
           END-PERFORM
           IF WS-DLV-MATCH = 0
               PERFORM ADD-DELIVERY-ROW
               MOVE WS-DLV-COUNT TO WS-DLV-MATCH
               OPEN OUTPUT PIECE-FILE
           ELSE
               IF DV-STATUS(WS-DLV-MATCH) = "FAILED"
                   EXIT PARAGRAPH
               END-IF
               OPEN EXTEND PIECE-FILE
           END-IF
           IF PCE-FILE-STATUS NOT = "00"
               MOVE WS-DLV-MATCH TO WS-DLV-IDX
               PERFORM NOTE-DELIVERY-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BUF-IDX FROM 1 BY 1
                   UNTIL WS-BUF-IDX > WS-BUF-COUNT
               WRITE PIECE-LINE FROM WS-BUF-LINE(WS-BUF-IDX)
               ADD 1 TO RS-OUT-COUNT
           END-PERFORM
           CLOSE PIECE-FILE
           ADD WS-BUF-COUNT TO DV-LINES(WS-DLV-MATCH)
           COMPUTE WS-PIECE-PAGES =
               (WS-BUF-COUNT + WS-PAGE-LINES - 1) / WS-PAGE-LINES
           ADD WS-PIECE-PAGES TO DV-PAGES(WS-DLV-MATCH)
           MOVE WS-DLV-MATCH TO WS-DLV-IDX
           PERFORM SET-DELIVERED-STATUS-AT.

      *---------------------------------------------------------------
      * <dest>/<report>-<recipient>.txt, spaces inside the
      * recipient turned to hyphens so "DR JONES" makes a file
      * name.
      *---------------------------------------------------------------
       BUILD-PIECE-NAME.
           MOVE WS-RECIPIENT TO WS-NAME-KEY
           INSPECT WS-NAME-KEY REPLACING ALL SPACE BY "-"
               BEFORE INITIAL "  "
           MOVE SPACES TO WS-PIECE-NAME
           IF DR-DEST(WS-DIST-IDX) = SPACES
               STRING WS-REPORT-BASE DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   WS-NAME-KEY DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-PIECE-NAME
               END-STRING
           ELSE
               STRING DR-DEST(WS-DIST-IDX) DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-REPORT-BASE DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   WS-NAME-KEY DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-PIECE-NAME
               END-STRING
           END-IF.

       ADD-DELIVERY-ROW.
           IF WS-DLV-COUNT < 500
               ADD 1 TO WS-DLV-COUNT
           END-IF
           MOVE WS-REPORT-BASE TO DV-REPORT(WS-DLV-COUNT)
           MOVE WS-RECIPIENT TO DV-RECIPIENT(WS-DLV-COUNT)
           MOVE DR-CHANNEL(WS-DIST-IDX) TO DV-CHANNEL(WS-DLV-COUNT)
           MOVE 0 TO DV-PAGES(WS-DLV-COUNT) DV-LINES(WS-DLV-COUNT)
           MOVE SPACES TO DV-STATUS(WS-DLV-COUNT)
           MOVE WS-PIECE-NAME TO DV-FILE(WS-DLV-COUNT).

       SET-DELIVERED-STATUS.
           MOVE WS-DLV-COUNT TO WS-DLV-IDX
           PERFORM SET-DELIVERED-STATUS-AT.

       SET-DELIVERED-STATUS-AT.
           IF DV-CHANNEL(WS-DLV-IDX) = "P"
               MOVE "QUEUED" TO DV-STATUS(WS-DLV-IDX)
           ELSE
               MOVE "MAILED" TO DV-STATUS(WS-DLV-IDX)
           END-IF.

       NOTE-DELIVERY-FAILED.
           MOVE "FAILED" TO DV-STATUS(WS-DLV-IDX)
           ADD 1 TO WS-FAILED-COUNT
           DISPLAY "Cannot write " FUNCTION TRIM(WS-PIECE-NAME)
               ", FS=" PCE-FILE-STATUS
           MOVE WS-REPORT-BASE TO EL-CURRENT-FILE
           MOVE PCE-FILE-STATUS TO EL-CURRENT-STATUS
           PERFORM WRITE-EXCEPTION-LOG.

       NOTE-UNROUTED-PIECE.
           MOVE "(NONE)" TO WS-RECIPIENT
           MOVE SPACES TO WS-PIECE-NAME
           PERFORM ADD-DELIVERY-ROW
           MOVE "UNROUTED" TO DV-STATUS(WS-DLV-COUNT)
           MOVE WS-BUF-COUNT TO DV-LINES(WS-DLV-COUNT)
           ADD 1 TO WS-UNROUTED-COUNT
           DISPLAY "No recipient for a piece of "
               FUNCTION TRIM(WS-REPORT-NAME) " key "
               WS-PIECE-KEY
           MOVE WS-REPORT-BASE TO EL-CURRENT-FILE
           MOVE "UR" TO EL-CURRENT-STATUS
           PERFORM WRITE-EXCEPTION-LOG.

       WRITE-MANIFEST.
           OPEN EXTEND MANIFEST-FILE
           IF MANF-FILE-STATUS NOT = "00"
               OPEN OUTPUT MANIFEST-FILE
           END-IF
           PERFORM VARYING WS-DLV-IDX FROM 1 BY 1
                   UNTIL WS-DLV-IDX > WS-DLV-COUNT
               MOVE SPACES TO MANIFEST-REC
               MOVE WS-RUN-DATE TO MF-RUN-DATE
               MOVE DV-REPORT(WS-DLV-IDX) TO MF-REPORT
               MOVE DV-RECIPIENT(WS-DLV-IDX) TO MF-RECIPIENT
               MOVE DV-CHANNEL(WS-DLV-IDX) TO MF-CHANNEL
               MOVE DV-PAGES(WS-DLV-IDX) TO MF-PAGES
               MOVE DV-LINES(WS-DLV-IDX) TO MF-LINES
               MOVE DV-STATUS(WS-DLV-IDX) TO MF-STATUS
               MOVE DV-FILE(WS-DLV-IDX) TO MF-FILE
               WRITE MANIFEST-REC
           END-PERFORM
           CLOSE MANIFEST-FILE.

       COPY EXCLGPD.
       COPY RUNSTPD.
