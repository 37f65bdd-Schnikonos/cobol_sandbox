       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP-VERIFY.

      *---------------------------------------------------------------
      * Weekly proof that the backups restore. Takes the most recent
      * set on backup-manifest.txt, restores every file of it into
      * a scratch area - the keyed account master is reloaded
      * through its index into backup-scratch.idx, every other file
      * into backup-scratch.txt - then reads the restored file back
      * and counts and hashes it with BACKUP-HASH exactly as
      * BACKUP-SET did when it took the copy. Every count and total
      * must match the manifest.
      *
      * The live files are never touched. Each file's result goes on
      * backup-verify.txt; a file that does not come back the same,
      * a copy that cannot be read, or a set BACKUP-SET recorded as
      * FAILED is written to the shared exception log with status
      * BV and ends the run with RETURN-CODE 8, as does finding no
      * set at all.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO "backup-manifest.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MANF-FILE-STATUS.
           SELECT COPY-FILE ASSIGN USING WS-COPY-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS COPY-FILE-STATUS.
           SELECT SCRATCH-FILE ASSIGN TO "backup-scratch.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SCR-FILE-STATUS.
           SELECT SCRATCH-IDX-FILE ASSIGN TO "backup-scratch.idx"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SX-ACCT-NUMBER
              FILE STATUS IS SCRX-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "backup-verify.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.
           COPY EXCLGSEL.
           COPY RUNSTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD MANIFEST-FILE.
       01 MANIFEST-REC.
          05 BM-ID PIC 9(14).
          05 BM-FILLER-1 PIC X.
          05 BM-SEQ PIC 9(2).
          05 BM-FILLER-2 PIC X.
          05 BM-KIND PIC X.
          05 BM-FILLER-3 PIC X.
          05 BM-STATUS PIC X(6).
          05 BM-FILLER-4 PIC X.
          05 BM-RECORDS PIC 9(7).
          05 BM-FILLER-5 PIC X.
          05 BM-HASH PIC 9(15).
          05 BM-FILLER-6 PIC X.
          05 BM-PATH PIC X(60).
          05 BM-FILLER-7 PIC X.
          05 BM-COPY PIC X(30).

       FD COPY-FILE.
       01 COPY-REC PIC X(256).

       FD SCRATCH-FILE.
       01 SCRATCH-REC PIC X(256).

       FD SCRATCH-IDX-FILE.
       01 SCRATCH-IDX-RECORD.
          05 SX-ACCT-NUMBER PIC 9(4).
          05 SX-ACCT-NAME PIC X(4).
          05 SX-ACCT-BALANCE PIC S9(5)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       COPY EXCLGFD.
       COPY RUNSTFD.

       WORKING-STORAGE SECTION.
       COPY EXCLGWS.
       COPY RUNSTWS.

       01 MANF-FILE-STATUS PIC XX.
       01 COPY-FILE-STATUS PIC XX.
       01 SCR-FILE-STATUS PIC XX.
       01 SCRX-FILE-STATUS PIC XX.
       01 RPT-FILE-STATUS PIC XX.
       01 WS-END-FLAG PIC X VALUE "N".

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-SET-ID PIC 9(14) VALUE 0.
       01 WS-COPY-NAME PIC X(30).
       01 WS-HASH-LINE PIC X(256).
       01 WS-RESTORED-HASH PIC 9(15).
       01 WS-RESTORED-RECORDS PIC 9(7).
       01 WS-RESTORE-OK PIC X.
       01 WS-VERDICT PIC X(8).

       01 WS-GOOD-COUNT PIC 9(3) VALUE 0.
       01 WS-BAD-COUNT PIC 9(3) VALUE 0.

      *---------------------------------------------------------------
      * The manifest lines of the set being proved.
      *---------------------------------------------------------------
       01 WS-SET-COUNT PIC 9(2) VALUE 0.
       01 WS-SET-IDX PIC 9(2).
       01 WS-SET-TABLE.
          05 WS-SET-ENTRY OCCURS 60 TIMES.
             10 SE-SEQ PIC 9(2).
             10 SE-KIND PIC X.
             10 SE-STATUS PIC X(6).
             10 SE-RECORDS PIC 9(7).
             10 SE-HASH PIC 9(15).
             10 SE-PATH PIC X(60).
             10 SE-COPY PIC X(30).

       01 WS-RESULT-LINE.
          05 WS-R-SEQ PIC 9(2).
          05 FILLER PIC X VALUE SPACE.
          05 WS-R-PATH PIC X(44).
          05 FILLER PIC X VALUE SPACE.
          05 WS-R-EXPECTED PIC Z(7)9.
          05 FILLER PIC X VALUE SPACE.
          05 WS-R-RESTORED PIC Z(7)9.
          05 FILLER PIC X VALUE SPACE.
          05 WS-R-HASH PIC X(5).
          05 FILLER PIC X VALUE SPACE.
          05 WS-R-VERDICT PIC X(8).

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           MOVE "BACKUP-VERIFY" TO EL-PROGRAM-ID
           MOVE "BACKUP-VERIFY" TO RS-PROGRAM-ID
           PERFORM START-RUN-STATS
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL

           PERFORM LOAD-LATEST-SET
           IF WS-SET-COUNT = 0
               DISPLAY "No backup set on the manifest - nothing "
                   "to verify"
               MOVE "backup-manifest.txt" TO EL-CURRENT-FILE
               MOVE "BV" TO EL-CURRENT-STATUS
               PERFORM WRITE-EXCEPTION-LOG
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-STATS
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "BACKUP VERIFY   SET " DELIMITED BY SIZE
               WS-SET-ID DELIMITED BY SIZE
               "   BUSINESS DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "NN FILE                                         "
               & "EXPECTED RESTORED HASH  RESULT" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > WS-SET-COUNT
               PERFORM VERIFY-ONE-FILE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-BAD-COUNT = 0
               MOVE "SET RESTORES CLEAN" TO REPORT-LINE
           ELSE
               MOVE "SET DOES NOT RESTORE - SEE FAILURES ABOVE"
                   TO REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "Backup set " WS-SET-ID
           DISPLAY "Files proved: " WS-GOOD-COUNT
               "  failed: " WS-BAD-COUNT
           MOVE WS-SET-COUNT TO RS-IN-COUNT
           MOVE WS-GOOD-COUNT TO RS-OUT-COUNT
           PERFORM WRITE-RUN-STATS
           GOBACK.

      *---------------------------------------------------------------
      * Two passes: the highest backup ID, then its lines. IDs are
      * date and time, so the highest is the newest.
      *---------------------------------------------------------------
       LOAD-LATEST-SET.
           OPEN INPUT MANIFEST-FILE
           IF MANF-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ MANIFEST-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF BM-ID IS NUMERIC AND BM-ID > WS-SET-ID
                           MOVE BM-ID TO WS-SET-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE
           MOVE "N" TO WS-END-FLAG

           OPEN INPUT MANIFEST-FILE
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ MANIFEST-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       IF BM-ID = WS-SET-ID AND WS-SET-COUNT < 60
                           PERFORM ADD-SET-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE
           MOVE "N" TO WS-END-FLAG.

       ADD-SET-ENTRY.
           ADD 1 TO WS-SET-COUNT
           MOVE BM-SEQ TO SE-SEQ(WS-SET-COUNT)
           MOVE BM-KIND TO SE-KIND(WS-SET-COUNT)
           MOVE BM-STATUS TO SE-STATUS(WS-SET-COUNT)
           MOVE BM-RECORDS TO SE-RECORDS(WS-SET-COUNT)
           MOVE BM-HASH TO SE-HASH(WS-SET-COUNT)
           MOVE BM-PATH TO SE-PATH(WS-SET-COUNT)
           MOVE BM-COPY TO SE-COPY(WS-SET-COUNT).

       VERIFY-ONE-FILE.
           MOVE 0 TO WS-RESTORED-RECORDS WS-RESTORED-HASH
           MOVE "Y" TO WS-RESTORE-OK
           EVALUATE SE-STATUS(WS-SET-IDX)
               WHEN "ABSENT"
                   MOVE "ABSENT" TO WS-VERDICT
               WHEN "COPIED"
                   MOVE SE-COPY(WS-SET-IDX) TO WS-COPY-NAME
                   IF SE-KIND(WS-SET-IDX) = "I"
                       PERFORM RESTORE-KEYED-MASTER
                   ELSE
                       PERFORM RESTORE-SEQUENTIAL-FILE
                   END-IF
                   IF WS-RESTORE-OK = "Y"
                       AND WS-RESTORED-RECORDS = SE-RECORDS(WS-SET-IDX)
                       AND WS-RESTORED-HASH = SE-HASH(WS-SET-IDX)
                       MOVE "OK" TO WS-VERDICT
                   ELSE
                       MOVE "MISMATCH" TO WS-VERDICT
                   END-IF
               WHEN OTHER
                   MOVE "FAILED" TO WS-VERDICT
           END-EVALUATE

           MOVE SE-SEQ(WS-SET-IDX) TO WS-R-SEQ
           MOVE SE-PATH(WS-SET-IDX) TO WS-R-PATH
           MOVE SE-RECORDS(WS-SET-IDX) TO WS-R-EXPECTED
           MOVE WS-RESTORED-RECORDS TO WS-R-RESTORED
           IF WS-RESTORED-HASH = SE-HASH(WS-SET-IDX)
               MOVE "SAME" TO WS-R-HASH
           ELSE
               MOVE "DIFF" TO WS-R-HASH
           END-IF
           MOVE WS-VERDICT TO WS-R-VERDICT
           WRITE REPORT-LINE FROM WS-RESULT-LINE

           IF WS-VERDICT = "OK" OR WS-VERDICT = "ABSENT"
               ADD 1 TO WS-GOOD-COUNT
           ELSE
               ADD 1 TO WS-BAD-COUNT
               DISPLAY "Does not restore: "
                   FUNCTION TRIM(SE-PATH(WS-SET-IDX))
               MOVE SE-PATH(WS-SET-IDX) TO EL-CURRENT-FILE
               MOVE "BV" TO EL-CURRENT-STATUS
               PERFORM WRITE-EXCEPTION-LOG
           END-IF.

      *---------------------------------------------------------------
      * The unload goes back in through the index, as a restore
      * would; a duplicate or out-of-order key fails the file.
      *---------------------------------------------------------------
       RESTORE-KEYED-MASTER.
           OPEN INPUT COPY-FILE
           IF COPY-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-RESTORE-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SCRATCH-IDX-FILE
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ COPY-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE COPY-REC TO SCRATCH-IDX-RECORD
                       WRITE SCRATCH-IDX-RECORD
                           INVALID KEY
                               MOVE "N" TO WS-RESTORE-OK
                       END-WRITE
               END-READ
           END-PERFORM
           MOVE "N" TO WS-END-FLAG
           CLOSE COPY-FILE SCRATCH-IDX-FILE

           OPEN INPUT SCRATCH-IDX-FILE
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ SCRATCH-IDX-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE SCRATCH-IDX-RECORD TO WS-HASH-LINE
                       PERFORM PROVE-ONE-RECORD
               END-READ
           END-PERFORM
           MOVE "N" TO WS-END-FLAG
           CLOSE SCRATCH-IDX-FILE.

       RESTORE-SEQUENTIAL-FILE.
           OPEN INPUT COPY-FILE
           IF COPY-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-RESTORE-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SCRATCH-FILE
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ COPY-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       WRITE SCRATCH-REC FROM COPY-REC
               END-READ
           END-PERFORM
           MOVE "N" TO WS-END-FLAG
           CLOSE COPY-FILE SCRATCH-FILE

           OPEN INPUT SCRATCH-FILE
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ SCRATCH-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE SCRATCH-REC TO WS-HASH-LINE
                       PERFORM PROVE-ONE-RECORD
               END-READ
           END-PERFORM
           MOVE "N" TO WS-END-FLAG
           CLOSE SCRATCH-FILE.

       PROVE-ONE-RECORD.
           CALL "BACKUP-HASH" USING WS-HASH-LINE WS-RESTORED-HASH
           END-CALL
           ADD 1 TO WS-RESTORED-RECORDS.

       COPY EXCLGPD.
       COPY RUNSTPD.
