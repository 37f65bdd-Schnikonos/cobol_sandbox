       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP-SET.

      *---------------------------------------------------------------
      * Point-in-time backup of every master, control and counter
      * file together. Each subsystem keeps its own snapshots or
      * generations, but those are taken at different moments, so
      * restoring from them after a bad night mixed ages. This run
      * copies the whole set under one backup ID - business date
      * and time of day, YYYYMMDDHHMMSS - before the night's jobs
      * touch anything.
      *
      * backup-set-files.txt lists the set, one file per line:
      *
      *   <kind 1><path 60>
      *
      * kind I is the keyed account master, unloaded in key order
      * through its index; kind S is any line sequential file,
      * copied line for line. Copy n of the set is written as
      * backup-<id>-<nn>.txt, and backup-manifest.txt gets one line
      * per file: ID, sequence, kind, COPIED / ABSENT / FAILED, the
      * record count, the BACKUP-HASH total, the original path and
      * the copy's name. A file not on disk is listed ABSENT - a
      * restore of the set must leave it absent too.
      *
      * The run takes the POST-BALANCE and PAYROLL-DRIVER run locks
      * for the length of the copy, so neither master writer can
      * change a file halfway through the set; if either is held
      * nothing is copied. RETURN-CODE 8 when the locks can't be
      * had, there is no file list, or any file fails to copy -
      * half a set is not a backup. BACKUP-VERIFY proves a set
      * restores.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-LIST-FILE ASSIGN TO "backup-set-files.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LIST-FILE-STATUS.
           SELECT ACCT-IDX-FILE ASSIGN USING WS-SOURCE-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS IDX-ACCT-NUMBER
              FILE STATUS IS IDX-FILE-STATUS.
           SELECT SOURCE-FILE ASSIGN USING WS-SOURCE-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SRC-FILE-STATUS.
           SELECT COPY-FILE ASSIGN USING WS-COPY-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS COPY-FILE-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "backup-manifest.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MANF-FILE-STATUS.
           COPY EXCLGSEL.
           COPY RUNSTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-LIST-FILE.
       01 FILE-LIST-REC.
          05 FL-KIND PIC X.
          05 FL-PATH PIC X(60).

       FD ACCT-IDX-FILE.
       01 ACCT-IDX-RECORD.
          05 IDX-ACCT-NUMBER.
             10 IDX-ACCT-BASE PIC 9(3).
             10 IDX-ACCT-CHECK PIC 9.
          05 IDX-ACCT-NAME PIC X(4).
          05 IDX-ACCT-BALANCE PIC S9(5)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

       FD SOURCE-FILE.
       01 SOURCE-REC PIC X(256).

       FD COPY-FILE.
       01 COPY-REC PIC X(256).

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

       COPY EXCLGFD.
       COPY RUNSTFD.

       WORKING-STORAGE SECTION.
       COPY EXCLGWS.
       COPY RUNSTWS.

       01 LIST-FILE-STATUS PIC XX.
       01 IDX-FILE-STATUS PIC XX.
       01 SRC-FILE-STATUS PIC XX.
       01 COPY-FILE-STATUS PIC XX.
       01 MANF-FILE-STATUS PIC XX.
       01 WS-END-FLAG PIC X VALUE "N".

       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-NOW PIC 9(8).
       01 WS-BACKUP-ID.
          05 WS-ID-DATE PIC 9(8).
          05 WS-ID-TIME PIC 9(6).
       01 WS-BACKUP-ID-N REDEFINES WS-BACKUP-ID PIC 9(14).

       01 WS-SOURCE-PATH PIC X(60).
       01 WS-COPY-NAME PIC X(30).
       01 WS-HASH-LINE PIC X(256).
       01 WS-FILE-HASH PIC 9(15).
       01 WS-FILE-RECORDS PIC 9(7).
       01 WS-FILE-STATUS-WORD PIC X(6).

       01 WS-COPIED-COUNT PIC 9(3) VALUE 0.
       01 WS-ABSENT-COUNT PIC 9(3) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(3) VALUE 0.

       01 WS-LOCK-NAME PIC X(16).
       01 WS-LOCK-ACTION PIC X.
       01 WS-LOCK-RESULT PIC X.
       01 WS-POST-LOCK PIC X VALUE "N".
       01 WS-PAYROLL-LOCK PIC X VALUE "N".

       01 WS-LIST-COUNT PIC 9(2) VALUE 0.
       01 WS-LIST-IDX PIC 9(2).
       01 WS-LIST-TABLE.
          05 WS-LIST-ENTRY OCCURS 60 TIMES.
             10 LS-KIND PIC X.
             10 LS-PATH PIC X(60).

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           MOVE "BACKUP-SET" TO EL-PROGRAM-ID
           MOVE "BACKUP-SET" TO RS-PROGRAM-ID
           PERFORM START-RUN-STATS
           CALL "GET-BUSINESS-DATE"
               USING WS-RUN-DATE WS-BUS-DATE-STATUS
           END-CALL
           ACCEPT WS-NOW FROM TIME
           MOVE WS-RUN-DATE TO WS-ID-DATE
           MOVE WS-NOW(1:6) TO WS-ID-TIME

           PERFORM LOAD-FILE-LIST
           IF WS-LIST-COUNT = 0
               DISPLAY "No backup file list - nothing backed up"
               MOVE "backup-set-files.txt" TO EL-CURRENT-FILE
               MOVE LIST-FILE-STATUS TO EL-CURRENT-STATUS
               PERFORM WRITE-EXCEPTION-LOG
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-STATS
               GOBACK
           END-IF

           PERFORM TAKE-MASTER-LOCKS
           IF WS-POST-LOCK = "N" OR WS-PAYROLL-LOCK = "N"
               DISPLAY "A master writer holds its run lock - "
                   "nothing backed up"
               PERFORM RELEASE-MASTER-LOCKS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-STATS
               GOBACK
           END-IF

           OPEN EXTEND MANIFEST-FILE
           IF MANF-FILE-STATUS NOT = "00"
               OPEN OUTPUT MANIFEST-FILE
           END-IF
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > WS-LIST-COUNT
               PERFORM BACKUP-ONE-FILE
           END-PERFORM
           CLOSE MANIFEST-FILE
           PERFORM RELEASE-MASTER-LOCKS

           DISPLAY "Backup set " WS-BACKUP-ID
           DISPLAY "Files copied: " WS-COPIED-COUNT
               "  absent: " WS-ABSENT-COUNT
               "  failed: " WS-FAILED-COUNT
           IF WS-FAILED-COUNT > 0
               DISPLAY "Backup set " WS-BACKUP-ID " is INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-STATS
           GOBACK.

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
                       IF FL-PATH NOT = SPACES
                           AND WS-LIST-COUNT < 60
                           ADD 1 TO WS-LIST-COUNT
                           MOVE FL-KIND TO LS-KIND(WS-LIST-COUNT)
                           MOVE FL-PATH TO LS-PATH(WS-LIST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-LIST-FILE
           MOVE "N" TO WS-END-FLAG.

       TAKE-MASTER-LOCKS.
           MOVE "A" TO WS-LOCK-ACTION
           MOVE "POST-BALANCE" TO WS-LOCK-NAME
           CALL "RUN-LOCK" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-RESULT
           END-CALL
           MOVE WS-LOCK-RESULT TO WS-POST-LOCK
           MOVE "PAYROLL-DRIVER" TO WS-LOCK-NAME
           CALL "RUN-LOCK" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-RESULT
           END-CALL
           MOVE WS-LOCK-RESULT TO WS-PAYROLL-LOCK.

       RELEASE-MASTER-LOCKS.
           MOVE "R" TO WS-LOCK-ACTION
           IF WS-POST-LOCK = "Y"
               MOVE "POST-BALANCE" TO WS-LOCK-NAME
               CALL "RUN-LOCK" USING WS-LOCK-NAME WS-LOCK-ACTION
                   WS-LOCK-RESULT
               END-CALL
           END-IF
           IF WS-PAYROLL-LOCK = "Y"
               MOVE "PAYROLL-DRIVER" TO WS-LOCK-NAME
               CALL "RUN-LOCK" USING WS-LOCK-NAME WS-LOCK-ACTION
                   WS-LOCK-RESULT
               END-CALL
           END-IF.

      *---------------------------------------------------------------
      * A file that isn't there (FS 35) is recorded ABSENT; any
      * other failure to read or write it fails the set.
      *---------------------------------------------------------------
       BACKUP-ONE-FILE.
           MOVE LS-PATH(WS-LIST-IDX) TO WS-SOURCE-PATH
           MOVE SPACES TO WS-COPY-NAME
           STRING "backup-" DELIMITED BY SIZE
               WS-BACKUP-ID DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-LIST-IDX DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-COPY-NAME
           END-STRING
           MOVE 0 TO WS-FILE-RECORDS WS-FILE-HASH
           IF LS-KIND(WS-LIST-IDX) = "I"
               PERFORM COPY-KEYED-MASTER
           ELSE
               PERFORM COPY-SEQUENTIAL-FILE
           END-IF

           EVALUATE WS-FILE-STATUS-WORD
               WHEN "COPIED"
                   ADD 1 TO WS-COPIED-COUNT
               WHEN "ABSENT"
                   ADD 1 TO WS-ABSENT-COUNT
                   MOVE SPACES TO WS-COPY-NAME
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "Cannot back up "
                       FUNCTION TRIM(WS-SOURCE-PATH)
                   MOVE WS-SOURCE-PATH TO EL-CURRENT-FILE
                   PERFORM WRITE-EXCEPTION-LOG
           END-EVALUATE

           MOVE SPACES TO MANIFEST-REC
           MOVE WS-BACKUP-ID-N TO BM-ID
           MOVE WS-LIST-IDX TO BM-SEQ
           MOVE LS-KIND(WS-LIST-IDX) TO BM-KIND
           MOVE WS-FILE-STATUS-WORD TO BM-STATUS
           MOVE WS-FILE-RECORDS TO BM-RECORDS
           MOVE WS-FILE-HASH TO BM-HASH
           MOVE WS-SOURCE-PATH TO BM-PATH
           MOVE WS-COPY-NAME TO BM-COPY
           WRITE MANIFEST-REC.

       COPY-KEYED-MASTER.
           OPEN INPUT ACCT-IDX-FILE
           IF IDX-FILE-STATUS = "35"
               MOVE "ABSENT" TO WS-FILE-STATUS-WORD
               EXIT PARAGRAPH
           END-IF
           IF IDX-FILE-STATUS NOT = "00"
               MOVE "FAILED" TO WS-FILE-STATUS-WORD
               MOVE IDX-FILE-STATUS TO EL-CURRENT-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT COPY-FILE
           IF COPY-FILE-STATUS NOT = "00"
               CLOSE ACCT-IDX-FILE
               MOVE "FAILED" TO WS-FILE-STATUS-WORD
               MOVE COPY-FILE-STATUS TO EL-CURRENT-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ ACCT-IDX-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE ACCT-IDX-RECORD TO WS-HASH-LINE
                       PERFORM COPY-ONE-RECORD
               END-READ
           END-PERFORM
           MOVE "N" TO WS-END-FLAG
           CLOSE ACCT-IDX-FILE COPY-FILE
           MOVE "COPIED" TO WS-FILE-STATUS-WORD.

       COPY-SEQUENTIAL-FILE.
           OPEN INPUT SOURCE-FILE
           IF SRC-FILE-STATUS = "35"
               MOVE "ABSENT" TO WS-FILE-STATUS-WORD
               EXIT PARAGRAPH
           END-IF
           IF SRC-FILE-STATUS NOT = "00"
               MOVE "FAILED" TO WS-FILE-STATUS-WORD
               MOVE SRC-FILE-STATUS TO EL-CURRENT-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT COPY-FILE
           IF COPY-FILE-STATUS NOT = "00"
               CLOSE SOURCE-FILE
               MOVE "FAILED" TO WS-FILE-STATUS-WORD
               MOVE COPY-FILE-STATUS TO EL-CURRENT-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
               READ SOURCE-FILE
                   AT END
                       MOVE "Y" TO WS-END-FLAG
                   NOT AT END
                       MOVE SOURCE-REC TO WS-HASH-LINE
                       PERFORM COPY-ONE-RECORD
               END-READ
           END-PERFORM
           MOVE "N" TO WS-END-FLAG
           CLOSE SOURCE-FILE COPY-FILE
           MOVE "COPIED" TO WS-FILE-STATUS-WORD.

       COPY-ONE-RECORD.
           CALL "BACKUP-HASH" USING WS-HASH-LINE WS-FILE-HASH
           END-CALL
           WRITE COPY-REC FROM WS-HASH-LINE
           ADD 1 TO WS-FILE-RECORDS
           ADD 1 TO RS-IN-COUNT
           ADD 1 TO RS-OUT-COUNT.

       COPY EXCLGPD.
       COPY RUNSTPD.
