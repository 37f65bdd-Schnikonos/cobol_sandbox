      * reported as not reconstructable instead of being silently
      * wrong. The rebuilt file only replaces bbbbbb.idx when every
      * account verified clean.
      *
      * Once PERIOD-ARCHIVE has moved closed months' images out to
      * balance-audit-<YYYYMM>.txt, a snapshot older than the open
      * period reaches back before the live trail starts. The
      * replay then reads each archived month from the snapshot's
      * own month forward before the live trail, passing over any
      * archived image dated before the snapshot was taken - it
      * is already in the snapshot. The snapshot's date comes from
      * its name: acct-snapshot-<YYYYMMDD>.txt as POST-BALANCE-
      * UPDATE takes them, or a period's stored openings,
      * acct-opening-<YYYYMM>.txt, which stand at the first of the
      * month. A snapshot named any other way is taken to predate
      * every archive.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SNAPSHOT-FILE ASSIGN USING WS-SNAPSHOT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SNAP-FILE-STATUS.
           SELECT BALANCE-AUDIT-FILE ASSIGN USING WS-AUDIT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDT-FILE-STATUS.
           SELECT ACCT-IDX-FILE ASSIGN TO "bbbbbb.idx"
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS IDX-ACCT-NUMBER
              FILE STATUS IS IDX-FILE-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "archive-manifest.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MANF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 BA-AMOUNT PIC X(9).
          05 BA-FILLER-5 PIC X.
          05 BA-AFTER PIC X(9).
          05 BA-FILLER-6 PIC X.
          05 BA-ENTRY-TYPE PIC X.
          05 BA-FILLER-7 PIC X.
          05 BA-BATCH-ID PIC X(7).

       FD ACCT-IDX-FILE.
       01 ACCT-IDX-RECORD.
          05 IDX-ACCT-BALANCE PIC S9(5)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

       FD MANIFEST-FILE.
       01 MANIFEST-REC.
          05 AM-RUN-DATE PIC 9(8).
          05 AM-FILLER-1 PIC X.
          05 AM-PERIOD PIC 9(6).
          05 AM-FILLER-2 PIC X.
          05 AM-KIND PIC X(7).
          05 AM-REST PIC X(40).

       WORKING-STORAGE SECTION.
       01 CTRL-FILE-STATUS   PIC XX.
       01 MANF-FILE-STATUS   PIC XX.
       01 SNAP-FILE-STATUS   PIC XX.
       01 AUDT-FILE-STATUS   PIC XX.
       01 IDX-FILE-STATUS    PIC XX.
       01 WS-END-FLAG        PIC X VALUE "N".
       01 WS-SNAPSHOT-NAME   PIC X(30).
       01 WS-AUDIT-NAME      PIC X(30).
       01 WS-SNAPSHOT-DATE   PIC 9(8) VALUE 0.
       01 WS-OPEN-PERIOD     PIC 9(6).
       01 WS-PERIOD-STATUS   PIC X.
       01 WS-ARCH-PERIOD.
          05 WS-AP-YYYY      PIC 9(4).
          05 WS-AP-MM        PIC 9(2).
       01 WS-ARCH-PERIOD-N REDEFINES WS-ARCH-PERIOD PIC 9(6).

      *---------------------------------------------------------------
      * The master being rebuilt, seeded from the snapshot, with
           MOVE "N" TO WS-END-FLAG.

       REPLAY-AUDIT-IMAGES.
           PERFORM REPLAY-ARCHIVED-MONTHS
           MOVE "balance-audit.txt" TO WS-AUDIT-NAME
           OPEN INPUT BALANCE-AUDIT-FILE
           IF AUDT-FILE-STATUS NOT = "00"
              DISPLAY "Cannot open balance audit, FS="
           CLOSE BALANCE-AUDIT-FILE
           MOVE "N" TO WS-END-FLAG.

       REPLAY-ARCHIVED-MONTHS.
           CALL "GET-OPEN-PERIOD"
              USING WS-OPEN-PERIOD WS-PERIOD-STATUS
           END-CALL
           EVALUATE TRUE
              WHEN WS-SNAPSHOT-NAME(1:14) = "acct-snapshot-"
                 MOVE WS-SNAPSHOT-NAME(15:8) TO WS-SNAPSHOT-DATE
              WHEN WS-SNAPSHOT-NAME(1:13) = "acct-opening-"
                 MOVE WS-SNAPSHOT-NAME(14:6) TO WS-SNAPSHOT-DATE(1:6)
                 MOVE "01" TO WS-SNAPSHOT-DATE(7:2)
              WHEN OTHER
                 MOVE 0 TO WS-SNAPSHOT-DATE
           END-EVALUATE
           IF WS-SNAPSHOT-DATE NOT NUMERIC
              MOVE 0 TO WS-SNAPSHOT-DATE
           END-IF
           IF WS-SNAPSHOT-DATE = 0
              PERFORM FIND-FIRST-ARCHIVE
           ELSE
              MOVE WS-SNAPSHOT-DATE(1:6) TO WS-ARCH-PERIOD
           END-IF
           PERFORM UNTIL WS-ARCH-PERIOD-N >= WS-OPEN-PERIOD
              MOVE SPACES TO WS-AUDIT-NAME
              STRING "balance-audit-" WS-ARCH-PERIOD ".txt"
                 DELIMITED BY SIZE INTO WS-AUDIT-NAME
              END-STRING
              OPEN INPUT BALANCE-AUDIT-FILE
              IF AUDT-FILE-STATUS = "00"
                 PERFORM UNTIL WS-END-FLAG = "Y"
                    READ BALANCE-AUDIT-FILE
                       AT END
                          MOVE "Y" TO WS-END-FLAG
                       NOT AT END
                          IF BA-DATE >= WS-SNAPSHOT-DATE
                             ADD 1 TO WS-IMAGE-COUNT
                             PERFORM REPLAY-ONE-IMAGE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE BALANCE-AUDIT-FILE
                 MOVE "N" TO WS-END-FLAG
              END-IF
              ADD 1 TO WS-AP-MM
              IF WS-AP-MM > 12
                 MOVE 1 TO WS-AP-MM
                 ADD 1 TO WS-AP-YYYY
              END-IF
           END-PERFORM.

      *---------------------------------------------------------------
      * The manifest lists archives in the order they were made, so
      * its first audit line is the oldest month archived; with no
      * manifest there are no archives and the walk starts at the
      * open period, which is to say not at all.
      *---------------------------------------------------------------
       FIND-FIRST-ARCHIVE.
           MOVE WS-OPEN-PERIOD TO WS-ARCH-PERIOD
           OPEN INPUT MANIFEST-FILE
           IF MANF-FILE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-FLAG = "Y"
              READ MANIFEST-FILE
                 AT END
                    MOVE "Y" TO WS-END-FLAG
                 NOT AT END
                    IF AM-KIND = "AUDIT"
                       AND AM-PERIOD < WS-ARCH-PERIOD-N
                       MOVE AM-PERIOD TO WS-ARCH-PERIOD
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE
           MOVE "N" TO WS-END-FLAG.

      *---------------------------------------------------------------
      * An image for an account the snapshot never carried is a
      * gap by definition - the audit trail knows an account the
