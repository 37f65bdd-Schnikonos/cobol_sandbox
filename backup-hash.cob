       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP-HASH.

      *---------------------------------------------------------------
      * Shared hash total for the backup set, in ACCT-CHECK-DIGIT's
      * CALLable style. Folds one record into a running hash: each
      * character up to the last non-blank, then an end-of-record
      * mark, as hash = (hash * 31 + character) mod 999999999989.
      * Position matters, so a transposed field or a record moved
      * between files changes the total where a plain sum would
      * not. Trailing blanks are left out because a line sequential
      * copy does not keep them.
      *
      * BACKUP-SET hashes each file as it copies it and BACKUP-VERIFY
      * hashes the restored copy; the caller zeroes LK-HASH before
      * the first record of a file.
      *---------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-HASH-PRIME      PIC 9(12) VALUE 999999999989.
       01 WS-LINE-LEN        PIC 9(3).
       01 WS-CHAR-IDX        PIC 9(3).

       LINKAGE SECTION.
       01 LK-LINE            PIC X(256).
       01 LK-HASH            PIC 9(15).

       PROCEDURE DIVISION USING LK-LINE LK-HASH.
           IF LK-LINE = SPACES
               MOVE 0 TO WS-LINE-LEN
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(LK-LINE TRAILING))
                   TO WS-LINE-LEN
           END-IF
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-LINE-LEN
               COMPUTE LK-HASH = FUNCTION MOD(LK-HASH * 31
                   + FUNCTION ORD(LK-LINE(WS-CHAR-IDX:1))
                   WS-HASH-PRIME)
           END-PERFORM
           COMPUTE LK-HASH =
               FUNCTION MOD(LK-HASH * 31 + 11 WS-HASH-PRIME)
           GOBACK.
