      * - Recall inquiry: for each lot number requested in
      *   lot-trace-requests.txt, lists every receipt, issue,
      *   backorder fill, kit component use, kit build, transfer
      *   and return to vendor STOCK-MOVEMENTS recorded against
      *   the lot in lot-movements.txt, with the reference that
      *   says who, which order, kit or return it went to, then
      *   where the lot is still on hand in prod-lots.txt
      * - The same lot number under two products is shown for both,
      *   product by product as the rows come

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOT-TRACE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE
              ASSIGN TO "beginner/exercises/lot-trace-requests.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REQ-FILE-STATUS.
           SELECT LOT-HISTORY-FILE
              ASSIGN TO "beginner/exercises/lot-movements.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LTH-FILE-STATUS.
           SELECT LOT-FILE
              ASSIGN TO "beginner/exercises/prod-lots.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
       01 REQUEST-REC PIC X(10).

       FD LOT-HISTORY-FILE.
       01 LOT-HISTORY-RECORD.
          05 LH-DATE PIC 9(8).
          05 LH-TYPE PIC X.
          05 LH-CODE PIC X(5).
          05 LH-LOC PIC X(3).
          05 LH-TO-LOC PIC X(3).
          05 LH-LOT PIC X(10).
          05 LH-EXPIRY PIC 9(8).
          05 LH-QTY PIC 9(5).
          05 LH-REFERENCE PIC X(8).

       FD LOT-FILE.
       01 LOT-RECORD.
          05 LF-CODE PIC X(5).
          05 LF-LOC PIC X(3).
          05 LF-LOT PIC X(10).
          05 LF-EXPIRY PIC 9(8).
          05 LF-RECEIVED PIC 9(8).
          05 LF-QTY PIC 9(5).

       WORKING-STORAGE SECTION.
       01 REQ-FILE-STATUS PIC XX.
       01 LTH-FILE-STATUS PIC XX.
       01 LOT-FILE-STATUS PIC XX.
       01 FILE-END PIC X VALUE 'N'.
       01 SCAN-END PIC X.
       01 WS-TYPE-TEXT PIC X(9).
       01 WS-MOVE-COUNT PIC 9(4).
       01 WS-IN-QTY PIC 9(7).
       01 WS-OUT-QTY PIC 9(7).
       01 WS-HELD-QTY PIC 9(7).

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT REQUEST-FILE.
           IF REQ-FILE-STATUS NOT = "00"
               DISPLAY "No lot trace requests on file, FS="
                  REQ-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM UNTIL FILE-END = "Y"
              READ REQUEST-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    PERFORM TRACE-ONE-LOT
              END-READ
           END-PERFORM.
           CLOSE REQUEST-FILE.
           STOP RUN.

       TRACE-ONE-LOT.
           DISPLAY " ".
           DISPLAY "LOT TRACE: " REQUEST-REC.
           DISPLAY "  DATE     MOVEMENT  CODE  LOC TO  EXPIRY   "
              " QTY  REFERENCE".
           MOVE 0 TO WS-MOVE-COUNT.
           MOVE 0 TO WS-IN-QTY.
           MOVE 0 TO WS-OUT-QTY.
           MOVE "N" TO SCAN-END.
           OPEN INPUT LOT-HISTORY-FILE.
           IF LTH-FILE-STATUS NOT = "00"
               DISPLAY "  No lot movements on file"
               MOVE "Y" TO SCAN-END
           END-IF.
           PERFORM UNTIL SCAN-END = "Y"
              READ LOT-HISTORY-FILE
                 AT END
                    MOVE "Y" TO SCAN-END
                 NOT AT END
                    IF LH-LOT = REQUEST-REC
                       PERFORM SHOW-LOT-MOVEMENT
                    END-IF
              END-READ
           END-PERFORM.
           IF LTH-FILE-STATUS = "00" OR LTH-FILE-STATUS = "10"
               CLOSE LOT-HISTORY-FILE
           END-IF.
           DISPLAY "  MOVEMENTS " WS-MOVE-COUNT "  IN " WS-IN-QTY
              "  OUT " WS-OUT-QTY.

           DISPLAY "  STILL ON HAND".
           MOVE 0 TO WS-HELD-QTY.
           MOVE "N" TO SCAN-END.
           OPEN INPUT LOT-FILE.
           IF LOT-FILE-STATUS NOT = "00"
               MOVE "Y" TO SCAN-END
           END-IF.
           PERFORM UNTIL SCAN-END = "Y"
              READ LOT-FILE
                 AT END
                    MOVE "Y" TO SCAN-END
                 NOT AT END
                    IF LF-LOT = REQUEST-REC
                       DISPLAY "    " LF-CODE " AT " LF-LOC " QTY "
                          LF-QTY " EXPIRES " LF-EXPIRY
                       ADD LF-QTY TO WS-HELD-QTY
                    END-IF
              END-READ
           END-PERFORM.
           IF LOT-FILE-STATUS = "00" OR LOT-FILE-STATUS = "10"
               CLOSE LOT-FILE
           END-IF.
           DISPLAY "  ON HAND " WS-HELD-QTY.

      * A transfer moves the lot between locations, so it counts
      * neither in nor out; a kit build brings the kit's own lot in.
       SHOW-LOT-MOVEMENT.
           EVALUATE LH-TYPE
              WHEN "R"
                 MOVE "RECEIPT" TO WS-TYPE-TEXT
                 ADD LH-QTY TO WS-IN-QTY
              WHEN "K"
                 MOVE "KIT BUILT" TO WS-TYPE-TEXT
                 ADD LH-QTY TO WS-IN-QTY
              WHEN "I"
                 MOVE "ISSUE" TO WS-TYPE-TEXT
                 ADD LH-QTY TO WS-OUT-QTY
              WHEN "B"
                 MOVE "BACKORDER" TO WS-TYPE-TEXT
                 ADD LH-QTY TO WS-OUT-QTY
              WHEN "C"
                 MOVE "INTO KIT" TO WS-TYPE-TEXT
                 ADD LH-QTY TO WS-OUT-QTY
              WHEN "T"
                 MOVE "TRANSFER" TO WS-TYPE-TEXT
              WHEN "V"
                 MOVE "TO VENDOR" TO WS-TYPE-TEXT
                 ADD LH-QTY TO WS-OUT-QTY
              WHEN OTHER
                 MOVE LH-TYPE TO WS-TYPE-TEXT
           END-EVALUATE.
           DISPLAY "  " LH-DATE " " WS-TYPE-TEXT " " LH-CODE " "
              LH-LOC " " LH-TO-LOC " " LH-EXPIRY " " LH-QTY " "
              LH-REFERENCE.
           ADD 1 TO WS-MOVE-COUNT.
