      *
      * Bad transactions go to the suspense file with reason codes,
      * and each applied change writes a before/after audit line in
      * MODULAR-FLOW's timestamped style, ending with the signed-on
      * operator from GET-OPERATOR.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 SU-REASON-CODE  PIC X(12).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-REC      PIC X(89).

       WORKING-STORAGE SECTION.
       01 FS-CONTACT         PIC XX.
          05 AL-BEFORE       PIC X(26).
          05 AL-ARROW        PIC X(4).
          05 AL-AFTER        PIC X(26).
          05 AL-SPACE-5      PIC X VALUE SPACE.
          05 AL-OPERATOR     PIC X(8).

       01 WS-TODAY           PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-NOW             PIC 9(8).
       01 WS-OPERATOR-ID     PIC X(8).

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
           MOVE WS-TODAY TO AL-DATE
           MOVE WS-NOW(1:6) TO AL-TIME
           MOVE SPACE TO AL-SPACE-1 AL-SPACE-2 AL-SPACE-3
               AL-SPACE-4 AL-SPACE-5
           CALL "GET-OPERATOR" USING WS-OPERATOR-ID
           END-CALL
           MOVE WS-OPERATOR-ID TO AL-OPERATOR
           MOVE CT-ACTION TO AL-ACTION
           MOVE CT-ID TO AL-ID
           MOVE " -> " TO AL-ARROW
