      *   against nothing; the intake and exception runs now check
      *   it against this file, so a typo no longer orphans a
      *   product from its supplier
      * - VN-TERMS-DAYS carries the vendor's payment terms, the days
      *   from invoice date to payment due that AP-PAYMENT-DUE works
      *   to

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-MAINT.
          05 VN-NAME PIC X(15).
          05 VN-CONTACT PIC X(10).
          05 VN-LEAD-DAYS PIC 9(3).
          05 VN-TERMS-DAYS PIC 9(3).

       WORKING-STORAGE SECTION.
       01 VEN-FILE-STATUS PIC XX.
       01 WS-NEW-NAME PIC X(15) VALUE "NORTHSIDE PAPER".
       01 WS-NEW-CONTACT PIC X(10) VALUE "J HARDY".
       01 WS-NEW-LEAD PIC 9(3) VALUE 10.
       01 WS-NEW-TERMS PIC 9(3) VALUE 30.

       01 VEN-COUNT PIC 9(3) VALUE 0.
       01 VEN-TABLE.
             10 VT-NAME PIC X(15).
             10 VT-CONTACT PIC X(10).
             10 VT-LEAD PIC 9(3).
             10 VT-TERMS PIC 9(3).

       PROCEDURE DIVISION.
       MAIN SECTION.
                       MOVE VN-NAME TO VT-NAME(VEN-COUNT)
                       MOVE VN-CONTACT TO VT-CONTACT(VEN-COUNT)
                       MOVE VN-LEAD-DAYS TO VT-LEAD(VEN-COUNT)
                       MOVE VN-TERMS-DAYS TO VT-TERMS(VEN-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
                 MOVE WS-NEW-NAME TO VT-NAME(IDX)
                 MOVE WS-NEW-CONTACT TO VT-CONTACT(IDX)
                 MOVE WS-NEW-LEAD TO VT-LEAD(IDX)
                 MOVE WS-NEW-TERMS TO VT-TERMS(IDX)
                 MOVE "Y" TO WS-MAINT-FOUND
              END-IF
           END-PERFORM.
              MOVE VT-NAME(IDX - 1) TO VT-NAME(IDX)
              MOVE VT-CONTACT(IDX - 1) TO VT-CONTACT(IDX)
              MOVE VT-LEAD(IDX - 1) TO VT-LEAD(IDX)
              MOVE VT-TERMS(IDX - 1) TO VT-TERMS(IDX)
           END-PERFORM.
           MOVE WS-NEW-CODE TO VT-CODE(WS-INS-POS).
           MOVE WS-NEW-NAME TO VT-NAME(WS-INS-POS).
           MOVE WS-NEW-CONTACT TO VT-CONTACT(WS-INS-POS).
           MOVE WS-NEW-LEAD TO VT-LEAD(WS-INS-POS).
           MOVE WS-NEW-TERMS TO VT-TERMS(WS-INS-POS).

       REWRITE-VENDORS.
           OPEN OUTPUT VENDOR-FILE.
              MOVE VT-NAME(IDX) TO VN-NAME
              MOVE VT-CONTACT(IDX) TO VN-CONTACT
              MOVE VT-LEAD(IDX) TO VN-LEAD-DAYS
              MOVE VT-TERMS(IDX) TO VN-TERMS-DAYS
              WRITE VENDOR-RECORD
           END-PERFORM.
           CLOSE VENDOR-FILE.
