          05 VN-NAME PIC X(15).
          05 VN-CONTACT PIC X(10).
          05 VN-LEAD-DAYS PIC 9(3).
          05 VN-TERMS-DAYS PIC 9(3).

       WORKING-STORAGE SECTION.
       01 SEQ-FILE-STATUS PIC XX.
