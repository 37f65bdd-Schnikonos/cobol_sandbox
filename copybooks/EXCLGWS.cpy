       01 EL-CURRENT-FILE        PIC X(24).
       01 EL-CURRENT-STATUS      PIC X(02).
       01 EL-OPERATOR-WS         PIC X(08).
       01 EL-LOG-TIME-WS         PIC 9(08).
