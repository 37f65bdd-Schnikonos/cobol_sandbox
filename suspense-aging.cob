      * The suspense files of the suite and who owns each one. A
      * new suspense file is one table row here.
      *---------------------------------------------------------------
       01 WS-FILE-COUNT      PIC 9(2) VALUE 11.
       01 WS-FILE-IDX        PIC 9(2).
       01 WS-FILE-LIST.
          05 FILLER PIC X(64) VALUE
          05 FILLER PIC X(64) VALUE
             "intermediate/vendor-roster-suspense.txt     VENDOR-ROSTER-
      -      "INTAKE".
          05 FILLER PIC X(64) VALUE
             "intermediate/timesheet-suspense.txt         TIMESHEET-EDIT
      -      "      ".
          05 FILLER PIC X(64) VALUE
             "intermediate/leave-suspense.txt             PAYROLL-DRIVER
      -      "      ".
          05 FILLER PIC X(64) VALUE
             "intermediate/bonus-suspense.txt             PAYROLL-SUPPLE
      -      "MENTAL".
       01 WS-FILE-TABLE REDEFINES WS-FILE-LIST.
          05 WS-FILE-ENTRY OCCURS 11 TIMES.
             10 SF-PATH      PIC X(44).
             10 SF-OWNER     PIC X(20).

       01 WS-WK-AGE          PIC S9(5).
       01 WS-WK-STALE        PIC X VALUE "N".
       01 WS-WK-TABLE.
          05 WS-WK-ENTRY OCCURS 11 TIMES.
             10 WKT-PATH     PIC X(44).
             10 WKT-COUNT    PIC 9(5).
             10 WKT-DATE     PIC 9(8).
