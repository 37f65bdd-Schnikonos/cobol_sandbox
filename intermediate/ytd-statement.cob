      * maintains: one statement block per employee showing the year,
      * gross earned, tax withheld, and net paid across every run of
      * the year, written to a statement file ready to print and mail.
      * The supplemental share of the gross and tax - bonuses and the
      * flat-rate tax withheld on them - is shown beneath, as the part
      * of those figures PAYROLL-SUPPLEMENTAL paid; a row written
      * before the master carried it shows nothing supplemental.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 YTD-TAX         PIC 9(7)V99.
          05 YTD-NET         PIC 9(7)V99.
          05 YTD-EMPLOYER    PIC 9(7)V99.
          05 YTD-SUPP-GROSS  PIC 9(7)V99.
          05 YTD-SUPP-TAX    PIC 9(7)V99.

       FD STATEMENT-FILE.
       01 STATEMENT-LINE     PIC X(60).
          05 FILLER          PIC X(16) VALUE "  EMPLOYER CONT:".
          05 WS-S-EMPLOYER   PIC Z(6)9.99.

       01 WS-SUPP-GROSS-LINE.
          05 FILLER          PIC X(16) VALUE "  SUPP GROSS:   ".
          05 WS-S-SUPP-GROSS PIC Z(6)9.99.

       01 WS-SUPP-TAX-LINE.
          05 FILLER          PIC X(16) VALUE "  SUPP TAX:     ".
          05 WS-S-SUPP-TAX   PIC Z(6)9.99.

       PROCEDURE DIVISION.
           OPEN INPUT YTD-FILE
           IF FS-YTD NOT = "00"
           WRITE STATEMENT-LINE FROM WS-NET-LINE
           MOVE YTD-EMPLOYER TO WS-S-EMPLOYER
           WRITE STATEMENT-LINE FROM WS-EMPLOYER-LINE
           IF YTD-SUPP-GROSS NUMERIC AND YTD-SUPP-TAX NUMERIC
               MOVE YTD-SUPP-GROSS TO WS-S-SUPP-GROSS
               MOVE YTD-SUPP-TAX TO WS-S-SUPP-TAX
           ELSE
               MOVE 0 TO WS-S-SUPP-GROSS
               MOVE 0 TO WS-S-SUPP-TAX
           END-IF
           WRITE STATEMENT-LINE FROM WS-SUPP-GROSS-LINE
           WRITE STATEMENT-LINE FROM WS-SUPP-TAX-LINE

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
