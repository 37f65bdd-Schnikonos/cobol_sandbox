          05 YTD-TAX         PIC 9(7)V99.
          05 YTD-NET         PIC 9(7)V99.
          05 YTD-EMPLOYER    PIC 9(7)V99.
          05 YTD-SUPP-GROSS  PIC 9(7)V99.
          05 YTD-SUPP-TAX    PIC 9(7)V99.

       FD BANK-FEED-FILE.
       01 BANK-FEED-REC      PIC X(40).
             10 YT-TAX       PIC S9(7)V99.
             10 YT-NET       PIC S9(7)V99.
             10 YT-EMPLOYER  PIC 9(7)V99.
             10 YT-SUPP-GROSS PIC 9(7)V99.
             10 YT-SUPP-TAX  PIC 9(7)V99.

       01 WS-OPERATOR-ID     PIC X(8).
       01 WS-REQUIRED-LEVEL  PIC 9.
                               TO YT-NET(WS-YTD-COUNT)
                           MOVE YTD-EMPLOYER
                               TO YT-EMPLOYER(WS-YTD-COUNT)
                           MOVE 0 TO YT-SUPP-GROSS(WS-YTD-COUNT)
                               YT-SUPP-TAX(WS-YTD-COUNT)
                           IF YTD-SUPP-GROSS NUMERIC
                               AND YTD-SUPP-TAX NUMERIC
                               MOVE YTD-SUPP-GROSS
                                   TO YT-SUPP-GROSS(WS-YTD-COUNT)
                               MOVE YTD-SUPP-TAX
                                   TO YT-SUPP-TAX(WS-YTD-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               MOVE YT-TAX(WS-YTD-IDX) TO YTD-TAX
               MOVE YT-NET(WS-YTD-IDX) TO YTD-NET
               MOVE YT-EMPLOYER(WS-YTD-IDX) TO YTD-EMPLOYER
               MOVE YT-SUPP-GROSS(WS-YTD-IDX) TO YTD-SUPP-GROSS
               MOVE YT-SUPP-TAX(WS-YTD-IDX) TO YTD-SUPP-TAX
               WRITE YTD-REC
           END-PERFORM
           CLOSE YTD-FILE.
