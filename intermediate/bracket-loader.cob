      * A row with a blank tag is treated as FED, so rate files cut
      * before the tag existed still load as the federal set.
      *
      * A row numbered bracket 0 is not a bracket: it carries the
      * jurisdiction's flat rate on supplemental pay (bonuses and
      * commissions), read by PAYROLL-SUPPLEMENTAL and skipped here,
      * so a new supplemental rate never hides the bracket set.
      *
      * LK-LOAD-STATUS comes back "Y" when a full set of five
      * brackets was loaded, "N" otherwise (missing file, or no set
      * in force on the pay date).
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RATE-ROW-COUNT
               IF WS-ROW-JURIS(WS-IDX) = LK-JURISDICTION
                   AND WS-ROW-BRACKET(WS-IDX) >= 1
                   AND WS-ROW-BRACKET(WS-IDX) <= 5
                   AND WS-ROW-EFF-DATE(WS-IDX) <= LK-PAY-DATE
                   AND WS-ROW-EFF-DATE(WS-IDX) > WS-BEST-DATE
                   MOVE WS-ROW-EFF-DATE(WS-IDX) TO WS-BEST-DATE
