      *---------------------------------------------------------------
       WRITE-EXCEPTION-LOG.
           ACCEPT EL-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT EL-LOG-TIME-WS FROM TIME
           MOVE EL-LOG-TIME-WS(1:6) TO EL-LOG-TIME
           CALL "GET-OPERATOR" USING EL-OPERATOR-WS
           END-CALL
           MOVE EL-PROGRAM-ID     TO EL-PROGRAM-NAME
