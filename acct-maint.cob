      *   F<acct 4>           freeze
      *   U<acct 4>           unfreeze
      *   C<acct 4>           close - only at zero balance
      *   D<acct 4>           mark dormant - only an open account
      *   R<acct 4>           reactivate a dormant account
      *
      * Statuses live beside the master in acct-status.txt (O open,
      * F frozen, C closed, D dormant; an account with no row is
      * open, which is every account that predates the status
      * file). DORMANT-ACCOUNTS appends its D transactions here
      * rather than touching the status file itself, so dormancy
      * gets the same validation and audit trail as any other
      * change. POST-BALANCE-UPDATE refuses details against
      * frozen, closed, or dormant accounts. Bad transactions go
      * to the suspense file with a reason code, and every applied
      * change writes a before/after audit line, stamped with the
      * signed-on operator from GET-OPERATOR. Rerun
      * ACCT-MASTER-LOAD after a run that opened accounts, so the
      * keyed master picks them up.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 AL-OLD-STATUS   PIC X.
          05 AL-ARROW        PIC X(4).
          05 AL-NEW-STATUS   PIC X.
          05 AL-SPACE-5      PIC X VALUE SPACE.
          05 AL-OPERATOR     PIC X(8).

       01 WS-TODAY           PIC 9(8).
       01 WS-BUS-DATE-STATUS PIC X.
       01 WS-NOW             PIC 9(8).
       01 WS-OPERATOR-ID     PIC X(8).

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE
                       PERFORM APPLY-UNFREEZE
                   WHEN "C"
                       PERFORM APPLY-CLOSE
                   WHEN "D"
                       PERFORM APPLY-DORMANT
                   WHEN "R"
                       PERFORM APPLY-REACTIVATE
                   WHEN OTHER
                       MOVE "BAD-ACTION" TO SU-REASON-CODE
                       PERFORM SUSPEND-TRANSACTION
               WHEN WS-OLD-STATUS = "F"
                   MOVE "ALREADY-FROZ" TO SU-REASON-CODE
                   PERFORM SUSPEND-TRANSACTION
               WHEN WS-OLD-STATUS = "D"
                   MOVE "ACCT-DORMANT" TO SU-REASON-CODE
                   PERFORM SUSPEND-TRANSACTION
               WHEN OTHER
                   MOVE "F" TO WS-NEW-STATUS
                   PERFORM SET-STATUS-ENTRY
                   ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE.

      *---------------------------------------------------------------
      * Only an open account goes dormant - a frozen account stays
      * frozen until someone unfreezes it, and a closed one is
      * done with.
      *---------------------------------------------------------------
       APPLY-DORMANT.
           EVALUATE TRUE
               WHEN WS-ACCT-MATCH = 0
                   MOVE "UNKNOWN-ACCT" TO SU-REASON-CODE
                   PERFORM SUSPEND-TRANSACTION
               WHEN WS-OLD-STATUS = "D"
                   MOVE "ALREADY-DORM" TO SU-REASON-CODE
                   PERFORM SUSPEND-TRANSACTION
               WHEN WS-OLD-STATUS NOT = "O"
                   MOVE "NOT-OPEN" TO SU-REASON-CODE
                   PERFORM SUSPEND-TRANSACTION
               WHEN OTHER
                   MOVE "D" TO WS-NEW-STATUS
                   PERFORM SET-STATUS-ENTRY
                   PERFORM WRITE-STATUS-AUDIT
                   ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE.

       APPLY-REACTIVATE.
           EVALUATE TRUE
               WHEN WS-ACCT-MATCH = 0
                   MOVE "UNKNOWN-ACCT" TO SU-REASON-CODE
                   PERFORM SUSPEND-TRANSACTION
               WHEN WS-OLD-STATUS NOT = "D"
                   MOVE "NOT-DORMANT" TO SU-REASON-CODE
                   PERFORM SUSPEND-TRANSACTION
               WHEN OTHER
                   MOVE "O" TO WS-NEW-STATUS
                   PERFORM SET-STATUS-ENTRY
                   PERFORM WRITE-STATUS-AUDIT
                   ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE.

       SET-STATUS-ENTRY.
           IF WS-STAT-MATCH = 0
               IF WS-STAT-COUNT >= 200
           MOVE WS-TODAY TO AL-DATE
           MOVE WS-NOW(1:6) TO AL-TIME
           MOVE SPACE TO AL-SPACE-1 AL-SPACE-2 AL-SPACE-3
               AL-SPACE-4 AL-SPACE-5
           CALL "GET-OPERATOR" USING WS-OPERATOR-ID
           END-CALL
           MOVE WS-OPERATOR-ID TO AL-OPERATOR
           MOVE AT-ACTION TO AL-ACTION
           MOVE AT-ACCT TO AL-ACCT
           MOVE WS-OLD-STATUS TO AL-OLD-STATUS
