      * - Customer master maintenance in VENDOR-MAINT's
      *   insert/update style, driven by customer-transactions.txt:
      *   a code already on file updates its customer, a new code
      *   inserts in code order
      * - Status is A (active) or H (on hold); SALES-ORDER-ENTRY
      *   takes orders only for an active customer, so a hold here
      *   stops new orders without losing the customer's history
      * - Every customer is tied to a card on the unified contact
      *   master through CONTACT-ACCESS: found by the customer's
      *   name, or added with the city on the transaction when it
      *   is not there yet (a city given for a card already on file
      *   updates it). SALES-INVOICING addresses invoices from that
      *   card and links it to the customer's receivable account,
      *   so ACCT-STATEMENTS addresses the statements too
      * - A transaction with no code, no name or a bad status is
      *   rejected to customer-suspense.txt

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
              ASSIGN TO "beginner/exercises/customers.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CUS-FILE-STATUS.
           SELECT CUST-TXN-FILE
              ASSIGN TO "beginner/exercises/customer-transactions.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CTX-FILE-STATUS.
           SELECT SUSPENSE-FILE
              ASSIGN TO "beginner/exercises/customer-suspense.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SUS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
          05 CU-CODE PIC X(5).
          05 CU-NAME PIC X(20).
          05 CU-CONTACT PIC X(10).
          05 CU-STATUS PIC X.
          05 CU-CONTACT-ID PIC 9(5).

       FD CUST-TXN-FILE.
       01 CUST-TXN-RECORD.
          05 CT-CODE PIC X(5).
          05 CT-NAME PIC X(20).
          05 CT-CONTACT PIC X(10).
          05 CT-STATUS PIC X.
          05 CT-CITY PIC X(20).

       FD SUSPENSE-FILE.
       01 SUSPENSE-REC.
          05 SU-TXN PIC X(56).
          05 SU-FILLER PIC X.
          05 SU-REASON-CODE PIC X(12).

       WORKING-STORAGE SECTION.
       01 CUS-FILE-STATUS PIC XX.
       01 CTX-FILE-STATUS PIC XX.
       01 SUS-FILE-STATUS PIC XX.
       01 FILE-END PIC X VALUE 'N'.

       01 IDX PIC 9(3).
       01 WS-MAINT-FOUND PIC X VALUE "N".
       01 WS-INS-POS PIC 9(3).
       01 WS-INS-FOUND PIC X VALUE "N".
       01 APPLIED-COUNT PIC 9(5) VALUE 0.
       01 REJECT-COUNT PIC 9(5) VALUE 0.

      * Contact card passed to and from CONTACT-ACCESS.
       01 WS-CONTACT-ACTION PIC X.
       01 WS-CONTACT-ID PIC 9(5).
       01 WS-CONTACT-NAME PIC X(20).
       01 WS-CONTACT-AGE PIC 9(3).
       01 WS-CONTACT-CITY PIC X(20).
       01 WS-CONTACT-RESULT PIC X.

       01 CUS-COUNT PIC 9(3) VALUE 0.
       01 CUS-TABLE.
          05 CUS-ENTRY OCCURS 300 TIMES.
             10 CUT-CODE PIC X(5).
             10 CUT-NAME PIC X(20).
             10 CUT-CONTACT PIC X(10).
             10 CUT-STATUS PIC X.
             10 CUT-CONTACT-ID PIC 9(5).

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE 0 TO RETURN-CODE.
           PERFORM LOAD-CUSTOMERS.
           PERFORM APPLY-TRANSACTIONS.
           PERFORM REWRITE-CUSTOMERS.
           DISPLAY "Customer transactions applied:  " APPLIED-COUNT.
           DISPLAY "Customer transactions rejected: " REJECT-COUNT.
           DISPLAY "Customer rows on file: " CUS-COUNT.
           IF REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE.
           IF CUS-FILE-STATUS NOT = "00"
               DISPLAY "No customer file yet - starting empty"
               MOVE "Y" TO FILE-END
           END-IF.
           PERFORM UNTIL FILE-END = "Y"
              READ CUSTOMER-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    IF CUS-COUNT < 300
                       ADD 1 TO CUS-COUNT
                       MOVE CU-CODE TO CUT-CODE(CUS-COUNT)
                       MOVE CU-NAME TO CUT-NAME(CUS-COUNT)
                       MOVE CU-CONTACT TO CUT-CONTACT(CUS-COUNT)
                       MOVE CU-STATUS TO CUT-STATUS(CUS-COUNT)
                       MOVE CU-CONTACT-ID
                          TO CUT-CONTACT-ID(CUS-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           IF CUS-FILE-STATUS = "00" OR CUS-FILE-STATUS = "10"
               CLOSE CUSTOMER-FILE
           END-IF.
           MOVE "N" TO FILE-END.

       APPLY-TRANSACTIONS.
           OPEN INPUT CUST-TXN-FILE.
           IF CTX-FILE-STATUS NOT = "00"
               DISPLAY "No customer transactions, FS=" CTX-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT SUSPENSE-FILE.
           PERFORM UNTIL FILE-END = "Y"
              READ CUST-TXN-FILE
                 AT END
                    MOVE "Y" TO FILE-END
                 NOT AT END
                    PERFORM APPLY-ONE-CUSTOMER
              END-READ
           END-PERFORM.
           CLOSE CUST-TXN-FILE SUSPENSE-FILE.
           MOVE "N" TO FILE-END.

       APPLY-ONE-CUSTOMER.
           EVALUATE TRUE
              WHEN CT-CODE = SPACES
                 MOVE "NO-CODE" TO SU-REASON-CODE
                 PERFORM SUSPEND-CUSTOMER
              WHEN CT-NAME = SPACES
                 MOVE "NO-NAME" TO SU-REASON-CODE
                 PERFORM SUSPEND-CUSTOMER
              WHEN CT-STATUS NOT = "A" AND CT-STATUS NOT = "H"
                 MOVE "BAD-STATUS" TO SU-REASON-CODE
                 PERFORM SUSPEND-CUSTOMER
              WHEN OTHER
                 PERFORM MAINTAIN-CUSTOMER
           END-EVALUATE.

       MAINTAIN-CUSTOMER.
           PERFORM RESOLVE-CONTACT.
           MOVE "N" TO WS-MAINT-FOUND.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > CUS-COUNT
              IF CUT-CODE(IDX) = CT-CODE
                 MOVE CT-NAME TO CUT-NAME(IDX)
                 MOVE CT-CONTACT TO CUT-CONTACT(IDX)
                 MOVE CT-STATUS TO CUT-STATUS(IDX)
                 MOVE WS-CONTACT-ID TO CUT-CONTACT-ID(IDX)
                 MOVE "Y" TO WS-MAINT-FOUND
              END-IF
           END-PERFORM.

           IF WS-MAINT-FOUND = "N"
               IF CUS-COUNT >= 300
                   MOVE "TABLE-FULL" TO SU-REASON-CODE
                   PERFORM SUSPEND-CUSTOMER
                   EXIT PARAGRAPH
               END-IF
               PERFORM FIND-INSERT-POSITION
               PERFORM SHIFT-AND-INSERT
           END-IF.
           ADD 1 TO APPLIED-COUNT.

       FIND-INSERT-POSITION.
           MOVE CUS-COUNT TO WS-INS-POS.
           ADD 1 TO WS-INS-POS.
           MOVE "N" TO WS-INS-FOUND.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > CUS-COUNT
              IF WS-INS-FOUND = "N" AND CUT-CODE(IDX) > CT-CODE
                 MOVE IDX TO WS-INS-POS
                 MOVE "Y" TO WS-INS-FOUND
              END-IF
           END-PERFORM.

       SHIFT-AND-INSERT.
           ADD 1 TO CUS-COUNT.
           PERFORM VARYING IDX FROM CUS-COUNT BY -1
                   UNTIL IDX <= WS-INS-POS
              MOVE CUS-ENTRY(IDX - 1) TO CUS-ENTRY(IDX)
           END-PERFORM.
           MOVE CT-CODE TO CUT-CODE(WS-INS-POS).
           MOVE CT-NAME TO CUT-NAME(WS-INS-POS).
           MOVE CT-CONTACT TO CUT-CONTACT(WS-INS-POS).
           MOVE CT-STATUS TO CUT-STATUS(WS-INS-POS).
           MOVE WS-CONTACT-ID TO CUT-CONTACT-ID(WS-INS-POS).

      * The customer's name finds its contact card; with no card a
      * new one is added, and a city on the transaction replaces
      * the one on an existing card. A card that cannot be added
      * leaves the customer unlinked (contact id zero).
       RESOLVE-CONTACT.
           MOVE 0 TO WS-CONTACT-ID.
           MOVE CT-NAME TO WS-CONTACT-NAME.
           MOVE "F" TO WS-CONTACT-ACTION.
           CALL "CONTACT-ACCESS" USING WS-CONTACT-ACTION
              WS-CONTACT-ID WS-CONTACT-NAME WS-CONTACT-AGE
              WS-CONTACT-CITY WS-CONTACT-RESULT
           END-CALL.
           IF WS-CONTACT-RESULT = "Y"
              IF CT-CITY NOT = SPACES
                 AND CT-CITY NOT = WS-CONTACT-CITY
                 MOVE CT-CITY TO WS-CONTACT-CITY
                 MOVE "U" TO WS-CONTACT-ACTION
                 CALL "CONTACT-ACCESS" USING WS-CONTACT-ACTION
                    WS-CONTACT-ID WS-CONTACT-NAME WS-CONTACT-AGE
                    WS-CONTACT-CITY WS-CONTACT-RESULT
                 END-CALL
              END-IF
           ELSE
              MOVE 0 TO WS-CONTACT-ID
              MOVE CT-NAME TO WS-CONTACT-NAME
              MOVE 0 TO WS-CONTACT-AGE
              MOVE CT-CITY TO WS-CONTACT-CITY
              MOVE "A" TO WS-CONTACT-ACTION
              CALL "CONTACT-ACCESS" USING WS-CONTACT-ACTION
                 WS-CONTACT-ID WS-CONTACT-NAME WS-CONTACT-AGE
                 WS-CONTACT-CITY WS-CONTACT-RESULT
              END-CALL
              IF WS-CONTACT-RESULT NOT = "Y"
                 AND WS-CONTACT-RESULT NOT = "D"
                 MOVE 0 TO WS-CONTACT-ID
                 DISPLAY "No contact card for customer " CT-CODE
              END-IF
           END-IF.

       SUSPEND-CUSTOMER.
           MOVE CUST-TXN-RECORD TO SU-TXN.
           MOVE SPACE TO SU-FILLER.
           WRITE SUSPENSE-REC.
           ADD 1 TO REJECT-COUNT.

       REWRITE-CUSTOMERS.
           OPEN OUTPUT CUSTOMER-FILE.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > CUS-COUNT
              MOVE CUT-CODE(IDX) TO CU-CODE
              MOVE CUT-NAME(IDX) TO CU-NAME
              MOVE CUT-CONTACT(IDX) TO CU-CONTACT
              MOVE CUT-STATUS(IDX) TO CU-STATUS
              MOVE CUT-CONTACT-ID(IDX) TO CU-CONTACT-ID
              WRITE CUSTOMER-RECORD
           END-PERFORM.
           CLOSE CUSTOMER-FILE.
