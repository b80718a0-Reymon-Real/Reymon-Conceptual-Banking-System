      *** Author: Eduardo Pozos Huerta ***
      *** File: add.cbl                ***
      *** Date: 11/03/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: stamp REYDB-FILE-CURRENCY from the caller.
      ***               Blank or zero is the local currency; any
      ***               other code must already have an exchange
      ***               rate on REYDB-FXRATE, checked through
      ***               REYDB-FXLOOK, or the account is refused
      ***               with the new NO-RATE status.
      *** 11/07/2025 - EPH: initialize REYDB-FILE-BALANCE to zero and
      ***               REYDB-FILE-STATUS to ACTIVE for new accounts.
      *** 11/07/2025 - EPH: assign REYDB-FILE-ID from REYDB-COUNTER-
      ***               the new account record.
      *** 11/14/2025 - EPH: stamp REYDB-FILE-PRODUCT from the caller,
      ***               defaulting a blank product to checking.
      *** 10/15/2026 - EPH: refuse a customer whose identity
      ***               document on REYDB-CUSTID has expired, through
      ***               REYDB-IDCHECK, with the new ID-EXPIRED status.
      *** 10/15/2026 - EPH: refuse a customer marked deceased on the
      ***               customer master.
      *** 12/15/2025 - EPH: journal the new account's after-image to
      ***               REYDB-JOURNAL through REYDB-JRNL for
      ***               forward recovery.

       COPY "reydb-jrnl-linking.cbl".

       COPY "reydb-idcheck-linking.cbl".

       COPY "reydb-fxlook-linking.cbl".

       LINKAGE SECTION.

       COPY "reydb-linking.cbl".

           PERFORM 0500-CHECK-CUSTOMER.

           PERFORM 0600-CHECK-CURRENCY.

           PERFORM 1000-NEXT-ID.

           OPEN I-O REYDB-FILE.
               MOVE REYDB-LINKING-BRANCH TO REYDB-FILE-BRANCH
           END-IF.

           IF REYDB-LINKING-CURRENCY = SPACES
                  OR REYDB-LINKING-CURRENCY = "000"
               MOVE SPACES TO REYDB-FILE-CURRENCY
           ELSE
               MOVE REYDB-LINKING-CURRENCY TO REYDB-FILE-CURRENCY
           END-IF.

           WRITE REYDB-TABLE.

           IF NOT REYDB-FILE-STATUS-OK
      ****************************************************
      *** Name: 0500-CHECK-CUSTOMER                    ***
      *** Refuses a customer number that is not on the ***
      *** REYDB-CUST-FILE customer master, is recorded ***
      *** as deceased, or whose identity document has  ***
      *** expired                                      ***
      ****************************************************

       0500-CHECK-CUSTOMER.

           CLOSE REYDB-CUST-FILE.

           IF REYDB-CUST-DECEASED
               DISPLAY "Add: customer is recorded as deceased"
               GO TO 9999-EXIT
           END-IF.

           MOVE REYDB-LINKING-CUST-ID TO REYDB-IDCHECK-CUST-ID.
           MOVE ZERO                  TO REYDB-IDCHECK-AS-OF.
           CALL "REYDB-IDCHECK" USING REYDB-IDCHECK-LINKING.

           IF REYDB-IDCHECK-EXPIRED
               DISPLAY "Add: customer's identity document expired on "
                   REYDB-IDCHECK-EXPIRY
               SET REYDB-LINKING-ID-EXPIRED TO TRUE
               GO TO 9999-EXIT
           END-IF.

      ****************************************************
      *** Name: 0600-CHECK-CURRENCY                    ***
      *** A foreign currency must have at least one    ***
      *** exchange rate on file, so a typo cannot open ***
      *** an account no rate will ever convert         ***
      ****************************************************

       0600-CHECK-CURRENCY.

           MOVE REYDB-LINKING-CURRENCY TO REYDB-FXLOOK-CURRENCY.
           MOVE ZERO                   TO REYDB-FXLOOK-AS-OF.
           SET REYDB-FXLOOK-LATEST     TO TRUE.
           CALL "REYDB-FXLOOK" USING REYDB-FXLOOK-LINKING.

           IF NOT REYDB-FXLOOK-OK
               DISPLAY "Add: no exchange rate on file for currency "
                   REYDB-LINKING-CURRENCY
               SET REYDB-LINKING-NO-RATE TO TRUE
               GO TO 9999-EXIT
           END-IF.

      ****************************************************
      *** Name: 2000-POST-LEDGER                       ***
      *** Records the enrollment in REYDB-TRANLOG      ***
