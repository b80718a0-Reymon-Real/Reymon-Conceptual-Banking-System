      *** Author: Eduardo Pozos Huerta ***
      *** File: transfer.cbl           ***
      *** Date: 11/07/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: pass each ledger entry's account currency to
      ***               REYDB-LOG - the source account's on TRANSFER-OUT
      ***               and SETTLE-OUT, the destination's on TRANSFER-IN
      ***               and SETTLE-IN - so the internal leg posts in
      ***               that currency.
      *** 10/15/2026 - EPH: a converted transfer also posts the debited
      ***               amount to the foreign exchange position in the
      ***               source currency and the credited amount out of
      ***               it in the destination currency through
      ***               REYDB-GLPOST, so each currency balances on its
      ***               own.
      *** 10/15/2026 - EPH: transfers between accounts of different
      ***               currencies. The destination's currency is
      ***               read before either leg is touched; when it
      ***               differs from the source's, both currencies'
      ***               rates for the day are taken from
      ***               REYDB-FXRATE through REYDB-FXLOOK and the
      ***               amount is debited as given and credited
      ***               converted. TRANSFER-OUT posts the original
      ***               amount and TRANSFER-IN (and SETTLE-IN) the
      ***               converted one, and the deal is written to
      ***               the new REYDB-FXDEAL register with both
      ***               amounts, both rates and the local-currency
      ***               equivalent. No rate for the day refuses the
      ***               transfer with the new NO-RATE status.
      *** 10/15/2026 - EPH: a FROZEN destination account whose customer
      ***               is recorded as deceased still takes the
      ***               transfer, which is then held for the estate
      ***               through REYDB-ESTHOLD.
      *** 09/02/2026 - EPH: check for a locked source on the undo-
      ***               debit re-read. Another station holding the
      ***               record left the READ without either phrase

       COPY "reydb-control.cbl".

           SELECT OPTIONAL REYDB-FXDEAL-FILE ASSIGN TO "REYDB-FXDEAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-FXD-OUT-REF
               FILE STATUS IS REYDB-FXDEAL-STATUS-CODE.

       DATA DIVISION.

       FILE SECTION.
       COPY "reydb-counter.cbl".
       COPY "reydb-custfile.cbl".
       COPY "reydb-tranlog.cbl".
       COPY "reydb-fxdeal.cbl".

       WORKING-STORAGE SECTION.


       01 REYDB-TRANSFER-TO-BRANCH PIC X(04).

       COPY "reydb-esthold-linking.cbl".

       01 REYDB-TRANSFER-ESTATE-SW PIC X(01).
           88 REYDB-TRANSFER-ESTATE-CREDIT VALUE "Y".

       COPY "reydb-fxlook-linking.cbl".

       COPY "reydb-glpost-linking.cbl".

       01 REYDB-FXDEAL-STATUS-CODE PIC X(02).
           88 REYDB-FXDEAL-STATUS-OK VALUE "00" "05".
           88 REYDB-FXDEAL-NOT-FOUND VALUE "35".

       01 REYDB-TRANSFER-FROM-CURRENCY PIC X(03).

       01 REYDB-TRANSFER-TO-CURRENCY PIC X(03).

       01 REYDB-TRANSFER-FROM-RATE PIC 9(05)V9(06).

       01 REYDB-TRANSFER-TO-RATE PIC 9(05)V9(06).

       01 REYDB-TRANSFER-RATE-DATE PIC 9(08).

       01 REYDB-TRANSFER-LOCAL-AMOUNT PIC S9(13)V99.

       01 REYDB-TRANSFER-OUT-REF PIC 9(12).

       01 REYDB-TRANSFER-IN-REF PIC 9(12).

       LINKAGE SECTION.

       COPY "reydb-transfer-linking.cbl".
       0000-MAINLINE.

           MOVE "N" TO REYDB-TRANSFER-STATUS.
           MOVE "N" TO REYDB-TRANSFER-ESTATE-SW.
           MOVE "N" TO REYDB-TRANSFER-CONVERTED-SW.
           MOVE ZERO TO REYDB-TRANSFER-CREDIT-AMOUNT.
           MOVE SPACES TO REYDB-TRANSFER-CREDIT-CURRENCY.

           OPEN I-O REYDB-FILE.

               GO TO 9999-EXIT
           END-IF.

      *** Find the destination's currency before either leg is
      *** touched, so a missing exchange rate refuses cleanly. An
      *** unknown destination is left for the credit leg to report.

           MOVE SPACES TO REYDB-TRANSFER-TO-CURRENCY.
           MOVE REYDB-TRANSFER-TO-ID TO REYDB-FILE-ID.

           READ REYDB-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REYDB-FILE-CURRENCY
                       TO REYDB-TRANSFER-TO-CURRENCY
           END-READ.

           IF REYDB-FILE-RECORD-LOCKED
               DISPLAY "Transfer: destination account busy at "
                   "another station"
               SET REYDB-TRANSFER-BUSY TO TRUE
               GO TO 9999-EXIT
           END-IF.

      *** Debit the source account ***

           MOVE REYDB-TRANSFER-FROM-ID TO REYDB-FILE-ID.
           END-IF.

           MOVE REYDB-FILE-BRANCH TO REYDB-TRANSFER-FROM-BRANCH.
           MOVE REYDB-FILE-CURRENCY TO REYDB-TRANSFER-FROM-CURRENCY.

           PERFORM 6000-SET-CREDIT-AMOUNT.

           IF REYDB-TRANSFER-NO-RATE OR REYDB-TRANSFER-INVALID-AMOUNT
               GO TO 9999-EXIT
           END-IF.

           MOVE REYDB-TRANSFER-FROM-ID  TO REYDB-LIMCHECK-ID.
           MOVE REYDB-TRANSFER-AMOUNT   TO REYDB-LIMCHECK-AMOUNT.
           END-IF.

           IF REYDB-FILE-FROZEN
               MOVE REYDB-FILE-CUST-ID TO REYDB-ESTHOLD-CUST-ID
               SET REYDB-ESTHOLD-ACTION-CHECK TO TRUE
               CALL "REYDB-ESTHOLD" USING REYDB-ESTHOLD-LINKING

               IF REYDB-ESTHOLD-DECEASED
                   SET REYDB-TRANSFER-ESTATE-CREDIT TO TRUE
               ELSE
                   DISPLAY "Transfer: destination account is frozen"
                   PERFORM 8000-UNDO-DEBIT
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           MOVE REYDB-FILE-BRANCH TO REYDB-TRANSFER-TO-BRANCH.

           ADD REYDB-TRANSFER-CREDIT-AMOUNT TO REYDB-FILE-BALANCE.
           REWRITE REYDB-TABLE.

           PERFORM 8500-JOURNAL-IMAGE.

           MOVE REYDB-TRANSFER-FROM-ID  TO REYDB-LOG-ACCOUNT-ID.
           MOVE "TRANSFER-OUT"          TO REYDB-LOG-OPERATION.
           MOVE REYDB-TRANSFER-FROM-CURRENCY
               TO REYDB-LOG-CURRENCY.
           MOVE REYDB-TRANSFER-AMOUNT   TO REYDB-LOG-AMOUNT.
           MOVE REYDB-TRANSFER-OPERATOR TO REYDB-LOG-OPERATOR.
           MOVE REYDB-TRANSFER-BRANCH   TO REYDB-LOG-BRANCH.
               DISPLAY "Transfer: ledger entry not recorded"
           END-IF.

           MOVE REYDB-LOG-REF TO REYDB-TRANSFER-OUT-REF.

           MOVE REYDB-TRANSFER-TO-ID    TO REYDB-LOG-ACCOUNT-ID.
           MOVE "TRANSFER-IN"           TO REYDB-LOG-OPERATION.
           MOVE REYDB-TRANSFER-TO-CURRENCY
               TO REYDB-LOG-CURRENCY.
           MOVE REYDB-TRANSFER-CREDIT-AMOUNT TO REYDB-LOG-AMOUNT.
           MOVE REYDB-TRANSFER-OPERATOR TO REYDB-LOG-OPERATOR.
           MOVE REYDB-TRANSFER-BRANCH   TO REYDB-LOG-BRANCH.
           MOVE REYDB-TRANSFER-VALUE-DATE TO REYDB-LOG-VALUE-DATE.
               DISPLAY "Transfer: ledger entry not recorded"
           END-IF.

           MOVE REYDB-LOG-REF TO REYDB-TRANSFER-IN-REF.

           IF REYDB-TRANSFER-FROM-BRANCH
                  NOT = REYDB-TRANSFER-TO-BRANCH
               PERFORM 7000-POST-SETTLEMENT
           END-IF.

           IF REYDB-TRANSFER-CONVERTED
               PERFORM 7500-REGISTER-CONVERSION
               PERFORM 7600-POST-FX-POSITION
           END-IF.

           GO TO 9999-EXIT.

      ****************************************************
      *** Name: 6000-SET-CREDIT-AMOUNT                 ***
      *** The amount the destination is credited with. ***
      *** Between different currencies it converts     ***
      *** through the local currency at both           ***
      *** currencies' rates for the day - the value    ***
      *** date when there is one, else today           ***
      ****************************************************

       6000-SET-CREDIT-AMOUNT.

           MOVE REYDB-TRANSFER-AMOUNT TO REYDB-TRANSFER-CREDIT-AMOUNT.
           MOVE REYDB-TRANSFER-TO-CURRENCY
               TO REYDB-TRANSFER-CREDIT-CURRENCY.

           IF REYDB-TRANSFER-FROM-CURRENCY
                  NOT = REYDB-TRANSFER-TO-CURRENCY
               IF REYDB-TRANSFER-VALUE-DATE > ZERO
                   MOVE REYDB-TRANSFER-VALUE-DATE
                       TO REYDB-TRANSFER-RATE-DATE
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO REYDB-TRANSFER-RATE-DATE
               END-IF

               MOVE REYDB-TRANSFER-FROM-CURRENCY
                   TO REYDB-FXLOOK-CURRENCY
               PERFORM 6100-LOOK-UP-RATE
               MOVE REYDB-FXLOOK-RATE TO REYDB-TRANSFER-FROM-RATE

               IF REYDB-FXLOOK-OK
                   MOVE REYDB-TRANSFER-TO-CURRENCY
                       TO REYDB-FXLOOK-CURRENCY
                   PERFORM 6100-LOOK-UP-RATE
                   MOVE REYDB-FXLOOK-RATE TO REYDB-TRANSFER-TO-RATE
               END-IF

               IF NOT REYDB-FXLOOK-OK
                   DISPLAY "Transfer: no exchange rate for "
                       REYDB-FXLOOK-CURRENCY " on "
                       REYDB-TRANSFER-RATE-DATE
                   SET REYDB-TRANSFER-NO-RATE TO TRUE
               ELSE
                   COMPUTE REYDB-TRANSFER-CREDIT-AMOUNT ROUNDED =
                       REYDB-TRANSFER-AMOUNT
                       * REYDB-TRANSFER-FROM-RATE
                       / REYDB-TRANSFER-TO-RATE
                   COMPUTE REYDB-TRANSFER-LOCAL-AMOUNT ROUNDED =
                       REYDB-TRANSFER-AMOUNT
                       * REYDB-TRANSFER-FROM-RATE
                   SET REYDB-TRANSFER-CONVERTED TO TRUE

                   IF REYDB-TRANSFER-CREDIT-AMOUNT
                          NOT GREATER THAN ZERO
                       DISPLAY "Transfer: amount too small to "
                           "convert"
                       SET REYDB-TRANSFER-INVALID-AMOUNT TO TRUE
                   END-IF
               END-IF
           END-IF.

      ****************************************************
      *** Name: 6100-LOOK-UP-RATE                      ***
      ****************************************************

       6100-LOOK-UP-RATE.

           MOVE REYDB-TRANSFER-RATE-DATE TO REYDB-FXLOOK-AS-OF.
           SET REYDB-FXLOOK-EXACT TO TRUE.
           CALL "REYDB-FXLOOK" USING REYDB-FXLOOK-LINKING.

      ****************************************************
      *** Name: 7000-POST-SETTLEMENT                   ***
      *** A transfer that crosses branches posts a     ***

           MOVE REYDB-TRANSFER-FROM-ID  TO REYDB-LOG-ACCOUNT-ID.
           MOVE "SETTLE-OUT"            TO REYDB-LOG-OPERATION.
           MOVE REYDB-TRANSFER-FROM-CURRENCY
               TO REYDB-LOG-CURRENCY.
           MOVE REYDB-TRANSFER-AMOUNT   TO REYDB-LOG-AMOUNT.
           MOVE REYDB-TRANSFER-OPERATOR TO REYDB-LOG-OPERATOR.
           MOVE REYDB-TRANSFER-FROM-BRANCH TO REYDB-LOG-BRANCH.

           MOVE REYDB-TRANSFER-TO-ID    TO REYDB-LOG-ACCOUNT-ID.
           MOVE "SETTLE-IN"             TO REYDB-LOG-OPERATION.
           MOVE REYDB-TRANSFER-TO-CURRENCY
               TO REYDB-LOG-CURRENCY.
           MOVE REYDB-TRANSFER-CREDIT-AMOUNT TO REYDB-LOG-AMOUNT.
           MOVE REYDB-TRANSFER-OPERATOR TO REYDB-LOG-OPERATOR.
           MOVE REYDB-TRANSFER-TO-BRANCH TO REYDB-LOG-BRANCH.
           MOVE REYDB-TRANSFER-VALUE-DATE TO REYDB-LOG-VALUE-DATE.
               DISPLAY "Transfer: settlement entry not recorded"
           END-IF.

      ****************************************************
      *** Name: 7500-REGISTER-CONVERSION               ***
      *** Ties the two legs of a converted transfer    ***
      *** together on REYDB-FXDEAL, created the first  ***
      *** time it is found missing the same way        ***
      *** REYDB-INIT creates the other masters         ***
      ****************************************************

       7500-REGISTER-CONVERSION.

           OPEN I-O REYDB-FXDEAL-FILE.

           IF REYDB-FXDEAL-NOT-FOUND
               OPEN OUTPUT REYDB-FXDEAL-FILE
               CLOSE REYDB-FXDEAL-FILE
               OPEN I-O REYDB-FXDEAL-FILE
           END-IF.

           IF NOT REYDB-FXDEAL-STATUS-OK
               DISPLAY "Transfer: unable to open REYDB-FXDEAL, "
                   "status " REYDB-FXDEAL-STATUS-CODE
           ELSE
               MOVE REYDB-TRANSFER-OUT-REF  TO REYDB-FXD-OUT-REF
               MOVE REYDB-TRANSFER-IN-REF   TO REYDB-FXD-IN-REF
               MOVE REYDB-TRANSFER-RATE-DATE TO REYDB-FXD-RATE-DATE
               MOVE REYDB-TRANSFER-FROM-ID  TO REYDB-FXD-FROM-ID
               MOVE REYDB-TRANSFER-FROM-CURRENCY
                   TO REYDB-FXD-FROM-CURRENCY
               MOVE REYDB-TRANSFER-AMOUNT   TO REYDB-FXD-FROM-AMOUNT
               MOVE REYDB-TRANSFER-FROM-RATE TO REYDB-FXD-FROM-RATE
               MOVE REYDB-TRANSFER-TO-ID    TO REYDB-FXD-TO-ID
               MOVE REYDB-TRANSFER-TO-CURRENCY
                   TO REYDB-FXD-TO-CURRENCY
               MOVE REYDB-TRANSFER-CREDIT-AMOUNT
                   TO REYDB-FXD-TO-AMOUNT
               MOVE REYDB-TRANSFER-TO-RATE  TO REYDB-FXD-TO-RATE
               MOVE REYDB-TRANSFER-LOCAL-AMOUNT
                   TO REYDB-FXD-LOCAL-AMOUNT
               MOVE REYDB-TRANSFER-OPERATOR TO REYDB-FXD-OPERATOR
               MOVE REYDB-TRANSFER-BRANCH   TO REYDB-FXD-BRANCH

               WRITE REYDB-FXD-RECORD

               IF NOT REYDB-FXDEAL-STATUS-OK
                   DISPLAY "Transfer: conversion not registered, "
                       "status " REYDB-FXDEAL-STATUS-CODE
               END-IF
           END-IF.

           CLOSE REYDB-FXDEAL-FILE.

      ****************************************************
      *** Name: 7600-POST-FX-POSITION                  ***
      *** A converted transfer balances in each        ***
      *** currency through the foreign exchange        ***
      *** position: the position takes the debited     ***
      *** amount in the source currency and gives the  ***
      *** credited amount in the destination currency  ***
      ****************************************************

       7600-POST-FX-POSITION.

           MOVE "FX-OUT"                 TO REYDB-GLPOST-OPERATION.
           MOVE REYDB-TRANSFER-AMOUNT    TO REYDB-GLPOST-AMOUNT.
           MOVE REYDB-TRANSFER-FROM-CURRENCY
               TO REYDB-GLPOST-CURRENCY.
           MOVE REYDB-TRANSFER-FROM-ID   TO REYDB-GLPOST-ACCOUNT-ID.
           MOVE REYDB-TRANSFER-OUT-REF   TO REYDB-GLPOST-REF.
           MOVE REYDB-TRANSFER-OPERATOR  TO REYDB-GLPOST-OPERATOR.
           MOVE REYDB-TRANSFER-OPERATOR  TO REYDB-GLPOST-SOURCE-OPER.
           MOVE REYDB-TRANSFER-FROM-BRANCH TO REYDB-GLPOST-BRANCH.
           MOVE REYDB-TRANSFER-VALUE-DATE TO REYDB-GLPOST-VALUE-DATE.
           MOVE "N"                      TO REYDB-GLPOST-REVERSAL-SW.
           CALL "REYDB-GLPOST" USING REYDB-GLPOST-LINKING.

           IF NOT REYDB-GLPOST-OK
               DISPLAY "Transfer: position entry not recorded for "
                   "reference " REYDB-TRANSFER-OUT-REF
           END-IF.

           MOVE "FX-IN"                  TO REYDB-GLPOST-OPERATION.
           MOVE REYDB-TRANSFER-CREDIT-AMOUNT TO REYDB-GLPOST-AMOUNT.
           MOVE REYDB-TRANSFER-TO-CURRENCY
               TO REYDB-GLPOST-CURRENCY.
           MOVE REYDB-TRANSFER-TO-ID     TO REYDB-GLPOST-ACCOUNT-ID.
           MOVE REYDB-TRANSFER-IN-REF    TO REYDB-GLPOST-REF.
           MOVE REYDB-TRANSFER-TO-BRANCH TO REYDB-GLPOST-BRANCH.
           CALL "REYDB-GLPOST" USING REYDB-GLPOST-LINKING.

           IF NOT REYDB-GLPOST-OK
               DISPLAY "Transfer: position entry not recorded for "
                   "reference " REYDB-TRANSFER-IN-REF
           END-IF.

      ****************************************************
      *** Name: 8000-UNDO-DEBIT                        ***
      *** Puts the source balance back when the        ***

           CLOSE REYDB-FILE.

           IF REYDB-TRANSFER-OK AND REYDB-TRANSFER-ESTATE-CREDIT
               PERFORM 8700-HOLD-ESTATE-CREDIT
           END-IF.

           GOBACK.

      ****************************************************
           IF NOT REYDB-JRNL-OK
               DISPLAY "Transfer: after-image not journaled"
           END-IF.

      ****************************************************
      *** Name: 8700-HOLD-ESTATE-CREDIT                ***
      *** A transfer into the frozen account of a      ***
      *** deceased customer is taken but held for the  ***
      *** estate                                       ***
      ****************************************************

       8700-HOLD-ESTATE-CREDIT.

           SET REYDB-ESTHOLD-ACTION-HOLD TO TRUE.
           MOVE REYDB-TRANSFER-TO-ID     TO REYDB-ESTHOLD-ACCOUNT-ID.
           MOVE REYDB-TRANSFER-CREDIT-AMOUNT
               TO REYDB-ESTHOLD-AMOUNT.
           MOVE REYDB-TRANSFER-OPERATOR  TO REYDB-ESTHOLD-OPERATOR.
           MOVE REYDB-TRANSFER-BRANCH    TO REYDB-ESTHOLD-BRANCH.

           CALL "REYDB-ESTHOLD" USING REYDB-ESTHOLD-LINKING.

           IF NOT REYDB-ESTHOLD-HELD
               DISPLAY "Transfer: estate hold not placed"
           END-IF.
