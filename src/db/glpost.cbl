      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: glpost.cbl             ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: double entry for the bank's own side of
      ***               every posting. Given a customer ledger entry
      ***               just written, lands its offsetting leg on the
      ***               internal account its operation maps to - fee
      ***               income, interest expense, withholding tax
      ***               payable, loan interest income, the tellers'
      ***               cash, the inward batch, outbound payment and
      ***               check clearing accounts, unclaimed property,
      ***               loan losses, suspense and the foreign
      ***               exchange position - writes the leg to
      ***               REYDB-GLLEDGER under the customer entry's
      ***               reference and moves the internal account's
      ***               balance on REYDB-GLACCT, in the customer
      ***               account's currency. Transfers between
      ***               customers and memo entries have no internal
      ***               side and come back NONE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-GLPOST.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL REYDB-GLACCT-FILE ASSIGN TO "REYDB-GLACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-GLA-KEY
               LOCK MODE IS MANUAL
               FILE STATUS IS REYDB-GLACCT-STATUS-CODE.

           SELECT OPTIONAL REYDB-GLLEDGER-FILE
               ASSIGN TO "REYDB-GLLEDGER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REYDB-GLLEDGER-STATUS-CODE.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-glacct.cbl".
       COPY "reydb-glledger.cbl".

       WORKING-STORAGE SECTION.

       01 REYDB-GLACCT-STATUS-CODE PIC X(02).
           88 REYDB-GLACCT-STATUS-OK     VALUE "00" "05".
           88 REYDB-GLACCT-MISSING       VALUE "35".
           88 REYDB-GLACCT-RECORD-LOCKED VALUE "51" "99".

       01 REYDB-GLLEDGER-STATUS-CODE PIC X(02).
           88 REYDB-GLLEDGER-STATUS-OK VALUE "00" "05".

       01 REYDB-GLPOST-LEG-TABLE.
           05 REYDB-GLPOST-LEG-COUNT PIC 9(03) COMP.
           05 REYDB-GLPOST-LEG-ROW OCCURS 2 TIMES.
               10 REYDB-GLPOST-LEG-CODE PIC X(08).
               10 REYDB-GLPOST-LEG-SIDE PIC X(01).

       77 REYDB-GLPOST-LEG-SUB PIC 9(03) COMP.

       01 REYDB-GLPOST-WORK-CODE PIC X(08).

       01 REYDB-GLPOST-WORK-SIDE PIC X(01).

       01 REYDB-GLPOST-WORK-CURRENCY PIC X(03).

       01 REYDB-GLPOST-WORK-SOURCE PIC X(08).

       01 REYDB-GLPOST-TIMESTAMP PIC X(21).

       01 REYDB-GLPOST-WORK-VALUE-DATE PIC 9(08).

       01 REYDB-GLPOST-FOUND-SW PIC X(01).
           88 REYDB-GLPOST-FOUND VALUE "Y".

       01 REYDB-GLPOST-FAILED-SW PIC X(01).
           88 REYDB-GLPOST-FAILED VALUE "Y".

       77 REYDB-GLPOST-RETRY-COUNT PIC 9(04) COMP.

       LINKAGE SECTION.

       COPY "reydb-glpost-linking.cbl".

       PROCEDURE DIVISION USING REYDB-GLPOST-LINKING.

       0000-MAINLINE.

           SET REYDB-GLPOST-NOT-OK TO TRUE.
           MOVE "N" TO REYDB-GLPOST-FAILED-SW.
           MOVE ZERO TO REYDB-GLPOST-LEG-COUNT.

           IF REYDB-GLPOST-SOURCE-OPER = SPACES
                  OR REYDB-GLPOST-SOURCE-OPER = LOW-VALUES
               MOVE REYDB-GLPOST-OPERATOR TO REYDB-GLPOST-WORK-SOURCE
           ELSE
               MOVE REYDB-GLPOST-SOURCE-OPER
                   TO REYDB-GLPOST-WORK-SOURCE
           END-IF.

           PERFORM 1000-MAP-OPERATION.

           IF REYDB-GLPOST-LEG-COUNT = ZERO
                  OR REYDB-GLPOST-AMOUNT = ZERO
               SET REYDB-GLPOST-NONE TO TRUE
               GO TO 9999-EXIT
           END-IF.

           IF REYDB-GLPOST-REVERSAL
               MOVE ZERO TO REYDB-GLPOST-LEG-SUB
               PERFORM 1500-FLIP-ONE-LEG
                   REYDB-GLPOST-LEG-COUNT TIMES
           END-IF.

           IF REYDB-GLPOST-CURRENCY = "000"
                  OR REYDB-GLPOST-CURRENCY = LOW-VALUES
               MOVE SPACES TO REYDB-GLPOST-WORK-CURRENCY
           ELSE
               MOVE REYDB-GLPOST-CURRENCY TO REYDB-GLPOST-WORK-CURRENCY
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO REYDB-GLPOST-TIMESTAMP.

           IF REYDB-GLPOST-VALUE-DATE > ZERO
               MOVE REYDB-GLPOST-VALUE-DATE
                   TO REYDB-GLPOST-WORK-VALUE-DATE
           ELSE
               MOVE REYDB-GLPOST-TIMESTAMP(1:8)
                   TO REYDB-GLPOST-WORK-VALUE-DATE
           END-IF.

           OPEN EXTEND REYDB-GLLEDGER-FILE.

           IF NOT REYDB-GLLEDGER-STATUS-OK
               DISPLAY "Glpost: unable to open REYDB-GLLEDGER, status "
                   REYDB-GLLEDGER-STATUS-CODE
               CLOSE REYDB-GLLEDGER-FILE
               GO TO 9999-EXIT
           END-IF.

           OPEN I-O REYDB-GLACCT-FILE.

           IF REYDB-GLACCT-MISSING
               OPEN OUTPUT REYDB-GLACCT-FILE
               CLOSE REYDB-GLACCT-FILE
               OPEN I-O REYDB-GLACCT-FILE
           END-IF.

           IF NOT REYDB-GLACCT-STATUS-OK
               DISPLAY "Glpost: unable to open REYDB-GLACCT, status "
                   REYDB-GLACCT-STATUS-CODE
               CLOSE REYDB-GLLEDGER-FILE
               CLOSE REYDB-GLACCT-FILE
               GO TO 9999-EXIT
           END-IF.

           MOVE ZERO TO REYDB-GLPOST-LEG-SUB.

           PERFORM 2000-POST-ONE-LEG
               REYDB-GLPOST-LEG-COUNT TIMES.

           IF NOT REYDB-GLPOST-FAILED
               SET REYDB-GLPOST-OK TO TRUE
           END-IF.

           CLOSE REYDB-GLLEDGER-FILE.
           CLOSE REYDB-GLACCT-FILE.

       9999-EXIT.

           GOBACK.

      ****************************************************
      *** Name: 1000-MAP-OPERATION                     ***
      *** The internal account, and the side of it,    ***
      *** that each customer operation offsets onto.   ***
      *** A cash recovery on a written-off loan moves  ***
      *** no customer balance and lands both its legs  ***
      *** internally                                   ***
      ****************************************************

       1000-MAP-OPERATION.

           EVALUATE REYDB-GLPOST-OPERATION
               WHEN "FEE"
               WHEN "TD-PENALTY"
                   MOVE "FEEINC"   TO REYDB-GLPOST-WORK-CODE
                   MOVE "C"        TO REYDB-GLPOST-WORK-SIDE
                   PERFORM 1100-ADD-LEG
               WHEN "INTEREST"
                   MOVE "INTEXP"   TO REYDB-GLPOST-WORK-CODE
                   MOVE "D"        TO REYDB-GLPOST-WORK-SIDE
                   PERFORM 1100-ADD-LEG
               WHEN "WHT-TAX"
                   MOVE "TAXPAY"   TO REYDB-GLPOST-WORK-CODE
                   MOVE "C"        TO REYDB-GLPOST-WORK-SIDE
                   PERFORM 1100-ADD-LEG
               WHEN "LOAN-INT"
               WHEN "DEBIT-INT"
                   MOVE "LNINTINC" TO REYDB-GLPOST-WORK-CODE
                   MOVE "C"        TO REYDB-GLPOST-WORK-SIDE
                   PERFORM 1100-ADD-LEG
               WHEN "DEPOSIT"
                   PERFORM 1200-SET-CASH-CODE
                   MOVE "D"        TO REYDB-GLPOST-WORK-SIDE
                   PERFORM 1100-ADD-LEG
               WHEN "WITHDRAW"
                   PERFORM 1200-SET-CASH-CODE
                   MOVE "C"        TO REYDB-GLPOST-WORK-SIDE
                   PERFORM 1100-ADD-LEG
               WHEN "PAYMENT-OUT"
                   MOVE "PAYCLR"   TO REYDB-GLPOST-WORK-CODE
                   MOVE "C"        TO REYDB-GLPOST-WORK-SIDE
                   PERFORM 1100-ADD-LEG
               WHEN "PAYMENT-RET"
                   MOVE "PAYCLR"   TO REYDB-GLPOST-WORK-CODE
                   MOVE "D"        TO REYDB-GLPOST-WORK-SIDE
                   PERFORM 1100-ADD-LEG
               WHEN "CHQ-DEPOSIT"
                   MOVE "CHQCLR"   TO REYDB-GLPOST-WORK-CODE
                   MOVE "D"        TO REYDB-GLPOST-WORK-SIDE
                   PERFORM 1100-ADD-LEG
               WHEN "CHQ-RETURN"
                   MOVE "CHQCLR"   TO REYDB-GLPOST-WORK-CODE
                   MOVE "C"        TO REYDB-GLPOST-WORK-SIDE
                   PERFORM 1100-ADD-LEG
               WHEN "ESCHEAT"
                   MOVE "ESCHEAT"  TO REYDB-GLPOST-WORK-CODE
                   MOVE "C"        TO REYDB-GLPOST-WORK-SIDE
                   PERFORM 1100-ADD-LEG
               WHEN "ESCHEAT-CLM"
                   MOVE "ESCHEAT"  TO REYDB-GLPOST-WORK-CODE
                   MOVE "D"        TO REYDB-GLPOST-WORK-SIDE
                   PERFORM 1100-ADD-LEG
               WHEN "WRITE-OFF"
                   MOVE "LNLOSS"   TO REYDB-GLPOST-WORK-CODE
                   MOVE "D"        TO REYDB-GLPOST-WORK-SIDE
                   PERFORM 1100-ADD-LEG
               WHEN "WO-RECOVERY"
                   MOVE "LNLOSS"   TO REYDB-GLPOST-WORK-CODE
                   MOVE "C"        TO REYDB-GLPOST-WORK-SIDE
                   PERFORM 1100-ADD-LEG
               WHEN "WO-RECOV-CSH"
                   MOVE "CASHDRWR" TO REYDB-GLPOST-WORK-CODE
                   MOVE "D"        TO REYDB-GLPOST-WORK-SIDE
                   PERFORM 1100-ADD-LEG
                   MOVE "LNLOSS"   TO REYDB-GLPOST-WORK-CODE
                   MOVE "C"        TO REYDB-GLPOST-WORK-SIDE
                   PERFORM 1100-ADD-LEG
               WHEN "ADJUST-CR"
               WHEN "RESTORE"
                   MOVE "SUSPENSE" TO REYDB-GLPOST-WORK-CODE
                   MOVE "D"        TO REYDB-GLPOST-WORK-SIDE
                   PERFORM 1100-ADD-LEG
               WHEN "ADJUST-DR"
                   MOVE "SUSPENSE" TO REYDB-GLPOST-WORK-CODE
                   MOVE "C"        TO REYDB-GLPOST-WORK-SIDE
                   PERFORM 1100-ADD-LEG
               WHEN "FX-OUT"
                   MOVE "FXPOSN"   TO REYDB-GLPOST-WORK-CODE
                   MOVE "C"        TO REYDB-GLPOST-WORK-SIDE
                   PERFORM 1100-ADD-LEG
               WHEN "FX-IN"
                   MOVE "FXPOSN"   TO REYDB-GLPOST-WORK-CODE
                   MOVE "D"        TO REYDB-GLPOST-WORK-SIDE
                   PERFORM 1100-ADD-LEG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ****************************************************
      *** Name: 1100-ADD-LEG                           ***
      ****************************************************

       1100-ADD-LEG.

           ADD 1 TO REYDB-GLPOST-LEG-COUNT.

           MOVE REYDB-GLPOST-WORK-CODE
               TO REYDB-GLPOST-LEG-CODE (REYDB-GLPOST-LEG-COUNT).
           MOVE REYDB-GLPOST-WORK-SIDE
               TO REYDB-GLPOST-LEG-SIDE (REYDB-GLPOST-LEG-COUNT).

      ****************************************************
      *** Name: 1200-SET-CASH-CODE                     ***
      *** Cash over the counter moves the tellers'     ***
      *** drawers; items from the inward batch file    ***
      *** (payroll credits, card and check debits)     ***
      *** settle through the batch clearing account    ***
      ****************************************************

       1200-SET-CASH-CODE.

           IF REYDB-GLPOST-WORK-SOURCE = "POSTBTCH"
               MOVE "BATCHCLR" TO REYDB-GLPOST-WORK-CODE
           ELSE
               MOVE "CASHDRWR" TO REYDB-GLPOST-WORK-CODE
           END-IF.

      ****************************************************
      *** Name: 1500-FLIP-ONE-LEG                      ***
      *** A reversal lands on the same internal        ***
      *** account as the original, on the other side   ***
      ****************************************************

       1500-FLIP-ONE-LEG.

           ADD 1 TO REYDB-GLPOST-LEG-SUB.

           IF REYDB-GLPOST-LEG-SIDE (REYDB-GLPOST-LEG-SUB) = "D"
               MOVE "C" TO REYDB-GLPOST-LEG-SIDE (REYDB-GLPOST-LEG-SUB)
           ELSE
               MOVE "D" TO REYDB-GLPOST-LEG-SIDE (REYDB-GLPOST-LEG-SUB)
           END-IF.

      ****************************************************
      *** Name: 2000-POST-ONE-LEG                      ***
      *** Writes the leg to the internal ledger, then  ***
      *** moves the internal account's balance         ***
      ****************************************************

       2000-POST-ONE-LEG.

           ADD 1 TO REYDB-GLPOST-LEG-SUB.

           MOVE REYDB-GLPOST-REF        TO REYDB-GLL-REF.
           MOVE REYDB-GLPOST-LEG-SUB    TO REYDB-GLL-LEG.
           MOVE REYDB-GLPOST-LEG-CODE (REYDB-GLPOST-LEG-SUB)
               TO REYDB-GLL-CODE.
           MOVE REYDB-GLPOST-WORK-CURRENCY TO REYDB-GLL-CURRENCY.
           MOVE REYDB-GLPOST-LEG-SIDE (REYDB-GLPOST-LEG-SUB)
               TO REYDB-GLL-SIDE.
           MOVE REYDB-GLPOST-AMOUNT     TO REYDB-GLL-AMOUNT.
           MOVE REYDB-GLPOST-ACCOUNT-ID TO REYDB-GLL-ACCOUNT-ID.
           MOVE REYDB-GLPOST-OPERATION  TO REYDB-GLL-OPERATION.
           MOVE REYDB-GLPOST-TIMESTAMP  TO REYDB-GLL-TIMESTAMP.
           MOVE REYDB-GLPOST-OPERATOR   TO REYDB-GLL-OPERATOR.

           IF REYDB-GLPOST-BRANCH = SPACES
                  OR REYDB-GLPOST-BRANCH = LOW-VALUES
                  OR REYDB-GLPOST-BRANCH = "0000"
               MOVE "0000" TO REYDB-GLL-BRANCH
           ELSE
               MOVE REYDB-GLPOST-BRANCH TO REYDB-GLL-BRANCH
           END-IF.

           MOVE REYDB-GLPOST-WORK-VALUE-DATE TO REYDB-GLL-VALUE-DATE.

           WRITE REYDB-GLL-RECORD.

           IF NOT REYDB-GLLEDGER-STATUS-OK
               DISPLAY "Glpost: unable to write REYDB-GLLEDGER, "
                   "status " REYDB-GLLEDGER-STATUS-CODE
               SET REYDB-GLPOST-FAILED TO TRUE
           ELSE
               PERFORM 2100-UPDATE-BALANCE
           END-IF.

      ****************************************************
      *** Name: 2100-UPDATE-BALANCE                    ***
      *** Debits add to the balance and credits take   ***
      *** from it. Another station posting the same    ***
      *** internal account holds its row only for the  ***
      *** read-rewrite, so the read is retried         ***
      ****************************************************

       2100-UPDATE-BALANCE.

           MOVE ZERO TO REYDB-GLPOST-RETRY-COUNT.

           PERFORM 2200-READ-GLACCT-RECORD.

           PERFORM 2200-READ-GLACCT-RECORD
               UNTIL NOT REYDB-GLACCT-RECORD-LOCKED
                  OR REYDB-GLPOST-RETRY-COUNT > 1000.

           IF REYDB-GLACCT-RECORD-LOCKED
               DISPLAY "Glpost: internal account " REYDB-GLL-CODE
                   " busy at another station, balance not moved"
               SET REYDB-GLPOST-FAILED TO TRUE
           ELSE
               IF NOT REYDB-GLPOST-FOUND
                   MOVE REYDB-GLL-CODE     TO REYDB-GLA-CODE
                   MOVE REYDB-GLL-CURRENCY TO REYDB-GLA-CURRENCY
                   PERFORM 2300-NAME-ACCOUNT
                   MOVE ZERO TO REYDB-GLA-BALANCE
               END-IF

               IF REYDB-GLL-DEBIT
                   ADD REYDB-GLL-AMOUNT TO REYDB-GLA-BALANCE
               ELSE
                   SUBTRACT REYDB-GLL-AMOUNT FROM REYDB-GLA-BALANCE
               END-IF

               MOVE REYDB-GLL-VALUE-DATE TO REYDB-GLA-LAST-POSTED

               IF REYDB-GLPOST-FOUND
                   REWRITE REYDB-GLA-RECORD
               ELSE
                   WRITE REYDB-GLA-RECORD
               END-IF

               IF NOT REYDB-GLACCT-STATUS-OK
                   DISPLAY "Glpost: unable to write REYDB-GLACCT, "
                       "status " REYDB-GLACCT-STATUS-CODE
                   SET REYDB-GLPOST-FAILED TO TRUE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 2200-READ-GLACCT-RECORD                ***
      *** One attempt at the locked read - the caller  ***
      *** loops while another station holds the row    ***
      ****************************************************

       2200-READ-GLACCT-RECORD.

           ADD 1 TO REYDB-GLPOST-RETRY-COUNT.

           MOVE "N" TO REYDB-GLPOST-FOUND-SW.
           MOVE REYDB-GLL-CODE     TO REYDB-GLA-CODE.
           MOVE REYDB-GLL-CURRENCY TO REYDB-GLA-CURRENCY.

           READ REYDB-GLACCT-FILE WITH LOCK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET REYDB-GLPOST-FOUND TO TRUE
           END-READ.

      ****************************************************
      *** Name: 2300-NAME-ACCOUNT                      ***
      ****************************************************

       2300-NAME-ACCOUNT.

           EVALUATE REYDB-GLA-CODE
               WHEN "FEEINC"
                   MOVE "FEE INCOME" TO REYDB-GLA-NAME
               WHEN "INTEXP"
                   MOVE "INTEREST EXPENSE" TO REYDB-GLA-NAME
               WHEN "TAXPAY"
                   MOVE "WITHHOLDING TAX PAYABLE" TO REYDB-GLA-NAME
               WHEN "LNINTINC"
                   MOVE "LOAN/OVERDRAFT INTEREST INCOME"
                       TO REYDB-GLA-NAME
               WHEN "CASHDRWR"
                   MOVE "CASH IN TELLER DRAWERS" TO REYDB-GLA-NAME
               WHEN "BATCHCLR"
                   MOVE "INWARD BATCH CLEARING" TO REYDB-GLA-NAME
               WHEN "PAYCLR"
                   MOVE "OUTBOUND PAYMENTS CLEARING" TO REYDB-GLA-NAME
               WHEN "CHQCLR"
                   MOVE "CHECK COLLECTION CLEARING" TO REYDB-GLA-NAME
               WHEN "ESCHEAT"
                   MOVE "UNCLAIMED PROPERTY PAYABLE" TO REYDB-GLA-NAME
               WHEN "LNLOSS"
                   MOVE "LOAN LOSSES WRITTEN OFF" TO REYDB-GLA-NAME
               WHEN "SUSPENSE"
                   MOVE "SUSPENSE AND ADJUSTMENTS" TO REYDB-GLA-NAME
               WHEN "FXPOSN"
                   MOVE "FOREIGN EXCHANGE POSITION" TO REYDB-GLA-NAME
               WHEN OTHER
                   MOVE SPACES TO REYDB-GLA-NAME
           END-EVALUATE.
