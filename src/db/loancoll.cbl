      *** Author: Eduardo Pozos Huerta ***
      *** File: loancoll.cbl           ***
      *** Date: 12/12/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: split each collection into interest
      ***               and principal. Interest is a month at the
      ***               schedule's annual rate on the principal
      ***               still outstanding; the rest of the
      ***               installment is principal, and the final
      ***               installment clears the outstanding principal
      ***               plus its interest. The interest is collected
      ***               as its own LOAN-INT debit on the deposit
      ***               account and only the principal is transferred
      ***               to the loan account, so both statements show
      ***               the two parts and the loan balance moves by
      ***               principal only. The schedule moves on only
      ***               once both are in; a refused interest charge
      ***               goes on the arrears report like a refused
      ***               transfer instead of leaving the outstanding
      ***               principal out of step with the loan account.
      ***               Interest charged ahead of a refused transfer
      ***               advances REYDB-LOAN-INT-FROM so the retry
      ***               does not charge it again.
      *** 12/12/2025 - EPH: nightly loan collection. Every ACTIVE
      ***               REYDB-LOAN schedule with an installment due
      ***               on or before the business date collects it

       COPY "reydb-transfer-linking.cbl".

       COPY "reydb-postsys-linking.cbl".

       COPY "reydb-catreg-linking.cbl".

       01 REYDB-RPT-ARREARS-NAME.

       01 REYDB-LOANCOLL-WORK-MONTH PIC 9(05).

       01 REYDB-LOANCOLL-INT-SW PIC X(01).
           88 REYDB-LOANCOLL-INT-SETTLED VALUE "Y".

       01 REYDB-LOANCOLL-PRIN-SW PIC X(01).
           88 REYDB-LOANCOLL-PRIN-COLLECTED VALUE "Y".

       01 REYDB-LOANCOLL-INTEREST PIC 9(13)V99.

       01 REYDB-LOANCOLL-PRINCIPAL PIC S9(13)V99.

       01 REYDB-LOANCOLL-INT-TOTAL PIC 9(13)V99.

       01 REYDB-LOANCOLL-PAID-COUNT PIC 9(05) COMP.

           MOVE "N" TO REYDB-LOANCOLL-EOF-SW.
           MOVE ZERO TO REYDB-LOANCOLL-PAID-COUNT.
           MOVE ZERO TO REYDB-LOANCOLL-FAILED-COUNT.
           MOVE ZERO TO REYDB-LOANCOLL-INT-TOTAL.

           IF REYDB-LOANCOLL-BUSINESS-DATE > ZERO
               MOVE REYDB-LOANCOLL-BUSINESS-DATE
               REYDB-LOANCOLL-PAID-COUNT.
           DISPLAY "LOANCOLL: INSTALLMENTS FAILED "
               REYDB-LOANCOLL-FAILED-COUNT.
           DISPLAY "LOANCOLL: INTEREST COLLECTED  "
               REYDB-LOANCOLL-INT-TOTAL.

       9999-EXIT.


      ****************************************************
      *** Name: 2000-COLLECT-ONE-INSTALLMENT           ***
      *** A month's interest on the outstanding         ***
      *** principal comes out of the installment first; ***
      *** the final installment collects whatever       ***
      *** principal is still outstanding. The interest  ***
      *** is charged to the deposit account as its own  ***
      *** LOAN-INT entry and only the principal moves   ***
      *** to the loan account, so both statements show  ***
      *** the two parts separately                      ***
      ****************************************************

       2000-COLLECT-ONE-INSTALLMENT.

           COMPUTE REYDB-LOANCOLL-INTEREST ROUNDED =
               REYDB-LOAN-OUTSTANDING * REYDB-LOAN-ANNUAL-RATE / 12.

           COMPUTE REYDB-LOANCOLL-PRINCIPAL =
               REYDB-LOAN-INSTALLMENT - REYDB-LOANCOLL-INTEREST.

           IF REYDB-LOANCOLL-PRINCIPAL < ZERO
               MOVE ZERO TO REYDB-LOANCOLL-PRINCIPAL
           END-IF.

           IF REYDB-LOAN-INST-PAID + 1
                  NOT LESS THAN REYDB-LOAN-INST-TOTAL
                  OR REYDB-LOANCOLL-PRINCIPAL
                      > REYDB-LOAN-OUTSTANDING
               MOVE REYDB-LOAN-OUTSTANDING
                   TO REYDB-LOANCOLL-PRINCIPAL
           END-IF.

           SET REYDB-LOANCOLL-INT-SETTLED TO TRUE.

           IF REYDB-LOANCOLL-INTEREST > ZERO
                  AND REYDB-LOAN-INT-FROM < REYDB-LOAN-NEXT-DUE
               PERFORM 2500-CHARGE-INTEREST
           END-IF.

           IF REYDB-LOANCOLL-INT-SETTLED
               IF REYDB-LOANCOLL-PRINCIPAL > ZERO
                   PERFORM 2200-COLLECT-PRINCIPAL
               ELSE
                   SET REYDB-LOANCOLL-PRIN-COLLECTED TO TRUE
               END-IF

               IF REYDB-LOANCOLL-PRIN-COLLECTED
                   PERFORM 2700-RECORD-INSTALLMENT
               END-IF
           END-IF.

      ****************************************************
      *** Name: 2200-COLLECT-PRINCIPAL                 ***
      *** Deposit account to loan account through      ***
      *** REYDB-TRANSFER; a refusal goes on the        ***
      *** arrears report                               ***
      ****************************************************

       2200-COLLECT-PRINCIPAL.

           MOVE "N" TO REYDB-LOANCOLL-PRIN-SW.

           MOVE ZERO TO REYDB-TRANSFER-LINKING.
           MOVE REYDB-LOAN-DEPOSIT-ID TO REYDB-TRANSFER-FROM-ID.
           MOVE REYDB-LOAN-ACCOUNT-ID TO REYDB-TRANSFER-TO-ID.
           MOVE REYDB-LOANCOLL-PRINCIPAL
               TO REYDB-TRANSFER-AMOUNT.
           MOVE "SYSTEM"              TO REYDB-TRANSFER-OPERATOR.

           CALL "REYDB-TRANSFER" USING REYDB-TRANSFER-LINKING.

           IF REYDB-TRANSFER-OK
               SET REYDB-LOANCOLL-PRIN-COLLECTED TO TRUE
           ELSE
               MOVE REYDB-LOANCOLL-PRINCIPAL
                   TO REYDB-LOANCOLL-FAIL-AMOUNT

               IF REYDB-TRANSFER-INSUFFICIENT
                   MOVE "INSUF-FUNDS" TO REYDB-LOANCOLL-FAIL-REASON
               ELSE
                   MOVE "REFUSED"     TO REYDB-LOANCOLL-FAIL-REASON
               END-IF

               PERFORM 2900-WRITE-ARREARS
           END-IF.

      ****************************************************
      *** Name: 2500-CHARGE-INTEREST                   ***
      *** The interest part is debited to the deposit  ***
      *** account as loan interest income. Once it is  ***
      *** posted, REYDB-LOAN-INT-FROM moves up to the  ***
      *** due date and the loan is rewritten, so a     ***
      *** retry after a refused principal transfer     ***
      *** does not charge the interest twice           ***
      ****************************************************

       2500-CHARGE-INTEREST.

           MOVE ZERO TO REYDB-POSTSYS-LINKING.
           MOVE REYDB-LOAN-DEPOSIT-ID   TO REYDB-POSTSYS-ACCOUNT-ID.
           MOVE "LOAN-INT"              TO REYDB-POSTSYS-OPERATION.
           MOVE REYDB-LOANCOLL-INTEREST TO REYDB-POSTSYS-AMOUNT.
           SET REYDB-POSTSYS-DEBIT      TO TRUE.
           SET REYDB-POSTSYS-CHECK-FUNDS TO TRUE.
           MOVE "SYSTEM"                TO REYDB-POSTSYS-OPERATOR.

           CALL "REYDB-POSTSYS" USING REYDB-POSTSYS-LINKING.

           IF REYDB-POSTSYS-OK
               ADD REYDB-LOANCOLL-INTEREST TO REYDB-LOAN-INT-PAID
               ADD REYDB-LOANCOLL-INTEREST
                   TO REYDB-LOANCOLL-INT-TOTAL
               MOVE REYDB-LOAN-NEXT-DUE TO REYDB-LOAN-INT-FROM

               REWRITE REYDB-LOAN-RECORD

               IF NOT REYDB-LOAN-STATUS-OK
                       "status " REYDB-LOAN-STATUS-CODE
               END-IF
           ELSE
               MOVE "N" TO REYDB-LOANCOLL-INT-SW

               MOVE REYDB-LOANCOLL-INTEREST
                   TO REYDB-LOANCOLL-FAIL-AMOUNT

               IF REYDB-POSTSYS-INSUFFICIENT
                   MOVE "INSUF-FUNDS" TO REYDB-LOANCOLL-FAIL-REASON
               ELSE
                   MOVE "INT-REFUSED" TO REYDB-LOANCOLL-FAIL-REASON
               END-IF

               PERFORM 2900-WRITE-ARREARS
           END-IF.

      ****************************************************
      *** Name: 2700-RECORD-INSTALLMENT                ***
      *** Both parts are in; the schedule moves on     ***
      ****************************************************

       2700-RECORD-INSTALLMENT.

           ADD 1 TO REYDB-LOANCOLL-PAID-COUNT.
           ADD 1 TO REYDB-LOAN-INST-PAID.

           SUBTRACT REYDB-LOANCOLL-PRINCIPAL
               FROM REYDB-LOAN-OUTSTANDING.
           MOVE REYDB-LOAN-NEXT-DUE TO REYDB-LOAN-INT-FROM.

           IF REYDB-LOAN-INST-PAID
                  NOT LESS THAN REYDB-LOAN-INST-TOTAL
               SET REYDB-LOAN-PAID-OFF TO TRUE
           ELSE
               PERFORM 3000-ADVANCE-DUE-DATE
           END-IF.

           REWRITE REYDB-LOAN-RECORD.

           IF NOT REYDB-LOAN-STATUS-OK
               DISPLAY "Loancoll: unable to rewrite REYDB-LOAN, "
                   "status " REYDB-LOAN-STATUS-CODE
           END-IF.

      ****************************************************
      *** Name: 2900-WRITE-ARREARS                     ***
      *** The installment stays due for the next       ***
      *** night's retry                                ***
      ****************************************************

       2900-WRITE-ARREARS.

           ADD 1 TO REYDB-LOANCOLL-FAILED-COUNT.

           MOVE REYDB-LOAN-ACCOUNT-ID TO REYDB-LOANCOLL-FAIL-LOAN.
           MOVE REYDB-LOAN-DEPOSIT-ID TO REYDB-LOANCOLL-FAIL-DEP.

           MOVE REYDB-LOANCOLL-FAIL-LINE TO REYDB-RPT-ARREARS-LINE.
           WRITE REYDB-RPT-ARREARS-LINE.

      ****************************************************
      *** Name: 3000-ADVANCE-DUE-DATE                  ***
      *** One month forward, keeping the due day       ***
