      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: loanpay.cbl            ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: loan payoff quote and early settlement.
      ***               The payoff is the outstanding principal on
      ***               REYDB-LOAN plus simple interest at the
      ***               annual rate, actual days / 365, from the
      ***               date interest was last settled to the quote
      ***               date. A quote changes nothing. A settlement
      ***               is always as of today: the payoff moves from
      ***               the linked deposit account to the loan
      ***               account through REYDB-TRANSFER, the accrued
      ***               interest is charged back to the loan account
      ***               as LOAN-INT through REYDB-POSTSYS, and the
      ***               schedule is marked paid off so REYDB-LOANCOLL
      ***               stops collecting.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-LOANPAY.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL REYDB-LOAN-FILE ASSIGN TO "REYDB-LOAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-LOAN-ACCOUNT-ID
               FILE STATUS IS REYDB-LOAN-STATUS-CODE.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-loan.cbl".

       WORKING-STORAGE SECTION.

       01 REYDB-LOAN-STATUS-CODE PIC X(02).
           88 REYDB-LOAN-STATUS-OK VALUE "00" "05".

       COPY "reydb-transfer-linking.cbl".

       COPY "reydb-postsys-linking.cbl".

       01 REYDB-LOANPAY-TODAY PIC 9(08).

       01 REYDB-LOANPAY-DAYS PIC S9(07) COMP.

       LINKAGE SECTION.

       COPY "reydb-loanpay-linking.cbl".

       PROCEDURE DIVISION USING REYDB-LOANPAY-LINKING.

       0000-MAINLINE.

           MOVE "N" TO REYDB-LOANPAY-STATUS.
           MOVE ZERO TO REYDB-LOANPAY-PRINCIPAL.
           MOVE ZERO TO REYDB-LOANPAY-INTEREST.
           MOVE ZERO TO REYDB-LOANPAY-TOTAL.

           MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-LOANPAY-TODAY.

           IF REYDB-LOANPAY-SETTLE
               MOVE REYDB-LOANPAY-TODAY TO REYDB-LOANPAY-QUOTE-DATE
           END-IF.

           IF NOT REYDB-LOANPAY-QUOTE AND NOT REYDB-LOANPAY-SETTLE
               DISPLAY "Loanpay: action must be Q or S"
               SET REYDB-LOANPAY-INVALID TO TRUE
               GO TO 9999-EXIT
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(REYDB-LOANPAY-QUOTE-DATE)
                  NOT = ZERO
               DISPLAY "Loanpay: quote date is not a valid date"
               SET REYDB-LOANPAY-INVALID TO TRUE
               GO TO 9999-EXIT
           END-IF.

           OPEN I-O REYDB-LOAN-FILE.

           IF NOT REYDB-LOAN-STATUS-OK
               DISPLAY "Loanpay: unable to open REYDB-LOAN, "
                   "status " REYDB-LOAN-STATUS-CODE
               GO TO 9000-CLOSE
           END-IF.

           MOVE REYDB-LOANPAY-ACCOUNT-ID TO REYDB-LOAN-ACCOUNT-ID.

           READ REYDB-LOAN-FILE
               INVALID KEY
                   DISPLAY "Loanpay: no schedule for that loan"
                   GO TO 9000-CLOSE
           END-READ.

           IF NOT REYDB-LOAN-ACTIVE
               DISPLAY "Loanpay: loan is no longer active"
               SET REYDB-LOANPAY-NOT-ACTIVE TO TRUE
               GO TO 9000-CLOSE
           END-IF.

           PERFORM 1000-COMPUTE-PAYOFF.

           IF REYDB-LOANPAY-QUOTE
               SET REYDB-LOANPAY-OK TO TRUE
               GO TO 9000-CLOSE
           END-IF.

           PERFORM 2000-SETTLE-LOAN.

       9000-CLOSE.

           CLOSE REYDB-LOAN-FILE.

       9999-EXIT.

           GOBACK.

      ****************************************************
      *** Name: 1000-COMPUTE-PAYOFF                    ***
      *** Actual days from the last settled date, none ***
      *** for a quote dated on or before it            ***
      ****************************************************

       1000-COMPUTE-PAYOFF.

           MOVE REYDB-LOAN-OUTSTANDING TO REYDB-LOANPAY-PRINCIPAL.

           MOVE ZERO TO REYDB-LOANPAY-DAYS.

           IF REYDB-LOANPAY-QUOTE-DATE > REYDB-LOAN-INT-FROM
               COMPUTE REYDB-LOANPAY-DAYS =
                   FUNCTION INTEGER-OF-DATE(REYDB-LOANPAY-QUOTE-DATE)
                   - FUNCTION INTEGER-OF-DATE(REYDB-LOAN-INT-FROM)
           END-IF.

           COMPUTE REYDB-LOANPAY-INTEREST ROUNDED =
               REYDB-LOAN-OUTSTANDING * REYDB-LOAN-ANNUAL-RATE
               * REYDB-LOANPAY-DAYS / 365.

           COMPUTE REYDB-LOANPAY-TOTAL =
               REYDB-LOANPAY-PRINCIPAL + REYDB-LOANPAY-INTEREST.

      ****************************************************
      *** Name: 2000-SETTLE-LOAN                       ***
      *** Whole payoff in from the deposit account,    ***
      *** then the interest taken back as income       ***
      ****************************************************

       2000-SETTLE-LOAN.

           IF REYDB-LOANPAY-TOTAL > ZERO
               MOVE ZERO TO REYDB-TRANSFER-LINKING
               MOVE REYDB-LOAN-DEPOSIT-ID TO REYDB-TRANSFER-FROM-ID
               MOVE REYDB-LOAN-ACCOUNT-ID TO REYDB-TRANSFER-TO-ID
               MOVE REYDB-LOANPAY-TOTAL   TO REYDB-TRANSFER-AMOUNT
               MOVE REYDB-LOANPAY-OPERATOR
                   TO REYDB-TRANSFER-OPERATOR
               MOVE REYDB-LOANPAY-BRANCH  TO REYDB-TRANSFER-BRANCH

               CALL "REYDB-TRANSFER" USING REYDB-TRANSFER-LINKING

               IF NOT REYDB-TRANSFER-OK
                   IF REYDB-TRANSFER-INSUFFICIENT
                       DISPLAY "Loanpay: deposit account cannot "
                           "cover the payoff"
                       SET REYDB-LOANPAY-INSUFFICIENT TO TRUE
                   ELSE
                       DISPLAY "Loanpay: settlement transfer refused"
                       SET REYDB-LOANPAY-REFUSED TO TRUE
                   END-IF
               END-IF
           END-IF.

           IF REYDB-LOANPAY-STATUS = "N"
               IF REYDB-LOANPAY-INTEREST > ZERO
                   MOVE ZERO TO REYDB-POSTSYS-LINKING
                   MOVE REYDB-LOAN-ACCOUNT-ID
                       TO REYDB-POSTSYS-ACCOUNT-ID
                   MOVE "LOAN-INT" TO REYDB-POSTSYS-OPERATION
                   MOVE REYDB-LOANPAY-INTEREST
                       TO REYDB-POSTSYS-AMOUNT
                   SET REYDB-POSTSYS-DEBIT TO TRUE
                   MOVE "N" TO REYDB-POSTSYS-FUNDS-SW
                   MOVE REYDB-LOANPAY-OPERATOR
                       TO REYDB-POSTSYS-OPERATOR
                   MOVE REYDB-LOANPAY-BRANCH TO REYDB-POSTSYS-BRANCH

                   CALL "REYDB-POSTSYS" USING REYDB-POSTSYS-LINKING

                   IF NOT REYDB-POSTSYS-OK
                       DISPLAY "Loanpay: interest not posted for "
                           "loan " REYDB-LOAN-ACCOUNT-ID
                   END-IF
               END-IF

               MOVE ZERO TO REYDB-LOAN-OUTSTANDING
               ADD REYDB-LOANPAY-INTEREST TO REYDB-LOAN-INT-PAID
               MOVE REYDB-LOANPAY-TODAY TO REYDB-LOAN-INT-FROM
               SET REYDB-LOAN-PAID-OFF TO TRUE

               REWRITE REYDB-LOAN-RECORD

               IF NOT REYDB-LOAN-STATUS-OK
                   DISPLAY "Loanpay: unable to rewrite REYDB-LOAN, "
                       "status " REYDB-LOAN-STATUS-CODE
               END-IF

               SET REYDB-LOANPAY-OK TO TRUE
           END-IF.
