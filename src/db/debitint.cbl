      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: debitint.cbl           ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: pass the account's currency to REYDB-LOG so
      ***               the offsetting internal leg lands in the right
      ***               currency.
      *** 10/15/2026 - EPH: month-end debit interest on overdrawn
      ***               checking accounts. The part of the overdrawn
      ***               amount inside an authorized overdraft limit
      ***               is charged at the DR debit rate from
      ***               REYDB-RATES; anything beyond the limit (all
      ***               of it when no overdraft is authorized) is
      ***               charged at the higher DX excess rate. The
      ***               charge posts as its own DEBIT-INT ledger
      ***               entry, and every account over its limit is
      ***               listed on a dated excess-overdraft report
      ***               registered on the REYDB-RPTCAT catalog. An
      ***               account already carrying a DEBIT-INT entry
      ***               is skipped, the same restart safety as
      ***               REYDB-INTEREST.

      ***************************************************
      *** Month-end debit interest batch job. Charges   ***
      *** every overdrawn CK account that is not        ***
      *** CLOSED and reports the excess overdrafts.     ***
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-DEBITINT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       COPY "reydb-control.cbl".

           SELECT OPTIONAL REYDB-RATES-FILE ASSIGN TO "REYDB-RATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REYDB-RATES-STATUS-CODE.

           SELECT REYDB-RPT-EXCESS-FILE
               ASSIGN TO DYNAMIC REYDB-RPT-EXCESS-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-file.cbl".
       COPY "reydb-counter.cbl".
       COPY "reydb-custfile.cbl".
       COPY "reydb-tranlog.cbl".
       COPY "reydb-rates.cbl".

       FD REYDB-RPT-EXCESS-FILE.
       01 REYDB-RPT-EXCESS-LINE PIC X(120).

       WORKING-STORAGE SECTION.

       COPY "reydb-status.cbl".

       COPY "reydb-log-linking.cbl".

       COPY "reydb-jrnl-linking.cbl".

       COPY "reydb-bizday-linking.cbl".

       COPY "reydb-catreg-linking.cbl".

       01 REYDB-RATES-STATUS-CODE PIC X(02).
           88 REYDB-RATES-STATUS-OK VALUE "00" "05".

       01 REYDB-RPT-EXCESS-NAME.
           05 FILLER                     PIC X(17)
               VALUE "REYDB-RPT-EXCESS-".
           05 REYDB-RPT-EXCESS-NAME-DATE PIC 9(08).

       01 REYDB-DEBITINT-TODAY PIC 9(08).

       01 REYDB-DEBITINT-RATES-EOF-SW PIC X(01).
           88 REYDB-DEBITINT-RATES-EOF VALUE "Y".

       01 REYDB-DEBITINT-RATE-TABLE.
           05 REYDB-DEBITINT-ROW-COUNT PIC 9(03) COMP.
           05 REYDB-DEBITINT-ROW OCCURS 50 TIMES.
               10 REYDB-DEBITINT-ROW-PRODUCT PIC X(02).
               10 REYDB-DEBITINT-ROW-TIER    PIC 9(13)V99.
               10 REYDB-DEBITINT-ROW-RATE    PIC V9(04).

       77 REYDB-DEBITINT-SUB PIC 9(03) COMP.

       01 REYDB-DEBITINT-WANT-PRODUCT PIC X(02).

       01 REYDB-DEBITINT-WANT-AMOUNT PIC S9(13)V99.

       01 REYDB-DEBITINT-PICKED-RATE PIC V9(04).

       01 REYDB-DEBITINT-PICKED-TIER PIC 9(13)V99.

       01 REYDB-DEBITINT-PICKED-SW PIC X(01).
           88 REYDB-DEBITINT-PICKED VALUE "Y".

       01 REYDB-DEBITINT-TRAN-EOF-SW PIC X(01).
           88 REYDB-DEBITINT-TRAN-EOF VALUE "Y".

       01 REYDB-DEBITINT-PAID-HIT-SW PIC X(01).
           88 REYDB-DEBITINT-PAID-HIT VALUE "Y".

       01 REYDB-DEBITINT-PAID-FULL-SW PIC X(01).
           88 REYDB-DEBITINT-PAID-FULL VALUE "Y".

       01 REYDB-DEBITINT-PAID-TABLE.
           05 REYDB-DEBITINT-PAID-COUNT PIC 9(03) COMP.
           05 REYDB-DEBITINT-PAID-ROW OCCURS 500 TIMES.
               10 REYDB-DEBITINT-PAID-ACCOUNT PIC 9(18).

       77 REYDB-DEBITINT-PAID-SUB PIC 9(03) COMP.

       01 REYDB-DEBITINT-EOF-SW PIC X(01).
           88 REYDB-DEBITINT-EOF VALUE "Y".

       01 REYDB-DEBITINT-OVERDRAWN PIC S9(13)V99.

       01 REYDB-DEBITINT-INSIDE PIC S9(13)V99.

       01 REYDB-DEBITINT-EXCESS PIC S9(13)V99.

       01 REYDB-DEBITINT-INSIDE-CHARGE PIC S9(13)V99.

       01 REYDB-DEBITINT-EXCESS-CHARGE PIC S9(13)V99.

       01 REYDB-DEBITINT-CHARGE PIC S9(13)V99.

       01 REYDB-DEBITINT-ACCOUNT-COUNT PIC 9(05) COMP.

       01 REYDB-DEBITINT-EXCESS-COUNT PIC 9(05) COMP.

       01 REYDB-DEBITINT-HEADER-LINE.
           05 FILLER PIC X(30) VALUE
               "EXCESS OVERDRAFT REPORT FOR ".
           05 REYDB-DEBITINT-HEADER-DATE PIC 9(08).

       01 REYDB-DEBITINT-TITLE-LINE.
           05 FILLER PIC X(20) VALUE "ACCOUNT".
           05 FILLER PIC X(19) VALUE "CUSTOMER".
           05 FILLER PIC X(05) VALUE "BRCH".
           05 FILLER PIC X(17) VALUE "          BALANCE".
           05 FILLER PIC X(17) VALUE "            LIMIT".
           05 FILLER PIC X(17) VALUE "           EXCESS".
           05 FILLER PIC X(17) VALUE "  EXCESS INTEREST".

       01 REYDB-DEBITINT-DETAIL-LINE.
           05 REYDB-DEBITINT-DETAIL-ACCT   PIC 9(18).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 REYDB-DEBITINT-DETAIL-CUST   PIC 9(18).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 REYDB-DEBITINT-DETAIL-BRANCH PIC X(04).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 REYDB-DEBITINT-DETAIL-BAL    PIC -(13)9.99.
           05 REYDB-DEBITINT-DETAIL-LIMIT  PIC -(13)9.99.
           05 REYDB-DEBITINT-DETAIL-EXCESS PIC -(13)9.99.
           05 REYDB-DEBITINT-DETAIL-CHARGE PIC -(13)9.99.

       01 REYDB-DEBITINT-TOTAL-LINE.
           05 FILLER PIC X(27) VALUE
               "ACCOUNTS OVER THEIR LIMIT ".
           05 REYDB-DEBITINT-TOTAL-COUNT PIC Z(04)9.

       LINKAGE SECTION.

       COPY "reydb-debitint-linking.cbl".

       PROCEDURE DIVISION USING REYDB-DEBITINT-LINKING.

       0000-MAINLINE.

           IF REYDB-DEBITINT-BUSINESS-DATE > ZERO
               MOVE REYDB-DEBITINT-BUSINESS-DATE
                   TO REYDB-DEBITINT-TODAY
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO REYDB-DEBITINT-TODAY
           END-IF.

           MOVE REYDB-DEBITINT-TODAY TO REYDB-BIZDAY-DATE-IN.

           CALL "REYDB-BIZDAY" USING REYDB-BIZDAY-LINKING.

           IF NOT REYDB-BIZDAY-LAST-OF-MONTH
               DISPLAY "DEBITINT: NOT THE MONTH-END BUSINESS DAY, "
                   "SKIPPING"
               GO TO 9999-EXIT
           END-IF.

           PERFORM 1000-INITIALIZE.

           IF REYDB-DEBITINT-PAID-FULL
               GO TO 9999-EXIT
           END-IF.

           PERFORM 2000-PROCESS-ACCOUNT
               UNTIL REYDB-DEBITINT-EOF.

           PERFORM 9000-TERMINATE.

       9999-EXIT.

           GOBACK.

      ****************************************************
      *** Name: 1000-INITIALIZE                        ***
      ****************************************************

       1000-INITIALIZE.

           MOVE "N" TO REYDB-DEBITINT-EOF-SW.
           MOVE ZERO TO REYDB-DEBITINT-ACCOUNT-COUNT.
           MOVE ZERO TO REYDB-DEBITINT-EXCESS-COUNT.

           PERFORM 1200-LOAD-PAID-TABLE.

           IF REYDB-DEBITINT-PAID-FULL
               DISPLAY "DEBITINT: ALREADY-CHARGED TABLE FULL - RUN "
                   "ABANDONED, NO ACCOUNTS CHARGED"
           ELSE
               PERFORM 1500-LOAD-RATE-TABLE

               MOVE REYDB-DEBITINT-TODAY
                   TO REYDB-RPT-EXCESS-NAME-DATE

               OPEN OUTPUT REYDB-RPT-EXCESS-FILE

               MOVE REYDB-DEBITINT-TODAY
                   TO REYDB-DEBITINT-HEADER-DATE
               MOVE REYDB-DEBITINT-HEADER-LINE
                   TO REYDB-RPT-EXCESS-LINE
               WRITE REYDB-RPT-EXCESS-LINE
               MOVE REYDB-DEBITINT-TITLE-LINE
                   TO REYDB-RPT-EXCESS-LINE
               WRITE REYDB-RPT-EXCESS-LINE

               OPEN I-O REYDB-FILE

               IF NOT REYDB-FILE-STATUS-OK
                   DISPLAY "Debitint: unable to open REYDB-FILE, "
                       "status " REYDB-FILE-STATUS-CODE
                   SET REYDB-DEBITINT-EOF TO TRUE
               ELSE
                   PERFORM 1100-READ-NEXT-ACCOUNT
               END-IF
           END-IF.

      ****************************************************
      *** Name: 1100-READ-NEXT-ACCOUNT                  ***
      ****************************************************

       1100-READ-NEXT-ACCOUNT.

           READ REYDB-FILE NEXT RECORD
               AT END
                   SET REYDB-DEBITINT-EOF TO TRUE
           END-READ.

      ****************************************************
      *** Name: 1200-LOAD-PAID-TABLE                   ***
      *** One pass over the live ledger collecting the ***
      *** accounts that already carry a DEBIT-INT      ***
      *** entry this cycle                             ***
      ****************************************************

       1200-LOAD-PAID-TABLE.

           MOVE "N" TO REYDB-DEBITINT-TRAN-EOF-SW.
           MOVE "N" TO REYDB-DEBITINT-PAID-FULL-SW.
           MOVE ZERO TO REYDB-DEBITINT-PAID-COUNT.

           OPEN INPUT REYDB-TRANLOG-FILE.

           IF NOT REYDB-TRANLOG-STATUS-OK
               DISPLAY "Debitint: unable to open REYDB-TRANLOG-"
                   "FILE, status " REYDB-TRANLOG-STATUS-CODE
               SET REYDB-DEBITINT-TRAN-EOF TO TRUE
           ELSE
               PERFORM 1250-READ-NEXT-TRAN
           END-IF.

           PERFORM 1300-NOTE-PAID-ACCOUNT
               UNTIL REYDB-DEBITINT-TRAN-EOF.

           CLOSE REYDB-TRANLOG-FILE.

      ****************************************************
      *** Name: 1250-READ-NEXT-TRAN                     ***
      ****************************************************

       1250-READ-NEXT-TRAN.

           READ REYDB-TRANLOG-FILE
               AT END
                   SET REYDB-DEBITINT-TRAN-EOF TO TRUE
           END-READ.

      ****************************************************
      *** Name: 1300-NOTE-PAID-ACCOUNT                  ***
      ****************************************************

       1300-NOTE-PAID-ACCOUNT.

           IF REYDB-TRANLOG-OPERATION = "DEBIT-INT"
               PERFORM 1350-FIND-PAID-ROW

               IF NOT REYDB-DEBITINT-PAID-HIT
                   IF REYDB-DEBITINT-PAID-COUNT < 500
                       ADD 1 TO REYDB-DEBITINT-PAID-COUNT
                       MOVE REYDB-TRANLOG-ACCOUNT-ID
                           TO REYDB-DEBITINT-PAID-ACCOUNT
                               (REYDB-DEBITINT-PAID-COUNT)
                   ELSE
                       SET REYDB-DEBITINT-PAID-FULL TO TRUE
                   END-IF
               END-IF
           END-IF.

           PERFORM 1250-READ-NEXT-TRAN.

      ****************************************************
      *** Name: 1350-FIND-PAID-ROW                      ***
      *** Leaves REYDB-DEBITINT-PAID-HIT set when the   ***
      *** ledger entry's account is already tabled      ***
      ****************************************************

       1350-FIND-PAID-ROW.

           MOVE "N" TO REYDB-DEBITINT-PAID-HIT-SW.
           MOVE ZERO TO REYDB-DEBITINT-PAID-SUB.

           PERFORM 1400-TEST-ONE-PAID-ROW
               REYDB-DEBITINT-PAID-COUNT TIMES.

      ****************************************************
      *** Name: 1400-TEST-ONE-PAID-ROW                  ***
      ****************************************************

       1400-TEST-ONE-PAID-ROW.

           IF NOT REYDB-DEBITINT-PAID-HIT
               ADD 1 TO REYDB-DEBITINT-PAID-SUB

               IF REYDB-DEBITINT-PAID-ACCOUNT
                      (REYDB-DEBITINT-PAID-SUB)
                      = REYDB-TRANLOG-ACCOUNT-ID
                   SET REYDB-DEBITINT-PAID-HIT TO TRUE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 1450-CHECK-ALREADY-PAID                 ***
      *** Same lookup keyed by the account record now   ***
      *** being processed                               ***
      ****************************************************

       1450-CHECK-ALREADY-PAID.

           MOVE REYDB-FILE-ID TO REYDB-TRANLOG-ACCOUNT-ID.

           PERFORM 1350-FIND-PAID-ROW.

      ****************************************************
      *** Name: 1500-LOAD-RATE-TABLE                   ***
      *** Reads REYDB-RATES into working storage. Only ***
      *** the DR and DX rows are used here.            ***
      ****************************************************

       1500-LOAD-RATE-TABLE.

           MOVE "N" TO REYDB-DEBITINT-RATES-EOF-SW.
           MOVE ZERO TO REYDB-DEBITINT-ROW-COUNT.

           OPEN INPUT REYDB-RATES-FILE.

           IF NOT REYDB-RATES-STATUS-OK
               DISPLAY "Debitint: unable to open REYDB-RATES, "
                   "status " REYDB-RATES-STATUS-CODE
               SET REYDB-DEBITINT-RATES-EOF TO TRUE
           END-IF.

           PERFORM 1600-READ-NEXT-RATE
               UNTIL REYDB-DEBITINT-RATES-EOF.

           CLOSE REYDB-RATES-FILE.

           IF REYDB-DEBITINT-ROW-COUNT = ZERO
               DISPLAY "Debitint: no DR or DX rows on REYDB-RATES, "
                   "no debit interest will be charged"
           END-IF.

      ****************************************************
      *** Name: 1600-READ-NEXT-RATE                     ***
      ****************************************************

       1600-READ-NEXT-RATE.

           READ REYDB-RATES-FILE
               AT END
                   SET REYDB-DEBITINT-RATES-EOF TO TRUE
           END-READ.

           IF NOT REYDB-DEBITINT-RATES-EOF
              AND (REYDB-RATES-PRODUCT = "DR"
                  OR REYDB-RATES-PRODUCT = "DX")
               IF REYDB-DEBITINT-ROW-COUNT < 50
                   ADD 1 TO REYDB-DEBITINT-ROW-COUNT
                   MOVE REYDB-RATES-PRODUCT
                       TO REYDB-DEBITINT-ROW-PRODUCT
                          (REYDB-DEBITINT-ROW-COUNT)
                   MOVE REYDB-RATES-TIER-FLOOR
                       TO REYDB-DEBITINT-ROW-TIER
                          (REYDB-DEBITINT-ROW-COUNT)
                   MOVE REYDB-RATES-MONTHLY-RATE
                       TO REYDB-DEBITINT-ROW-RATE
                          (REYDB-DEBITINT-ROW-COUNT)
               ELSE
                   DISPLAY "Debitint: rate table full, row dropped"
               END-IF
           END-IF.

      ****************************************************
      *** Name: 1700-PICK-RATE                         ***
      *** Chooses the REYDB-DEBITINT-WANT-PRODUCT row  ***
      *** whose tier floor is the highest one not      ***
      *** above the amount being charged, the same     ***
      *** tiering rule REYDB-INTEREST applies. No      ***
      *** matching row means a zero rate.              ***
      ****************************************************

       1700-PICK-RATE.

           MOVE "N" TO REYDB-DEBITINT-PICKED-SW.
           MOVE ZERO TO REYDB-DEBITINT-PICKED-RATE.
           MOVE ZERO TO REYDB-DEBITINT-PICKED-TIER.
           MOVE ZERO TO REYDB-DEBITINT-SUB.

           PERFORM 1800-TEST-ONE-ROW
               REYDB-DEBITINT-ROW-COUNT TIMES.

      ****************************************************
      *** Name: 1800-TEST-ONE-ROW                       ***
      ****************************************************

       1800-TEST-ONE-ROW.

           ADD 1 TO REYDB-DEBITINT-SUB.

           IF REYDB-DEBITINT-ROW-PRODUCT (REYDB-DEBITINT-SUB)
                  = REYDB-DEBITINT-WANT-PRODUCT
                  AND REYDB-DEBITINT-ROW-TIER (REYDB-DEBITINT-SUB)
                      NOT GREATER THAN REYDB-DEBITINT-WANT-AMOUNT
               IF NOT REYDB-DEBITINT-PICKED
                      OR REYDB-DEBITINT-ROW-TIER (REYDB-DEBITINT-SUB)
                         NOT LESS THAN REYDB-DEBITINT-PICKED-TIER
                   SET REYDB-DEBITINT-PICKED TO TRUE
                   MOVE REYDB-DEBITINT-ROW-TIER (REYDB-DEBITINT-SUB)
                       TO REYDB-DEBITINT-PICKED-TIER
                   MOVE REYDB-DEBITINT-ROW-RATE (REYDB-DEBITINT-SUB)
                       TO REYDB-DEBITINT-PICKED-RATE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 2000-PROCESS-ACCOUNT                    ***
      *** Splits an overdrawn CK balance into the part  ***
      *** inside the authorized limit and the excess    ***
      *** beyond it, and charges each at its own rate   ***
      ****************************************************

       2000-PROCESS-ACCOUNT.

           PERFORM 1450-CHECK-ALREADY-PAID.

           IF REYDB-FILE-PRODUCT-CHECKING
                  AND NOT REYDB-FILE-CLOSED
                  AND REYDB-FILE-BALANCE < ZERO
                  AND NOT REYDB-DEBITINT-PAID-HIT
               COMPUTE REYDB-DEBITINT-OVERDRAWN =
                   ZERO - REYDB-FILE-BALANCE

               MOVE ZERO TO REYDB-DEBITINT-INSIDE

               IF REYDB-FILE-OVERDRAFT-AUTHORIZED
                   IF REYDB-DEBITINT-OVERDRAWN
                          > REYDB-FILE-OVERDRAFT-LIMIT
                       MOVE REYDB-FILE-OVERDRAFT-LIMIT
                           TO REYDB-DEBITINT-INSIDE
                   ELSE
                       MOVE REYDB-DEBITINT-OVERDRAWN
                           TO REYDB-DEBITINT-INSIDE
                   END-IF
               END-IF

               COMPUTE REYDB-DEBITINT-EXCESS =
                   REYDB-DEBITINT-OVERDRAWN - REYDB-DEBITINT-INSIDE

               MOVE "DR" TO REYDB-DEBITINT-WANT-PRODUCT
               MOVE REYDB-DEBITINT-INSIDE
                   TO REYDB-DEBITINT-WANT-AMOUNT
               PERFORM 1700-PICK-RATE

               COMPUTE REYDB-DEBITINT-INSIDE-CHARGE ROUNDED =
                   REYDB-DEBITINT-INSIDE * REYDB-DEBITINT-PICKED-RATE

               MOVE "DX" TO REYDB-DEBITINT-WANT-PRODUCT
               MOVE REYDB-DEBITINT-EXCESS
                   TO REYDB-DEBITINT-WANT-AMOUNT
               PERFORM 1700-PICK-RATE

               COMPUTE REYDB-DEBITINT-EXCESS-CHARGE ROUNDED =
                   REYDB-DEBITINT-EXCESS * REYDB-DEBITINT-PICKED-RATE

               COMPUTE REYDB-DEBITINT-CHARGE =
                   REYDB-DEBITINT-INSIDE-CHARGE
                   + REYDB-DEBITINT-EXCESS-CHARGE

               IF REYDB-DEBITINT-EXCESS > ZERO
                   PERFORM 3000-REPORT-EXCESS
               END-IF

               IF REYDB-DEBITINT-CHARGE > ZERO
                   PERFORM 2500-CHARGE-INTEREST
               END-IF
           END-IF.

           PERFORM 1100-READ-NEXT-ACCOUNT.

      ****************************************************
      *** Name: 2500-CHARGE-INTEREST                    ***
      ****************************************************

       2500-CHARGE-INTEREST.

           SUBTRACT REYDB-DEBITINT-CHARGE FROM REYDB-FILE-BALANCE.

           REWRITE REYDB-TABLE.

           MOVE REYDB-TABLE TO REYDB-JRNL-LINK-IMAGE.
           SET REYDB-JRNL-LINK-ACCOUNT TO TRUE.
           CALL "REYDB-JRNL" USING REYDB-JRNL-LINKING.

           IF NOT REYDB-JRNL-OK
               DISPLAY "Debitint: after-image not journaled"
           END-IF.

           ADD 1 TO REYDB-DEBITINT-ACCOUNT-COUNT.

           MOVE REYDB-FILE-ID         TO REYDB-LOG-ACCOUNT-ID.
           MOVE "DEBIT-INT"           TO REYDB-LOG-OPERATION.
           MOVE REYDB-DEBITINT-CHARGE TO REYDB-LOG-AMOUNT.
           MOVE "SYSTEM"              TO REYDB-LOG-OPERATOR.
           MOVE REYDB-FILE-BRANCH     TO REYDB-LOG-BRANCH.
           MOVE ZERO                  TO REYDB-LOG-VALUE-DATE.
           MOVE REYDB-FILE-CURRENCY   TO REYDB-LOG-CURRENCY.
           CALL "REYDB-LOG" USING REYDB-LOG-LINKING.

           IF NOT REYDB-LOG-OK
               DISPLAY "Debitint: ledger entry not recorded for "
                   "account " REYDB-FILE-ID
           END-IF.

      ****************************************************
      *** Name: 3000-REPORT-EXCESS                      ***
      *** One line per account overdrawn beyond its     ***
      *** authorized limit, before tonight's charge     ***
      ****************************************************

       3000-REPORT-EXCESS.

           ADD 1 TO REYDB-DEBITINT-EXCESS-COUNT.

           MOVE REYDB-FILE-ID      TO REYDB-DEBITINT-DETAIL-ACCT.
           MOVE REYDB-FILE-CUST-ID TO REYDB-DEBITINT-DETAIL-CUST.
           MOVE REYDB-FILE-BRANCH  TO REYDB-DEBITINT-DETAIL-BRANCH.
           MOVE REYDB-FILE-BALANCE TO REYDB-DEBITINT-DETAIL-BAL.
           IF REYDB-FILE-OVERDRAFT-AUTHORIZED
               MOVE REYDB-FILE-OVERDRAFT-LIMIT
                   TO REYDB-DEBITINT-DETAIL-LIMIT
           ELSE
               MOVE ZERO TO REYDB-DEBITINT-DETAIL-LIMIT
           END-IF.
           MOVE REYDB-DEBITINT-EXCESS
               TO REYDB-DEBITINT-DETAIL-EXCESS.
           MOVE REYDB-DEBITINT-EXCESS-CHARGE
               TO REYDB-DEBITINT-DETAIL-CHARGE.

           MOVE REYDB-DEBITINT-DETAIL-LINE TO REYDB-RPT-EXCESS-LINE.
           WRITE REYDB-RPT-EXCESS-LINE.

      ****************************************************
      *** Name: 9000-TERMINATE                          ***
      ****************************************************

       9000-TERMINATE.

           CLOSE REYDB-FILE.

           MOVE REYDB-DEBITINT-EXCESS-COUNT
               TO REYDB-DEBITINT-TOTAL-COUNT.
           MOVE REYDB-DEBITINT-TOTAL-LINE TO REYDB-RPT-EXCESS-LINE.
           WRITE REYDB-RPT-EXCESS-LINE.

           CLOSE REYDB-RPT-EXCESS-FILE.

           MOVE "RPT-EXCESS" TO REYDB-CATREG-CODE.
           MOVE REYDB-RPT-EXCESS-NAME-DATE TO REYDB-CATREG-DATE.
           MOVE REYDB-RPT-EXCESS-NAME TO REYDB-CATREG-NAME.
           CALL "REYDB-CATREG" USING REYDB-CATREG-LINKING.

           IF NOT REYDB-CATREG-OK
               DISPLAY "Debitint: report not cataloged"
           END-IF.

           DISPLAY "DEBITINT: ACCOUNTS CHARGED "
               REYDB-DEBITINT-ACCOUNT-COUNT.
           DISPLAY "DEBITINT: ACCOUNTS OVER LIMIT "
               REYDB-DEBITINT-EXCESS-COUNT.
