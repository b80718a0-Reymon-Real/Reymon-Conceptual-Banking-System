      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: escheat.cbl            ***
      *** Date: 10/15/2026             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: foreign currency accounts. Each dormant
      ***               account past the threshold is priced in local
      ***               currency at the latest REYDB-FXRATE rate before
      ***               anything is escheated, and a currency with no
      ***               rate abandons the run. The register keeps the
      ***               account's currency and the local equivalent; the
      ***               holder file reports local amounts with the
      ***               currency and original amount alongside, and the
      ***               trailer totals local amounts.
      *** 10/15/2026 - EPH: REYDB-TRANHIST is INDEXED on the account and
      ***               ledger reference now - the ledger scan reads it
      ***               in key order, which the newest-date test does
      ***               not depend on.
      *** 10/15/2026 - EPH: annual escheatment run. Selects every
      ***               DORMANT checking or savings account still
      ***               carrying a balance whose last customer
      ***               activity is older than ESCHEAT-DAYS from
      ***               REYDB-PARAMS, debits the balance off with an
      ***               ESCHEAT entry through REYDB-POSTSYS, closes
      ***               the account, records the amount on the
      ***               REYDB-ESCHEAT unclaimed-property register
      ***               and writes the owner's name and last known
      ***               address to the state holder report file.
      ***               Last activity is found the same way
      ***               REYDB-DORMANT finds it - one pass over the
      ***               history and live ledgers into a working-
      ***               storage table, here of the dormant accounts
      ***               only. When the table overflows the run is
      ***               abandoned without escheating anything.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-ESCHEAT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       COPY "reydb-control.cbl".

           SELECT OPTIONAL REYDB-TRANHIST-FILE
               ASSIGN TO "REYDB-TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REYDB-TRANHIST-KEY
               ALTERNATE RECORD KEY IS REYDB-TRANHIST-REF.

           SELECT OPTIONAL REYDB-PARAMS-FILE ASSIGN TO "REYDB-PARAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REYDB-PARAMS-STATUS-CODE.

           SELECT OPTIONAL REYDB-ESCHEAT-FILE
               ASSIGN TO "REYDB-ESCHEAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-ESC-ACCOUNT-ID
               FILE STATUS IS REYDB-ESC-STATUS-CODE.

           SELECT REYDB-ESCHOLD-FILE ASSIGN TO "REYDB-ESCHOLD-FILE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-file.cbl".
       COPY "reydb-counter.cbl".
       COPY "reydb-custfile.cbl".
       COPY "reydb-tranlog.cbl".
       COPY "reydb-tranhist.cbl".
       COPY "reydb-params.cbl".
       COPY "reydb-escheat.cbl".
       COPY "reydb-eschold.cbl".

       WORKING-STORAGE SECTION.

       COPY "reydb-status.cbl".

       COPY "reydb-postsys-linking.cbl".

       COPY "reydb-jrnl-linking.cbl".

       COPY "reydb-fxlook-linking.cbl".

       01 REYDB-PARAMS-STATUS-CODE PIC X(02).
           88 REYDB-PARAMS-STATUS-OK VALUE "00" "05".

       01 REYDB-ESC-STATUS-CODE PIC X(02).
           88 REYDB-ESC-STATUS-OK VALUE "00" "05".
           88 REYDB-ESC-MISSING   VALUE "35".

       01 REYDB-ESCHEAT-EOF-SW PIC X(01).
           88 REYDB-ESCHEAT-EOF VALUE "Y".

       01 REYDB-ESCHEAT-PARAM-EOF-SW PIC X(01).
           88 REYDB-ESCHEAT-PARAM-EOF VALUE "Y".

       01 REYDB-ESCHEAT-HIT-SW PIC X(01).
           88 REYDB-ESCHEAT-HIT VALUE "Y".

       01 REYDB-ESCHEAT-FULL-SW PIC X(01).
           88 REYDB-ESCHEAT-TABLE-FULL VALUE "Y".

       01 REYDB-ESCHEAT-CLOSED-SW PIC X(01).
           88 REYDB-ESCHEAT-ACCT-CLOSED VALUE "Y".

       01 REYDB-ESCHEAT-THRESHOLD-DAYS PIC 9(09) VALUE 1825.

       01 REYDB-ESCHEAT-TODAY PIC 9(08).

       01 REYDB-ESCHEAT-TODAY-INT PIC S9(09) COMP.

       01 REYDB-ESCHEAT-CUTOFF-INT PIC S9(09) COMP.

       01 REYDB-ESCHEAT-LAST-INT PIC S9(09) COMP.

       01 REYDB-ESCHEAT-ENTRY-ACCOUNT PIC 9(18).

       01 REYDB-ESCHEAT-ENTRY-OPER PIC X(12).

       01 REYDB-ESCHEAT-ENTRY-DATE PIC 9(08).

       01 REYDB-ESCHEAT-DONE-COUNT PIC 9(05) COMP.

       01 REYDB-ESCHEAT-FAILED-COUNT PIC 9(05) COMP.

       01 REYDB-ESCHEAT-AMOUNT-TOTAL PIC S9(15)V99.

      *** Amounts turned over are reported in local currency. A
      *** foreign balance is converted at the latest REYDB-FXRATE
      *** rate on or before the run date, each currency's rate
      *** looked up once.

       01 REYDB-ESCHEAT-NO-RATE-SW PIC X(01).
           88 REYDB-ESCHEAT-NO-RATE VALUE "Y".

       01 REYDB-ESCHEAT-CCY-HIT-SW PIC X(01).
           88 REYDB-ESCHEAT-CCY-HIT VALUE "Y".

       01 REYDB-ESCHEAT-CCY-TABLE.
           05 REYDB-ESCHEAT-CCY-COUNT PIC 9(03) COMP.
           05 REYDB-ESCHEAT-CCY-ROW OCCURS 10 TIMES.
               10 REYDB-ESCHEAT-CCY-CODE  PIC X(03).
               10 REYDB-ESCHEAT-CCY-RATE  PIC 9(05)V9(06).
               10 REYDB-ESCHEAT-CCY-RATED PIC X(01).
                   88 REYDB-ESCHEAT-CCY-HAS-RATE VALUE "Y".

       77 REYDB-ESCHEAT-CCY-SUB PIC 9(03) COMP.

       01 REYDB-ESCHEAT-CAND-TABLE.
           05 REYDB-ESCHEAT-CAND-COUNT PIC 9(03) COMP.
           05 REYDB-ESCHEAT-CAND-ROW OCCURS 500 TIMES.
               10 REYDB-ESCHEAT-CAND-ACCOUNT PIC 9(18).
               10 REYDB-ESCHEAT-CAND-CUST    PIC 9(18).
               10 REYDB-ESCHEAT-CAND-PRODUCT PIC X(02).
               10 REYDB-ESCHEAT-CAND-BRANCH  PIC X(04).
               10 REYDB-ESCHEAT-CAND-BALANCE PIC S9(13)V99.
               10 REYDB-ESCHEAT-CAND-DATE    PIC 9(08).
               10 REYDB-ESCHEAT-CAND-CURRENCY PIC X(03).
               10 REYDB-ESCHEAT-CAND-LOCAL   PIC S9(13)V99.
               10 REYDB-ESCHEAT-CAND-DUE-SW  PIC X(01).
                   88 REYDB-ESCHEAT-CAND-DUE VALUE "Y".

       77 REYDB-ESCHEAT-CAND-SUB PIC 9(03) COMP.

       77 REYDB-ESCHEAT-RUN-SUB PIC 9(03) COMP.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           MOVE ZERO TO REYDB-ESCHEAT-DONE-COUNT.
           MOVE ZERO TO REYDB-ESCHEAT-FAILED-COUNT.
           MOVE ZERO TO REYDB-ESCHEAT-AMOUNT-TOTAL.

           MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-ESCHEAT-TODAY.

           COMPUTE REYDB-ESCHEAT-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(REYDB-ESCHEAT-TODAY).

           PERFORM 1000-READ-PARAMS.

           COMPUTE REYDB-ESCHEAT-CUTOFF-INT =
               REYDB-ESCHEAT-TODAY-INT - REYDB-ESCHEAT-THRESHOLD-DAYS.

           PERFORM 2000-LOAD-CANDIDATES.

           IF REYDB-ESCHEAT-TABLE-FULL
               DISPLAY "ESCHEAT: CANDIDATE TABLE FULL - RUN "
                   "ABANDONED, NO ACCOUNTS ESCHEATED"
               GO TO 9999-EXIT
           END-IF.

           PERFORM 3000-SCAN-LEDGERS.

           MOVE "N" TO REYDB-ESCHEAT-NO-RATE-SW.
           MOVE ZERO TO REYDB-ESCHEAT-CCY-COUNT.
           MOVE ZERO TO REYDB-ESCHEAT-RUN-SUB.

           PERFORM 3600-PRICE-CANDIDATE
               REYDB-ESCHEAT-CAND-COUNT TIMES.

           IF REYDB-ESCHEAT-NO-RATE
               DISPLAY "ESCHEAT: NO EXCHANGE RATE FOR A FOREIGN "
                   "CURRENCY ACCOUNT - RUN ABANDONED, NO ACCOUNTS "
                   "ESCHEATED"
               GO TO 9999-EXIT
           END-IF.

           OPEN I-O REYDB-ESCHEAT-FILE.

           IF REYDB-ESC-MISSING
               OPEN OUTPUT REYDB-ESCHEAT-FILE
               CLOSE REYDB-ESCHEAT-FILE
               OPEN I-O REYDB-ESCHEAT-FILE
           END-IF.

           IF NOT REYDB-ESC-STATUS-OK
               DISPLAY "Escheat: unable to open REYDB-ESCHEAT, "
                   "status " REYDB-ESC-STATUS-CODE
               CLOSE REYDB-ESCHEAT-FILE
               GO TO 9999-EXIT
           END-IF.

           OPEN INPUT REYDB-CUST-FILE.

           IF NOT REYDB-CUST-STATUS-OK
               DISPLAY "Escheat: unable to open REYDB-CUSTFILE, "
                   "status " REYDB-CUST-STATUS-CODE
               CLOSE REYDB-CUST-FILE
               CLOSE REYDB-ESCHEAT-FILE
               GO TO 9999-EXIT
           END-IF.

           OPEN OUTPUT REYDB-ESCHOLD-FILE.

           PERFORM 3900-WRITE-HEADER.

           MOVE ZERO TO REYDB-ESCHEAT-RUN-SUB.

           PERFORM 4000-PROCESS-CANDIDATE
               REYDB-ESCHEAT-CAND-COUNT TIMES.

           PERFORM 5900-WRITE-TRAILER.

           CLOSE REYDB-ESCHOLD-FILE.
           CLOSE REYDB-CUST-FILE.
           CLOSE REYDB-ESCHEAT-FILE.

           DISPLAY "ESCHEAT: CANDIDATES        "
               REYDB-ESCHEAT-CAND-COUNT.
           DISPLAY "ESCHEAT: ACCOUNTS ESCHEATED "
               REYDB-ESCHEAT-DONE-COUNT.
           DISPLAY "ESCHEAT: ACCOUNTS REFUSED   "
               REYDB-ESCHEAT-FAILED-COUNT.
           DISPLAY "ESCHEAT: AMOUNT TURNED OVER "
               REYDB-ESCHEAT-AMOUNT-TOTAL.

       9999-EXIT.

           GOBACK.

      ****************************************************
      *** Name: 1000-READ-PARAMS                       ***
      *** Picks up ESCHEAT-DAYS from REYDB-PARAMS,     ***
      *** keeping the built-in default when the file   ***
      *** or keyword is absent                         ***
      ****************************************************

       1000-READ-PARAMS.

           MOVE "N" TO REYDB-ESCHEAT-PARAM-EOF-SW.

           OPEN INPUT REYDB-PARAMS-FILE.

           IF NOT REYDB-PARAMS-STATUS-OK
               DISPLAY "Escheat: unable to open REYDB-PARAMS, "
                   "status " REYDB-PARAMS-STATUS-CODE
               SET REYDB-ESCHEAT-PARAM-EOF TO TRUE
           END-IF.

           PERFORM 1100-READ-NEXT-PARAM
               UNTIL REYDB-ESCHEAT-PARAM-EOF.

           CLOSE REYDB-PARAMS-FILE.

      ****************************************************
      *** Name: 1100-READ-NEXT-PARAM                    ***
      ****************************************************

       1100-READ-NEXT-PARAM.

           READ REYDB-PARAMS-FILE
               AT END
                   SET REYDB-ESCHEAT-PARAM-EOF TO TRUE
           END-READ.

           IF NOT REYDB-ESCHEAT-PARAM-EOF
               IF REYDB-PARAMS-KEYWORD = "ESCHEAT-DAYS"
                   MOVE REYDB-PARAMS-VALUE
                       TO REYDB-ESCHEAT-THRESHOLD-DAYS
               END-IF
           END-IF.

      ****************************************************
      *** Name: 2000-LOAD-CANDIDATES                   ***
      *** Tables every DORMANT checking or savings     ***
      *** account that still holds money              ***
      ****************************************************

       2000-LOAD-CANDIDATES.

           MOVE ZERO TO REYDB-ESCHEAT-CAND-COUNT.
           MOVE "N" TO REYDB-ESCHEAT-FULL-SW.
           MOVE "N" TO REYDB-ESCHEAT-EOF-SW.

           OPEN INPUT REYDB-FILE.

           IF NOT REYDB-FILE-STATUS-OK
               DISPLAY "Escheat: unable to open REYDB-FILE, status "
                   REYDB-FILE-STATUS-CODE
               SET REYDB-ESCHEAT-EOF TO TRUE
           END-IF.

           PERFORM 2100-READ-NEXT-ACCOUNT
               UNTIL REYDB-ESCHEAT-EOF.

           CLOSE REYDB-FILE.

      ****************************************************
      *** Name: 2100-READ-NEXT-ACCOUNT                  ***
      ****************************************************

       2100-READ-NEXT-ACCOUNT.

           READ REYDB-FILE NEXT RECORD
               AT END
                   SET REYDB-ESCHEAT-EOF TO TRUE
           END-READ.

           IF NOT REYDB-ESCHEAT-EOF
               IF REYDB-FILE-DORMANT
                      AND (REYDB-FILE-PRODUCT-CHECKING
                          OR REYDB-FILE-PRODUCT-SAVINGS)
                      AND REYDB-FILE-BALANCE > ZERO
                   PERFORM 2200-ADD-CANDIDATE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 2200-ADD-CANDIDATE                      ***
      ****************************************************

       2200-ADD-CANDIDATE.

           IF REYDB-ESCHEAT-CAND-COUNT < 500
               ADD 1 TO REYDB-ESCHEAT-CAND-COUNT
               MOVE REYDB-ESCHEAT-CAND-COUNT TO REYDB-ESCHEAT-CAND-SUB
               MOVE REYDB-FILE-ID
                   TO REYDB-ESCHEAT-CAND-ACCOUNT
                       (REYDB-ESCHEAT-CAND-SUB)
               MOVE REYDB-FILE-CUST-ID
                   TO REYDB-ESCHEAT-CAND-CUST (REYDB-ESCHEAT-CAND-SUB)
               MOVE REYDB-FILE-PRODUCT
                   TO REYDB-ESCHEAT-CAND-PRODUCT
                       (REYDB-ESCHEAT-CAND-SUB)
               MOVE REYDB-FILE-BRANCH
                   TO REYDB-ESCHEAT-CAND-BRANCH
                       (REYDB-ESCHEAT-CAND-SUB)
               MOVE REYDB-FILE-BALANCE
                   TO REYDB-ESCHEAT-CAND-BALANCE
                       (REYDB-ESCHEAT-CAND-SUB)
               MOVE ZERO
                   TO REYDB-ESCHEAT-CAND-DATE (REYDB-ESCHEAT-CAND-SUB)
               MOVE REYDB-FILE-CURRENCY
                   TO REYDB-ESCHEAT-CAND-CURRENCY
                       (REYDB-ESCHEAT-CAND-SUB)
           ELSE
               SET REYDB-ESCHEAT-TABLE-FULL TO TRUE
               SET REYDB-ESCHEAT-EOF TO TRUE
           END-IF.

      ****************************************************
      *** Name: 3000-SCAN-LEDGERS                      ***
      *** One pass over the ledger history and the     ***
      *** live ledger, keeping each candidate's newest ***
      *** customer-initiated entry date               ***
      ****************************************************

       3000-SCAN-LEDGERS.

           MOVE "N" TO REYDB-ESCHEAT-EOF-SW.

           OPEN INPUT REYDB-TRANHIST-FILE.

           PERFORM 3100-EXAMINE-NEXT-HIST
               UNTIL REYDB-ESCHEAT-EOF.

           CLOSE REYDB-TRANHIST-FILE.

           MOVE "N" TO REYDB-ESCHEAT-EOF-SW.

           OPEN INPUT REYDB-TRANLOG-FILE.

           PERFORM 3200-EXAMINE-NEXT-TRAN
               UNTIL REYDB-ESCHEAT-EOF.

           CLOSE REYDB-TRANLOG-FILE.

      ****************************************************
      *** Name: 3100-EXAMINE-NEXT-HIST                  ***
      ****************************************************

       3100-EXAMINE-NEXT-HIST.

           READ REYDB-TRANHIST-FILE
               AT END
                   SET REYDB-ESCHEAT-EOF TO TRUE
           END-READ.

           IF NOT REYDB-ESCHEAT-EOF
               MOVE REYDB-TRANHIST-ACCOUNT-ID
                   TO REYDB-ESCHEAT-ENTRY-ACCOUNT
               MOVE REYDB-TRANHIST-OPERATION
                   TO REYDB-ESCHEAT-ENTRY-OPER
               MOVE REYDB-TRANHIST-TIMESTAMP(1:8)
                   TO REYDB-ESCHEAT-ENTRY-DATE

               PERFORM 3300-NOTE-ACTIVITY
           END-IF.

      ****************************************************
      *** Name: 3200-EXAMINE-NEXT-TRAN                  ***
      ****************************************************

       3200-EXAMINE-NEXT-TRAN.

           READ REYDB-TRANLOG-FILE
               AT END
                   SET REYDB-ESCHEAT-EOF TO TRUE
           END-READ.

           IF NOT REYDB-ESCHEAT-EOF
               MOVE REYDB-TRANLOG-ACCOUNT-ID
                   TO REYDB-ESCHEAT-ENTRY-ACCOUNT
               MOVE REYDB-TRANLOG-OPERATION
                   TO REYDB-ESCHEAT-ENTRY-OPER
               MOVE REYDB-TRANLOG-TIMESTAMP(1:8)
                   TO REYDB-ESCHEAT-ENTRY-DATE

               PERFORM 3300-NOTE-ACTIVITY
           END-IF.

      ****************************************************
      *** Name: 3300-NOTE-ACTIVITY                      ***
      *** Same customer-activity entries REYDB-DORMANT ***
      *** counts, plus an earlier claim-back           ***
      ****************************************************

       3300-NOTE-ACTIVITY.

           IF REYDB-ESCHEAT-ENTRY-OPER = "DEPOSIT"
                  OR REYDB-ESCHEAT-ENTRY-OPER = "WITHDRAW"
                  OR REYDB-ESCHEAT-ENTRY-OPER = "TRANSFER-IN"
                  OR REYDB-ESCHEAT-ENTRY-OPER = "TRANSFER-OUT"
                  OR REYDB-ESCHEAT-ENTRY-OPER = "CHQ-DEPOSIT"
                  OR REYDB-ESCHEAT-ENTRY-OPER = "ADD"
                  OR REYDB-ESCHEAT-ENTRY-OPER = "REACTIVATE"
                  OR REYDB-ESCHEAT-ENTRY-OPER = "RESTORE"
                  OR REYDB-ESCHEAT-ENTRY-OPER = "ESCHEAT-CLM"
               PERFORM 3400-FIND-CAND-ROW

               IF REYDB-ESCHEAT-HIT
                   IF REYDB-ESCHEAT-ENTRY-DATE
                          > REYDB-ESCHEAT-CAND-DATE
                              (REYDB-ESCHEAT-CAND-SUB)
                       MOVE REYDB-ESCHEAT-ENTRY-DATE
                           TO REYDB-ESCHEAT-CAND-DATE
                               (REYDB-ESCHEAT-CAND-SUB)
                   END-IF
               END-IF
           END-IF.

      ****************************************************
      *** Name: 3400-FIND-CAND-ROW                      ***
      *** Leaves REYDB-ESCHEAT-CAND-SUB at the row for ***
      *** REYDB-ESCHEAT-ENTRY-ACCOUNT when one exists  ***
      ****************************************************

       3400-FIND-CAND-ROW.

           MOVE "N" TO REYDB-ESCHEAT-HIT-SW.
           MOVE ZERO TO REYDB-ESCHEAT-CAND-SUB.

           PERFORM 3500-TEST-ONE-ROW
               REYDB-ESCHEAT-CAND-COUNT TIMES.

      ****************************************************
      *** Name: 3500-TEST-ONE-ROW                       ***
      ****************************************************

       3500-TEST-ONE-ROW.

           IF NOT REYDB-ESCHEAT-HIT
               ADD 1 TO REYDB-ESCHEAT-CAND-SUB

               IF REYDB-ESCHEAT-CAND-ACCOUNT (REYDB-ESCHEAT-CAND-SUB)
                      = REYDB-ESCHEAT-ENTRY-ACCOUNT
                   SET REYDB-ESCHEAT-HIT TO TRUE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 3600-PRICE-CANDIDATE                   ***
      *** Marks the candidates past the threshold and  ***
      *** works out their local-currency amount before ***
      *** anything is escheated. An account with no    ***
      *** customer activity on file at all counts as   ***
      *** past the threshold                           ***
      ****************************************************

       3600-PRICE-CANDIDATE.

           ADD 1 TO REYDB-ESCHEAT-RUN-SUB.

           MOVE "N" TO REYDB-ESCHEAT-CAND-DUE-SW
               (REYDB-ESCHEAT-RUN-SUB).

           IF REYDB-ESCHEAT-CAND-DATE (REYDB-ESCHEAT-RUN-SUB) = ZERO
               MOVE REYDB-ESCHEAT-CUTOFF-INT TO REYDB-ESCHEAT-LAST-INT
           ELSE
               COMPUTE REYDB-ESCHEAT-LAST-INT =
                   FUNCTION INTEGER-OF-DATE
                       (REYDB-ESCHEAT-CAND-DATE (REYDB-ESCHEAT-RUN-SUB))
           END-IF.

           IF REYDB-ESCHEAT-LAST-INT
                  NOT GREATER THAN REYDB-ESCHEAT-CUTOFF-INT
               SET REYDB-ESCHEAT-CAND-DUE (REYDB-ESCHEAT-RUN-SUB)
                   TO TRUE
               PERFORM 3700-LOCAL-AMOUNT
           END-IF.

      ****************************************************
      *** Name: 3700-LOCAL-AMOUNT                      ***
      ****************************************************

       3700-LOCAL-AMOUNT.

           IF REYDB-ESCHEAT-CAND-CURRENCY (REYDB-ESCHEAT-RUN-SUB)
                  = SPACES OR "000"
               MOVE REYDB-ESCHEAT-CAND-BALANCE (REYDB-ESCHEAT-RUN-SUB)
                   TO REYDB-ESCHEAT-CAND-LOCAL (REYDB-ESCHEAT-RUN-SUB)
           ELSE
               MOVE "N" TO REYDB-ESCHEAT-CCY-HIT-SW
               MOVE ZERO TO REYDB-ESCHEAT-CCY-SUB

               PERFORM 3750-TEST-ONE-CURRENCY
                   REYDB-ESCHEAT-CCY-COUNT TIMES

               IF NOT REYDB-ESCHEAT-CCY-HIT
                   PERFORM 3800-ADD-CURRENCY
               END-IF

               IF REYDB-ESCHEAT-CCY-HIT
                      AND REYDB-ESCHEAT-CCY-HAS-RATE
                          (REYDB-ESCHEAT-CCY-SUB)
                   COMPUTE REYDB-ESCHEAT-CAND-LOCAL
                           (REYDB-ESCHEAT-RUN-SUB) ROUNDED =
                       REYDB-ESCHEAT-CAND-BALANCE
                           (REYDB-ESCHEAT-RUN-SUB)
                       * REYDB-ESCHEAT-CCY-RATE (REYDB-ESCHEAT-CCY-SUB)
               ELSE
                   DISPLAY "Escheat: no exchange rate for "
                       REYDB-ESCHEAT-CAND-CURRENCY
                           (REYDB-ESCHEAT-RUN-SUB)
                       " on account "
                       REYDB-ESCHEAT-CAND-ACCOUNT
                           (REYDB-ESCHEAT-RUN-SUB)
                   SET REYDB-ESCHEAT-NO-RATE TO TRUE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 3750-TEST-ONE-CURRENCY                  ***
      ****************************************************

       3750-TEST-ONE-CURRENCY.

           IF NOT REYDB-ESCHEAT-CCY-HIT
               ADD 1 TO REYDB-ESCHEAT-CCY-SUB

               IF REYDB-ESCHEAT-CCY-CODE (REYDB-ESCHEAT-CCY-SUB)
                      = REYDB-ESCHEAT-CAND-CURRENCY
                          (REYDB-ESCHEAT-RUN-SUB)
                   SET REYDB-ESCHEAT-CCY-HIT TO TRUE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 3800-ADD-CURRENCY                       ***
      ****************************************************

       3800-ADD-CURRENCY.

           IF REYDB-ESCHEAT-CCY-COUNT < 10
               ADD 1 TO REYDB-ESCHEAT-CCY-COUNT
               MOVE REYDB-ESCHEAT-CCY-COUNT TO REYDB-ESCHEAT-CCY-SUB
               MOVE REYDB-ESCHEAT-CAND-CURRENCY (REYDB-ESCHEAT-RUN-SUB)
                   TO REYDB-ESCHEAT-CCY-CODE (REYDB-ESCHEAT-CCY-SUB)

               MOVE REYDB-ESCHEAT-CAND-CURRENCY (REYDB-ESCHEAT-RUN-SUB)
                   TO REYDB-FXLOOK-CURRENCY
               MOVE REYDB-ESCHEAT-TODAY TO REYDB-FXLOOK-AS-OF
               SET REYDB-FXLOOK-LATEST TO TRUE
               CALL "REYDB-FXLOOK" USING REYDB-FXLOOK-LINKING

               MOVE REYDB-FXLOOK-RATE
                   TO REYDB-ESCHEAT-CCY-RATE (REYDB-ESCHEAT-CCY-SUB)

               IF REYDB-FXLOOK-OK
                   MOVE "Y" TO REYDB-ESCHEAT-CCY-RATED
                       (REYDB-ESCHEAT-CCY-SUB)
               ELSE
                   MOVE "N" TO REYDB-ESCHEAT-CCY-RATED
                       (REYDB-ESCHEAT-CCY-SUB)
               END-IF

               SET REYDB-ESCHEAT-CCY-HIT TO TRUE
           ELSE
               DISPLAY "Escheat: currency table full"
           END-IF.

      ****************************************************
      *** Name: 3900-WRITE-HEADER                      ***
      ****************************************************

       3900-WRITE-HEADER.

           MOVE SPACES TO REYDB-ESH-RECORD.
           SET REYDB-ESH-TYPE-HEADER TO TRUE.
           MOVE REYDB-ESCHEAT-TODAY TO REYDB-ESH-HDR-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO REYDB-ESH-HDR-RUN-ID.

           WRITE REYDB-ESH-RECORD.

      ****************************************************
      *** Name: 4000-PROCESS-CANDIDATE                 ***
      ****************************************************

       4000-PROCESS-CANDIDATE.

           ADD 1 TO REYDB-ESCHEAT-RUN-SUB.

           IF REYDB-ESCHEAT-CAND-DUE (REYDB-ESCHEAT-RUN-SUB)
               PERFORM 4100-ESCHEAT-ACCOUNT
           END-IF.

      ****************************************************
      *** Name: 4100-ESCHEAT-ACCOUNT                   ***
      *** Takes the balance off with an ESCHEAT debit  ***
      *** booked to the account's own branch           ***
      ****************************************************

       4100-ESCHEAT-ACCOUNT.

           MOVE ZERO TO REYDB-POSTSYS-LINKING.
           MOVE REYDB-ESCHEAT-CAND-ACCOUNT (REYDB-ESCHEAT-RUN-SUB)
               TO REYDB-POSTSYS-ACCOUNT-ID.
           MOVE "ESCHEAT" TO REYDB-POSTSYS-OPERATION.
           MOVE REYDB-ESCHEAT-CAND-BALANCE (REYDB-ESCHEAT-RUN-SUB)
               TO REYDB-POSTSYS-AMOUNT.
           SET REYDB-POSTSYS-DEBIT TO TRUE.
           MOVE "N" TO REYDB-POSTSYS-FUNDS-SW.
           MOVE "SYSTEM" TO REYDB-POSTSYS-OPERATOR.
           MOVE REYDB-ESCHEAT-CAND-BRANCH (REYDB-ESCHEAT-RUN-SUB)
               TO REYDB-POSTSYS-BRANCH.

           CALL "REYDB-POSTSYS" USING REYDB-POSTSYS-LINKING.

           IF NOT REYDB-POSTSYS-OK
               DISPLAY "Escheat: ESCHEAT entry refused for account "
                   REYDB-ESCHEAT-CAND-ACCOUNT (REYDB-ESCHEAT-RUN-SUB)
               ADD 1 TO REYDB-ESCHEAT-FAILED-COUNT
           ELSE
               PERFORM 4200-CLOSE-ACCOUNT
               PERFORM 4300-REGISTER
               PERFORM 4400-WRITE-HOLDER

               ADD 1 TO REYDB-ESCHEAT-DONE-COUNT
               ADD REYDB-ESCHEAT-CAND-LOCAL (REYDB-ESCHEAT-RUN-SUB)
                   TO REYDB-ESCHEAT-AMOUNT-TOTAL
           END-IF.

      ****************************************************
      *** Name: 4200-CLOSE-ACCOUNT                     ***
      ****************************************************

       4200-CLOSE-ACCOUNT.

           MOVE "N" TO REYDB-ESCHEAT-CLOSED-SW.

           OPEN I-O REYDB-FILE.

           IF NOT REYDB-FILE-STATUS-OK
               DISPLAY "Escheat: unable to open REYDB-FILE, status "
                   REYDB-FILE-STATUS-CODE
           ELSE
               MOVE REYDB-ESCHEAT-CAND-ACCOUNT (REYDB-ESCHEAT-RUN-SUB)
                   TO REYDB-FILE-ID

               READ REYDB-FILE WITH LOCK
                   NOT INVALID KEY
                       SET REYDB-ESCHEAT-ACCT-CLOSED TO TRUE
               END-READ
           END-IF.

           IF REYDB-ESCHEAT-ACCT-CLOSED
               SET REYDB-FILE-CLOSED TO TRUE
               MOVE REYDB-ESCHEAT-TODAY TO REYDB-FILE-CLOSED-DATE
               REWRITE REYDB-TABLE

               MOVE REYDB-TABLE TO REYDB-JRNL-LINK-IMAGE
               SET REYDB-JRNL-LINK-ACCOUNT TO TRUE
               CALL "REYDB-JRNL" USING REYDB-JRNL-LINKING

               IF NOT REYDB-JRNL-OK
                   DISPLAY "Escheat: after-image not journaled"
               END-IF
           ELSE
               DISPLAY "Escheat: account "
                   REYDB-ESCHEAT-CAND-ACCOUNT (REYDB-ESCHEAT-RUN-SUB)
                   " escheated but not closed"
           END-IF.

           CLOSE REYDB-FILE.

      ****************************************************
      *** Name: 4300-REGISTER                          ***
      *** An account claimed back and escheated again  ***
      *** reuses its register entry                    ***
      ****************************************************

       4300-REGISTER.

           MOVE REYDB-ESCHEAT-CAND-ACCOUNT (REYDB-ESCHEAT-RUN-SUB)
               TO REYDB-ESC-ACCOUNT-ID.
           MOVE REYDB-ESCHEAT-CAND-CUST (REYDB-ESCHEAT-RUN-SUB)
               TO REYDB-ESC-CUST-ID.
           MOVE REYDB-ESCHEAT-CAND-PRODUCT (REYDB-ESCHEAT-RUN-SUB)
               TO REYDB-ESC-PRODUCT.
           MOVE REYDB-ESCHEAT-CAND-BRANCH (REYDB-ESCHEAT-RUN-SUB)
               TO REYDB-ESC-BRANCH.
           MOVE REYDB-ESCHEAT-CAND-DATE (REYDB-ESCHEAT-RUN-SUB)
               TO REYDB-ESC-LAST-ACTIVITY.
           MOVE REYDB-ESCHEAT-TODAY TO REYDB-ESC-DATE.
           MOVE REYDB-ESCHEAT-CAND-BALANCE (REYDB-ESCHEAT-RUN-SUB)
               TO REYDB-ESC-AMOUNT.
           MOVE REYDB-ESCHEAT-CAND-CURRENCY (REYDB-ESCHEAT-RUN-SUB)
               TO REYDB-ESC-CURRENCY.
           MOVE REYDB-ESCHEAT-CAND-LOCAL (REYDB-ESCHEAT-RUN-SUB)
               TO REYDB-ESC-LOCAL-AMOUNT.
           MOVE ZERO   TO REYDB-ESC-CLAIM-DATE.
           MOVE SPACES TO REYDB-ESC-CLAIM-OPER.
           SET REYDB-ESC-HELD TO TRUE.

           WRITE REYDB-ESC-RECORD
               INVALID KEY
                   REWRITE REYDB-ESC-RECORD
           END-WRITE.

           IF NOT REYDB-ESC-STATUS-OK
               DISPLAY "Escheat: unable to write REYDB-ESCHEAT, "
                   "status " REYDB-ESC-STATUS-CODE
           END-IF.

      ****************************************************
      *** Name: 4400-WRITE-HOLDER                      ***
      *** The owner's name and last known address come ***
      *** from the customer master                     ***
      ****************************************************

       4400-WRITE-HOLDER.

           MOVE SPACES TO REYDB-ESH-RECORD.
           SET REYDB-ESH-TYPE-DETAIL TO TRUE.

           MOVE REYDB-ESC-ACCOUNT-ID    TO REYDB-ESH-DET-ACCOUNT.
           MOVE REYDB-ESC-CUST-ID       TO REYDB-ESH-DET-CUST-ID.
           MOVE REYDB-ESC-PRODUCT       TO REYDB-ESH-DET-PRODUCT.
           MOVE REYDB-ESC-BRANCH        TO REYDB-ESH-DET-BRANCH.
           MOVE REYDB-ESC-LAST-ACTIVITY TO REYDB-ESH-DET-LAST-ACT.
           MOVE REYDB-ESC-LOCAL-AMOUNT  TO REYDB-ESH-DET-AMOUNT.
           MOVE REYDB-ESC-AMOUNT        TO REYDB-ESH-DET-ORIG-AMT.

           IF REYDB-ESC-CURRENCY = SPACES OR "000"
               MOVE "LCL" TO REYDB-ESH-DET-CURRENCY
           ELSE
               MOVE REYDB-ESC-CURRENCY TO REYDB-ESH-DET-CURRENCY
           END-IF.

           MOVE REYDB-ESC-CUST-ID TO REYDB-CUST-ID.

           READ REYDB-CUST-FILE
               INVALID KEY
                   DISPLAY "Escheat: no customer record for account "
                       REYDB-ESC-ACCOUNT-ID
               NOT INVALID KEY
                   MOVE REYDB-CUST-LASTNAME TO REYDB-ESH-DET-LASTNAME
                   MOVE REYDB-CUST-NAME     TO REYDB-ESH-DET-NAME
                   MOVE REYDB-CUST-STREET   TO REYDB-ESH-DET-STREET
                   MOVE REYDB-CUST-CITY     TO REYDB-ESH-DET-CITY
                   MOVE REYDB-CUST-POSTCODE TO REYDB-ESH-DET-POSTCODE
           END-READ.

           WRITE REYDB-ESH-RECORD.

      ****************************************************
      *** Name: 5900-WRITE-TRAILER                     ***
      ****************************************************

       5900-WRITE-TRAILER.

           MOVE SPACES TO REYDB-ESH-RECORD.
           SET REYDB-ESH-TYPE-TRAILER TO TRUE.
           MOVE REYDB-ESCHEAT-DONE-COUNT   TO REYDB-ESH-TRL-COUNT.
           MOVE REYDB-ESCHEAT-AMOUNT-TOTAL TO REYDB-ESH-TRL-AMOUNT.

           WRITE REYDB-ESH-RECORD.
