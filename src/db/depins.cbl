      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: depins.cbl             ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: cover balances in local currency. A foreign
      ***               currency account's balance is converted at the
      ***               latest REYDB-FXRATE rate on or before the
      ***               business date before it is added to its
      ***               depositors, so the limit, the branch totals and
      ***               REYDB-DI-EXTRACT are all in local currency. A
      ***               currency with no rate abandons the run with
      ***               nothing written.
      *** 10/15/2026 - EPH: quarterly deposit insurance coverage. On
      ***               the last business day of March, June,
      ***               September and December works out, for every
      ***               depositor, the single-ownership total across
      ***               their CK, SV and TD accounts and their share
      ***               of joint accounts - an account with further
      ***               holders on REYDB-HOLDER is split equally
      ***               between the owner and each of them - and
      ***               covers each category up to DEPINS-LIMIT from
      ***               REYDB-PARAMS. Prints the insured and
      ***               uninsured portions per depositor and totals
      ***               by branch, a depositor counted under the
      ***               branch of the first account met for them,
      ***               and writes the insurer's file
      ***               REYDB-DI-EXTRACT alongside. Overdrawn and
      ***               closed accounts carry no deposit. The
      ***               printed report is dated and registered on
      ***               REYDB-RPTCAT through REYDB-CATREG; a source
      ***               file that will not open, or a full table,
      ***               abandons the run with nothing written.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-DEPINS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       COPY "reydb-control.cbl".

           SELECT OPTIONAL REYDB-HOLDER-FILE ASSIGN TO "REYDB-HOLDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-HOLDER-KEY
               FILE STATUS IS REYDB-HOLDER-STATUS-CODE.

           SELECT OPTIONAL REYDB-CUSTID-FILE ASSIGN TO "REYDB-CUSTID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-CID-CUST-ID
               FILE STATUS IS REYDB-CUSTID-STATUS-CODE.

           SELECT OPTIONAL REYDB-PARAMS-FILE ASSIGN TO "REYDB-PARAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REYDB-PARAMS-STATUS-CODE.

           SELECT REYDB-DI-FILE ASSIGN TO "REYDB-DI-EXTRACT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REYDB-RPT-DEPINS-FILE
               ASSIGN TO DYNAMIC REYDB-RPT-DEPINS-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-file.cbl".
       COPY "reydb-counter.cbl".
       COPY "reydb-custfile.cbl".
       COPY "reydb-tranlog.cbl".
       COPY "reydb-holder.cbl".
       COPY "reydb-custid.cbl".
       COPY "reydb-params.cbl".
       COPY "reydb-depins.cbl".

       FD REYDB-RPT-DEPINS-FILE.
       01 REYDB-RPT-DEPINS-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       COPY "reydb-status.cbl".

       COPY "reydb-bizday-linking.cbl".

       COPY "reydb-catreg-linking.cbl".

       COPY "reydb-fxlook-linking.cbl".

       01 REYDB-HOLDER-STATUS-CODE PIC X(02).
           88 REYDB-HOLDER-STATUS-OK VALUE "00" "05".

       01 REYDB-CUSTID-STATUS-CODE PIC X(02).
           88 REYDB-CUSTID-STATUS-OK VALUE "00" "05".

       01 REYDB-PARAMS-STATUS-CODE PIC X(02).
           88 REYDB-PARAMS-STATUS-OK VALUE "00" "05".

       01 REYDB-RPT-DEPINS-NAME.
           05 FILLER                     PIC X(17)
               VALUE "REYDB-RPT-DEPINS-".
           05 REYDB-RPT-DEPINS-NAME-DATE PIC 9(08).

       01 REYDB-DPI-TODAY.
           05 REYDB-DPI-TODAY-YEAR  PIC 9(04).
           05 REYDB-DPI-TODAY-MONTH PIC 9(02).
               88 REYDB-DPI-QUARTER-MONTH VALUE 3 6 9 12.
           05 REYDB-DPI-TODAY-DAY   PIC 9(02).

       01 REYDB-DPI-EOF-SW PIC X(01).
           88 REYDB-DPI-EOF VALUE "Y".

       01 REYDB-DPI-PARAM-EOF-SW PIC X(01).
           88 REYDB-DPI-PARAM-EOF VALUE "Y".

       01 REYDB-DPI-HOLDER-EOF-SW PIC X(01).
           88 REYDB-DPI-HOLDER-EOF VALUE "Y".

       01 REYDB-DPI-ABANDON-SW PIC X(01).
           88 REYDB-DPI-ABANDON VALUE "Y".

       01 REYDB-DPI-FULL-SW PIC X(01).
           88 REYDB-DPI-TABLE-FULL VALUE "Y".

       01 REYDB-DPI-HIT-SW PIC X(01).
           88 REYDB-DPI-HIT VALUE "Y".

       01 REYDB-DPI-CUSTID-OPEN-SW PIC X(01).
           88 REYDB-DPI-CUSTID-OPEN VALUE "Y".

       01 REYDB-DPI-LIMIT PIC 9(13)V99 VALUE 250000.

       01 REYDB-DPI-FIND-CUST PIC 9(18).

       01 REYDB-DPI-FIND-BRANCH PIC X(04).

       01 REYDB-DPI-SHARE PIC S9(13)V99.

       01 REYDB-DPI-REMAINDER PIC S9(13)V99.

      *** Balances are covered in local currency. A foreign
      *** balance is converted at the latest REYDB-FXRATE rate
      *** on or before the business date, each currency's rate
      *** looked up once.

       01 REYDB-DPI-LOCAL-BALANCE PIC S9(13)V99.

       01 REYDB-DPI-NO-RATE-SW PIC X(01).
           88 REYDB-DPI-NO-RATE VALUE "Y".

       01 REYDB-DPI-CCY-HIT-SW PIC X(01).
           88 REYDB-DPI-CCY-HIT VALUE "Y".

       01 REYDB-DPI-CCY-TABLE.
           05 REYDB-DPI-CCY-COUNT PIC 9(03) COMP.
           05 REYDB-DPI-CCY-ROW OCCURS 10 TIMES.
               10 REYDB-DPI-CCY-CODE  PIC X(03).
               10 REYDB-DPI-CCY-RATE  PIC 9(05)V9(06).
               10 REYDB-DPI-CCY-RATED PIC X(01).
                   88 REYDB-DPI-CCY-HAS-RATE VALUE "Y".

       77 REYDB-DPI-CCY-SUB PIC 9(03) COMP.

      *** Owners of the account in hand - the enrolling customer
      *** first, then each further holder on REYDB-HOLDER
       01 REYDB-DPI-OWNER-TABLE.
           05 REYDB-DPI-OWNER-COUNT PIC 9(03) COMP.
           05 REYDB-DPI-OWNER-CUST PIC 9(18) OCCURS 20 TIMES.

       77 REYDB-DPI-OWNER-SUB PIC 9(03) COMP.

       01 REYDB-DPI-CUST-TABLE.
           05 REYDB-DPI-CUST-COUNT PIC 9(04) COMP.
           05 REYDB-DPI-CUST-ROW OCCURS 2000 TIMES.
               10 REYDB-DPI-ROW-CUST   PIC 9(18).
               10 REYDB-DPI-ROW-BRANCH PIC X(04).
               10 REYDB-DPI-ROW-SINGLE PIC S9(13)V99.
               10 REYDB-DPI-ROW-JOINT  PIC S9(13)V99.

       77 REYDB-DPI-SUB PIC 9(04) COMP.

       01 REYDB-DPI-BRANCH-TABLE.
           05 REYDB-DPI-BRANCH-COUNT PIC 9(03) COMP.
           05 REYDB-DPI-BRANCH-ROW OCCURS 100 TIMES.
               10 REYDB-DPI-BR-BRANCH    PIC X(04).
               10 REYDB-DPI-BR-CUSTOMERS PIC 9(05) COMP.
               10 REYDB-DPI-BR-DEPOSITS  PIC S9(15)V99.
               10 REYDB-DPI-BR-INSURED   PIC S9(15)V99.
               10 REYDB-DPI-BR-UNINSURED PIC S9(15)V99.

       77 REYDB-DPI-BR-SUB PIC 9(03) COMP.

       01 REYDB-DPI-SINGLE-INSURED PIC S9(13)V99.
       01 REYDB-DPI-JOINT-INSURED  PIC S9(13)V99.
       01 REYDB-DPI-INSURED        PIC S9(13)V99.
       01 REYDB-DPI-UNINSURED      PIC S9(13)V99.

       01 REYDB-DPI-DEPOSIT-TOTAL   PIC S9(15)V99.
       01 REYDB-DPI-INSURED-TOTAL   PIC S9(15)V99.
       01 REYDB-DPI-UNINSURED-TOTAL PIC S9(15)V99.

       01 REYDB-DPI-HEADER-LINE.
           05 FILLER PIC X(38)
               VALUE "DEPOSIT INSURANCE COVERAGE REPORT FOR ".
           05 REYDB-DPI-HEADER-DATE  PIC 9(08).
           05 FILLER PIC X(17) VALUE "  COVERAGE LIMIT ".
           05 REYDB-DPI-HEADER-LIMIT PIC Z(12)9.99.

       01 REYDB-DPI-COLUMN-LINE.
           05 FILLER PIC X(20) VALUE "CUSTOMER".
           05 FILLER PIC X(22) VALUE "NAME".
           05 FILLER PIC X(06) VALUE "BRNCH".
           05 FILLER PIC X(17) VALUE "           SINGLE".
           05 FILLER PIC X(17) VALUE "      JOINT SHARE".
           05 FILLER PIC X(17) VALUE "          INSURED".
           05 FILLER PIC X(17) VALUE "        UNINSURED".

       01 REYDB-DPI-CUST-LINE.
           05 REYDB-DPI-LINE-CUST      PIC 9(18).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 REYDB-DPI-LINE-NAME      PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 REYDB-DPI-LINE-BRANCH    PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 REYDB-DPI-LINE-SINGLE    PIC Z(12)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 REYDB-DPI-LINE-JOINT     PIC Z(12)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 REYDB-DPI-LINE-INSURED   PIC Z(12)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 REYDB-DPI-LINE-UNINSURED PIC Z(12)9.99.

       01 REYDB-DPI-BRANCH-LINE.
           05 FILLER                     PIC X(07) VALUE "BRANCH ".
           05 REYDB-DPI-BLINE-BRANCH     PIC X(04).
           05 FILLER                     PIC X(12)
               VALUE "  CUSTOMERS ".
           05 REYDB-DPI-BLINE-CUSTOMERS  PIC Z(04)9.
           05 FILLER                     PIC X(11)
               VALUE "  DEPOSITS ".
           05 REYDB-DPI-BLINE-DEPOSITS   PIC Z(14)9.99.
           05 FILLER                     PIC X(10)
               VALUE "  INSURED ".
           05 REYDB-DPI-BLINE-INSURED    PIC Z(14)9.99.
           05 FILLER                     PIC X(12)
               VALUE "  UNINSURED ".
           05 REYDB-DPI-BLINE-UNINSURED  PIC Z(14)9.99.

       LINKAGE SECTION.

       COPY "reydb-depins-linking.cbl".

       PROCEDURE DIVISION USING REYDB-DEPINS-LINKING.

       0000-MAINLINE.

           SET REYDB-DPI-RESULT-FAILED TO TRUE.

           IF REYDB-DPI-BUSINESS-DATE > ZERO
               MOVE REYDB-DPI-BUSINESS-DATE TO REYDB-DPI-TODAY
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-DPI-TODAY
           END-IF.

           MOVE REYDB-DPI-TODAY TO REYDB-BIZDAY-DATE-IN.

           CALL "REYDB-BIZDAY" USING REYDB-BIZDAY-LINKING.

           IF NOT REYDB-BIZDAY-LAST-OF-MONTH
                  OR NOT REYDB-DPI-QUARTER-MONTH
               DISPLAY "DEPINS: NOT THE QUARTER-END BUSINESS DAY, "
                   "SKIPPING"
               SET REYDB-DPI-RESULT-OK TO TRUE
               GO TO 9999-EXIT
           END-IF.

           PERFORM 1000-READ-PARAMS.

           PERFORM 1500-OPEN-SOURCES.

           IF REYDB-DPI-ABANDON
               DISPLAY "DEPINS: RUN ABANDONED - A SOURCE FILE "
                   "WOULD NOT OPEN, NOTHING WRITTEN"
               PERFORM 9000-CLOSE-SOURCES
               GO TO 9999-EXIT
           END-IF.

           PERFORM 1600-READ-NEXT-ACCOUNT.

           PERFORM 2000-TAKE-ONE-ACCOUNT
               UNTIL REYDB-DPI-EOF.

           IF REYDB-DPI-NO-RATE
               DISPLAY "DEPINS: NO EXCHANGE RATE FOR A FOREIGN "
                   "CURRENCY ACCOUNT - RUN ABANDONED, NOTHING WRITTEN"
               PERFORM 9000-CLOSE-SOURCES
               GO TO 9999-EXIT
           END-IF.

           IF REYDB-DPI-TABLE-FULL
               DISPLAY "DEPINS: CUSTOMER OR BRANCH TABLE FULL - RUN "
                   "ABANDONED, NOTHING WRITTEN"
               PERFORM 9000-CLOSE-SOURCES
               GO TO 9999-EXIT
           END-IF.

           PERFORM 3000-OPEN-OUTPUTS.

           MOVE ZERO TO REYDB-DPI-SUB.

           PERFORM 4000-REPORT-ONE-CUSTOMER
               REYDB-DPI-CUST-COUNT TIMES.

           PERFORM 5000-REPORT-BRANCHES.

           PERFORM 6000-WRITE-TRAILER.

           PERFORM 9000-CLOSE-SOURCES.

           MOVE "RPT-DEPINS" TO REYDB-CATREG-CODE.
           MOVE REYDB-RPT-DEPINS-NAME-DATE TO REYDB-CATREG-DATE.
           MOVE REYDB-RPT-DEPINS-NAME TO REYDB-CATREG-NAME.
           CALL "REYDB-CATREG" USING REYDB-CATREG-LINKING.

           IF NOT REYDB-CATREG-OK
               DISPLAY "Depins: report not cataloged"
           END-IF.

           SET REYDB-DPI-RESULT-OK TO TRUE.

           DISPLAY "DEPINS: DEPOSITORS REPORTED " REYDB-DPI-CUST-COUNT.

       9999-EXIT.

           GOBACK.

      ****************************************************
      *** Name: 1000-READ-PARAMS                       ***
      ****************************************************

       1000-READ-PARAMS.

           MOVE "N" TO REYDB-DPI-PARAM-EOF-SW.

           OPEN INPUT REYDB-PARAMS-FILE.

           IF NOT REYDB-PARAMS-STATUS-OK
               DISPLAY "Depins: unable to open REYDB-PARAMS, "
                   "status " REYDB-PARAMS-STATUS-CODE
               SET REYDB-DPI-PARAM-EOF TO TRUE
           END-IF.

           PERFORM 1100-READ-NEXT-PARAM
               UNTIL REYDB-DPI-PARAM-EOF.

           CLOSE REYDB-PARAMS-FILE.

      ****************************************************
      *** Name: 1100-READ-NEXT-PARAM                    ***
      ****************************************************

       1100-READ-NEXT-PARAM.

           READ REYDB-PARAMS-FILE
               AT END
                   SET REYDB-DPI-PARAM-EOF TO TRUE
           END-READ.

           IF NOT REYDB-DPI-PARAM-EOF
               IF REYDB-PARAMS-KEYWORD = "DEPINS-LIMIT"
                   MOVE REYDB-PARAMS-VALUE TO REYDB-DPI-LIMIT
               END-IF
           END-IF.

      ****************************************************
      *** Name: 1500-OPEN-SOURCES                      ***
      *** The masters must all be there; the identity  ***
      *** documents are added when they are            ***
      ****************************************************

       1500-OPEN-SOURCES.

           MOVE "N" TO REYDB-DPI-EOF-SW.
           MOVE "N" TO REYDB-DPI-ABANDON-SW.
           MOVE "N" TO REYDB-DPI-FULL-SW.
           MOVE "N" TO REYDB-DPI-CUSTID-OPEN-SW.
           MOVE "N" TO REYDB-DPI-NO-RATE-SW.
           MOVE ZERO TO REYDB-DPI-CCY-COUNT.
           MOVE ZERO TO REYDB-DPI-CUST-COUNT.
           MOVE ZERO TO REYDB-DPI-BRANCH-COUNT.
           MOVE ZERO TO REYDB-DPI-DEPOSIT-TOTAL.
           MOVE ZERO TO REYDB-DPI-INSURED-TOTAL.
           MOVE ZERO TO REYDB-DPI-UNINSURED-TOTAL.

           OPEN INPUT REYDB-FILE.

           IF NOT REYDB-FILE-STATUS-OK
               DISPLAY "Depins: unable to open REYDB-FILE, status "
                   REYDB-FILE-STATUS-CODE
               SET REYDB-DPI-ABANDON TO TRUE
           END-IF.

           OPEN INPUT REYDB-CUST-FILE.

           IF NOT REYDB-CUST-STATUS-OK
               DISPLAY "Depins: unable to open REYDB-CUST-FILE, "
                   "status " REYDB-CUST-STATUS-CODE
               SET REYDB-DPI-ABANDON TO TRUE
           END-IF.

           OPEN INPUT REYDB-HOLDER-FILE.

           IF NOT REYDB-HOLDER-STATUS-OK
               DISPLAY "Depins: unable to open REYDB-HOLDER, status "
                   REYDB-HOLDER-STATUS-CODE
               SET REYDB-DPI-ABANDON TO TRUE
           END-IF.

           OPEN INPUT REYDB-CUSTID-FILE.

           IF REYDB-CUSTID-STATUS-OK
               SET REYDB-DPI-CUSTID-OPEN TO TRUE
           END-IF.

      ****************************************************
      *** Name: 1600-READ-NEXT-ACCOUNT                  ***
      ****************************************************

       1600-READ-NEXT-ACCOUNT.

           READ REYDB-FILE NEXT RECORD
               AT END
                   SET REYDB-DPI-EOF TO TRUE
           END-READ.

      ****************************************************
      *** Name: 2000-TAKE-ONE-ACCOUNT                   ***
      *** A deposit account held alone counts toward   ***
      *** its owner's single-ownership total; one with ***
      *** further holders is shared equally, the owner ***
      *** taking any odd cent. Both are in local       ***
      *** currency equivalents                         ***
      ****************************************************

       2000-TAKE-ONE-ACCOUNT.

           IF (REYDB-FILE-PRODUCT-CHECKING
                  OR REYDB-FILE-PRODUCT-SAVINGS
                  OR REYDB-FILE-PRODUCT-TERMDEP)
              AND NOT REYDB-FILE-CLOSED
              AND REYDB-FILE-BALANCE > ZERO
              AND NOT REYDB-DPI-TABLE-FULL
              AND NOT REYDB-DPI-NO-RATE
               PERFORM 2050-LOCAL-BALANCE

               IF NOT REYDB-DPI-NO-RATE
                   PERFORM 2100-COLLECT-OWNERS

                   IF REYDB-DPI-OWNER-COUNT = 1
                       MOVE REYDB-FILE-CUST-ID TO REYDB-DPI-FIND-CUST
                       PERFORM 2500-FIND-CUSTOMER

                       IF REYDB-DPI-HIT
                           ADD REYDB-DPI-LOCAL-BALANCE
                               TO REYDB-DPI-ROW-SINGLE (REYDB-DPI-SUB)
                       END-IF
                   ELSE
                       COMPUTE REYDB-DPI-SHARE ROUNDED =
                           REYDB-DPI-LOCAL-BALANCE
                           / REYDB-DPI-OWNER-COUNT
                       MOVE REYDB-DPI-LOCAL-BALANCE
                           TO REYDB-DPI-REMAINDER
                       MOVE 1 TO REYDB-DPI-OWNER-SUB

                       PERFORM 2300-CREDIT-JOINT-SHARE
                           UNTIL REYDB-DPI-OWNER-SUB
                               NOT < REYDB-DPI-OWNER-COUNT

                       MOVE REYDB-FILE-CUST-ID TO REYDB-DPI-FIND-CUST
                       PERFORM 2500-FIND-CUSTOMER

                       IF REYDB-DPI-HIT
                           ADD REYDB-DPI-REMAINDER
                               TO REYDB-DPI-ROW-JOINT (REYDB-DPI-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.

           PERFORM 1600-READ-NEXT-ACCOUNT.

      ****************************************************
      *** Name: 2050-LOCAL-BALANCE                      ***
      *** Leaves the account's balance in local        ***
      *** currency in REYDB-DPI-LOCAL-BALANCE. A       ***
      *** currency with no rate stops the run - its    ***
      *** depositors cannot be measured against the    ***
      *** limit                                        ***
      ****************************************************

       2050-LOCAL-BALANCE.

           IF REYDB-FILE-LOCAL-CURRENCY
                  OR REYDB-FILE-CURRENCY = "000"
               MOVE REYDB-FILE-BALANCE TO REYDB-DPI-LOCAL-BALANCE
           ELSE
               MOVE "N" TO REYDB-DPI-CCY-HIT-SW
               MOVE ZERO TO REYDB-DPI-CCY-SUB

               PERFORM 2060-TEST-ONE-CURRENCY
                   REYDB-DPI-CCY-COUNT TIMES

               IF NOT REYDB-DPI-CCY-HIT
                   PERFORM 2070-ADD-CURRENCY
               END-IF

               IF REYDB-DPI-CCY-HIT
                      AND REYDB-DPI-CCY-HAS-RATE (REYDB-DPI-CCY-SUB)
                   COMPUTE REYDB-DPI-LOCAL-BALANCE ROUNDED =
                       REYDB-FILE-BALANCE
                       * REYDB-DPI-CCY-RATE (REYDB-DPI-CCY-SUB)
               ELSE
                   DISPLAY "Depins: no exchange rate for "
                       REYDB-FILE-CURRENCY " on account "
                       REYDB-FILE-ID
                   SET REYDB-DPI-NO-RATE TO TRUE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 2060-TEST-ONE-CURRENCY                  ***
      ****************************************************

       2060-TEST-ONE-CURRENCY.

           IF NOT REYDB-DPI-CCY-HIT
               ADD 1 TO REYDB-DPI-CCY-SUB

               IF REYDB-DPI-CCY-CODE (REYDB-DPI-CCY-SUB)
                      = REYDB-FILE-CURRENCY
                   SET REYDB-DPI-CCY-HIT TO TRUE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 2070-ADD-CURRENCY                       ***
      ****************************************************

       2070-ADD-CURRENCY.

           IF REYDB-DPI-CCY-COUNT < 10
               ADD 1 TO REYDB-DPI-CCY-COUNT
               MOVE REYDB-DPI-CCY-COUNT TO REYDB-DPI-CCY-SUB
               MOVE REYDB-FILE-CURRENCY
                   TO REYDB-DPI-CCY-CODE (REYDB-DPI-CCY-SUB)

               MOVE REYDB-FILE-CURRENCY TO REYDB-FXLOOK-CURRENCY
               MOVE REYDB-DPI-TODAY     TO REYDB-FXLOOK-AS-OF
               SET REYDB-FXLOOK-LATEST TO TRUE
               CALL "REYDB-FXLOOK" USING REYDB-FXLOOK-LINKING

               MOVE REYDB-FXLOOK-RATE
                   TO REYDB-DPI-CCY-RATE (REYDB-DPI-CCY-SUB)

               IF REYDB-FXLOOK-OK
                   MOVE "Y" TO REYDB-DPI-CCY-RATED (REYDB-DPI-CCY-SUB)
               ELSE
                   MOVE "N" TO REYDB-DPI-CCY-RATED (REYDB-DPI-CCY-SUB)
               END-IF

               SET REYDB-DPI-CCY-HIT TO TRUE
           ELSE
               DISPLAY "Depins: currency table full"
           END-IF.

      ****************************************************
      *** Name: 2100-COLLECT-OWNERS                     ***
      ****************************************************

       2100-COLLECT-OWNERS.

           MOVE 1 TO REYDB-DPI-OWNER-COUNT.
           MOVE REYDB-FILE-CUST-ID TO REYDB-DPI-OWNER-CUST (1).

           MOVE "N" TO REYDB-DPI-HOLDER-EOF-SW.
           MOVE REYDB-FILE-ID TO REYDB-HOLDER-ACCOUNT-ID.
           MOVE ZERO          TO REYDB-HOLDER-CUST-ID.

           START REYDB-HOLDER-FILE
               KEY IS NOT LESS THAN REYDB-HOLDER-KEY
               INVALID KEY
                   SET REYDB-DPI-HOLDER-EOF TO TRUE
           END-START.

           PERFORM 2200-READ-NEXT-HOLDER
               UNTIL REYDB-DPI-HOLDER-EOF.

      ****************************************************
      *** Name: 2200-READ-NEXT-HOLDER                   ***
      *** The owner may be on REYDB-HOLDER as its      ***
      *** primary as well and is counted once          ***
      ****************************************************

       2200-READ-NEXT-HOLDER.

           READ REYDB-HOLDER-FILE NEXT RECORD
               AT END
                   SET REYDB-DPI-HOLDER-EOF TO TRUE
           END-READ.

           IF NOT REYDB-DPI-HOLDER-EOF
               IF REYDB-HOLDER-ACCOUNT-ID NOT = REYDB-FILE-ID
                   SET REYDB-DPI-HOLDER-EOF TO TRUE
               ELSE
                   IF REYDB-HOLDER-CUST-ID NOT = REYDB-FILE-CUST-ID
                      AND REYDB-DPI-OWNER-COUNT < 20
                       ADD 1 TO REYDB-DPI-OWNER-COUNT
                       MOVE REYDB-HOLDER-CUST-ID
                           TO REYDB-DPI-OWNER-CUST
                               (REYDB-DPI-OWNER-COUNT)
                   END-IF
               END-IF
           END-IF.

      ****************************************************
      *** Name: 2300-CREDIT-JOINT-SHARE                 ***
      ****************************************************

       2300-CREDIT-JOINT-SHARE.

           ADD 1 TO REYDB-DPI-OWNER-SUB.

           MOVE REYDB-DPI-OWNER-CUST (REYDB-DPI-OWNER-SUB)
               TO REYDB-DPI-FIND-CUST.

           PERFORM 2500-FIND-CUSTOMER.

           IF REYDB-DPI-HIT
               ADD REYDB-DPI-SHARE
                   TO REYDB-DPI-ROW-JOINT (REYDB-DPI-SUB)
               SUBTRACT REYDB-DPI-SHARE FROM REYDB-DPI-REMAINDER
           END-IF.

      ****************************************************
      *** Name: 2500-FIND-CUSTOMER                     ***
      *** Finds REYDB-DPI-FIND-CUST in the table,      ***
      *** adding it under this account's branch the    ***
      *** first time it is met                         ***
      ****************************************************

       2500-FIND-CUSTOMER.

           MOVE "N" TO REYDB-DPI-HIT-SW.
           MOVE ZERO TO REYDB-DPI-SUB.

           PERFORM 2600-TEST-ONE-CUSTOMER
               REYDB-DPI-CUST-COUNT TIMES.

           IF NOT REYDB-DPI-HIT
               IF REYDB-DPI-CUST-COUNT < 2000
                   ADD 1 TO REYDB-DPI-CUST-COUNT
                   MOVE REYDB-DPI-CUST-COUNT TO REYDB-DPI-SUB
                   MOVE REYDB-DPI-FIND-CUST
                       TO REYDB-DPI-ROW-CUST (REYDB-DPI-SUB)
                   MOVE REYDB-FILE-BRANCH
                       TO REYDB-DPI-ROW-BRANCH (REYDB-DPI-SUB)
                   MOVE ZERO TO REYDB-DPI-ROW-SINGLE (REYDB-DPI-SUB)
                   MOVE ZERO TO REYDB-DPI-ROW-JOINT (REYDB-DPI-SUB)
                   SET REYDB-DPI-HIT TO TRUE
               ELSE
                   SET REYDB-DPI-TABLE-FULL TO TRUE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 2600-TEST-ONE-CUSTOMER                  ***
      ****************************************************

       2600-TEST-ONE-CUSTOMER.

           IF NOT REYDB-DPI-HIT
               ADD 1 TO REYDB-DPI-SUB

               IF REYDB-DPI-ROW-CUST (REYDB-DPI-SUB)
                      = REYDB-DPI-FIND-CUST
                   SET REYDB-DPI-HIT TO TRUE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 3000-OPEN-OUTPUTS                      ***
      ****************************************************

       3000-OPEN-OUTPUTS.

           MOVE REYDB-DPI-TODAY TO REYDB-RPT-DEPINS-NAME-DATE.

           OPEN OUTPUT REYDB-RPT-DEPINS-FILE.
           OPEN OUTPUT REYDB-DI-FILE.

           MOVE REYDB-DPI-TODAY TO REYDB-DPI-HEADER-DATE.
           MOVE REYDB-DPI-LIMIT TO REYDB-DPI-HEADER-LIMIT.
           MOVE REYDB-DPI-HEADER-LINE TO REYDB-RPT-DEPINS-LINE.
           WRITE REYDB-RPT-DEPINS-LINE.

           MOVE SPACES TO REYDB-RPT-DEPINS-LINE.
           WRITE REYDB-RPT-DEPINS-LINE.

           MOVE REYDB-DPI-COLUMN-LINE TO REYDB-RPT-DEPINS-LINE.
           WRITE REYDB-RPT-DEPINS-LINE.

           MOVE SPACES TO REYDB-DI-RECORD.
           SET REYDB-DI-TYPE-HEADER TO TRUE.
           MOVE REYDB-DPI-TODAY TO REYDB-DI-HDR-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO REYDB-DI-HDR-RUN-ID.
           MOVE REYDB-DPI-LIMIT TO REYDB-DI-HDR-LIMIT.

           WRITE REYDB-DI-RECORD.

      ****************************************************
      *** Name: 4000-REPORT-ONE-CUSTOMER               ***
      *** Each ownership category is covered up to the ***
      *** limit on its own                             ***
      ****************************************************

       4000-REPORT-ONE-CUSTOMER.

           ADD 1 TO REYDB-DPI-SUB.

           IF REYDB-DPI-ROW-SINGLE (REYDB-DPI-SUB) > REYDB-DPI-LIMIT
               MOVE REYDB-DPI-LIMIT TO REYDB-DPI-SINGLE-INSURED
           ELSE
               MOVE REYDB-DPI-ROW-SINGLE (REYDB-DPI-SUB)
                   TO REYDB-DPI-SINGLE-INSURED
           END-IF.

           IF REYDB-DPI-ROW-JOINT (REYDB-DPI-SUB) > REYDB-DPI-LIMIT
               MOVE REYDB-DPI-LIMIT TO REYDB-DPI-JOINT-INSURED
           ELSE
               MOVE REYDB-DPI-ROW-JOINT (REYDB-DPI-SUB)
                   TO REYDB-DPI-JOINT-INSURED
           END-IF.

           COMPUTE REYDB-DPI-INSURED =
               REYDB-DPI-SINGLE-INSURED + REYDB-DPI-JOINT-INSURED.

           COMPUTE REYDB-DPI-UNINSURED =
               REYDB-DPI-ROW-SINGLE (REYDB-DPI-SUB)
               + REYDB-DPI-ROW-JOINT (REYDB-DPI-SUB)
               - REYDB-DPI-INSURED.

           MOVE SPACES TO REYDB-DI-RECORD.
           SET REYDB-DI-TYPE-DETAIL TO TRUE.

           MOVE REYDB-DPI-ROW-CUST (REYDB-DPI-SUB)
               TO REYDB-DI-DTL-CUST-ID.
           MOVE REYDB-DPI-ROW-BRANCH (REYDB-DPI-SUB)
               TO REYDB-DI-DTL-BRANCH.
           MOVE REYDB-DPI-ROW-SINGLE (REYDB-DPI-SUB)
               TO REYDB-DI-DTL-SINGLE.
           MOVE REYDB-DPI-SINGLE-INSURED
               TO REYDB-DI-DTL-SINGLE-INSURED.
           MOVE REYDB-DPI-ROW-JOINT (REYDB-DPI-SUB)
               TO REYDB-DI-DTL-JOINT.
           MOVE REYDB-DPI-JOINT-INSURED
               TO REYDB-DI-DTL-JOINT-INSURED.
           MOVE REYDB-DPI-INSURED   TO REYDB-DI-DTL-INSURED.
           MOVE REYDB-DPI-UNINSURED TO REYDB-DI-DTL-UNINSURED.

           PERFORM 4100-READ-DEPOSITOR.

           WRITE REYDB-DI-RECORD.

           MOVE REYDB-DPI-ROW-CUST (REYDB-DPI-SUB)
               TO REYDB-DPI-LINE-CUST.
           MOVE REYDB-DI-DTL-LASTNAME TO REYDB-DPI-LINE-NAME.
           MOVE REYDB-DPI-ROW-BRANCH (REYDB-DPI-SUB)
               TO REYDB-DPI-LINE-BRANCH.
           MOVE REYDB-DPI-ROW-SINGLE (REYDB-DPI-SUB)
               TO REYDB-DPI-LINE-SINGLE.
           MOVE REYDB-DPI-ROW-JOINT (REYDB-DPI-SUB)
               TO REYDB-DPI-LINE-JOINT.
           MOVE REYDB-DPI-INSURED   TO REYDB-DPI-LINE-INSURED.
           MOVE REYDB-DPI-UNINSURED TO REYDB-DPI-LINE-UNINSURED.
           MOVE REYDB-DPI-CUST-LINE TO REYDB-RPT-DEPINS-LINE.
           WRITE REYDB-RPT-DEPINS-LINE.

           ADD REYDB-DPI-ROW-SINGLE (REYDB-DPI-SUB)
               TO REYDB-DPI-DEPOSIT-TOTAL.
           ADD REYDB-DPI-ROW-JOINT (REYDB-DPI-SUB)
               TO REYDB-DPI-DEPOSIT-TOTAL.
           ADD REYDB-DPI-INSURED   TO REYDB-DPI-INSURED-TOTAL.
           ADD REYDB-DPI-UNINSURED TO REYDB-DPI-UNINSURED-TOTAL.

           PERFORM 4200-ADD-TO-BRANCH.

      ****************************************************
      *** Name: 4100-READ-DEPOSITOR                    ***
      ****************************************************

       4100-READ-DEPOSITOR.

           MOVE REYDB-DPI-ROW-CUST (REYDB-DPI-SUB) TO REYDB-CUST-ID.

           READ REYDB-CUST-FILE
               INVALID KEY
                   DISPLAY "Depins: no customer record for "
                       REYDB-CUST-ID
               NOT INVALID KEY
                   MOVE REYDB-CUST-LASTNAME TO REYDB-DI-DTL-LASTNAME
                   MOVE REYDB-CUST-NAME     TO REYDB-DI-DTL-NAME
                   MOVE REYDB-CUST-POSTCODE TO REYDB-DI-DTL-POSTCODE
           END-READ.

           IF REYDB-DPI-CUSTID-OPEN
               MOVE REYDB-CUST-ID TO REYDB-CID-CUST-ID

               READ REYDB-CUSTID-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REYDB-CID-TYPE TO REYDB-DI-DTL-DOC-TYPE
                       MOVE REYDB-CID-NUMBER
                           TO REYDB-DI-DTL-DOC-NUMBER
                       MOVE REYDB-CID-COUNTRY
                           TO REYDB-DI-DTL-DOC-COUNTRY
               END-READ
           END-IF.

      ****************************************************
      *** Name: 4200-ADD-TO-BRANCH                     ***
      ****************************************************

       4200-ADD-TO-BRANCH.

           MOVE REYDB-DPI-ROW-BRANCH (REYDB-DPI-SUB)
               TO REYDB-DPI-FIND-BRANCH.
           MOVE "N" TO REYDB-DPI-HIT-SW.
           MOVE ZERO TO REYDB-DPI-BR-SUB.

           PERFORM 4300-TEST-ONE-BRANCH
               REYDB-DPI-BRANCH-COUNT TIMES.

           IF NOT REYDB-DPI-HIT
               IF REYDB-DPI-BRANCH-COUNT < 100
                   ADD 1 TO REYDB-DPI-BRANCH-COUNT
                   MOVE REYDB-DPI-BRANCH-COUNT TO REYDB-DPI-BR-SUB
                   MOVE REYDB-DPI-FIND-BRANCH
                       TO REYDB-DPI-BR-BRANCH (REYDB-DPI-BR-SUB)
                   MOVE ZERO
                       TO REYDB-DPI-BR-CUSTOMERS (REYDB-DPI-BR-SUB)
                   MOVE ZERO
                       TO REYDB-DPI-BR-DEPOSITS (REYDB-DPI-BR-SUB)
                   MOVE ZERO
                       TO REYDB-DPI-BR-INSURED (REYDB-DPI-BR-SUB)
                   MOVE ZERO
                       TO REYDB-DPI-BR-UNINSURED (REYDB-DPI-BR-SUB)
                   SET REYDB-DPI-HIT TO TRUE
               ELSE
                   DISPLAY "Depins: branch table full, branch "
                       REYDB-DPI-FIND-BRANCH " not totalled"
               END-IF
           END-IF.

           IF REYDB-DPI-HIT
               ADD 1 TO REYDB-DPI-BR-CUSTOMERS (REYDB-DPI-BR-SUB)
               ADD REYDB-DPI-ROW-SINGLE (REYDB-DPI-SUB)
                   TO REYDB-DPI-BR-DEPOSITS (REYDB-DPI-BR-SUB)
               ADD REYDB-DPI-ROW-JOINT (REYDB-DPI-SUB)
                   TO REYDB-DPI-BR-DEPOSITS (REYDB-DPI-BR-SUB)
               ADD REYDB-DPI-INSURED
                   TO REYDB-DPI-BR-INSURED (REYDB-DPI-BR-SUB)
               ADD REYDB-DPI-UNINSURED
                   TO REYDB-DPI-BR-UNINSURED (REYDB-DPI-BR-SUB)
           END-IF.

      ****************************************************
      *** Name: 4300-TEST-ONE-BRANCH                    ***
      ****************************************************

       4300-TEST-ONE-BRANCH.

           IF NOT REYDB-DPI-HIT
               ADD 1 TO REYDB-DPI-BR-SUB

               IF REYDB-DPI-BR-BRANCH (REYDB-DPI-BR-SUB)
                      = REYDB-DPI-FIND-BRANCH
                   SET REYDB-DPI-HIT TO TRUE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 5000-REPORT-BRANCHES                   ***
      ****************************************************

       5000-REPORT-BRANCHES.

           MOVE SPACES TO REYDB-RPT-DEPINS-LINE.
           WRITE REYDB-RPT-DEPINS-LINE.

           MOVE "TOTALS BY BRANCH" TO REYDB-RPT-DEPINS-LINE.
           WRITE REYDB-RPT-DEPINS-LINE.

           MOVE ZERO TO REYDB-DPI-BR-SUB.

           PERFORM 5100-REPORT-ONE-BRANCH
               REYDB-DPI-BRANCH-COUNT TIMES.

           MOVE "ALL " TO REYDB-DPI-BLINE-BRANCH.
           MOVE REYDB-DPI-CUST-COUNT TO REYDB-DPI-BLINE-CUSTOMERS.
           MOVE REYDB-DPI-DEPOSIT-TOTAL TO REYDB-DPI-BLINE-DEPOSITS.
           MOVE REYDB-DPI-INSURED-TOTAL TO REYDB-DPI-BLINE-INSURED.
           MOVE REYDB-DPI-UNINSURED-TOTAL
               TO REYDB-DPI-BLINE-UNINSURED.
           MOVE REYDB-DPI-BRANCH-LINE TO REYDB-RPT-DEPINS-LINE.
           WRITE REYDB-RPT-DEPINS-LINE.

           CLOSE REYDB-RPT-DEPINS-FILE.

      ****************************************************
      *** Name: 5100-REPORT-ONE-BRANCH                  ***
      ****************************************************

       5100-REPORT-ONE-BRANCH.

           ADD 1 TO REYDB-DPI-BR-SUB.

           MOVE REYDB-DPI-BR-BRANCH (REYDB-DPI-BR-SUB)
               TO REYDB-DPI-BLINE-BRANCH.
           MOVE REYDB-DPI-BR-CUSTOMERS (REYDB-DPI-BR-SUB)
               TO REYDB-DPI-BLINE-CUSTOMERS.
           MOVE REYDB-DPI-BR-DEPOSITS (REYDB-DPI-BR-SUB)
               TO REYDB-DPI-BLINE-DEPOSITS.
           MOVE REYDB-DPI-BR-INSURED (REYDB-DPI-BR-SUB)
               TO REYDB-DPI-BLINE-INSURED.
           MOVE REYDB-DPI-BR-UNINSURED (REYDB-DPI-BR-SUB)
               TO REYDB-DPI-BLINE-UNINSURED.
           MOVE REYDB-DPI-BRANCH-LINE TO REYDB-RPT-DEPINS-LINE.
           WRITE REYDB-RPT-DEPINS-LINE.

      ****************************************************
      *** Name: 6000-WRITE-TRAILER                     ***
      ****************************************************

       6000-WRITE-TRAILER.

           MOVE SPACES TO REYDB-DI-RECORD.
           SET REYDB-DI-TYPE-TRAILER TO TRUE.
           MOVE REYDB-DPI-CUST-COUNT      TO REYDB-DI-TRL-COUNT.
           MOVE REYDB-DPI-DEPOSIT-TOTAL   TO REYDB-DI-TRL-DEPOSITS.
           MOVE REYDB-DPI-INSURED-TOTAL   TO REYDB-DI-TRL-INSURED.
           MOVE REYDB-DPI-UNINSURED-TOTAL TO REYDB-DI-TRL-UNINSURED.

           WRITE REYDB-DI-RECORD.

           CLOSE REYDB-DI-FILE.

      ****************************************************
      *** Name: 9000-CLOSE-SOURCES                     ***
      ****************************************************

       9000-CLOSE-SOURCES.

           CLOSE REYDB-FILE.
           CLOSE REYDB-CUST-FILE.
           CLOSE REYDB-HOLDER-FILE.
           CLOSE REYDB-CUSTID-FILE.
