      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: estsumm.cbl            ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: foreign currency accounts. Each line shows
      ***               the account's currency (LCL for local) and the
      ***               SOLE totals are in local currency, a foreign
      ***               account's balance, accrual and holds converted
      ***               at the latest REYDB-FXRATE rate on file for the
      ***               day the summary is prepared, with a note under
      ***               the totals saying so. A SOLE account in a
      ***               currency with no rate abandons the summary
      ***               before anything is written.
      *** 10/15/2026 - EPH: REYDB-TRANHIST is INDEXED on the account
      ***               and ledger reference now - the unwind reads it
      ***               in key order, which the after-death totals do
      ***               not depend on.
      *** 10/15/2026 - EPH: estate summary for the executors of a
      ***               deceased customer, printed by REYDB-DECEASED
      ***               before any account is touched. Lists every
      ***               account the customer enrolled (SOLE, or
      ***               JOINT when another customer is linked on
      ***               REYDB-HOLDER) and every account they were
      ***               linked to (HOLDER), each with its balance as
      ***               at the date of death - the current balance
      ***               with the REYDB-TRANHIST and REYDB-TRANLOG
      ***               entries dated after the death taken back
      ***               out - the interest accrued to that date, and
      ***               the pending items: open holds, active
      ***               standing orders and cheques issued but not
      ***               yet presented. Totals are for the SOLE
      ***               accounts, which fall wholly to the estate.
      ***               Printed as REYDB-RPT-ESTATE-<customer> and
      ***               cataloged under RPT-ESTATE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-ESTSUMM.

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

           SELECT OPTIONAL REYDB-HOLDER-FILE ASSIGN TO "REYDB-HOLDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-HOLDER-KEY
               FILE STATUS IS REYDB-HOLDER-STATUS-CODE.

           SELECT OPTIONAL REYDB-RATES-FILE ASSIGN TO "REYDB-RATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REYDB-RATES-STATUS-CODE.

           SELECT OPTIONAL REYDB-TERMDEP-FILE
               ASSIGN TO "REYDB-TERMDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-TD-ACCOUNT-ID
               FILE STATUS IS REYDB-TERMDEP-STATUS-CODE.

           SELECT OPTIONAL REYDB-LOAN-FILE ASSIGN TO "REYDB-LOAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-LOAN-ACCOUNT-ID
               FILE STATUS IS REYDB-LOAN-STATUS-CODE.

           SELECT OPTIONAL REYDB-STANDING-FILE
               ASSIGN TO "REYDB-STANDING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-SO-ID
               FILE STATUS IS REYDB-STANDING-STATUS-CODE.

           SELECT OPTIONAL REYDB-CHEQBOOK-FILE
               ASSIGN TO "REYDB-CHEQBOOK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-CHQB-KEY
               FILE STATUS IS REYDB-CHEQBOOK-STATUS-CODE.

           SELECT OPTIONAL REYDB-CHEQITEM-FILE
               ASSIGN TO "REYDB-CHEQITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-CHQI-KEY
               FILE STATUS IS REYDB-CHEQITEM-STATUS-CODE.

           SELECT REYDB-RPT-ESTATE-FILE
               ASSIGN TO DYNAMIC REYDB-RPT-ESTATE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-file.cbl".
       COPY "reydb-counter.cbl".
       COPY "reydb-custfile.cbl".
       COPY "reydb-tranlog.cbl".
       COPY "reydb-tranhist.cbl".
       COPY "reydb-holder.cbl".
       COPY "reydb-rates.cbl".
       COPY "reydb-termdep.cbl".
       COPY "reydb-loan.cbl".
       COPY "reydb-standing.cbl".
       COPY "reydb-cheqbook.cbl".
       COPY "reydb-cheqitem.cbl".

       FD REYDB-RPT-ESTATE-FILE.
       01 REYDB-RPT-ESTATE-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       COPY "reydb-status.cbl".

       COPY "reydb-holdcheck-linking.cbl".

       COPY "reydb-catreg-linking.cbl".

       COPY "reydb-fxlook-linking.cbl".

       01 REYDB-HOLDER-STATUS-CODE PIC X(02).
           88 REYDB-HOLDER-STATUS-OK VALUE "00" "05".

       01 REYDB-RATES-STATUS-CODE PIC X(02).
           88 REYDB-RATES-STATUS-OK VALUE "00" "05".

       01 REYDB-TERMDEP-STATUS-CODE PIC X(02).
           88 REYDB-TERMDEP-STATUS-OK VALUE "00" "05".

       01 REYDB-LOAN-STATUS-CODE PIC X(02).
           88 REYDB-LOAN-STATUS-OK VALUE "00" "05".

       01 REYDB-STANDING-STATUS-CODE PIC X(02).
           88 REYDB-STANDING-STATUS-OK VALUE "00" "05".

       01 REYDB-CHEQBOOK-STATUS-CODE PIC X(02).
           88 REYDB-CHEQBOOK-STATUS-OK VALUE "00" "05".

       01 REYDB-CHEQITEM-STATUS-CODE PIC X(02).
           88 REYDB-CHEQITEM-STATUS-OK VALUE "00" "05".

       01 REYDB-RPT-ESTATE-NAME.
           05 FILLER                     PIC X(17)
               VALUE "REYDB-RPT-ESTATE-".
           05 REYDB-RPT-ESTATE-NAME-CUST PIC 9(18).

       01 REYDB-ESTSUMM-TODAY PIC 9(08).

       01 REYDB-ESTSUMM-DEATH-PARTS.
           05 REYDB-ESTSUMM-DEATH-YEAR  PIC 9(04).
           05 REYDB-ESTSUMM-DEATH-MONTH PIC 9(02).
           05 REYDB-ESTSUMM-DEATH-DAY   PIC 9(02).
       01 REYDB-ESTSUMM-DEATH-NUM REDEFINES REYDB-ESTSUMM-DEATH-PARTS
                                    PIC 9(08).

       01 REYDB-ESTSUMM-WORK-PARTS.
           05 REYDB-ESTSUMM-WORK-YEAR  PIC 9(04).
           05 REYDB-ESTSUMM-WORK-MONTH PIC 9(02).
           05 REYDB-ESTSUMM-WORK-DAY   PIC 9(02).
       01 REYDB-ESTSUMM-WORK-NUM REDEFINES REYDB-ESTSUMM-WORK-PARTS
                                   PIC 9(08).

       01 REYDB-ESTSUMM-MONTHS     PIC 9(07).
       01 REYDB-ESTSUMM-TERM-DAYS  PIC 9(07).
       01 REYDB-ESTSUMM-DAYS       PIC S9(07).

       01 REYDB-ESTSUMM-ENTRY-DATE   PIC 9(08).
       01 REYDB-ESTSUMM-ENTRY-ID     PIC 9(18).
       01 REYDB-ESTSUMM-ENTRY-OPER   PIC X(12).
       01 REYDB-ESTSUMM-ENTRY-AMOUNT PIC S9(13)V99.
       01 REYDB-ESTSUMM-ENTRY-EFFECT PIC S9(13)V99.

       01 REYDB-ESTSUMM-EOF-SW PIC X(01).
           88 REYDB-ESTSUMM-EOF VALUE "Y".

       01 REYDB-ESTSUMM-FOUND-SW PIC X(01).
           88 REYDB-ESTSUMM-FOUND VALUE "Y".

       01 REYDB-ESTSUMM-FALLBACK-RATE PIC V9(04) VALUE 0.0050.

       01 REYDB-ESTSUMM-RATE-TABLE.
           05 REYDB-ESTSUMM-RATE-COUNT PIC 9(03) COMP.
           05 REYDB-ESTSUMM-RATE-ROW OCCURS 50 TIMES.
               10 REYDB-ESTSUMM-RATE-PRODUCT PIC X(02).
               10 REYDB-ESTSUMM-RATE-TIER    PIC 9(13)V99.
               10 REYDB-ESTSUMM-RATE-RATE    PIC V9(04).

       01 REYDB-ESTSUMM-PICKED-RATE PIC V9(04).
       01 REYDB-ESTSUMM-PICKED-TIER PIC 9(13)V99.

       01 REYDB-ESTSUMM-PICKED-SW PIC X(01).
           88 REYDB-ESTSUMM-PICKED VALUE "Y".

       01 REYDB-ESTSUMM-ACCT-TABLE.
           05 REYDB-ESTSUMM-ACCT-COUNT PIC 9(03) COMP.
           05 REYDB-ESTSUMM-ACCT-ROW OCCURS 50 TIMES.
               10 REYDB-ESTSUMM-ACCT-ID      PIC 9(18).
               10 REYDB-ESTSUMM-ACCT-PRODUCT PIC X(02).
               10 REYDB-ESTSUMM-ACCT-ROLE    PIC X(06).
                   88 REYDB-ESTSUMM-ACCT-SOLE   VALUE "SOLE".
                   88 REYDB-ESTSUMM-ACCT-JOINT  VALUE "JOINT".
                   88 REYDB-ESTSUMM-ACCT-HOLDER VALUE "HOLDER".
               10 REYDB-ESTSUMM-ACCT-STATUS  PIC X(01).
               10 REYDB-ESTSUMM-ACCT-BALANCE PIC S9(13)V99.
               10 REYDB-ESTSUMM-ACCT-AFTER   PIC S9(13)V99.
               10 REYDB-ESTSUMM-ACCT-ACCRUED PIC S9(13)V99.
               10 REYDB-ESTSUMM-ACCT-HOLDS   PIC S9(13)V99.
               10 REYDB-ESTSUMM-ACCT-ORDERS  PIC 9(03).
               10 REYDB-ESTSUMM-ACCT-CHEQUES PIC 9(05).
               10 REYDB-ESTSUMM-ACCT-CURRENCY PIC X(03).
               10 REYDB-ESTSUMM-ACCT-RATE    PIC 9(05)V9(06).

       77 REYDB-ESTSUMM-SUB  PIC 9(03) COMP.
       77 REYDB-ESTSUMM-SUB2 PIC 9(03) COMP.
       77 REYDB-ESTSUMM-CHQ-NUMBER PIC 9(09).

      *** The SOLE totals are in local currency. A foreign
      *** account's figures are converted at the latest
      *** REYDB-FXRATE rate on or before the day the summary is
      *** prepared, each currency's rate looked up once.

       01 REYDB-ESTSUMM-NO-RATE-SW PIC X(01).
           88 REYDB-ESTSUMM-NO-RATE VALUE "Y".

       01 REYDB-ESTSUMM-FOREIGN-SW PIC X(01).
           88 REYDB-ESTSUMM-FOREIGN VALUE "Y".

       01 REYDB-ESTSUMM-CCY-HIT-SW PIC X(01).
           88 REYDB-ESTSUMM-CCY-HIT VALUE "Y".

       01 REYDB-ESTSUMM-CCY-TABLE.
           05 REYDB-ESTSUMM-CCY-COUNT PIC 9(03) COMP.
           05 REYDB-ESTSUMM-CCY-ROW OCCURS 10 TIMES.
               10 REYDB-ESTSUMM-CCY-CODE  PIC X(03).
               10 REYDB-ESTSUMM-CCY-RATE  PIC 9(05)V9(06).
               10 REYDB-ESTSUMM-CCY-RATED PIC X(01).
                   88 REYDB-ESTSUMM-CCY-HAS-RATE VALUE "Y".

       77 REYDB-ESTSUMM-CCY-SUB PIC 9(03) COMP.

       01 REYDB-ESTSUMM-LOCAL-AMOUNT PIC S9(13)V99.

       01 REYDB-ESTSUMM-AT-DEATH PIC S9(13)V99.

       01 REYDB-ESTSUMM-TOTAL-BALANCE PIC S9(13)V99.
       01 REYDB-ESTSUMM-TOTAL-ACCRUED PIC S9(13)V99.
       01 REYDB-ESTSUMM-TOTAL-HOLDS   PIC S9(13)V99.

       01 REYDB-ESTSUMM-HEADER-LINE.
           05 FILLER PIC X(28) VALUE "ESTATE SUMMARY FOR CUSTOMER ".
           05 REYDB-ESTSUMM-HEADER-CUST PIC 9(18).
           05 FILLER PIC X(02) VALUE SPACES.
           05 REYDB-ESTSUMM-HEADER-NAME PIC X(64).

       01 REYDB-ESTSUMM-DATE-LINE.
           05 FILLER PIC X(14) VALUE "DATE OF DEATH ".
           05 REYDB-ESTSUMM-DATE-DEATH PIC 9(08).
           05 FILLER PIC X(11) VALUE "  PREPARED ".
           05 REYDB-ESTSUMM-DATE-TODAY PIC 9(08).

       01 REYDB-ESTSUMM-TITLE-LINE.
           05 FILLER PIC X(20) VALUE "ACCOUNT".
           05 FILLER PIC X(04) VALUE "PR".
           05 FILLER PIC X(08) VALUE "ROLE".
           05 FILLER PIC X(03) VALUE "ST".
           05 FILLER PIC X(05) VALUE "CCY".
           05 FILLER PIC X(19) VALUE "   BALANCE AT DEATH".
           05 FILLER PIC X(19) VALUE "    ACCRUED TO DATE".
           05 FILLER PIC X(19) VALUE "         OPEN HOLDS".
           05 FILLER PIC X(08) VALUE "  ORDERS".
           05 FILLER PIC X(08) VALUE " CHEQUES".

       01 REYDB-ESTSUMM-DETAIL-LINE.
           05 REYDB-ESTSUMM-DETAIL-ID      PIC 9(18).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 REYDB-ESTSUMM-DETAIL-PRODUCT PIC X(02).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 REYDB-ESTSUMM-DETAIL-ROLE    PIC X(06).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 REYDB-ESTSUMM-DETAIL-STATUS  PIC X(01).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 REYDB-ESTSUMM-DETAIL-CURRENCY PIC X(03).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 REYDB-ESTSUMM-DETAIL-BALANCE PIC -(14)9.99.
           05 REYDB-ESTSUMM-DETAIL-ACCRUED PIC -(14)9.99.
           05 REYDB-ESTSUMM-DETAIL-HOLDS   PIC -(14)9.99.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 REYDB-ESTSUMM-DETAIL-ORDERS  PIC ZZ9.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 REYDB-ESTSUMM-DETAIL-CHEQUES PIC Z(04)9.

       01 REYDB-ESTSUMM-TOTAL-LINE.
           05 FILLER                       PIC X(40)
               VALUE "TOTAL OF SOLE ACCOUNTS IN LOCAL CURRENCY".
           05 REYDB-ESTSUMM-TOTAL-BAL-OUT  PIC -(14)9.99.
           05 REYDB-ESTSUMM-TOTAL-ACC-OUT  PIC -(14)9.99.
           05 REYDB-ESTSUMM-TOTAL-HLD-OUT  PIC -(14)9.99.

       01 REYDB-ESTSUMM-NOTE-LINE PIC X(80) VALUE
           "LN BALANCES ARE AMOUNTS OWED; LN ACCRUED IS INTEREST DUE".

       01 REYDB-ESTSUMM-FX-NOTE-LINE.
           05 FILLER PIC X(53) VALUE
               "FOREIGN CURRENCY ACCOUNTS ARE TOTALED AT THE LATEST ".
           05 FILLER PIC X(23) VALUE "EXCHANGE RATE ON FILE, ".
           05 REYDB-ESTSUMM-FX-NOTE-DATE PIC 9(08).

       LINKAGE SECTION.

       COPY "reydb-estsumm-linking.cbl".

       PROCEDURE DIVISION USING REYDB-ESTSUMM-LINKING.

       0000-MAINLINE.

           MOVE "N" TO REYDB-ESTSUMM-STATUS.

           MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-ESTSUMM-TODAY.
           MOVE REYDB-ESTSUMM-DEATH-DATE TO REYDB-ESTSUMM-DEATH-NUM.

           OPEN INPUT REYDB-CUST-FILE.

           IF NOT REYDB-CUST-STATUS-OK
               DISPLAY "Estsumm: unable to open REYDB-CUST-FILE, "
                   "status " REYDB-CUST-STATUS-CODE
               CLOSE REYDB-CUST-FILE
               GO TO 9999-EXIT
           END-IF.

           MOVE REYDB-ESTSUMM-CUST-ID TO REYDB-CUST-ID.

           READ REYDB-CUST-FILE
               INVALID KEY
                   DISPLAY "Estsumm: customer not found"
                   CLOSE REYDB-CUST-FILE
                   GO TO 9999-EXIT
           END-READ.

           CLOSE REYDB-CUST-FILE.

           MOVE SPACES TO REYDB-ESTSUMM-HEADER-NAME.
           STRING REYDB-CUST-NAME DELIMITED BY "  "
                  " "             DELIMITED BY SIZE
                  REYDB-CUST-LASTNAME DELIMITED BY "  "
               INTO REYDB-ESTSUMM-HEADER-NAME
           END-STRING.

           PERFORM 1000-COLLECT-ACCOUNTS.

           PERFORM 1500-COLLECT-HOLDERS.

           PERFORM 1800-READ-LINKED-ACCOUNTS.

           PERFORM 2000-UNWIND-HISTORY.

           PERFORM 3000-LOAD-RATES.

           PERFORM 4000-ACCRUE-INTEREST.

           PERFORM 5000-PENDING-ITEMS.

           MOVE "N" TO REYDB-ESTSUMM-NO-RATE-SW.
           MOVE "N" TO REYDB-ESTSUMM-FOREIGN-SW.
           MOVE ZERO TO REYDB-ESTSUMM-CCY-COUNT.
           MOVE ZERO TO REYDB-ESTSUMM-SUB.

           PERFORM 5700-PRICE-ONE-ACCOUNT
               REYDB-ESTSUMM-ACCT-COUNT TIMES.

           IF REYDB-ESTSUMM-NO-RATE
               DISPLAY "Estsumm: no exchange rate for a foreign "
                   "currency account - summary abandoned, nothing "
                   "written"
               GO TO 9999-EXIT
           END-IF.

           PERFORM 6000-PRINT-SUMMARY.

           SET REYDB-ESTSUMM-OK TO TRUE.

       9999-EXIT.

           GOBACK.

      ****************************************************
      *** Name: 1000-COLLECT-ACCOUNTS                  ***
      *** Every account the customer enrolled that is  ***
      *** still open - SOLE until a holder turns up    ***
      ****************************************************

       1000-COLLECT-ACCOUNTS.

           MOVE ZERO TO REYDB-ESTSUMM-ACCT-COUNT.
           MOVE "N" TO REYDB-ESTSUMM-EOF-SW.

           OPEN INPUT REYDB-FILE.

           IF NOT REYDB-FILE-STATUS-OK
               DISPLAY "Estsumm: unable to open REYDB-FILE, status "
                   REYDB-FILE-STATUS-CODE
           ELSE
               PERFORM 1100-SCAN-NEXT-ACCOUNT
                   UNTIL REYDB-ESTSUMM-EOF
           END-IF.

           CLOSE REYDB-FILE.

      ****************************************************
      *** Name: 1100-SCAN-NEXT-ACCOUNT                 ***
      ****************************************************

       1100-SCAN-NEXT-ACCOUNT.

           READ REYDB-FILE NEXT RECORD
               AT END
                   SET REYDB-ESTSUMM-EOF TO TRUE
           END-READ.

           IF NOT REYDB-ESTSUMM-EOF
               IF REYDB-FILE-CUST-ID = REYDB-ESTSUMM-CUST-ID
                      AND NOT REYDB-FILE-CLOSED
                   MOVE "SOLE" TO REYDB-ESTSUMM-ACCT-ROLE
                       (REYDB-ESTSUMM-ACCT-COUNT + 1)
                   PERFORM 1200-ADD-ROW
               END-IF
           END-IF.

      ****************************************************
      *** Name: 1200-ADD-ROW                           ***
      *** Tables the account just read, under the role ***
      *** already moved to the next free row           ***
      ****************************************************

       1200-ADD-ROW.

           IF REYDB-ESTSUMM-ACCT-COUNT < 50
               ADD 1 TO REYDB-ESTSUMM-ACCT-COUNT
               MOVE REYDB-ESTSUMM-ACCT-COUNT TO REYDB-ESTSUMM-SUB
               MOVE REYDB-FILE-ID
                   TO REYDB-ESTSUMM-ACCT-ID (REYDB-ESTSUMM-SUB)
               MOVE REYDB-FILE-PRODUCT
                   TO REYDB-ESTSUMM-ACCT-PRODUCT (REYDB-ESTSUMM-SUB)
               MOVE REYDB-FILE-STATUS
                   TO REYDB-ESTSUMM-ACCT-STATUS (REYDB-ESTSUMM-SUB)
               MOVE REYDB-FILE-BALANCE
                   TO REYDB-ESTSUMM-ACCT-BALANCE (REYDB-ESTSUMM-SUB)
               MOVE ZERO
                   TO REYDB-ESTSUMM-ACCT-AFTER (REYDB-ESTSUMM-SUB)
               MOVE ZERO
                   TO REYDB-ESTSUMM-ACCT-ACCRUED (REYDB-ESTSUMM-SUB)
               MOVE ZERO
                   TO REYDB-ESTSUMM-ACCT-HOLDS (REYDB-ESTSUMM-SUB)
               MOVE ZERO
                   TO REYDB-ESTSUMM-ACCT-ORDERS (REYDB-ESTSUMM-SUB)
               MOVE ZERO
                   TO REYDB-ESTSUMM-ACCT-CHEQUES (REYDB-ESTSUMM-SUB)
               MOVE REYDB-FILE-CURRENCY
                   TO REYDB-ESTSUMM-ACCT-CURRENCY (REYDB-ESTSUMM-SUB)
           ELSE
               DISPLAY "Estsumm: account table full"
           END-IF.

      ****************************************************
      *** Name: 1500-COLLECT-HOLDERS                   ***
      *** The customer's own links become HOLDER rows; ***
      *** another customer linked to an enrolled       ***
      *** account makes it JOINT                       ***
      ****************************************************

       1500-COLLECT-HOLDERS.

           MOVE "N" TO REYDB-ESTSUMM-EOF-SW.

           OPEN INPUT REYDB-HOLDER-FILE.

           IF NOT REYDB-HOLDER-STATUS-OK
               DISPLAY "Estsumm: unable to open REYDB-HOLDER, "
                   "status " REYDB-HOLDER-STATUS-CODE
           ELSE
               PERFORM 1600-SCAN-NEXT-HOLDER
                   UNTIL REYDB-ESTSUMM-EOF
           END-IF.

           CLOSE REYDB-HOLDER-FILE.

      ****************************************************
      *** Name: 1600-SCAN-NEXT-HOLDER                  ***
      ****************************************************

       1600-SCAN-NEXT-HOLDER.

           READ REYDB-HOLDER-FILE NEXT RECORD
               AT END
                   SET REYDB-ESTSUMM-EOF TO TRUE
           END-READ.

           IF NOT REYDB-ESTSUMM-EOF
               IF REYDB-HOLDER-CUST-ID = REYDB-ESTSUMM-CUST-ID
                   IF REYDB-ESTSUMM-ACCT-COUNT < 50
                       ADD 1 TO REYDB-ESTSUMM-ACCT-COUNT
                       MOVE REYDB-ESTSUMM-ACCT-COUNT
                           TO REYDB-ESTSUMM-SUB
                       MOVE REYDB-HOLDER-ACCOUNT-ID
                           TO REYDB-ESTSUMM-ACCT-ID (REYDB-ESTSUMM-SUB)
                       SET REYDB-ESTSUMM-ACCT-HOLDER
                           (REYDB-ESTSUMM-SUB) TO TRUE
                   ELSE
                       DISPLAY "Estsumm: account table full"
                   END-IF
               ELSE
                   MOVE ZERO TO REYDB-ESTSUMM-SUB
                   PERFORM 1700-MARK-JOINT
                       REYDB-ESTSUMM-ACCT-COUNT TIMES
               END-IF
           END-IF.

      ****************************************************
      *** Name: 1700-MARK-JOINT                        ***
      ****************************************************

       1700-MARK-JOINT.

           ADD 1 TO REYDB-ESTSUMM-SUB.

           IF REYDB-ESTSUMM-ACCT-ID (REYDB-ESTSUMM-SUB)
                  = REYDB-HOLDER-ACCOUNT-ID
                  AND REYDB-ESTSUMM-ACCT-SOLE (REYDB-ESTSUMM-SUB)
               SET REYDB-ESTSUMM-ACCT-JOINT (REYDB-ESTSUMM-SUB)
                   TO TRUE
           END-IF.

      ****************************************************
      *** Name: 1800-READ-LINKED-ACCOUNTS              ***
      *** Fills in the HOLDER rows from REYDB-FILE     ***
      ****************************************************

       1800-READ-LINKED-ACCOUNTS.

           OPEN INPUT REYDB-FILE.

           IF NOT REYDB-FILE-STATUS-OK
               DISPLAY "Estsumm: unable to open REYDB-FILE, status "
                   REYDB-FILE-STATUS-CODE
           ELSE
               MOVE ZERO TO REYDB-ESTSUMM-SUB2
               PERFORM 1900-READ-ONE-LINKED
                   REYDB-ESTSUMM-ACCT-COUNT TIMES
           END-IF.

           CLOSE REYDB-FILE.

      ****************************************************
      *** Name: 1900-READ-ONE-LINKED                   ***
      ****************************************************

       1900-READ-ONE-LINKED.

           ADD 1 TO REYDB-ESTSUMM-SUB2.

           IF REYDB-ESTSUMM-ACCT-HOLDER (REYDB-ESTSUMM-SUB2)
               MOVE REYDB-ESTSUMM-ACCT-ID (REYDB-ESTSUMM-SUB2)
                   TO REYDB-FILE-ID

               READ REYDB-FILE
                   INVALID KEY
                       MOVE ZERO TO REYDB-FILE-BALANCE
                       MOVE SPACES TO REYDB-FILE-PRODUCT
                       MOVE "?" TO REYDB-FILE-STATUS
                       MOVE SPACES TO REYDB-FILE-CURRENCY
               END-READ

               MOVE REYDB-FILE-PRODUCT
                   TO REYDB-ESTSUMM-ACCT-PRODUCT (REYDB-ESTSUMM-SUB2)
               MOVE REYDB-FILE-STATUS
                   TO REYDB-ESTSUMM-ACCT-STATUS (REYDB-ESTSUMM-SUB2)
               MOVE REYDB-FILE-BALANCE
                   TO REYDB-ESTSUMM-ACCT-BALANCE (REYDB-ESTSUMM-SUB2)
               MOVE ZERO
                   TO REYDB-ESTSUMM-ACCT-AFTER (REYDB-ESTSUMM-SUB2)
               MOVE ZERO
                   TO REYDB-ESTSUMM-ACCT-ACCRUED (REYDB-ESTSUMM-SUB2)
               MOVE ZERO
                   TO REYDB-ESTSUMM-ACCT-HOLDS (REYDB-ESTSUMM-SUB2)
               MOVE ZERO
                   TO REYDB-ESTSUMM-ACCT-ORDERS (REYDB-ESTSUMM-SUB2)
               MOVE ZERO
                   TO REYDB-ESTSUMM-ACCT-CHEQUES (REYDB-ESTSUMM-SUB2)
               MOVE REYDB-FILE-CURRENCY
                   TO REYDB-ESTSUMM-ACCT-CURRENCY (REYDB-ESTSUMM-SUB2)
           END-IF.

      ****************************************************
      *** Name: 2000-UNWIND-HISTORY                    ***
      *** Totals the effect of every entry dated after ***
      *** the death, first in the cut-over history and ***
      *** then in today's ledger                       ***
      ****************************************************

       2000-UNWIND-HISTORY.

           MOVE "N" TO REYDB-ESTSUMM-EOF-SW.

           OPEN INPUT REYDB-TRANHIST-FILE.

           PERFORM 2100-READ-NEXT-HISTORY
               UNTIL REYDB-ESTSUMM-EOF.

           CLOSE REYDB-TRANHIST-FILE.

           MOVE "N" TO REYDB-ESTSUMM-EOF-SW.

           OPEN INPUT REYDB-TRANLOG-FILE.

           PERFORM 2200-READ-NEXT-LEDGER
               UNTIL REYDB-ESTSUMM-EOF.

           CLOSE REYDB-TRANLOG-FILE.

      ****************************************************
      *** Name: 2100-READ-NEXT-HISTORY                 ***
      ****************************************************

       2100-READ-NEXT-HISTORY.

           READ REYDB-TRANHIST-FILE
               AT END
                   SET REYDB-ESTSUMM-EOF TO TRUE
           END-READ.

           IF NOT REYDB-ESTSUMM-EOF
               MOVE REYDB-TRANHIST-TIMESTAMP(1:8)
                   TO REYDB-ESTSUMM-ENTRY-DATE
               MOVE REYDB-TRANHIST-ACCOUNT-ID TO REYDB-ESTSUMM-ENTRY-ID
               MOVE REYDB-TRANHIST-OPERATION
                   TO REYDB-ESTSUMM-ENTRY-OPER
               MOVE REYDB-TRANHIST-AMOUNT
                   TO REYDB-ESTSUMM-ENTRY-AMOUNT
               PERFORM 2300-APPLY-ENTRY
           END-IF.

      ****************************************************
      *** Name: 2200-READ-NEXT-LEDGER                  ***
      ****************************************************

       2200-READ-NEXT-LEDGER.

           READ REYDB-TRANLOG-FILE
               AT END
                   SET REYDB-ESTSUMM-EOF TO TRUE
           END-READ.

           IF NOT REYDB-ESTSUMM-EOF
               MOVE REYDB-TRANLOG-TIMESTAMP(1:8)
                   TO REYDB-ESTSUMM-ENTRY-DATE
               MOVE REYDB-TRANLOG-ACCOUNT-ID TO REYDB-ESTSUMM-ENTRY-ID
               MOVE REYDB-TRANLOG-OPERATION
                   TO REYDB-ESTSUMM-ENTRY-OPER
               MOVE REYDB-TRANLOG-AMOUNT
                   TO REYDB-ESTSUMM-ENTRY-AMOUNT
               PERFORM 2300-APPLY-ENTRY
           END-IF.

      ****************************************************
      *** Name: 2300-APPLY-ENTRY                       ***
      ****************************************************

       2300-APPLY-ENTRY.

           IF REYDB-ESTSUMM-ENTRY-DATE > REYDB-ESTSUMM-DEATH-DATE
               PERFORM 2400-COMPUTE-EFFECT

               IF REYDB-ESTSUMM-ENTRY-EFFECT NOT = ZERO
                   MOVE ZERO TO REYDB-ESTSUMM-SUB
                   PERFORM 2500-MATCH-ENTRY
                       REYDB-ESTSUMM-ACCT-COUNT TIMES
               END-IF
           END-IF.

      ****************************************************
      *** Name: 2400-COMPUTE-EFFECT                    ***
      *** Credits add, debits subtract, administrative ***
      *** entries carry no effect - the same signing   ***
      *** REYDB-STATEMENT uses                         ***
      ****************************************************

       2400-COMPUTE-EFFECT.

           EVALUATE REYDB-ESTSUMM-ENTRY-OPER
               WHEN "DEPOSIT"
               WHEN "TRANSFER-IN"
               WHEN "INTEREST"
               WHEN "REVERSAL-CR"
               WHEN "RESTORE"
               WHEN "ADJUST-CR"
               WHEN "PAYMENT-RET"
               WHEN "WRITE-OFF"
               WHEN "CHQ-DEPOSIT"
               WHEN "ESCHEAT-CLM"
                   MOVE REYDB-ESTSUMM-ENTRY-AMOUNT
                       TO REYDB-ESTSUMM-ENTRY-EFFECT
               WHEN "TRANSFER-OUT"
               WHEN "WITHDRAW"
               WHEN "REVERSAL-DR"
               WHEN "FEE"
               WHEN "ADJUST-DR"
               WHEN "WHT-TAX"
               WHEN "PAYMENT-OUT"
               WHEN "TD-PENALTY"
               WHEN "DEBIT-INT"
               WHEN "LOAN-INT"
               WHEN "WO-RECOVERY"
               WHEN "CHQ-RETURN"
               WHEN "ESCHEAT"
                   COMPUTE REYDB-ESTSUMM-ENTRY-EFFECT =
                       ZERO - REYDB-ESTSUMM-ENTRY-AMOUNT
               WHEN OTHER
                   MOVE ZERO TO REYDB-ESTSUMM-ENTRY-EFFECT
           END-EVALUATE.

      ****************************************************
      *** Name: 2500-MATCH-ENTRY                       ***
      ****************************************************

       2500-MATCH-ENTRY.

           ADD 1 TO REYDB-ESTSUMM-SUB.

           IF REYDB-ESTSUMM-ACCT-ID (REYDB-ESTSUMM-SUB)
                  = REYDB-ESTSUMM-ENTRY-ID
               ADD REYDB-ESTSUMM-ENTRY-EFFECT
                   TO REYDB-ESTSUMM-ACCT-AFTER (REYDB-ESTSUMM-SUB)
           END-IF.

      ****************************************************
      *** Name: 3000-LOAD-RATES                        ***
      *** Reads REYDB-RATES into working storage, as   ***
      *** REYDB-INTEREST does                          ***
      ****************************************************

       3000-LOAD-RATES.

           MOVE "N" TO REYDB-ESTSUMM-EOF-SW.
           MOVE ZERO TO REYDB-ESTSUMM-RATE-COUNT.

           OPEN INPUT REYDB-RATES-FILE.

           IF NOT REYDB-RATES-STATUS-OK
               SET REYDB-ESTSUMM-EOF TO TRUE
           END-IF.

           PERFORM 3100-READ-NEXT-RATE
               UNTIL REYDB-ESTSUMM-EOF.

           CLOSE REYDB-RATES-FILE.

      ****************************************************
      *** Name: 3100-READ-NEXT-RATE                    ***
      ****************************************************

       3100-READ-NEXT-RATE.

           READ REYDB-RATES-FILE
               AT END
                   SET REYDB-ESTSUMM-EOF TO TRUE
           END-READ.

           IF NOT REYDB-ESTSUMM-EOF
               IF REYDB-ESTSUMM-RATE-COUNT < 50
                   ADD 1 TO REYDB-ESTSUMM-RATE-COUNT
                   MOVE REYDB-RATES-PRODUCT
                       TO REYDB-ESTSUMM-RATE-PRODUCT
                          (REYDB-ESTSUMM-RATE-COUNT)
                   MOVE REYDB-RATES-TIER-FLOOR
                       TO REYDB-ESTSUMM-RATE-TIER
                          (REYDB-ESTSUMM-RATE-COUNT)
                   MOVE REYDB-RATES-MONTHLY-RATE
                       TO REYDB-ESTSUMM-RATE-RATE
                          (REYDB-ESTSUMM-RATE-COUNT)
               END-IF
           END-IF.

      ****************************************************
      *** Name: 4000-ACCRUE-INTEREST                   ***
      ****************************************************

       4000-ACCRUE-INTEREST.

           OPEN INPUT REYDB-TERMDEP-FILE.
           OPEN INPUT REYDB-LOAN-FILE.

           MOVE ZERO TO REYDB-ESTSUMM-SUB2.
           PERFORM 4100-ACCRUE-ONE-ACCOUNT
               REYDB-ESTSUMM-ACCT-COUNT TIMES.

           CLOSE REYDB-LOAN-FILE.
           CLOSE REYDB-TERMDEP-FILE.

      ****************************************************
      *** Name: 4100-ACCRUE-ONE-ACCOUNT                ***
      *** Checking and savings earn the monthly tier   ***
      *** rate, credited at month end, so the accrual  ***
      *** runs from the first of the month of death.   ***
      *** A deposit accrues its maturity interest pro  ***
      *** rata over the term; a loan accrues its       ***
      *** annual rate on the outstanding principal     ***
      *** from the last interest date                  ***
      ****************************************************

       4100-ACCRUE-ONE-ACCOUNT.

           ADD 1 TO REYDB-ESTSUMM-SUB2.

           COMPUTE REYDB-ESTSUMM-AT-DEATH =
               REYDB-ESTSUMM-ACCT-BALANCE (REYDB-ESTSUMM-SUB2)
               - REYDB-ESTSUMM-ACCT-AFTER (REYDB-ESTSUMM-SUB2).

           EVALUATE REYDB-ESTSUMM-ACCT-PRODUCT (REYDB-ESTSUMM-SUB2)
               WHEN "CK"
               WHEN "SV"
                   IF REYDB-ESTSUMM-AT-DEATH > ZERO
                       PERFORM 4200-PICK-RATE
                       COMPUTE REYDB-ESTSUMM-ACCT-ACCRUED
                           (REYDB-ESTSUMM-SUB2) ROUNDED =
                           REYDB-ESTSUMM-AT-DEATH
                           * REYDB-ESTSUMM-PICKED-RATE
                           * REYDB-ESTSUMM-DEATH-DAY / 30
                   END-IF
               WHEN "TD"
                   PERFORM 4400-ACCRUE-DEPOSIT
               WHEN "LN"
                   PERFORM 4500-ACCRUE-LOAN
           END-EVALUATE.

      ****************************************************
      *** Name: 4200-PICK-RATE                         ***
      *** The highest tier not above the balance at    ***
      *** death, or the flat fallback rate             ***
      ****************************************************

       4200-PICK-RATE.

           MOVE "N" TO REYDB-ESTSUMM-PICKED-SW.
           MOVE REYDB-ESTSUMM-FALLBACK-RATE
               TO REYDB-ESTSUMM-PICKED-RATE.
           MOVE ZERO TO REYDB-ESTSUMM-PICKED-TIER.
           MOVE ZERO TO REYDB-ESTSUMM-SUB.

           PERFORM 4300-TEST-ONE-RATE
               REYDB-ESTSUMM-RATE-COUNT TIMES.

      ****************************************************
      *** Name: 4300-TEST-ONE-RATE                     ***
      ****************************************************

       4300-TEST-ONE-RATE.

           ADD 1 TO REYDB-ESTSUMM-SUB.

           IF REYDB-ESTSUMM-RATE-PRODUCT (REYDB-ESTSUMM-SUB)
                  = REYDB-ESTSUMM-ACCT-PRODUCT (REYDB-ESTSUMM-SUB2)
                  AND REYDB-ESTSUMM-RATE-TIER (REYDB-ESTSUMM-SUB)
                      NOT GREATER THAN REYDB-ESTSUMM-AT-DEATH
               IF NOT REYDB-ESTSUMM-PICKED
                      OR REYDB-ESTSUMM-RATE-TIER (REYDB-ESTSUMM-SUB)
                         NOT LESS THAN REYDB-ESTSUMM-PICKED-TIER
                   SET REYDB-ESTSUMM-PICKED TO TRUE
                   MOVE REYDB-ESTSUMM-RATE-TIER (REYDB-ESTSUMM-SUB)
                       TO REYDB-ESTSUMM-PICKED-TIER
                   MOVE REYDB-ESTSUMM-RATE-RATE (REYDB-ESTSUMM-SUB)
                       TO REYDB-ESTSUMM-PICKED-RATE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 4400-ACCRUE-DEPOSIT                    ***
      *** The term started TERM-MONTHS before maturity ***
      ****************************************************

       4400-ACCRUE-DEPOSIT.

           MOVE REYDB-ESTSUMM-ACCT-ID (REYDB-ESTSUMM-SUB2)
               TO REYDB-TD-ACCOUNT-ID.

           READ REYDB-TERMDEP-FILE
               INVALID KEY
                   MOVE "N" TO REYDB-TD-FLAG
           END-READ.

           IF REYDB-TD-INT-PENDING
               MOVE REYDB-TD-MATURITY TO REYDB-ESTSUMM-WORK-NUM

               COMPUTE REYDB-ESTSUMM-MONTHS =
                   REYDB-ESTSUMM-WORK-YEAR * 12
                   + REYDB-ESTSUMM-WORK-MONTH - 1
                   - REYDB-TD-TERM-MONTHS

               DIVIDE REYDB-ESTSUMM-MONTHS BY 12
                   GIVING REYDB-ESTSUMM-WORK-YEAR
                   REMAINDER REYDB-ESTSUMM-WORK-MONTH
               ADD 1 TO REYDB-ESTSUMM-WORK-MONTH

               IF REYDB-ESTSUMM-WORK-DAY > 28
                   MOVE 28 TO REYDB-ESTSUMM-WORK-DAY
               END-IF

               COMPUTE REYDB-ESTSUMM-TERM-DAYS =
                   FUNCTION INTEGER-OF-DATE(REYDB-TD-MATURITY)
                   - FUNCTION INTEGER-OF-DATE(REYDB-ESTSUMM-WORK-NUM)

               COMPUTE REYDB-ESTSUMM-DAYS =
                   FUNCTION INTEGER-OF-DATE(REYDB-ESTSUMM-DEATH-NUM)
                   - FUNCTION INTEGER-OF-DATE(REYDB-ESTSUMM-WORK-NUM)

               IF REYDB-ESTSUMM-DAYS > REYDB-ESTSUMM-TERM-DAYS
                   MOVE REYDB-ESTSUMM-TERM-DAYS TO REYDB-ESTSUMM-DAYS
               END-IF

               IF REYDB-ESTSUMM-DAYS > ZERO
                      AND REYDB-ESTSUMM-TERM-DAYS > ZERO
                   COMPUTE REYDB-ESTSUMM-ACCT-ACCRUED
                       (REYDB-ESTSUMM-SUB2) ROUNDED =
                       REYDB-TD-PRINCIPAL * REYDB-TD-RATE
                       * REYDB-TD-TERM-MONTHS
                       * REYDB-ESTSUMM-DAYS / REYDB-ESTSUMM-TERM-DAYS
               END-IF
           END-IF.

      ****************************************************
      *** Name: 4500-ACCRUE-LOAN                       ***
      ****************************************************

       4500-ACCRUE-LOAN.

           MOVE REYDB-ESTSUMM-ACCT-ID (REYDB-ESTSUMM-SUB2)
               TO REYDB-LOAN-ACCOUNT-ID.

           READ REYDB-LOAN-FILE
               INVALID KEY
                   MOVE "N" TO REYDB-LOAN-FLAG
           END-READ.

           IF REYDB-LOAN-ACTIVE
                  AND REYDB-LOAN-INT-FROM < REYDB-ESTSUMM-DEATH-DATE
               COMPUTE REYDB-ESTSUMM-DAYS =
                   FUNCTION INTEGER-OF-DATE(REYDB-ESTSUMM-DEATH-NUM)
                   - FUNCTION INTEGER-OF-DATE(REYDB-LOAN-INT-FROM)

               COMPUTE REYDB-ESTSUMM-ACCT-ACCRUED
                   (REYDB-ESTSUMM-SUB2) ROUNDED =
                   REYDB-LOAN-OUTSTANDING * REYDB-LOAN-ANNUAL-RATE
                   * REYDB-ESTSUMM-DAYS / 365
           END-IF.

      ****************************************************
      *** Name: 5000-PENDING-ITEMS                     ***
      *** Open holds, active standing orders drawn on  ***
      *** the account and unpresented cheques          ***
      ****************************************************

       5000-PENDING-ITEMS.

           MOVE ZERO TO REYDB-ESTSUMM-SUB2.
           PERFORM 5100-HOLDS-ONE-ACCOUNT
               REYDB-ESTSUMM-ACCT-COUNT TIMES.

           MOVE "N" TO REYDB-ESTSUMM-EOF-SW.

           OPEN INPUT REYDB-STANDING-FILE.

           IF NOT REYDB-STANDING-STATUS-OK
               SET REYDB-ESTSUMM-EOF TO TRUE
           END-IF.

           PERFORM 5200-READ-NEXT-ORDER
               UNTIL REYDB-ESTSUMM-EOF.

           CLOSE REYDB-STANDING-FILE.

           OPEN INPUT REYDB-CHEQBOOK-FILE.
           OPEN INPUT REYDB-CHEQITEM-FILE.

           IF REYDB-CHEQBOOK-STATUS-OK
               MOVE ZERO TO REYDB-ESTSUMM-SUB2
               PERFORM 5400-CHEQUES-ONE-ACCOUNT
                   REYDB-ESTSUMM-ACCT-COUNT TIMES
           END-IF.

           CLOSE REYDB-CHEQITEM-FILE.
           CLOSE REYDB-CHEQBOOK-FILE.

      ****************************************************
      *** Name: 5100-HOLDS-ONE-ACCOUNT                 ***
      ****************************************************

       5100-HOLDS-ONE-ACCOUNT.

           ADD 1 TO REYDB-ESTSUMM-SUB2.

           MOVE REYDB-ESTSUMM-ACCT-ID (REYDB-ESTSUMM-SUB2)
               TO REYDB-HOLDCHECK-ACCOUNT-ID.

           CALL "REYDB-HOLDCHECK" USING REYDB-HOLDCHECK-LINKING.

           IF REYDB-HOLDCHECK-OK
               MOVE REYDB-HOLDCHECK-OPEN-TOTAL
                   TO REYDB-ESTSUMM-ACCT-HOLDS (REYDB-ESTSUMM-SUB2)
           END-IF.

      ****************************************************
      *** Name: 5200-READ-NEXT-ORDER                   ***
      ****************************************************

       5200-READ-NEXT-ORDER.

           READ REYDB-STANDING-FILE NEXT RECORD
               AT END
                   SET REYDB-ESTSUMM-EOF TO TRUE
           END-READ.

           IF NOT REYDB-ESTSUMM-EOF AND REYDB-SO-ACTIVE
               MOVE ZERO TO REYDB-ESTSUMM-SUB
               PERFORM 5300-MATCH-ORDER
                   REYDB-ESTSUMM-ACCT-COUNT TIMES
           END-IF.

      ****************************************************
      *** Name: 5300-MATCH-ORDER                       ***
      ****************************************************

       5300-MATCH-ORDER.

           ADD 1 TO REYDB-ESTSUMM-SUB.

           IF REYDB-ESTSUMM-ACCT-ID (REYDB-ESTSUMM-SUB)
                  = REYDB-SO-FROM-ID
               ADD 1 TO REYDB-ESTSUMM-ACCT-ORDERS (REYDB-ESTSUMM-SUB)
           END-IF.

      ****************************************************
      *** Name: 5400-CHEQUES-ONE-ACCOUNT               ***
      ****************************************************

       5400-CHEQUES-ONE-ACCOUNT.

           ADD 1 TO REYDB-ESTSUMM-SUB2.

           IF REYDB-ESTSUMM-ACCT-PRODUCT (REYDB-ESTSUMM-SUB2) = "CK"
               MOVE "N" TO REYDB-ESTSUMM-EOF-SW
               MOVE REYDB-ESTSUMM-ACCT-ID (REYDB-ESTSUMM-SUB2)
                   TO REYDB-CHQB-ACCOUNT-ID
               MOVE ZERO TO REYDB-CHQB-START

               START REYDB-CHEQBOOK-FILE
                   KEY IS NOT LESS THAN REYDB-CHQB-KEY
                   INVALID KEY
                       SET REYDB-ESTSUMM-EOF TO TRUE
               END-START

               PERFORM 5500-READ-NEXT-BOOK
                   UNTIL REYDB-ESTSUMM-EOF
           END-IF.

      ****************************************************
      *** Name: 5500-READ-NEXT-BOOK                    ***
      ****************************************************

       5500-READ-NEXT-BOOK.

           READ REYDB-CHEQBOOK-FILE NEXT RECORD
               AT END
                   SET REYDB-ESTSUMM-EOF TO TRUE
           END-READ.

           IF NOT REYDB-ESTSUMM-EOF
               IF REYDB-CHQB-ACCOUNT-ID
                      NOT = REYDB-ESTSUMM-ACCT-ID (REYDB-ESTSUMM-SUB2)
                   SET REYDB-ESTSUMM-EOF TO TRUE
               ELSE
                   MOVE REYDB-CHQB-START TO REYDB-ESTSUMM-CHQ-NUMBER
                   PERFORM 5600-CHECK-ONE-NUMBER
                       UNTIL REYDB-ESTSUMM-CHQ-NUMBER
                           > REYDB-CHQB-END
               END-IF
           END-IF.

      ****************************************************
      *** Name: 5600-CHECK-ONE-NUMBER                  ***
      *** A number with no item has been neither paid  ***
      *** nor stopped                                  ***
      ****************************************************

       5600-CHECK-ONE-NUMBER.

           MOVE "N" TO REYDB-ESTSUMM-FOUND-SW.

           IF REYDB-CHEQITEM-STATUS-OK
               MOVE REYDB-CHQB-ACCOUNT-ID TO REYDB-CHQI-ACCOUNT-ID
               MOVE REYDB-ESTSUMM-CHQ-NUMBER TO REYDB-CHQI-NUMBER

               READ REYDB-CHEQITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET REYDB-ESTSUMM-FOUND TO TRUE
               END-READ
           END-IF.

           IF NOT REYDB-ESTSUMM-FOUND
               ADD 1 TO REYDB-ESTSUMM-ACCT-CHEQUES (REYDB-ESTSUMM-SUB2)
           END-IF.

           ADD 1 TO REYDB-ESTSUMM-CHQ-NUMBER.

      ****************************************************
      *** Name: 5700-PRICE-ONE-ACCOUNT                 ***
      *** Sets the rate that takes a SOLE account into ***
      *** the local totals - one for local currency.   ***
      *** JOINT and HOLDER accounts are not totaled,   ***
      *** so a missing rate on them stops nothing      ***
      ****************************************************

       5700-PRICE-ONE-ACCOUNT.

           ADD 1 TO REYDB-ESTSUMM-SUB.

           MOVE 1 TO REYDB-ESTSUMM-ACCT-RATE (REYDB-ESTSUMM-SUB).

           IF REYDB-ESTSUMM-ACCT-SOLE (REYDB-ESTSUMM-SUB)
                  AND REYDB-ESTSUMM-ACCT-CURRENCY (REYDB-ESTSUMM-SUB)
                      NOT = SPACES
                  AND REYDB-ESTSUMM-ACCT-CURRENCY (REYDB-ESTSUMM-SUB)
                      NOT = "000"
               SET REYDB-ESTSUMM-FOREIGN TO TRUE
               MOVE "N" TO REYDB-ESTSUMM-CCY-HIT-SW
               MOVE ZERO TO REYDB-ESTSUMM-CCY-SUB

               PERFORM 5800-TEST-ONE-CURRENCY
                   REYDB-ESTSUMM-CCY-COUNT TIMES

               IF NOT REYDB-ESTSUMM-CCY-HIT
                   PERFORM 5900-ADD-CURRENCY
               END-IF

               IF REYDB-ESTSUMM-CCY-HIT
                      AND REYDB-ESTSUMM-CCY-HAS-RATE
                          (REYDB-ESTSUMM-CCY-SUB)
                   MOVE REYDB-ESTSUMM-CCY-RATE (REYDB-ESTSUMM-CCY-SUB)
                       TO REYDB-ESTSUMM-ACCT-RATE (REYDB-ESTSUMM-SUB)
               ELSE
                   DISPLAY "Estsumm: no exchange rate for "
                       REYDB-ESTSUMM-ACCT-CURRENCY (REYDB-ESTSUMM-SUB)
                       " on account "
                       REYDB-ESTSUMM-ACCT-ID (REYDB-ESTSUMM-SUB)
                   SET REYDB-ESTSUMM-NO-RATE TO TRUE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 5800-TEST-ONE-CURRENCY                  ***
      ****************************************************

       5800-TEST-ONE-CURRENCY.

           IF NOT REYDB-ESTSUMM-CCY-HIT
               ADD 1 TO REYDB-ESTSUMM-CCY-SUB

               IF REYDB-ESTSUMM-CCY-CODE (REYDB-ESTSUMM-CCY-SUB)
                      = REYDB-ESTSUMM-ACCT-CURRENCY (REYDB-ESTSUMM-SUB)
                   SET REYDB-ESTSUMM-CCY-HIT TO TRUE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 5900-ADD-CURRENCY                       ***
      ****************************************************

       5900-ADD-CURRENCY.

           IF REYDB-ESTSUMM-CCY-COUNT < 10
               ADD 1 TO REYDB-ESTSUMM-CCY-COUNT
               MOVE REYDB-ESTSUMM-CCY-COUNT TO REYDB-ESTSUMM-CCY-SUB
               MOVE REYDB-ESTSUMM-ACCT-CURRENCY (REYDB-ESTSUMM-SUB)
                   TO REYDB-ESTSUMM-CCY-CODE (REYDB-ESTSUMM-CCY-SUB)

               MOVE REYDB-ESTSUMM-ACCT-CURRENCY (REYDB-ESTSUMM-SUB)
                   TO REYDB-FXLOOK-CURRENCY
               MOVE REYDB-ESTSUMM-TODAY TO REYDB-FXLOOK-AS-OF
               SET REYDB-FXLOOK-LATEST TO TRUE
               CALL "REYDB-FXLOOK" USING REYDB-FXLOOK-LINKING

               MOVE REYDB-FXLOOK-RATE
                   TO REYDB-ESTSUMM-CCY-RATE (REYDB-ESTSUMM-CCY-SUB)

               IF REYDB-FXLOOK-OK
                   MOVE "Y" TO REYDB-ESTSUMM-CCY-RATED
                       (REYDB-ESTSUMM-CCY-SUB)
               ELSE
                   MOVE "N" TO REYDB-ESTSUMM-CCY-RATED
                       (REYDB-ESTSUMM-CCY-SUB)
               END-IF

               SET REYDB-ESTSUMM-CCY-HIT TO TRUE
           ELSE
               DISPLAY "Estsumm: currency table full"
           END-IF.

      ****************************************************
      *** Name: 6000-PRINT-SUMMARY                     ***
      ****************************************************

       6000-PRINT-SUMMARY.

           MOVE ZERO TO REYDB-ESTSUMM-TOTAL-BALANCE.
           MOVE ZERO TO REYDB-ESTSUMM-TOTAL-ACCRUED.
           MOVE ZERO TO REYDB-ESTSUMM-TOTAL-HOLDS.

           MOVE REYDB-ESTSUMM-CUST-ID TO REYDB-RPT-ESTATE-NAME-CUST.

           OPEN OUTPUT REYDB-RPT-ESTATE-FILE.

           MOVE REYDB-ESTSUMM-CUST-ID TO REYDB-ESTSUMM-HEADER-CUST.
           MOVE REYDB-ESTSUMM-HEADER-LINE TO REYDB-RPT-ESTATE-LINE.
           WRITE REYDB-RPT-ESTATE-LINE.

           MOVE REYDB-ESTSUMM-DEATH-DATE TO REYDB-ESTSUMM-DATE-DEATH.
           MOVE REYDB-ESTSUMM-TODAY      TO REYDB-ESTSUMM-DATE-TODAY.
           MOVE REYDB-ESTSUMM-DATE-LINE TO REYDB-RPT-ESTATE-LINE.
           WRITE REYDB-RPT-ESTATE-LINE.

           MOVE SPACES TO REYDB-RPT-ESTATE-LINE.
           WRITE REYDB-RPT-ESTATE-LINE.

           MOVE REYDB-ESTSUMM-TITLE-LINE TO REYDB-RPT-ESTATE-LINE.
           WRITE REYDB-RPT-ESTATE-LINE.

           MOVE ZERO TO REYDB-ESTSUMM-SUB2.
           PERFORM 6100-PRINT-ONE-ACCOUNT
               REYDB-ESTSUMM-ACCT-COUNT TIMES.

           MOVE SPACES TO REYDB-RPT-ESTATE-LINE.
           WRITE REYDB-RPT-ESTATE-LINE.

           MOVE REYDB-ESTSUMM-TOTAL-BALANCE
               TO REYDB-ESTSUMM-TOTAL-BAL-OUT.
           MOVE REYDB-ESTSUMM-TOTAL-ACCRUED
               TO REYDB-ESTSUMM-TOTAL-ACC-OUT.
           MOVE REYDB-ESTSUMM-TOTAL-HOLDS
               TO REYDB-ESTSUMM-TOTAL-HLD-OUT.
           MOVE REYDB-ESTSUMM-TOTAL-LINE TO REYDB-RPT-ESTATE-LINE.
           WRITE REYDB-RPT-ESTATE-LINE.

           MOVE REYDB-ESTSUMM-NOTE-LINE TO REYDB-RPT-ESTATE-LINE.
           WRITE REYDB-RPT-ESTATE-LINE.

           IF REYDB-ESTSUMM-FOREIGN
               MOVE REYDB-ESTSUMM-TODAY TO REYDB-ESTSUMM-FX-NOTE-DATE
               MOVE REYDB-ESTSUMM-FX-NOTE-LINE
                   TO REYDB-RPT-ESTATE-LINE
               WRITE REYDB-RPT-ESTATE-LINE
           END-IF.

           CLOSE REYDB-RPT-ESTATE-FILE.

           MOVE "RPT-ESTATE" TO REYDB-CATREG-CODE.
           MOVE REYDB-ESTSUMM-TODAY TO REYDB-CATREG-DATE.
           MOVE REYDB-RPT-ESTATE-NAME TO REYDB-CATREG-NAME.
           CALL "REYDB-CATREG" USING REYDB-CATREG-LINKING.

           IF NOT REYDB-CATREG-OK
               DISPLAY "Estsumm: report not cataloged"
           END-IF.

           DISPLAY "Estate summary printed to " REYDB-RPT-ESTATE-NAME.

      ****************************************************
      *** Name: 6100-PRINT-ONE-ACCOUNT                 ***
      ****************************************************

       6100-PRINT-ONE-ACCOUNT.

           ADD 1 TO REYDB-ESTSUMM-SUB2.

           COMPUTE REYDB-ESTSUMM-AT-DEATH =
               REYDB-ESTSUMM-ACCT-BALANCE (REYDB-ESTSUMM-SUB2)
               - REYDB-ESTSUMM-ACCT-AFTER (REYDB-ESTSUMM-SUB2).

           MOVE REYDB-ESTSUMM-ACCT-ID (REYDB-ESTSUMM-SUB2)
               TO REYDB-ESTSUMM-DETAIL-ID.
           MOVE REYDB-ESTSUMM-ACCT-PRODUCT (REYDB-ESTSUMM-SUB2)
               TO REYDB-ESTSUMM-DETAIL-PRODUCT.
           MOVE REYDB-ESTSUMM-ACCT-ROLE (REYDB-ESTSUMM-SUB2)
               TO REYDB-ESTSUMM-DETAIL-ROLE.
           MOVE REYDB-ESTSUMM-ACCT-STATUS (REYDB-ESTSUMM-SUB2)
               TO REYDB-ESTSUMM-DETAIL-STATUS.

           IF REYDB-ESTSUMM-ACCT-CURRENCY (REYDB-ESTSUMM-SUB2) = SPACES
                  OR REYDB-ESTSUMM-ACCT-CURRENCY (REYDB-ESTSUMM-SUB2)
                      = "000"
               MOVE "LCL" TO REYDB-ESTSUMM-DETAIL-CURRENCY
           ELSE
               MOVE REYDB-ESTSUMM-ACCT-CURRENCY (REYDB-ESTSUMM-SUB2)
                   TO REYDB-ESTSUMM-DETAIL-CURRENCY
           END-IF.

           MOVE REYDB-ESTSUMM-AT-DEATH TO REYDB-ESTSUMM-DETAIL-BALANCE.
           MOVE REYDB-ESTSUMM-ACCT-ACCRUED (REYDB-ESTSUMM-SUB2)
               TO REYDB-ESTSUMM-DETAIL-ACCRUED.
           MOVE REYDB-ESTSUMM-ACCT-HOLDS (REYDB-ESTSUMM-SUB2)
               TO REYDB-ESTSUMM-DETAIL-HOLDS.
           MOVE REYDB-ESTSUMM-ACCT-ORDERS (REYDB-ESTSUMM-SUB2)
               TO REYDB-ESTSUMM-DETAIL-ORDERS.
           MOVE REYDB-ESTSUMM-ACCT-CHEQUES (REYDB-ESTSUMM-SUB2)
               TO REYDB-ESTSUMM-DETAIL-CHEQUES.

           MOVE REYDB-ESTSUMM-DETAIL-LINE TO REYDB-RPT-ESTATE-LINE.
           WRITE REYDB-RPT-ESTATE-LINE.

           IF REYDB-ESTSUMM-ACCT-SOLE (REYDB-ESTSUMM-SUB2)
               COMPUTE REYDB-ESTSUMM-LOCAL-AMOUNT ROUNDED =
                   REYDB-ESTSUMM-AT-DEATH
                   * REYDB-ESTSUMM-ACCT-RATE (REYDB-ESTSUMM-SUB2)
               ADD REYDB-ESTSUMM-LOCAL-AMOUNT
                   TO REYDB-ESTSUMM-TOTAL-BALANCE

               COMPUTE REYDB-ESTSUMM-LOCAL-AMOUNT ROUNDED =
                   REYDB-ESTSUMM-ACCT-ACCRUED (REYDB-ESTSUMM-SUB2)
                   * REYDB-ESTSUMM-ACCT-RATE (REYDB-ESTSUMM-SUB2)
               IF REYDB-ESTSUMM-ACCT-PRODUCT (REYDB-ESTSUMM-SUB2)
                      = "LN"
                   SUBTRACT REYDB-ESTSUMM-LOCAL-AMOUNT
                       FROM REYDB-ESTSUMM-TOTAL-ACCRUED
               ELSE
                   ADD REYDB-ESTSUMM-LOCAL-AMOUNT
                       TO REYDB-ESTSUMM-TOTAL-ACCRUED
               END-IF

               COMPUTE REYDB-ESTSUMM-LOCAL-AMOUNT ROUNDED =
                   REYDB-ESTSUMM-ACCT-HOLDS (REYDB-ESTSUMM-SUB2)
                   * REYDB-ESTSUMM-ACCT-RATE (REYDB-ESTSUMM-SUB2)
               ADD REYDB-ESTSUMM-LOCAL-AMOUNT
                   TO REYDB-ESTSUMM-TOTAL-HOLDS
           END-IF.
