      *** Author: Eduardo Pozos Huerta ***
      *** File: rpt-daily.cbl          ***
      *** Date: 11/08/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: double-entry proof. Side the day's
      ***               REYDB-TRANLOG customer entries the way
      ***               REYDB-RECON moves balances, add the offsetting
      ***               REYDB-GLLEDGER internal entries, and print
      ***               customer and internal debits and credits per
      ***               currency with BALANCED or OUT OF BALANCE. Close
      ***               with the REYDB-GLACCT internal account balances.
      *** 10/15/2026 - EPH: foreign currency accounts. Print each
      ***               account's currency ("LCL" for the local
      ***               currency), total the ACTIVE balances of
      ***               each currency separately with the local
      ***               equivalent at the latest REYDB-FXRATE rate
      ***               on or before the business date, and carry
      ***               the overall and branch totals in local-
      ***               currency equivalents so they no longer add
      ***               dollars to pesos. A currency with no rate
      ***               prints NO RATE and adds nothing to them.
      *** 09/02/2026 - EPH: name and catalog the report from the
      ***               cycle's business date handed in by
      ***               REYDB-NIGHTLY instead of the clock - a
      *** Daily trial-balance report. Lists every       ***
      *** account on REYDB-FILE with its status and     ***
      *** balance, and totals the balances of accounts  ***
      *** left ACTIVE. Then proves the day's postings:  ***
      *** the customer entries on REYDB-TRANLOG and     ***
      *** their offsetting internal entries on          ***
      *** REYDB-GLLEDGER must debit and credit the same ***
      *** amount in each currency. Runs before the      ***
      *** cutover empties both files. Closes with the   ***
      *** REYDB-GLACCT internal account balances.       ***
      ***************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REYDB-BRANCH-STATUS-CODE.

           SELECT OPTIONAL REYDB-GLLEDGER-FILE
               ASSIGN TO "REYDB-GLLEDGER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REYDB-GLLEDGER-STATUS-CODE.

           SELECT OPTIONAL REYDB-GLACCT-FILE ASSIGN TO "REYDB-GLACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-GLA-KEY
               FILE STATUS IS REYDB-GLACCT-STATUS-CODE.

       DATA DIVISION.

       FILE SECTION.
       COPY "reydb-custfile.cbl".
       COPY "reydb-tranlog.cbl".
       COPY "reydb-branch.cbl".
       COPY "reydb-glledger.cbl".
       COPY "reydb-glacct.cbl".

       FD REYDB-RPT-DAILY-FILE.
       01 REYDB-RPT-DAILY-LINE PIC X(208).

       WORKING-STORAGE SECTION.


       77 REYDB-RPT-BRANCH-SUB PIC 9(03) COMP.

       COPY "reydb-fxlook-linking.cbl".

       01 REYDB-RPT-WORK-CURRENCY PIC X(03).

       01 REYDB-RPT-LOCAL-BALANCE PIC S9(13)V99.

       01 REYDB-RPT-CCY-HIT-SW PIC X(01).
           88 REYDB-RPT-CCY-HIT VALUE "Y".

       01 REYDB-RPT-CCY-TABLE.
           05 REYDB-RPT-CCY-COUNT PIC 9(03) COMP.
           05 REYDB-RPT-CCY-ROW OCCURS 10 TIMES.
               10 REYDB-RPT-CCY-CODE   PIC X(03).
               10 REYDB-RPT-CCY-RATE   PIC 9(05)V9(06).
               10 REYDB-RPT-CCY-RATED  PIC X(01).
                   88 REYDB-RPT-CCY-HAS-RATE VALUE "Y".
               10 REYDB-RPT-CCY-TOTAL  PIC S9(13)V99.
               10 REYDB-RPT-CCY-LOCAL  PIC S9(13)V99.

       77 REYDB-RPT-CCY-SUB PIC 9(03) COMP.

       01 REYDB-RPT-CCY-LINE.
           05 FILLER                  PIC X(09) VALUE "CURRENCY ".
           05 REYDB-RPT-CCY-LCODE     PIC X(03).
           05 FILLER                  PIC X(08) VALUE " ACTIVE ".
           05 REYDB-RPT-CCY-LBAL      PIC -(12)9.99.
           05 FILLER                  PIC X(07) VALUE " RATE ".
           05 REYDB-RPT-CCY-LRATE     PIC Z(04)9.9(06).
           05 FILLER                  PIC X(13) VALUE " LOCAL EQUIV ".
           05 REYDB-RPT-CCY-LLOCAL    PIC -(12)9.99.

       01 REYDB-RPT-CCY-NORATE-LINE.
           05 FILLER                  PIC X(09) VALUE "CURRENCY ".
           05 REYDB-RPT-CCY-NCODE     PIC X(03).
           05 FILLER                  PIC X(08) VALUE " ACTIVE ".
           05 REYDB-RPT-CCY-NBAL      PIC -(12)9.99.
           05 FILLER                  PIC X(08) VALUE " NO RATE".

       01 REYDB-RPT-BRANCH-LINE.
           05 FILLER                  PIC X(07) VALUE "BRANCH ".
           05 REYDB-RPT-BRANCH-LCODE  PIC X(04).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 REYDB-RPT-DETAIL-STATUS   PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 REYDB-RPT-DETAIL-CURRENCY PIC X(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 REYDB-RPT-DETAIL-BAL      PIC -(12)9.99.

       01 REYDB-RPT-TOTAL-LINE.
               "TOTAL ACTIVE BALANCE".
           05 REYDB-RPT-TOTAL-BAL     PIC -(12)9.99.

       01 REYDB-GLLEDGER-STATUS-CODE PIC X(02).
           88 REYDB-GLLEDGER-STATUS-OK VALUE "00" "05".

       01 REYDB-GLACCT-STATUS-CODE PIC X(02).
           88 REYDB-GLACCT-STATUS-OK VALUE "00" "05".

       01 REYDB-RPT-PRF-EOF-SW PIC X(01).
           88 REYDB-RPT-PRF-EOF VALUE "Y".

       01 REYDB-RPT-PRF-SIDE PIC X(01).
           88 REYDB-RPT-PRF-DEBIT  VALUE "D".
           88 REYDB-RPT-PRF-CREDIT VALUE "C".
           88 REYDB-RPT-PRF-MEMO   VALUE "M".

       01 REYDB-RPT-PRF-INTERNAL-SW PIC X(01).
           88 REYDB-RPT-PRF-INTERNAL VALUE "Y".

       01 REYDB-RPT-PRF-AMOUNT PIC S9(13)V99.

       01 REYDB-RPT-PRF-OUT-SW PIC X(01).
           88 REYDB-RPT-PRF-OUT-OF-BALANCE VALUE "Y".

       01 REYDB-RPT-PRF-HIT-SW PIC X(01).
           88 REYDB-RPT-PRF-HIT VALUE "Y".

       01 REYDB-RPT-PRF-TABLE.
           05 REYDB-RPT-PRF-COUNT PIC 9(03) COMP.
           05 REYDB-RPT-PRF-ROW OCCURS 10 TIMES.
               10 REYDB-RPT-PRF-CODE    PIC X(03).
               10 REYDB-RPT-PRF-CUST-DR PIC S9(13)V99.
               10 REYDB-RPT-PRF-CUST-CR PIC S9(13)V99.
               10 REYDB-RPT-PRF-INT-DR  PIC S9(13)V99.
               10 REYDB-RPT-PRF-INT-CR  PIC S9(13)V99.

       77 REYDB-RPT-PRF-SUB PIC 9(03) COMP.

       01 REYDB-RPT-PRF-TOTAL-DR PIC S9(13)V99.
       01 REYDB-RPT-PRF-TOTAL-CR PIC S9(13)V99.

       01 REYDB-RPT-PRF-LINE.
           05 FILLER                  PIC X(06) VALUE "PROOF ".
           05 REYDB-RPT-PRF-LCODE     PIC X(03).
           05 FILLER                  PIC X(09) VALUE " CUST DR ".
           05 REYDB-RPT-PRF-LCUST-DR  PIC -(12)9.99.
           05 FILLER                  PIC X(09) VALUE " CUST CR ".
           05 REYDB-RPT-PRF-LCUST-CR  PIC -(12)9.99.
           05 FILLER                  PIC X(08) VALUE " INT DR ".
           05 REYDB-RPT-PRF-LINT-DR   PIC -(12)9.99.
           05 FILLER                  PIC X(08) VALUE " INT CR ".
           05 REYDB-RPT-PRF-LINT-CR   PIC -(12)9.99.
           05 FILLER                  PIC X(10) VALUE " TOTAL DR ".
           05 REYDB-RPT-PRF-LTOTAL-DR PIC -(12)9.99.
           05 FILLER                  PIC X(10) VALUE " TOTAL CR ".
           05 REYDB-RPT-PRF-LTOTAL-CR PIC -(12)9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REYDB-RPT-PRF-LSTATE    PIC X(14).

       01 REYDB-RPT-GLA-LINE.
           05 FILLER                  PIC X(09) VALUE "INTERNAL ".
           05 REYDB-RPT-GLA-LCODE     PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REYDB-RPT-GLA-LCURRENCY PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REYDB-RPT-GLA-LNAME     PIC X(32).
           05 FILLER                  PIC X(09) VALUE " BALANCE ".
           05 REYDB-RPT-GLA-LBAL      PIC -(12)9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REYDB-RPT-GLA-LSIDE     PIC X(02).

       LINKAGE SECTION.

       COPY "reydb-rpt-daily-linking.cbl".
           MOVE ZERO TO REYDB-RPT-ACCOUNT-COUNT.
           MOVE ZERO TO REYDB-RPT-ACTIVE-TOTAL.
           MOVE ZERO TO REYDB-RPT-BRANCH-COUNT.
           MOVE ZERO TO REYDB-RPT-CCY-COUNT.

           PERFORM 1200-LOAD-BRANCH-MASTER.


           MOVE REYDB-RPT-WORK-BRANCH TO REYDB-RPT-DETAIL-BRANCH.

           IF REYDB-FILE-LOCAL-CURRENCY
               MOVE "LCL" TO REYDB-RPT-WORK-CURRENCY
           ELSE
               MOVE REYDB-FILE-CURRENCY TO REYDB-RPT-WORK-CURRENCY
           END-IF.

           MOVE REYDB-RPT-WORK-CURRENCY TO REYDB-RPT-DETAIL-CURRENCY.

           MOVE REYDB-FILE-CUST-ID  TO REYDB-CUST-ID.

           READ REYDB-CUST-FILE
           EVALUATE TRUE
               WHEN REYDB-FILE-ACTIVE
                   MOVE "ACTIVE"  TO REYDB-RPT-DETAIL-STATUS
                   PERFORM 3500-TALLY-CURRENCY
                   ADD REYDB-RPT-LOCAL-BALANCE
                       TO REYDB-RPT-ACTIVE-TOTAL
                   PERFORM 3000-TALLY-BRANCH
               WHEN REYDB-FILE-FROZEN
                   MOVE "FROZEN"  TO REYDB-RPT-DETAIL-STATUS
           END-IF.

           IF REYDB-RPT-BRANCH-HIT
               ADD REYDB-RPT-LOCAL-BALANCE
                   TO REYDB-RPT-BRANCH-TOTAL (REYDB-RPT-BRANCH-SUB)
           END-IF.

               END-IF
           END-IF.

      ****************************************************
      *** Name: 3500-TALLY-CURRENCY                     ***
      *** Accumulates the ACTIVE balance against the    ***
      *** account's currency and leaves its local       ***
      *** equivalent in REYDB-RPT-LOCAL-BALANCE. Each   ***
      *** currency's rate is looked up once, the first  ***
      *** time the currency is seen                     ***
      ****************************************************

       3500-TALLY-CURRENCY.

           MOVE ZERO TO REYDB-RPT-LOCAL-BALANCE.
           MOVE "N" TO REYDB-RPT-CCY-HIT-SW.
           MOVE ZERO TO REYDB-RPT-CCY-SUB.

           PERFORM 3600-TEST-ONE-CURRENCY
               REYDB-RPT-CCY-COUNT TIMES.

           IF NOT REYDB-RPT-CCY-HIT
               IF REYDB-RPT-CCY-COUNT < 10
                   ADD 1 TO REYDB-RPT-CCY-COUNT
                   MOVE REYDB-RPT-CCY-COUNT TO REYDB-RPT-CCY-SUB
                   PERFORM 3700-ADD-CURRENCY
                   SET REYDB-RPT-CCY-HIT TO TRUE
               ELSE
                   DISPLAY "Rpt-Daily: currency table full"
               END-IF
           END-IF.

           IF REYDB-RPT-CCY-HIT
               ADD REYDB-FILE-BALANCE
                   TO REYDB-RPT-CCY-TOTAL (REYDB-RPT-CCY-SUB)

               IF REYDB-RPT-CCY-HAS-RATE (REYDB-RPT-CCY-SUB)
                   COMPUTE REYDB-RPT-LOCAL-BALANCE ROUNDED =
                       REYDB-FILE-BALANCE
                       * REYDB-RPT-CCY-RATE (REYDB-RPT-CCY-SUB)
                   ADD REYDB-RPT-LOCAL-BALANCE
                       TO REYDB-RPT-CCY-LOCAL (REYDB-RPT-CCY-SUB)
               END-IF
           END-IF.

      ****************************************************
      *** Name: 3600-TEST-ONE-CURRENCY                  ***
      ****************************************************

       3600-TEST-ONE-CURRENCY.

           IF NOT REYDB-RPT-CCY-HIT
               ADD 1 TO REYDB-RPT-CCY-SUB

               IF REYDB-RPT-CCY-CODE (REYDB-RPT-CCY-SUB)
                      = REYDB-RPT-WORK-CURRENCY
                   SET REYDB-RPT-CCY-HIT TO TRUE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 3700-ADD-CURRENCY                       ***
      ****************************************************

       3700-ADD-CURRENCY.

           MOVE REYDB-RPT-WORK-CURRENCY
               TO REYDB-RPT-CCY-CODE (REYDB-RPT-CCY-SUB).
           MOVE ZERO TO REYDB-RPT-CCY-TOTAL (REYDB-RPT-CCY-SUB).
           MOVE ZERO TO REYDB-RPT-CCY-LOCAL (REYDB-RPT-CCY-SUB).

           MOVE REYDB-FILE-CURRENCY TO REYDB-FXLOOK-CURRENCY.
           MOVE REYDB-RPTDLY-BUSINESS-DATE TO REYDB-FXLOOK-AS-OF.
           SET REYDB-FXLOOK-LATEST TO TRUE.
           CALL "REYDB-FXLOOK" USING REYDB-FXLOOK-LINKING.

           MOVE REYDB-FXLOOK-RATE
               TO REYDB-RPT-CCY-RATE (REYDB-RPT-CCY-SUB).

           IF REYDB-FXLOOK-OK
               MOVE "Y" TO REYDB-RPT-CCY-RATED (REYDB-RPT-CCY-SUB)
           ELSE
               MOVE "N" TO REYDB-RPT-CCY-RATED (REYDB-RPT-CCY-SUB)
               DISPLAY "Rpt-Daily: no exchange rate for "
                   REYDB-RPT-WORK-CURRENCY
           END-IF.

      ****************************************************
      *** Name: 9000-TERMINATE                          ***
      ****************************************************
           MOVE REYDB-RPT-TOTAL-LINE TO REYDB-RPT-DAILY-LINE.
           WRITE REYDB-RPT-DAILY-LINE.

           MOVE ZERO TO REYDB-RPT-CCY-SUB.

           PERFORM 9300-WRITE-ONE-CURRENCY
               REYDB-RPT-CCY-COUNT TIMES.

           MOVE ZERO TO REYDB-RPT-BRANCH-SUB.

           PERFORM 9100-WRITE-ONE-BRANCH
               REYDB-RPT-BRANCH-COUNT TIMES.

           PERFORM 5000-PROVE-DAY.

           PERFORM 6000-LIST-INTERNAL-ACCOUNTS.

           CLOSE REYDB-FILE.
           CLOSE REYDB-CUST-FILE.
           CLOSE REYDB-RPT-DAILY-FILE.
               MOVE REYDB-RPT-BRMAST-NAME (REYDB-RPT-BRMAST-SUB)
                   TO REYDB-RPT-BRANCH-LNAME
           END-IF.

      ****************************************************
      *** Name: 9300-WRITE-ONE-CURRENCY                 ***
      ****************************************************

       9300-WRITE-ONE-CURRENCY.

           ADD 1 TO REYDB-RPT-CCY-SUB.

           IF REYDB-RPT-CCY-HAS-RATE (REYDB-RPT-CCY-SUB)
               MOVE REYDB-RPT-CCY-CODE (REYDB-RPT-CCY-SUB)
                   TO REYDB-RPT-CCY-LCODE
               MOVE REYDB-RPT-CCY-TOTAL (REYDB-RPT-CCY-SUB)
                   TO REYDB-RPT-CCY-LBAL
               MOVE REYDB-RPT-CCY-RATE (REYDB-RPT-CCY-SUB)
                   TO REYDB-RPT-CCY-LRATE
               MOVE REYDB-RPT-CCY-LOCAL (REYDB-RPT-CCY-SUB)
                   TO REYDB-RPT-CCY-LLOCAL
               MOVE REYDB-RPT-CCY-LINE TO REYDB-RPT-DAILY-LINE
           ELSE
               MOVE REYDB-RPT-CCY-CODE (REYDB-RPT-CCY-SUB)
                   TO REYDB-RPT-CCY-NCODE
               MOVE REYDB-RPT-CCY-TOTAL (REYDB-RPT-CCY-SUB)
                   TO REYDB-RPT-CCY-NBAL
               MOVE REYDB-RPT-CCY-NORATE-LINE TO REYDB-RPT-DAILY-LINE
           END-IF.

           WRITE REYDB-RPT-DAILY-LINE.

      ****************************************************
      *** Name: 5000-PROVE-DAY                         ***
      *** Totals the day's customer entries and their  ***
      *** offsetting internal entries by currency and  ***
      *** prints one proof line per currency. Debits   ***
      *** must equal credits across both               ***
      ****************************************************

       5000-PROVE-DAY.

           MOVE ZERO TO REYDB-RPT-PRF-COUNT.
           MOVE "N" TO REYDB-RPT-PRF-OUT-SW.

           MOVE "N" TO REYDB-RPT-PRF-EOF-SW.

           OPEN INPUT REYDB-TRANLOG-FILE.

           IF NOT REYDB-TRANLOG-STATUS-OK
               DISPLAY "Rpt-Daily: unable to open REYDB-TRANLOG-"
                   "FILE, status " REYDB-TRANLOG-STATUS-CODE
               SET REYDB-RPT-PRF-EOF TO TRUE
           ELSE
               PERFORM 5100-READ-NEXT-TRAN
           END-IF.

           PERFORM 5200-PROVE-ONE-TRAN
               UNTIL REYDB-RPT-PRF-EOF.

           CLOSE REYDB-TRANLOG-FILE.

           MOVE "N" TO REYDB-RPT-PRF-EOF-SW.

           OPEN INPUT REYDB-GLLEDGER-FILE.

           IF NOT REYDB-GLLEDGER-STATUS-OK
               DISPLAY "Rpt-Daily: unable to open REYDB-GLLEDGER, "
                   "status " REYDB-GLLEDGER-STATUS-CODE
               SET REYDB-RPT-PRF-EOF TO TRUE
           ELSE
               PERFORM 5400-READ-NEXT-GL-ENTRY
           END-IF.

           PERFORM 5500-PROVE-ONE-GL-ENTRY
               UNTIL REYDB-RPT-PRF-EOF.

           CLOSE REYDB-GLLEDGER-FILE.

           MOVE ZERO TO REYDB-RPT-PRF-SUB.

           PERFORM 5900-WRITE-ONE-PROOF
               REYDB-RPT-PRF-COUNT TIMES.

           IF REYDB-RPT-PRF-OUT-OF-BALANCE
               DISPLAY "RPT-DAILY: BOOKS OUT OF BALANCE"
           ELSE
               DISPLAY "RPT-DAILY: BOOKS BALANCED"
           END-IF.

      ****************************************************
      *** Name: 5100-READ-NEXT-TRAN                     ***
      ****************************************************

       5100-READ-NEXT-TRAN.

           READ REYDB-TRANLOG-FILE
               AT END
                   SET REYDB-RPT-PRF-EOF TO TRUE
           END-READ.

      ****************************************************
      *** Name: 5200-PROVE-ONE-TRAN                     ***
      *** Sides each customer entry the way REYDB-RECON ***
      *** moves the balance: what raises it is a credit ***
      *** to the customer, what lowers it a debit. Memo ***
      *** entries move no balance and are left out      ***
      ****************************************************

       5200-PROVE-ONE-TRAN.

           EVALUATE REYDB-TRANLOG-OPERATION
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
                   SET REYDB-RPT-PRF-CREDIT TO TRUE
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
                   SET REYDB-RPT-PRF-DEBIT TO TRUE
               WHEN OTHER
                   SET REYDB-RPT-PRF-MEMO TO TRUE
           END-EVALUATE.

           IF NOT REYDB-RPT-PRF-MEMO
               MOVE REYDB-TRANLOG-ACCOUNT-ID TO REYDB-FILE-ID

               READ REYDB-FILE
                   INVALID KEY
                       MOVE SPACES TO REYDB-FILE-CURRENCY
               END-READ

               MOVE REYDB-FILE-CURRENCY TO REYDB-RPT-WORK-CURRENCY
               MOVE REYDB-TRANLOG-AMOUNT TO REYDB-RPT-PRF-AMOUNT
               MOVE "N" TO REYDB-RPT-PRF-INTERNAL-SW
               PERFORM 5700-TALLY-PROOF
           END-IF.

           PERFORM 5100-READ-NEXT-TRAN.

      ****************************************************
      *** Name: 5400-READ-NEXT-GL-ENTRY                 ***
      ****************************************************

       5400-READ-NEXT-GL-ENTRY.

           READ REYDB-GLLEDGER-FILE
               AT END
                   SET REYDB-RPT-PRF-EOF TO TRUE
           END-READ.

      ****************************************************
      *** Name: 5500-PROVE-ONE-GL-ENTRY                 ***
      ****************************************************

       5500-PROVE-ONE-GL-ENTRY.

           IF REYDB-GLL-DEBIT
               SET REYDB-RPT-PRF-DEBIT TO TRUE
           ELSE
               SET REYDB-RPT-PRF-CREDIT TO TRUE
           END-IF.

           MOVE REYDB-GLL-CURRENCY TO REYDB-RPT-WORK-CURRENCY.
           MOVE REYDB-GLL-AMOUNT TO REYDB-RPT-PRF-AMOUNT.
           SET REYDB-RPT-PRF-INTERNAL TO TRUE.

           PERFORM 5700-TALLY-PROOF.

           PERFORM 5400-READ-NEXT-GL-ENTRY.

      ****************************************************
      *** Name: 5700-TALLY-PROOF                        ***
      *** Adds REYDB-RPT-PRF-AMOUNT to its currency's   ***
      *** row on the side and ledger it belongs to      ***
      ****************************************************

       5700-TALLY-PROOF.

           IF REYDB-RPT-WORK-CURRENCY = SPACES
                  OR REYDB-RPT-WORK-CURRENCY = "000"
               MOVE "LCL" TO REYDB-RPT-WORK-CURRENCY
           END-IF.

           MOVE "N" TO REYDB-RPT-PRF-HIT-SW.
           MOVE ZERO TO REYDB-RPT-PRF-SUB.

           PERFORM 5800-TEST-ONE-PROOF
               REYDB-RPT-PRF-COUNT TIMES.

           IF NOT REYDB-RPT-PRF-HIT
               IF REYDB-RPT-PRF-COUNT < 10
                   ADD 1 TO REYDB-RPT-PRF-COUNT
                   MOVE REYDB-RPT-PRF-COUNT TO REYDB-RPT-PRF-SUB
                   MOVE REYDB-RPT-WORK-CURRENCY
                       TO REYDB-RPT-PRF-CODE (REYDB-RPT-PRF-SUB)
                   MOVE ZERO
                       TO REYDB-RPT-PRF-CUST-DR (REYDB-RPT-PRF-SUB)
                   MOVE ZERO
                       TO REYDB-RPT-PRF-CUST-CR (REYDB-RPT-PRF-SUB)
                   MOVE ZERO
                       TO REYDB-RPT-PRF-INT-DR (REYDB-RPT-PRF-SUB)
                   MOVE ZERO
                       TO REYDB-RPT-PRF-INT-CR (REYDB-RPT-PRF-SUB)
                   SET REYDB-RPT-PRF-HIT TO TRUE
               ELSE
                   DISPLAY "Rpt-Daily: proof currency table full"
                   SET REYDB-RPT-PRF-OUT-OF-BALANCE TO TRUE
               END-IF
           END-IF.

           IF REYDB-RPT-PRF-HIT
               EVALUATE TRUE
                   WHEN REYDB-RPT-PRF-INTERNAL
                        AND REYDB-RPT-PRF-DEBIT
                       ADD REYDB-RPT-PRF-AMOUNT
                           TO REYDB-RPT-PRF-INT-DR (REYDB-RPT-PRF-SUB)
                   WHEN REYDB-RPT-PRF-INTERNAL
                       ADD REYDB-RPT-PRF-AMOUNT
                           TO REYDB-RPT-PRF-INT-CR (REYDB-RPT-PRF-SUB)
                   WHEN REYDB-RPT-PRF-DEBIT
                       ADD REYDB-RPT-PRF-AMOUNT
                           TO REYDB-RPT-PRF-CUST-DR (REYDB-RPT-PRF-SUB)
                   WHEN OTHER
                       ADD REYDB-RPT-PRF-AMOUNT
                           TO REYDB-RPT-PRF-CUST-CR (REYDB-RPT-PRF-SUB)
               END-EVALUATE
           END-IF.

      ****************************************************
      *** Name: 5800-TEST-ONE-PROOF                     ***
      ****************************************************

       5800-TEST-ONE-PROOF.

           IF NOT REYDB-RPT-PRF-HIT
               ADD 1 TO REYDB-RPT-PRF-SUB

               IF REYDB-RPT-PRF-CODE (REYDB-RPT-PRF-SUB)
                      = REYDB-RPT-WORK-CURRENCY
                   SET REYDB-RPT-PRF-HIT TO TRUE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 5900-WRITE-ONE-PROOF                    ***
      ****************************************************

       5900-WRITE-ONE-PROOF.

           ADD 1 TO REYDB-RPT-PRF-SUB.

           COMPUTE REYDB-RPT-PRF-TOTAL-DR =
               REYDB-RPT-PRF-CUST-DR (REYDB-RPT-PRF-SUB)
               + REYDB-RPT-PRF-INT-DR (REYDB-RPT-PRF-SUB).
           COMPUTE REYDB-RPT-PRF-TOTAL-CR =
               REYDB-RPT-PRF-CUST-CR (REYDB-RPT-PRF-SUB)
               + REYDB-RPT-PRF-INT-CR (REYDB-RPT-PRF-SUB).

           MOVE REYDB-RPT-PRF-CODE (REYDB-RPT-PRF-SUB)
               TO REYDB-RPT-PRF-LCODE.
           MOVE REYDB-RPT-PRF-CUST-DR (REYDB-RPT-PRF-SUB)
               TO REYDB-RPT-PRF-LCUST-DR.
           MOVE REYDB-RPT-PRF-CUST-CR (REYDB-RPT-PRF-SUB)
               TO REYDB-RPT-PRF-LCUST-CR.
           MOVE REYDB-RPT-PRF-INT-DR (REYDB-RPT-PRF-SUB)
               TO REYDB-RPT-PRF-LINT-DR.
           MOVE REYDB-RPT-PRF-INT-CR (REYDB-RPT-PRF-SUB)
               TO REYDB-RPT-PRF-LINT-CR.
           MOVE REYDB-RPT-PRF-TOTAL-DR TO REYDB-RPT-PRF-LTOTAL-DR.
           MOVE REYDB-RPT-PRF-TOTAL-CR TO REYDB-RPT-PRF-LTOTAL-CR.

           IF REYDB-RPT-PRF-TOTAL-DR = REYDB-RPT-PRF-TOTAL-CR
               MOVE "BALANCED" TO REYDB-RPT-PRF-LSTATE
           ELSE
               MOVE "OUT OF BALANCE" TO REYDB-RPT-PRF-LSTATE
               SET REYDB-RPT-PRF-OUT-OF-BALANCE TO TRUE
               DISPLAY "Rpt-Daily: " REYDB-RPT-PRF-LCODE
                   " debits " REYDB-RPT-PRF-LTOTAL-DR
                   " credits " REYDB-RPT-PRF-LTOTAL-CR
           END-IF.

           MOVE REYDB-RPT-PRF-LINE TO REYDB-RPT-DAILY-LINE.
           WRITE REYDB-RPT-DAILY-LINE.

      ****************************************************
      *** Name: 6000-LIST-INTERNAL-ACCOUNTS             ***
      *** One line per internal account and currency,   ***
      *** with its running balance as a debit or credit ***
      ****************************************************

       6000-LIST-INTERNAL-ACCOUNTS.

           MOVE "N" TO REYDB-RPT-PRF-EOF-SW.

           OPEN INPUT REYDB-GLACCT-FILE.

           IF NOT REYDB-GLACCT-STATUS-OK
               DISPLAY "Rpt-Daily: unable to open REYDB-GLACCT, "
                   "status " REYDB-GLACCT-STATUS-CODE
               SET REYDB-RPT-PRF-EOF TO TRUE
           ELSE
               PERFORM 6100-READ-NEXT-GL-ACCOUNT
           END-IF.

           PERFORM 6200-WRITE-ONE-GL-ACCOUNT
               UNTIL REYDB-RPT-PRF-EOF.

           CLOSE REYDB-GLACCT-FILE.

      ****************************************************
      *** Name: 6100-READ-NEXT-GL-ACCOUNT               ***
      ****************************************************

       6100-READ-NEXT-GL-ACCOUNT.

           READ REYDB-GLACCT-FILE NEXT RECORD
               AT END
                   SET REYDB-RPT-PRF-EOF TO TRUE
           END-READ.

      ****************************************************
      *** Name: 6200-WRITE-ONE-GL-ACCOUNT               ***
      ****************************************************

       6200-WRITE-ONE-GL-ACCOUNT.

           MOVE REYDB-GLA-CODE TO REYDB-RPT-GLA-LCODE.
           MOVE REYDB-GLA-NAME TO REYDB-RPT-GLA-LNAME.

           IF REYDB-GLA-CURRENCY = SPACES
               MOVE "LCL" TO REYDB-RPT-GLA-LCURRENCY
           ELSE
               MOVE REYDB-GLA-CURRENCY TO REYDB-RPT-GLA-LCURRENCY
           END-IF.

           IF REYDB-GLA-BALANCE < ZERO
               COMPUTE REYDB-RPT-GLA-LBAL = ZERO - REYDB-GLA-BALANCE
               MOVE "CR" TO REYDB-RPT-GLA-LSIDE
           ELSE
               MOVE REYDB-GLA-BALANCE TO REYDB-RPT-GLA-LBAL
               MOVE "DR" TO REYDB-RPT-GLA-LSIDE
           END-IF.

           MOVE REYDB-RPT-GLA-LINE TO REYDB-RPT-DAILY-LINE.
           WRITE REYDB-RPT-DAILY-LINE.

           PERFORM 6100-READ-NEXT-GL-ACCOUNT.
