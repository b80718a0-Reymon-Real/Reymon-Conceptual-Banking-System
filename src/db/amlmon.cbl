      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: amlmon.cbl             ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: nightly anti-money-laundering monitor.
      ***               REYDB-RPT-LARGE only sees one customer's cash
      ***               over LARGE-AMOUNT on one day, so deposits
      ***               split just under it across a week got
      ***               through. This step looks over a rolling
      ***               window of REYDB-TRANHIST and today's ledger
      ***               for two patterns - cash entries just under
      ***               the threshold that keep coming (structuring)
      ***               and money deposited and then transferred or
      ***               paid out again within a day or two (rapid
      ***               movement). Each hit opens a case on
      ***               REYDB-AMLCASE with the customer, the
      ***               scenario and the entries involved, for a
      ***               compliance officer to close through
      ***               REYDB-AMLREVIEW. Only a customer with a
      ***               qualifying entry today is examined, so the
      ***               same pattern is not raised again every night,
      ***               and a rerun of the cycle does not open a
      ***               second case the same day. The run is
      ***               abandoned when a table overflows rather than
      ***               opening cases on a partial picture.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-AMLMON.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       COPY "reydb-control.cbl".

           SELECT OPTIONAL REYDB-TRANHIST-FILE
               ASSIGN TO "REYDB-TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-TRANHIST-KEY
               ALTERNATE RECORD KEY IS REYDB-TRANHIST-REF
               FILE STATUS IS REYDB-TRANHIST-STATUS-CODE.

           SELECT OPTIONAL REYDB-PARAMS-FILE ASSIGN TO "REYDB-PARAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REYDB-PARAMS-STATUS-CODE.

           SELECT OPTIONAL REYDB-AMLCASE-FILE
               ASSIGN TO "REYDB-AMLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-AML-ID
               FILE STATUS IS REYDB-AMLCASE-STATUS-CODE.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-file.cbl".
       COPY "reydb-counter.cbl".
       COPY "reydb-custfile.cbl".
       COPY "reydb-tranlog.cbl".
       COPY "reydb-tranhist.cbl".
       COPY "reydb-params.cbl".
       COPY "reydb-amlcase.cbl".

       WORKING-STORAGE SECTION.

       COPY "reydb-status.cbl".

       01 REYDB-TRANHIST-STATUS-CODE PIC X(02).
           88 REYDB-TRANHIST-STATUS-OK VALUE "00" "05".

       01 REYDB-PARAMS-STATUS-CODE PIC X(02).
           88 REYDB-PARAMS-STATUS-OK VALUE "00" "05".

       01 REYDB-AMLCASE-STATUS-CODE PIC X(02).
           88 REYDB-AMLCASE-STATUS-OK VALUE "00" "05".
           88 REYDB-AMLCASE-NOT-FOUND VALUE "35".

       01 REYDB-AMLMON-COUNTER-KEY PIC X(01) VALUE "8".

       01 REYDB-AMLMON-PARAM-EOF-SW PIC X(01).
           88 REYDB-AMLMON-PARAM-EOF VALUE "Y".

       01 REYDB-AMLMON-TRAN-EOF-SW PIC X(01).
           88 REYDB-AMLMON-TRAN-EOF VALUE "Y".

       01 REYDB-AMLMON-ACCT-EOF-SW PIC X(01).
           88 REYDB-AMLMON-ACCT-EOF VALUE "Y".

       01 REYDB-AMLMON-HIST-EOF-SW PIC X(01).
           88 REYDB-AMLMON-HIST-EOF VALUE "Y".

       01 REYDB-AMLMON-CASE-EOF-SW PIC X(01).
           88 REYDB-AMLMON-CASE-EOF VALUE "Y".

       01 REYDB-AMLMON-HIT-SW PIC X(01).
           88 REYDB-AMLMON-HIT VALUE "Y".

       01 REYDB-AMLMON-FULL-SW PIC X(01).
           88 REYDB-AMLMON-TABLE-FULL VALUE "Y".

       01 REYDB-AMLMON-MATCH-SW PIC X(01).
           88 REYDB-AMLMON-MATCH VALUE "Y".

       01 REYDB-AMLMON-COUNTER-FOUND-SW PIC X(01).
           88 REYDB-AMLMON-COUNTER-FOUND VALUE "Y".

       77 REYDB-AMLMON-RETRY-COUNT PIC 9(04) COMP.

       01 REYDB-AMLMON-TODAY     PIC 9(08).
       01 REYDB-AMLMON-TODAY-INT PIC 9(08).

       01 REYDB-AMLMON-THRESHOLD    PIC 9(13)V99 VALUE 10000.
       01 REYDB-AMLMON-WINDOW-DAYS  PIC 9(05) VALUE 7.
       01 REYDB-AMLMON-NEAR-PCT     PIC 9(03) VALUE 90.
       01 REYDB-AMLMON-NEAR-COUNT   PIC 9(04) VALUE 3.
       01 REYDB-AMLMON-MOVE-DAYS    PIC 9(05) VALUE 2.
       01 REYDB-AMLMON-MOVE-AMOUNT  PIC 9(13)V99 VALUE 5000.
       01 REYDB-AMLMON-MOVE-PCT     PIC 9(03) VALUE 80.

       01 REYDB-AMLMON-NEAR-FLOOR   PIC 9(13)V99.
       01 REYDB-AMLMON-OUT-FLOOR    PIC 9(13)V99.
       01 REYDB-AMLMON-WINDOW-FROM  PIC 9(08).
       01 REYDB-AMLMON-MOVE-FROM    PIC 9(08).
       01 REYDB-AMLMON-LOAD-FROM    PIC 9(08).

      *** One ledger or history entry while it is classified
       01 REYDB-AMLMON-ENTRY.
           05 REYDB-AMLMON-ENTRY-CUST    PIC 9(18).
           05 REYDB-AMLMON-ENTRY-ACCOUNT PIC 9(18).
           05 REYDB-AMLMON-ENTRY-REF     PIC 9(12).
           05 REYDB-AMLMON-ENTRY-OPER    PIC X(12).
           05 REYDB-AMLMON-ENTRY-AMOUNT  PIC S9(13)V99.
           05 REYDB-AMLMON-ENTRY-DATE    PIC 9(08).
           05 REYDB-AMLMON-ENTRY-SIZE    PIC 9(13)V99.
           05 REYDB-AMLMON-ENTRY-NEAR    PIC X(01).
               88 REYDB-AMLMON-ENTRY-IS-NEAR VALUE "Y".
           05 REYDB-AMLMON-ENTRY-IN      PIC X(01).
               88 REYDB-AMLMON-ENTRY-IS-IN   VALUE "Y".
           05 REYDB-AMLMON-ENTRY-OUT     PIC X(01).
               88 REYDB-AMLMON-ENTRY-IS-OUT  VALUE "Y".

      *** Every watched entry in the window - near-threshold cash,
      *** deposits worth following and today's outgoing money
       01 REYDB-AMLMON-ENTRY-TABLE.
           05 REYDB-AMLMON-ENTRY-COUNT PIC 9(04) COMP.
           05 REYDB-AMLMON-ENTRY-ROW OCCURS 2000 TIMES.
               10 REYDB-AMLMON-ROW-CUST    PIC 9(18).
               10 REYDB-AMLMON-ROW-ACCOUNT PIC 9(18).
               10 REYDB-AMLMON-ROW-REF     PIC 9(12).
               10 REYDB-AMLMON-ROW-OPER    PIC X(12).
               10 REYDB-AMLMON-ROW-AMOUNT  PIC S9(13)V99.
               10 REYDB-AMLMON-ROW-SIZE    PIC 9(13)V99.
               10 REYDB-AMLMON-ROW-DATE    PIC 9(08).
               10 REYDB-AMLMON-ROW-NEAR    PIC X(01).
                   88 REYDB-AMLMON-ROW-IS-NEAR  VALUE "Y".
               10 REYDB-AMLMON-ROW-IN      PIC X(01).
                   88 REYDB-AMLMON-ROW-IS-IN    VALUE "Y".
               10 REYDB-AMLMON-ROW-OUT     PIC X(01).
                   88 REYDB-AMLMON-ROW-IS-OUT   VALUE "Y".
               10 REYDB-AMLMON-ROW-TAKEN   PIC X(01).
                   88 REYDB-AMLMON-ROW-IS-TAKEN VALUE "Y".

      *** Customers with a qualifying entry today
       01 REYDB-AMLMON-CUST-TABLE.
           05 REYDB-AMLMON-CUST-COUNT PIC 9(03) COMP.
           05 REYDB-AMLMON-CUST-ROW OCCURS 500 TIMES.
               10 REYDB-AMLMON-CROW-CUST     PIC 9(18).
               10 REYDB-AMLMON-CROW-NEAR-DUE PIC X(01).
                   88 REYDB-AMLMON-CROW-CHECK-NEAR VALUE "Y".
               10 REYDB-AMLMON-CROW-OUT-DUE  PIC X(01).
                   88 REYDB-AMLMON-CROW-CHECK-MOVE VALUE "Y".
               10 REYDB-AMLMON-CROW-S-OPEN   PIC X(01).
                   88 REYDB-AMLMON-CROW-HAS-S-CASE VALUE "Y".
               10 REYDB-AMLMON-CROW-R-OPEN   PIC X(01).
                   88 REYDB-AMLMON-CROW-HAS-R-CASE VALUE "Y".

       77 REYDB-AMLMON-SUB      PIC 9(03) COMP.
       77 REYDB-AMLMON-CUST-SUB PIC 9(03) COMP.
       77 REYDB-AMLMON-ROW-SUB  PIC 9(04) COMP.
       77 REYDB-AMLMON-OUT-SUB  PIC 9(04) COMP.
       77 REYDB-AMLMON-IN-SUB   PIC 9(04) COMP.
       77 REYDB-AMLMON-HITS     PIC 9(04) COMP.

       01 REYDB-AMLMON-SCENARIO  PIC X(01).
       01 REYDB-AMLMON-CASE-ID   PIC 9(18).

       01 REYDB-AMLMON-OPENED-COUNT PIC 9(05) COMP.
       01 REYDB-AMLMON-FAILED-COUNT PIC 9(05) COMP.

       LINKAGE SECTION.

       COPY "reydb-amlmon-linking.cbl".

       PROCEDURE DIVISION USING REYDB-AMLMON-LINKING.

       0000-MAINLINE.

           MOVE ZERO TO REYDB-AMLMON-ENTRY-COUNT.
           MOVE ZERO TO REYDB-AMLMON-CUST-COUNT.
           MOVE ZERO TO REYDB-AMLMON-OPENED-COUNT.
           MOVE ZERO TO REYDB-AMLMON-FAILED-COUNT.
           MOVE "N" TO REYDB-AMLMON-FULL-SW.

           IF REYDB-AMLMON-BUSINESS-DATE > ZERO
               MOVE REYDB-AMLMON-BUSINESS-DATE TO REYDB-AMLMON-TODAY
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-AMLMON-TODAY
           END-IF.

           PERFORM 1000-READ-PARAMS.

           PERFORM 1200-SET-LIMITS.

           OPEN INPUT REYDB-FILE.

           IF NOT REYDB-FILE-STATUS-OK
               DISPLAY "Amlmon: unable to open REYDB-FILE, "
                   "status " REYDB-FILE-STATUS-CODE
               CLOSE REYDB-FILE
               GO TO 9999-EXIT
           END-IF.

           PERFORM 2000-SCAN-TODAYS-LEDGER.

           IF REYDB-AMLMON-TABLE-FULL
               DISPLAY "AMLMON: ENTRY OR CUSTOMER TABLE FULL - RUN "
                   "ABANDONED, NO CASES OPENED"
               CLOSE REYDB-FILE
               GO TO 9999-EXIT
           END-IF.

           IF REYDB-AMLMON-CUST-COUNT = ZERO
               DISPLAY "AMLMON: NO CUSTOMERS TO EXAMINE TODAY"
               CLOSE REYDB-FILE
               GO TO 9999-EXIT
           END-IF.

           OPEN INPUT REYDB-TRANHIST-FILE.

           IF NOT REYDB-TRANHIST-STATUS-OK
               DISPLAY "Amlmon: unable to open REYDB-TRANHIST, "
                   "status " REYDB-TRANHIST-STATUS-CODE
               CLOSE REYDB-FILE
               CLOSE REYDB-TRANHIST-FILE
               GO TO 9999-EXIT
           END-IF.

           PERFORM 3000-LOAD-HISTORY.

           CLOSE REYDB-TRANHIST-FILE.
           CLOSE REYDB-FILE.

           IF REYDB-AMLMON-TABLE-FULL
               DISPLAY "AMLMON: ENTRY TABLE FULL - RUN ABANDONED, "
                   "NO CASES OPENED"
               GO TO 9999-EXIT
           END-IF.

           PERFORM 4000-OPEN-CASE-FILE.

           IF NOT REYDB-AMLCASE-STATUS-OK
               GO TO 9999-EXIT
           END-IF.

           PERFORM 4100-NOTE-TODAYS-CASES.

           OPEN I-O REYDB-COUNTER-FILE.

           IF NOT REYDB-COUNTER-STATUS-OK
               DISPLAY "Amlmon: unable to open REYDB-COUNTER-FILE, "
                   "status " REYDB-COUNTER-STATUS-CODE
               CLOSE REYDB-COUNTER-FILE
               CLOSE REYDB-AMLCASE-FILE
               GO TO 9999-EXIT
           END-IF.

           MOVE ZERO TO REYDB-AMLMON-CUST-SUB.

           PERFORM 5000-EXAMINE-CUSTOMER
               REYDB-AMLMON-CUST-COUNT TIMES.

           CLOSE REYDB-COUNTER-FILE.
           CLOSE REYDB-AMLCASE-FILE.

           DISPLAY "AMLMON: CUSTOMERS EXAMINED "
               REYDB-AMLMON-CUST-COUNT
               " CASES OPENED " REYDB-AMLMON-OPENED-COUNT.

           IF REYDB-AMLMON-FAILED-COUNT > ZERO
               DISPLAY "AMLMON: CASES NOT OPENED "
                   REYDB-AMLMON-FAILED-COUNT
           END-IF.

       9999-EXIT.

           GOBACK.

      ****************************************************
      *** Name: 1000-READ-PARAMS                       ***
      ****************************************************

       1000-READ-PARAMS.

           MOVE "N" TO REYDB-AMLMON-PARAM-EOF-SW.

           OPEN INPUT REYDB-PARAMS-FILE.

           IF NOT REYDB-PARAMS-STATUS-OK
               DISPLAY "Amlmon: unable to open REYDB-PARAMS, "
                   "status " REYDB-PARAMS-STATUS-CODE
               SET REYDB-AMLMON-PARAM-EOF TO TRUE
           END-IF.

           PERFORM 1100-READ-NEXT-PARAM
               UNTIL REYDB-AMLMON-PARAM-EOF.

           CLOSE REYDB-PARAMS-FILE.

      ****************************************************
      *** Name: 1100-READ-NEXT-PARAM                    ***
      ****************************************************

       1100-READ-NEXT-PARAM.

           READ REYDB-PARAMS-FILE
               AT END
                   SET REYDB-AMLMON-PARAM-EOF TO TRUE
           END-READ.

           IF NOT REYDB-AMLMON-PARAM-EOF
               EVALUATE REYDB-PARAMS-KEYWORD
                   WHEN "LARGE-AMOUNT"
                       MOVE REYDB-PARAMS-VALUE
                           TO REYDB-AMLMON-THRESHOLD
                   WHEN "AML-WINDOW-DAYS"
                       MOVE REYDB-PARAMS-VALUE
                           TO REYDB-AMLMON-WINDOW-DAYS
                   WHEN "AML-NEAR-PCT"
                       MOVE REYDB-PARAMS-VALUE
                           TO REYDB-AMLMON-NEAR-PCT
                   WHEN "AML-NEAR-COUNT"
                       MOVE REYDB-PARAMS-VALUE
                           TO REYDB-AMLMON-NEAR-COUNT
                   WHEN "AML-MOVE-DAYS"
                       MOVE REYDB-PARAMS-VALUE
                           TO REYDB-AMLMON-MOVE-DAYS
                   WHEN "AML-MOVE-AMOUNT"
                       MOVE REYDB-PARAMS-VALUE
                           TO REYDB-AMLMON-MOVE-AMOUNT
                   WHEN "AML-MOVE-PCT"
                       MOVE REYDB-PARAMS-VALUE
                           TO REYDB-AMLMON-MOVE-PCT
               END-EVALUATE
           END-IF.

      ****************************************************
      *** Name: 1200-SET-LIMITS                        ***
      *** Turns the parameters into the amounts and    ***
      *** the first dates the scan works against. The  ***
      *** window counts today as its first day         ***
      ****************************************************

       1200-SET-LIMITS.

           IF REYDB-AMLMON-WINDOW-DAYS < 1
               MOVE 1 TO REYDB-AMLMON-WINDOW-DAYS
           END-IF.

           IF REYDB-AMLMON-NEAR-COUNT < 2
               MOVE 2 TO REYDB-AMLMON-NEAR-COUNT
           END-IF.

           COMPUTE REYDB-AMLMON-NEAR-FLOOR =
               REYDB-AMLMON-THRESHOLD * REYDB-AMLMON-NEAR-PCT / 100.

           COMPUTE REYDB-AMLMON-OUT-FLOOR =
               REYDB-AMLMON-MOVE-AMOUNT * REYDB-AMLMON-MOVE-PCT / 100.

           COMPUTE REYDB-AMLMON-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(REYDB-AMLMON-TODAY).

           COMPUTE REYDB-AMLMON-WINDOW-FROM =
               FUNCTION DATE-OF-INTEGER(REYDB-AMLMON-TODAY-INT
                   - REYDB-AMLMON-WINDOW-DAYS + 1).

           COMPUTE REYDB-AMLMON-MOVE-FROM =
               FUNCTION DATE-OF-INTEGER(REYDB-AMLMON-TODAY-INT
                   - REYDB-AMLMON-MOVE-DAYS).

           IF REYDB-AMLMON-MOVE-FROM < REYDB-AMLMON-WINDOW-FROM
               MOVE REYDB-AMLMON-MOVE-FROM TO REYDB-AMLMON-LOAD-FROM
           ELSE
               MOVE REYDB-AMLMON-WINDOW-FROM TO REYDB-AMLMON-LOAD-FROM
           END-IF.

      ****************************************************
      *** Name: 2000-SCAN-TODAYS-LEDGER                ***
      *** One pass over the live ledger keeping every  ***
      *** watched entry and noting the customers with  ***
      *** something to examine today                   ***
      ****************************************************

       2000-SCAN-TODAYS-LEDGER.

           MOVE "N" TO REYDB-AMLMON-TRAN-EOF-SW.

           OPEN INPUT REYDB-TRANLOG-FILE.

           IF NOT REYDB-TRANLOG-STATUS-OK
               DISPLAY "Amlmon: unable to open REYDB-TRANLOG-"
                   "FILE, status " REYDB-TRANLOG-STATUS-CODE
               SET REYDB-AMLMON-TRAN-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-NEXT-TRAN
           END-IF.

           PERFORM 2200-FOLD-ONE-TRAN
               UNTIL REYDB-AMLMON-TRAN-EOF
                  OR REYDB-AMLMON-TABLE-FULL.

           CLOSE REYDB-TRANLOG-FILE.

      ****************************************************
      *** Name: 2100-READ-NEXT-TRAN                     ***
      ****************************************************

       2100-READ-NEXT-TRAN.

           READ REYDB-TRANLOG-FILE
               AT END
                   SET REYDB-AMLMON-TRAN-EOF TO TRUE
           END-READ.

      ****************************************************
      *** Name: 2200-FOLD-ONE-TRAN                      ***
      ****************************************************

       2200-FOLD-ONE-TRAN.

           MOVE REYDB-TRANLOG-ACCOUNT-ID
               TO REYDB-AMLMON-ENTRY-ACCOUNT.
           MOVE REYDB-TRANLOG-REF       TO REYDB-AMLMON-ENTRY-REF.
           MOVE REYDB-TRANLOG-OPERATION TO REYDB-AMLMON-ENTRY-OPER.
           MOVE REYDB-TRANLOG-AMOUNT    TO REYDB-AMLMON-ENTRY-AMOUNT.
           MOVE REYDB-TRANLOG-TIMESTAMP(1:8)
               TO REYDB-AMLMON-ENTRY-DATE.

           IF REYDB-AMLMON-ENTRY-DATE NOT < REYDB-AMLMON-LOAD-FROM
              AND REYDB-AMLMON-ENTRY-DATE NOT > REYDB-AMLMON-TODAY
               PERFORM 2500-CLASSIFY-ENTRY
           ELSE
               MOVE "N" TO REYDB-AMLMON-ENTRY-NEAR
               MOVE "N" TO REYDB-AMLMON-ENTRY-IN
               MOVE "N" TO REYDB-AMLMON-ENTRY-OUT
           END-IF.

           IF REYDB-AMLMON-ENTRY-IS-NEAR
              OR REYDB-AMLMON-ENTRY-IS-IN
              OR REYDB-AMLMON-ENTRY-IS-OUT
               PERFORM 2600-MAP-TO-CUSTOMER

               PERFORM 2800-ADD-ENTRY-ROW

               IF (REYDB-AMLMON-ENTRY-IS-NEAR
                      AND REYDB-AMLMON-ENTRY-DATE
                          = REYDB-AMLMON-TODAY)
                  OR REYDB-AMLMON-ENTRY-IS-OUT
                   PERFORM 2900-NOTE-CUSTOMER
               END-IF
           END-IF.

           PERFORM 2100-READ-NEXT-TRAN.

      ****************************************************
      *** Name: 2500-CLASSIFY-ENTRY                    ***
      *** Near: DEPOSIT or WITHDRAW cash from          ***
      *** AML-NEAR-PCT of LARGE-AMOUNT up to it, in    ***
      *** the window. In: a DEPOSIT or CHQ-DEPOSIT of  ***
      *** at least AML-MOVE-AMOUNT in the last         ***
      *** AML-MOVE-DAYS. Out: a TRANSFER-OUT or        ***
      *** PAYMENT-OUT today big enough to carry such a ***
      *** deposit away                                 ***
      ****************************************************

       2500-CLASSIFY-ENTRY.

           MOVE "N" TO REYDB-AMLMON-ENTRY-NEAR.
           MOVE "N" TO REYDB-AMLMON-ENTRY-IN.
           MOVE "N" TO REYDB-AMLMON-ENTRY-OUT.

           MOVE REYDB-AMLMON-ENTRY-AMOUNT TO REYDB-AMLMON-ENTRY-SIZE.

           IF (REYDB-AMLMON-ENTRY-OPER = "DEPOSIT"
                  OR REYDB-AMLMON-ENTRY-OPER = "WITHDRAW")
              AND REYDB-AMLMON-ENTRY-SIZE
                  NOT < REYDB-AMLMON-NEAR-FLOOR
              AND REYDB-AMLMON-ENTRY-SIZE
                  NOT > REYDB-AMLMON-THRESHOLD
              AND REYDB-AMLMON-ENTRY-DATE
                  NOT < REYDB-AMLMON-WINDOW-FROM
               SET REYDB-AMLMON-ENTRY-IS-NEAR TO TRUE
           END-IF.

           IF (REYDB-AMLMON-ENTRY-OPER = "DEPOSIT"
                  OR REYDB-AMLMON-ENTRY-OPER = "CHQ-DEPOSIT")
              AND REYDB-AMLMON-ENTRY-SIZE
                  NOT < REYDB-AMLMON-MOVE-AMOUNT
              AND REYDB-AMLMON-ENTRY-DATE
                  NOT < REYDB-AMLMON-MOVE-FROM
               SET REYDB-AMLMON-ENTRY-IS-IN TO TRUE
           END-IF.

           IF (REYDB-AMLMON-ENTRY-OPER = "TRANSFER-OUT"
                  OR REYDB-AMLMON-ENTRY-OPER = "PAYMENT-OUT")
              AND REYDB-AMLMON-ENTRY-SIZE
                  NOT < REYDB-AMLMON-OUT-FLOOR
              AND REYDB-AMLMON-ENTRY-DATE = REYDB-AMLMON-TODAY
               SET REYDB-AMLMON-ENTRY-IS-OUT TO TRUE
           END-IF.

      ****************************************************
      *** Name: 2600-MAP-TO-CUSTOMER                   ***
      *** An account no longer on REYDB-FILE rolls up  ***
      *** under customer zero, as in REYDB-RPT-LARGE   ***
      ****************************************************

       2600-MAP-TO-CUSTOMER.

           MOVE REYDB-AMLMON-ENTRY-ACCOUNT TO REYDB-FILE-ID.

           READ REYDB-FILE
               INVALID KEY
                   MOVE ZERO TO REYDB-AMLMON-ENTRY-CUST
               NOT INVALID KEY
                   MOVE REYDB-FILE-CUST-ID
                       TO REYDB-AMLMON-ENTRY-CUST
           END-READ.

      ****************************************************
      *** Name: 2700-FIND-CUST-ROW                      ***
      ****************************************************

       2700-FIND-CUST-ROW.

           MOVE "N" TO REYDB-AMLMON-HIT-SW.
           MOVE ZERO TO REYDB-AMLMON-SUB.

           PERFORM 2750-TEST-ONE-ROW
               REYDB-AMLMON-CUST-COUNT TIMES.

      ****************************************************
      *** Name: 2750-TEST-ONE-ROW                       ***
      ****************************************************

       2750-TEST-ONE-ROW.

           IF NOT REYDB-AMLMON-HIT
               ADD 1 TO REYDB-AMLMON-SUB

               IF REYDB-AMLMON-CROW-CUST (REYDB-AMLMON-SUB)
                      = REYDB-AMLMON-ENTRY-CUST
                   SET REYDB-AMLMON-HIT TO TRUE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 2800-ADD-ENTRY-ROW                      ***
      ****************************************************

       2800-ADD-ENTRY-ROW.

           IF REYDB-AMLMON-ENTRY-COUNT < 2000
               ADD 1 TO REYDB-AMLMON-ENTRY-COUNT
               MOVE REYDB-AMLMON-ENTRY-COUNT TO REYDB-AMLMON-ROW-SUB

               MOVE REYDB-AMLMON-ENTRY-CUST
                   TO REYDB-AMLMON-ROW-CUST (REYDB-AMLMON-ROW-SUB)
               MOVE REYDB-AMLMON-ENTRY-ACCOUNT
                   TO REYDB-AMLMON-ROW-ACCOUNT (REYDB-AMLMON-ROW-SUB)
               MOVE REYDB-AMLMON-ENTRY-REF
                   TO REYDB-AMLMON-ROW-REF (REYDB-AMLMON-ROW-SUB)
               MOVE REYDB-AMLMON-ENTRY-OPER
                   TO REYDB-AMLMON-ROW-OPER (REYDB-AMLMON-ROW-SUB)
               MOVE REYDB-AMLMON-ENTRY-AMOUNT
                   TO REYDB-AMLMON-ROW-AMOUNT (REYDB-AMLMON-ROW-SUB)
               MOVE REYDB-AMLMON-ENTRY-SIZE
                   TO REYDB-AMLMON-ROW-SIZE (REYDB-AMLMON-ROW-SUB)
               MOVE REYDB-AMLMON-ENTRY-DATE
                   TO REYDB-AMLMON-ROW-DATE (REYDB-AMLMON-ROW-SUB)
               MOVE REYDB-AMLMON-ENTRY-NEAR
                   TO REYDB-AMLMON-ROW-NEAR (REYDB-AMLMON-ROW-SUB)
               MOVE REYDB-AMLMON-ENTRY-IN
                   TO REYDB-AMLMON-ROW-IN (REYDB-AMLMON-ROW-SUB)
               MOVE REYDB-AMLMON-ENTRY-OUT
                   TO REYDB-AMLMON-ROW-OUT (REYDB-AMLMON-ROW-SUB)
               MOVE "N"
                   TO REYDB-AMLMON-ROW-TAKEN (REYDB-AMLMON-ROW-SUB)
           ELSE
               SET REYDB-AMLMON-TABLE-FULL TO TRUE
           END-IF.

      ****************************************************
      *** Name: 2900-NOTE-CUSTOMER                      ***
      *** Adds the entry's customer to the ones to     ***
      *** examine and marks which scenario today's     ***
      *** entry calls for                              ***
      ****************************************************

       2900-NOTE-CUSTOMER.

           PERFORM 2700-FIND-CUST-ROW.

           IF NOT REYDB-AMLMON-HIT
               IF REYDB-AMLMON-CUST-COUNT < 500
                   ADD 1 TO REYDB-AMLMON-CUST-COUNT
                   MOVE REYDB-AMLMON-CUST-COUNT TO REYDB-AMLMON-SUB
                   MOVE REYDB-AMLMON-ENTRY-CUST
                       TO REYDB-AMLMON-CROW-CUST (REYDB-AMLMON-SUB)
                   MOVE "N"
                       TO REYDB-AMLMON-CROW-NEAR-DUE (REYDB-AMLMON-SUB)
                   MOVE "N"
                       TO REYDB-AMLMON-CROW-OUT-DUE (REYDB-AMLMON-SUB)
                   MOVE "N"
                       TO REYDB-AMLMON-CROW-S-OPEN (REYDB-AMLMON-SUB)
                   MOVE "N"
                       TO REYDB-AMLMON-CROW-R-OPEN (REYDB-AMLMON-SUB)
                   SET REYDB-AMLMON-HIT TO TRUE
               ELSE
                   SET REYDB-AMLMON-TABLE-FULL TO TRUE
               END-IF
           END-IF.

           IF REYDB-AMLMON-HIT
               IF REYDB-AMLMON-ENTRY-IS-NEAR
                   SET REYDB-AMLMON-CROW-CHECK-NEAR (REYDB-AMLMON-SUB)
                       TO TRUE
               END-IF

               IF REYDB-AMLMON-ENTRY-IS-OUT
                   SET REYDB-AMLMON-CROW-CHECK-MOVE (REYDB-AMLMON-SUB)
                       TO TRUE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 3000-LOAD-HISTORY                      ***
      *** Walks REYDB-FILE and, for each account of a  ***
      *** customer to examine, reads the account's     ***
      *** history under its key back to the start of   ***
      *** the window                                   ***
      ****************************************************

       3000-LOAD-HISTORY.

           MOVE "N" TO REYDB-AMLMON-ACCT-EOF-SW.
           MOVE ZERO TO REYDB-FILE-ID.

           START REYDB-FILE
               KEY IS NOT LESS THAN REYDB-FILE-ID
               INVALID KEY
                   SET REYDB-AMLMON-ACCT-EOF TO TRUE
           END-START.

           IF NOT REYDB-AMLMON-ACCT-EOF
               PERFORM 3100-READ-NEXT-ACCOUNT
           END-IF.

           PERFORM 3200-EXAMINE-ACCOUNT
               UNTIL REYDB-AMLMON-ACCT-EOF
                  OR REYDB-AMLMON-TABLE-FULL.

      ****************************************************
      *** Name: 3100-READ-NEXT-ACCOUNT                  ***
      ****************************************************

       3100-READ-NEXT-ACCOUNT.

           READ REYDB-FILE NEXT RECORD
               AT END
                   SET REYDB-AMLMON-ACCT-EOF TO TRUE
           END-READ.

      ****************************************************
      *** Name: 3200-EXAMINE-ACCOUNT                    ***
      ****************************************************

       3200-EXAMINE-ACCOUNT.

           MOVE REYDB-FILE-CUST-ID TO REYDB-AMLMON-ENTRY-CUST.

           PERFORM 2700-FIND-CUST-ROW.

           IF REYDB-AMLMON-HIT
               MOVE "N" TO REYDB-AMLMON-HIST-EOF-SW
               MOVE REYDB-FILE-ID TO REYDB-TRANHIST-ACCOUNT-ID
               MOVE ZERO          TO REYDB-TRANHIST-REF

               START REYDB-TRANHIST-FILE
                   KEY IS NOT LESS THAN REYDB-TRANHIST-KEY
                   INVALID KEY
                       SET REYDB-AMLMON-HIST-EOF TO TRUE
               END-START

               PERFORM 3300-LOAD-NEXT-HIST
                   UNTIL REYDB-AMLMON-HIST-EOF
                      OR REYDB-AMLMON-TABLE-FULL
           END-IF.

           PERFORM 3100-READ-NEXT-ACCOUNT.

      ****************************************************
      *** Name: 3300-LOAD-NEXT-HIST                     ***
      *** Entries come back oldest first within the    ***
      *** account, so everything before the window is  ***
      *** simply passed over                           ***
      ****************************************************

       3300-LOAD-NEXT-HIST.

           READ REYDB-TRANHIST-FILE NEXT RECORD
               AT END
                   SET REYDB-AMLMON-HIST-EOF TO TRUE
           END-READ.

           IF NOT REYDB-AMLMON-HIST-EOF
               IF REYDB-TRANHIST-ACCOUNT-ID NOT = REYDB-FILE-ID
                   SET REYDB-AMLMON-HIST-EOF TO TRUE
               ELSE
                   MOVE REYDB-TRANHIST-ACCOUNT-ID
                       TO REYDB-AMLMON-ENTRY-ACCOUNT
                   MOVE REYDB-TRANHIST-REF
                       TO REYDB-AMLMON-ENTRY-REF
                   MOVE REYDB-TRANHIST-OPERATION
                       TO REYDB-AMLMON-ENTRY-OPER
                   MOVE REYDB-TRANHIST-AMOUNT
                       TO REYDB-AMLMON-ENTRY-AMOUNT
                   MOVE REYDB-TRANHIST-TIMESTAMP(1:8)
                       TO REYDB-AMLMON-ENTRY-DATE

                   IF REYDB-AMLMON-ENTRY-DATE
                          NOT < REYDB-AMLMON-LOAD-FROM
                      AND REYDB-AMLMON-ENTRY-DATE
                          NOT > REYDB-AMLMON-TODAY
                       PERFORM 2500-CLASSIFY-ENTRY

                       IF REYDB-AMLMON-ENTRY-IS-NEAR
                          OR REYDB-AMLMON-ENTRY-IS-IN
                           PERFORM 2800-ADD-ENTRY-ROW
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ****************************************************
      *** Name: 4000-OPEN-CASE-FILE                    ***
      *** REYDB-AMLCASE is indexed, so create it the   ***
      *** first time it is found missing, the same way ***
      *** REYDB-INIT creates the other masters         ***
      ****************************************************

       4000-OPEN-CASE-FILE.

           OPEN I-O REYDB-AMLCASE-FILE.

           IF REYDB-AMLCASE-NOT-FOUND
               OPEN OUTPUT REYDB-AMLCASE-FILE
               CLOSE REYDB-AMLCASE-FILE
               OPEN I-O REYDB-AMLCASE-FILE
           END-IF.

           IF NOT REYDB-AMLCASE-STATUS-OK
               DISPLAY "Amlmon: unable to open REYDB-AMLCASE, "
                   "status " REYDB-AMLCASE-STATUS-CODE
           END-IF.

      ****************************************************
      *** Name: 4100-NOTE-TODAYS-CASES                 ***
      *** A case already opened today for a customer   ***
      *** and scenario is not opened again when the    ***
      *** cycle is rerun                               ***
      ****************************************************

       4100-NOTE-TODAYS-CASES.

           MOVE "N" TO REYDB-AMLMON-CASE-EOF-SW.

           PERFORM 4200-NOTE-NEXT-CASE
               UNTIL REYDB-AMLMON-CASE-EOF.

      ****************************************************
      *** Name: 4200-NOTE-NEXT-CASE                     ***
      ****************************************************

       4200-NOTE-NEXT-CASE.

           READ REYDB-AMLCASE-FILE NEXT RECORD
               AT END
                   SET REYDB-AMLMON-CASE-EOF TO TRUE
           END-READ.

           IF NOT REYDB-AMLMON-CASE-EOF
              AND REYDB-AML-OPEN-DATE = REYDB-AMLMON-TODAY
               MOVE REYDB-AML-CUST-ID TO REYDB-AMLMON-ENTRY-CUST

               PERFORM 2700-FIND-CUST-ROW

               IF REYDB-AMLMON-HIT
                   IF REYDB-AML-STRUCTURING
                       SET REYDB-AMLMON-CROW-HAS-S-CASE
                           (REYDB-AMLMON-SUB) TO TRUE
                   ELSE
                       SET REYDB-AMLMON-CROW-HAS-R-CASE
                           (REYDB-AMLMON-SUB) TO TRUE
                   END-IF
               END-IF
           END-IF.

      ****************************************************
      *** Name: 5000-EXAMINE-CUSTOMER                  ***
      *** Tests the customer for each scenario today's ***
      *** entries called for                           ***
      ****************************************************

       5000-EXAMINE-CUSTOMER.

           ADD 1 TO REYDB-AMLMON-CUST-SUB.

           IF REYDB-AMLMON-CROW-CHECK-NEAR (REYDB-AMLMON-CUST-SUB)
              AND NOT REYDB-AMLMON-CROW-HAS-S-CASE
                  (REYDB-AMLMON-CUST-SUB)
               PERFORM 5100-CLEAR-TAKEN
               MOVE ZERO TO REYDB-AMLMON-ROW-SUB

               PERFORM 5200-TAKE-NEAR-ROW
                   REYDB-AMLMON-ENTRY-COUNT TIMES

               IF REYDB-AMLMON-HITS NOT < REYDB-AMLMON-NEAR-COUNT
                   MOVE "S" TO REYDB-AMLMON-SCENARIO
                   PERFORM 6000-OPEN-CASE
               END-IF
           END-IF.

           IF REYDB-AMLMON-CROW-CHECK-MOVE (REYDB-AMLMON-CUST-SUB)
              AND NOT REYDB-AMLMON-CROW-HAS-R-CASE
                  (REYDB-AMLMON-CUST-SUB)
               PERFORM 5100-CLEAR-TAKEN
               MOVE ZERO TO REYDB-AMLMON-OUT-SUB

               PERFORM 5300-TEST-OUT-ROW
                   REYDB-AMLMON-ENTRY-COUNT TIMES

               IF REYDB-AMLMON-HITS > ZERO
                   MOVE "R" TO REYDB-AMLMON-SCENARIO
                   PERFORM 6000-OPEN-CASE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 5100-CLEAR-TAKEN                       ***
      ****************************************************

       5100-CLEAR-TAKEN.

           MOVE ZERO TO REYDB-AMLMON-HITS.
           MOVE ZERO TO REYDB-AMLMON-ROW-SUB.

           PERFORM 5150-CLEAR-ONE-ROW
               REYDB-AMLMON-ENTRY-COUNT TIMES.

      ****************************************************
      *** Name: 5150-CLEAR-ONE-ROW                      ***
      ****************************************************

       5150-CLEAR-ONE-ROW.

           ADD 1 TO REYDB-AMLMON-ROW-SUB.

           MOVE "N" TO REYDB-AMLMON-ROW-TAKEN (REYDB-AMLMON-ROW-SUB).

      ****************************************************
      *** Name: 5200-TAKE-NEAR-ROW                      ***
      ****************************************************

       5200-TAKE-NEAR-ROW.

           ADD 1 TO REYDB-AMLMON-ROW-SUB.

           IF REYDB-AMLMON-ROW-CUST (REYDB-AMLMON-ROW-SUB)
                  = REYDB-AMLMON-CROW-CUST (REYDB-AMLMON-CUST-SUB)
              AND REYDB-AMLMON-ROW-IS-NEAR (REYDB-AMLMON-ROW-SUB)
               SET REYDB-AMLMON-ROW-IS-TAKEN (REYDB-AMLMON-ROW-SUB)
                   TO TRUE
               ADD 1 TO REYDB-AMLMON-HITS
           END-IF.

      ****************************************************
      *** Name: 5300-TEST-OUT-ROW                       ***
      *** Pairs one of the customer's outgoing entries ***
      *** today with every deposit of theirs it could  ***
      *** have carried away                            ***
      ****************************************************

       5300-TEST-OUT-ROW.

           ADD 1 TO REYDB-AMLMON-OUT-SUB.

           IF REYDB-AMLMON-ROW-CUST (REYDB-AMLMON-OUT-SUB)
                  = REYDB-AMLMON-CROW-CUST (REYDB-AMLMON-CUST-SUB)
              AND REYDB-AMLMON-ROW-IS-OUT (REYDB-AMLMON-OUT-SUB)
               MOVE "N" TO REYDB-AMLMON-MATCH-SW
               MOVE ZERO TO REYDB-AMLMON-IN-SUB

               PERFORM 5400-TEST-IN-ROW
                   REYDB-AMLMON-ENTRY-COUNT TIMES

               IF REYDB-AMLMON-MATCH
                   SET REYDB-AMLMON-ROW-IS-TAKEN
                       (REYDB-AMLMON-OUT-SUB) TO TRUE
                   ADD 1 TO REYDB-AMLMON-HITS
               END-IF
           END-IF.

      ****************************************************
      *** Name: 5400-TEST-IN-ROW                        ***
      ****************************************************

       5400-TEST-IN-ROW.

           ADD 1 TO REYDB-AMLMON-IN-SUB.

           IF REYDB-AMLMON-ROW-CUST (REYDB-AMLMON-IN-SUB)
                  = REYDB-AMLMON-CROW-CUST (REYDB-AMLMON-CUST-SUB)
              AND REYDB-AMLMON-ROW-IS-IN (REYDB-AMLMON-IN-SUB)
              AND REYDB-AMLMON-ROW-SIZE (REYDB-AMLMON-OUT-SUB) * 100
                  NOT < REYDB-AMLMON-ROW-SIZE (REYDB-AMLMON-IN-SUB)
                      * REYDB-AMLMON-MOVE-PCT
               SET REYDB-AMLMON-MATCH TO TRUE

               IF NOT REYDB-AMLMON-ROW-IS-TAKEN (REYDB-AMLMON-IN-SUB)
                   SET REYDB-AMLMON-ROW-IS-TAKEN
                       (REYDB-AMLMON-IN-SUB) TO TRUE
                   ADD 1 TO REYDB-AMLMON-HITS
               END-IF
           END-IF.

      ****************************************************
      *** Name: 6000-OPEN-CASE                         ***
      *** Writes a case for the customer under         ***
      *** REYDB-AMLMON-SCENARIO with the taken entries ***
      ****************************************************

       6000-OPEN-CASE.

           PERFORM 6100-NEXT-CASE-ID.

           IF REYDB-AMLMON-CASE-ID = ZERO
               ADD 1 TO REYDB-AMLMON-FAILED-COUNT
           ELSE
               INITIALIZE REYDB-AML-RECORD

               MOVE REYDB-AMLMON-CASE-ID TO REYDB-AML-ID
               MOVE REYDB-AMLMON-CROW-CUST (REYDB-AMLMON-CUST-SUB)
                   TO REYDB-AML-CUST-ID
               MOVE REYDB-AMLMON-SCENARIO TO REYDB-AML-SCENARIO
               SET REYDB-AML-OPEN TO TRUE
               MOVE REYDB-AMLMON-TODAY TO REYDB-AML-OPEN-DATE
               MOVE REYDB-AMLMON-HITS TO REYDB-AML-HIT-COUNT

               MOVE ZERO TO REYDB-AMLMON-ROW-SUB

               PERFORM 6400-COPY-ONE-ROW
                   REYDB-AMLMON-ENTRY-COUNT TIMES

               WRITE REYDB-AML-RECORD

               IF NOT REYDB-AMLCASE-STATUS-OK
                   DISPLAY "Amlmon: unable to write REYDB-AMLCASE, "
                       "status " REYDB-AMLCASE-STATUS-CODE
                   ADD 1 TO REYDB-AMLMON-FAILED-COUNT
               ELSE
                   ADD 1 TO REYDB-AMLMON-OPENED-COUNT
                   DISPLAY "AMLMON: CASE " REYDB-AML-ID
                       " CUSTOMER " REYDB-AML-CUST-ID
                       " SCENARIO " REYDB-AML-SCENARIO
                       " ENTRIES " REYDB-AML-HIT-COUNT
               END-IF
           END-IF.

      ****************************************************
      *** Name: 6100-NEXT-CASE-ID                      ***
      *** Leaves REYDB-AMLMON-CASE-ID at zero when the ***
      *** counter cannot be taken                      ***
      ****************************************************

       6100-NEXT-CASE-ID.

           MOVE ZERO TO REYDB-AMLMON-CASE-ID.
           MOVE ZERO TO REYDB-AMLMON-RETRY-COUNT.

           PERFORM 6200-READ-COUNTER-RECORD.

           PERFORM 6200-READ-COUNTER-RECORD
               UNTIL NOT REYDB-COUNTER-RECORD-LOCKED
                  OR REYDB-AMLMON-RETRY-COUNT > 1000.

           IF REYDB-COUNTER-RECORD-LOCKED
               DISPLAY "Amlmon: counter busy at another station"
           ELSE
               PERFORM 6300-ADVANCE-COUNTER
           END-IF.

      ****************************************************
      *** Name: 6200-READ-COUNTER-RECORD               ***
      *** One attempt at the locked counter read - the ***
      *** caller loops while another station holds it  ***
      ****************************************************

       6200-READ-COUNTER-RECORD.

           ADD 1 TO REYDB-AMLMON-RETRY-COUNT.

           MOVE "N" TO REYDB-AMLMON-COUNTER-FOUND-SW.
           MOVE REYDB-AMLMON-COUNTER-KEY TO REYDB-COUNTER-KEY.

           READ REYDB-COUNTER-FILE WITH LOCK
               INVALID KEY
                   MOVE ZERO TO REYDB-COUNTER-LAST-ID
               NOT INVALID KEY
                   SET REYDB-AMLMON-COUNTER-FOUND TO TRUE
           END-READ.

      ****************************************************
      *** Name: 6300-ADVANCE-COUNTER                   ***
      ****************************************************

       6300-ADVANCE-COUNTER.

           ADD 1 TO REYDB-COUNTER-LAST-ID.
           MOVE REYDB-AMLMON-COUNTER-KEY TO REYDB-COUNTER-KEY.

           IF REYDB-AMLMON-COUNTER-FOUND
               REWRITE REYDB-COUNTER-RECORD
           ELSE
               WRITE REYDB-COUNTER-RECORD
           END-IF.

           IF NOT REYDB-COUNTER-STATUS-OK
               DISPLAY "Amlmon: unable to write REYDB-COUNTER-"
                   "FILE, status " REYDB-COUNTER-STATUS-CODE
           ELSE
               MOVE REYDB-COUNTER-LAST-ID TO REYDB-AMLMON-CASE-ID
           END-IF.

      ****************************************************
      *** Name: 6400-COPY-ONE-ROW                       ***
      *** Totals every taken entry and keeps the first ***
      *** ten on the case                              ***
      ****************************************************

       6400-COPY-ONE-ROW.

           ADD 1 TO REYDB-AMLMON-ROW-SUB.

           IF REYDB-AMLMON-ROW-IS-TAKEN (REYDB-AMLMON-ROW-SUB)
               ADD REYDB-AMLMON-ROW-SIZE (REYDB-AMLMON-ROW-SUB)
                   TO REYDB-AML-TOTAL

               IF REYDB-AML-ENTRY-COUNT < 10
                   ADD 1 TO REYDB-AML-ENTRY-COUNT
                   MOVE REYDB-AMLMON-ROW-ACCOUNT (REYDB-AMLMON-ROW-SUB)
                       TO REYDB-AML-ENTRY-ACCOUNT
                           (REYDB-AML-ENTRY-COUNT)
                   MOVE REYDB-AMLMON-ROW-REF (REYDB-AMLMON-ROW-SUB)
                       TO REYDB-AML-ENTRY-REF (REYDB-AML-ENTRY-COUNT)
                   MOVE REYDB-AMLMON-ROW-OPER (REYDB-AMLMON-ROW-SUB)
                       TO REYDB-AML-ENTRY-OPER (REYDB-AML-ENTRY-COUNT)
                   MOVE REYDB-AMLMON-ROW-AMOUNT (REYDB-AMLMON-ROW-SUB)
                       TO REYDB-AML-ENTRY-AMOUNT
                           (REYDB-AML-ENTRY-COUNT)
                   MOVE REYDB-AMLMON-ROW-DATE (REYDB-AMLMON-ROW-SUB)
                       TO REYDB-AML-ENTRY-DATE (REYDB-AML-ENTRY-COUNT)
               END-IF
           END-IF.
