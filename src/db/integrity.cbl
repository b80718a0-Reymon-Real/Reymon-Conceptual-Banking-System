      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: integrity.cbl          ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: nightly cross-file referential integrity
      ***               check. Walks every file that points at an
      ***               account or a customer and writes each link
      ***               that leads nowhere to a dated exceptions
      ***               report with the file, the record's key, the
      ***               field and the broken reference:
      ***                 - accounts whose customer is not on the
      ***                   customer master;
      ***                 - holder links to an account no longer on
      ***                   REYDB-FILE or a customer not on file;
      ***                 - active standing orders and sweeps, and
      ***                   internal payees, pointing at a closed or
      ***                   archived account, and payees of a
      ***                   customer not on file;
      ***                 - active loans with no LN account, or
      ***                   collecting from a closed or archived
      ***                   account;
      ***                 - running term deposits whose settlement
      ***                   account is closed or archived;
      ***                 - open funds holds and active cards on an
      ***                   account no longer on REYDB-FILE.
      ***               The report is registered on REYDB-RPTCAT
      ***               through REYDB-CATREG. When INTEGRITY-STOP on
      ***               REYDB-PARAMS is 1 any exception asks
      ***               REYDB-NIGHTLY to stop the cycle before the
      ***               purge and the cutover; the default 0 only
      ***               reports. A master that will not open
      ***               abandons the run.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-INTEGRITY.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       COPY "reydb-control.cbl".

           SELECT OPTIONAL REYDB-HOLDER-FILE ASSIGN TO "REYDB-HOLDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-HOLDER-KEY
               FILE STATUS IS REYDB-HOLDER-STATUS-CODE.

           SELECT OPTIONAL REYDB-STANDING-FILE
               ASSIGN TO "REYDB-STANDING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-SO-ID
               FILE STATUS IS REYDB-STANDING-STATUS-CODE.

           SELECT OPTIONAL REYDB-PAYEE-FILE ASSIGN TO "REYDB-PAYEE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-PAYEE-KEY
               FILE STATUS IS REYDB-PAYEE-STATUS-CODE.

           SELECT OPTIONAL REYDB-LOAN-FILE ASSIGN TO "REYDB-LOAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-LOAN-ACCOUNT-ID
               FILE STATUS IS REYDB-LOAN-STATUS-CODE.

           SELECT OPTIONAL REYDB-TERMDEP-FILE
               ASSIGN TO "REYDB-TERMDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-TD-ACCOUNT-ID
               FILE STATUS IS REYDB-TERMDEP-STATUS-CODE.

           SELECT OPTIONAL REYDB-HOLDS-FILE ASSIGN TO "REYDB-HOLDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-HOLD-ID
               FILE STATUS IS REYDB-HOLDS-STATUS-CODE.

           SELECT OPTIONAL REYDB-SWEEP-FILE
               ASSIGN TO "REYDB-SWEEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-SWP-CK-ID
               FILE STATUS IS REYDB-SWEEP-STATUS-CODE.

           SELECT OPTIONAL REYDB-CARD-FILE
               ASSIGN TO "REYDB-CARD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-CARD-NUMBER
               FILE STATUS IS REYDB-CARD-STATUS-CODE.

           SELECT OPTIONAL REYDB-PARAMS-FILE ASSIGN TO "REYDB-PARAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REYDB-PARAMS-STATUS-CODE.

           SELECT REYDB-RPT-INTEG-FILE
               ASSIGN TO DYNAMIC REYDB-RPT-INTEG-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-file.cbl".
       COPY "reydb-counter.cbl".
       COPY "reydb-custfile.cbl".
       COPY "reydb-tranlog.cbl".
       COPY "reydb-holder.cbl".
       COPY "reydb-standing.cbl".
       COPY "reydb-payee.cbl".
       COPY "reydb-loan.cbl".
       COPY "reydb-termdep.cbl".
       COPY "reydb-holds.cbl".
       COPY "reydb-sweep.cbl".
       COPY "reydb-card.cbl".
       COPY "reydb-params.cbl".

       FD REYDB-RPT-INTEG-FILE.
       01 REYDB-RPT-INTEG-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       COPY "reydb-status.cbl".

       COPY "reydb-catreg-linking.cbl".

       01 REYDB-HOLDER-STATUS-CODE PIC X(02).
           88 REYDB-HOLDER-STATUS-OK VALUE "00" "05".

       01 REYDB-STANDING-STATUS-CODE PIC X(02).
           88 REYDB-STANDING-STATUS-OK VALUE "00" "05".

       01 REYDB-PAYEE-STATUS-CODE PIC X(02).
           88 REYDB-PAYEE-STATUS-OK VALUE "00" "05".

       01 REYDB-LOAN-STATUS-CODE PIC X(02).
           88 REYDB-LOAN-STATUS-OK VALUE "00" "05".

       01 REYDB-TERMDEP-STATUS-CODE PIC X(02).
           88 REYDB-TERMDEP-STATUS-OK VALUE "00" "05".

       01 REYDB-HOLDS-STATUS-CODE PIC X(02).
           88 REYDB-HOLDS-STATUS-OK VALUE "00" "05".

       01 REYDB-SWEEP-STATUS-CODE PIC X(02).
           88 REYDB-SWEEP-STATUS-OK VALUE "00" "05".

       01 REYDB-CARD-STATUS-CODE PIC X(02).
           88 REYDB-CARD-STATUS-OK VALUE "00" "05".

       01 REYDB-PARAMS-STATUS-CODE PIC X(02).
           88 REYDB-PARAMS-STATUS-OK VALUE "00" "05".

       01 REYDB-RPT-INTEG-NAME.
           05 FILLER                    PIC X(16)
               VALUE "REYDB-RPT-INTEG-".
           05 REYDB-RPT-INTEG-NAME-DATE PIC 9(08).

       01 REYDB-RI-TODAY PIC 9(08).

       01 REYDB-RI-STOP-PARAM PIC 9(09) VALUE 0.

       01 REYDB-RI-EOF-SW PIC X(01).
           88 REYDB-RI-EOF VALUE "Y".

       01 REYDB-RI-PARAM-EOF-SW PIC X(01).
           88 REYDB-RI-PARAM-EOF VALUE "Y".

       01 REYDB-RI-ABANDON-SW PIC X(01).
           88 REYDB-RI-ABANDON VALUE "Y".

      *** Outcome of 8000-CHECK-ACCOUNT-REF for the account in
      *** REYDB-RI-EXC-REF
       01 REYDB-RI-ACCT-SW PIC X(01).
           88 REYDB-RI-ACCT-MISSING VALUE "M".
           88 REYDB-RI-ACCT-CLOSED  VALUE "C".
           88 REYDB-RI-ACCT-OPEN    VALUE "Y".

       01 REYDB-RI-CLOSED-SW PIC X(01).
           88 REYDB-RI-CLOSED-BREAKS VALUE "Y".

       01 REYDB-RI-EXCEPTION-COUNT PIC 9(07).

       01 REYDB-RI-RECORD-COUNT PIC 9(07).

      *** The exception in hand, filled in by each check
       01 REYDB-RI-EXC-FILE    PIC X(14).
       01 REYDB-RI-EXC-KEY     PIC X(40).
       01 REYDB-RI-EXC-KEY-PAIR REDEFINES REYDB-RI-EXC-KEY.
           05 REYDB-RI-EXC-KEY-FIRST  PIC 9(18).
           05 REYDB-RI-EXC-KEY-SEP    PIC X(01).
           05 REYDB-RI-EXC-KEY-SECOND PIC X(18).
           05 FILLER                  PIC X(03).
       01 REYDB-RI-EXC-FIELD   PIC X(12).
       01 REYDB-RI-EXC-REF     PIC 9(18).
       01 REYDB-RI-EXC-PROBLEM PIC X(20).

       01 REYDB-RI-HEADER-LINE.
           05 FILLER PIC X(37)
               VALUE "REFERENTIAL INTEGRITY EXCEPTIONS FOR ".
           05 REYDB-RI-HEADER-DATE PIC 9(08).

       01 REYDB-RI-COLUMN-LINE.
           05 FILLER PIC X(16) VALUE "FILE".
           05 FILLER PIC X(42) VALUE "KEY".
           05 FILLER PIC X(14) VALUE "FIELD".
           05 FILLER PIC X(20) VALUE "REFERENCE".
           05 FILLER PIC X(20) VALUE "PROBLEM".

       01 REYDB-RI-DETAIL-LINE.
           05 REYDB-RI-LINE-FILE    PIC X(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REYDB-RI-LINE-KEY     PIC X(40).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REYDB-RI-LINE-FIELD   PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REYDB-RI-LINE-REF     PIC 9(18).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REYDB-RI-LINE-PROBLEM PIC X(20).

       01 REYDB-RI-TOTAL-LINE.
           05 FILLER PIC X(18) VALUE "RECORDS CHECKED   ".
           05 REYDB-RI-TOTAL-RECORDS    PIC Z(06)9.
           05 FILLER PIC X(18) VALUE "   EXCEPTIONS     ".
           05 REYDB-RI-TOTAL-EXCEPTIONS PIC Z(06)9.

       LINKAGE SECTION.

       COPY "reydb-integrity-linking.cbl".

       PROCEDURE DIVISION USING REYDB-INTEGRITY-LINKING.

       0000-MAINLINE.

           SET REYDB-RI-RESULT-FAILED TO TRUE.
           MOVE "N" TO REYDB-RI-STOP-SW.
           MOVE ZERO TO REYDB-RI-EXCEPTIONS.
           MOVE ZERO TO REYDB-RI-EXCEPTION-COUNT.
           MOVE ZERO TO REYDB-RI-RECORD-COUNT.

           IF REYDB-RI-BUSINESS-DATE > ZERO
               MOVE REYDB-RI-BUSINESS-DATE TO REYDB-RI-TODAY
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-RI-TODAY
           END-IF.

           PERFORM 1000-READ-PARAMS.

           PERFORM 1500-OPEN-SOURCES.

           IF REYDB-RI-ABANDON
               DISPLAY "INTEGRITY: RUN ABANDONED - A SOURCE FILE "
                   "WOULD NOT OPEN, NOTHING CHECKED"
               PERFORM 9000-CLOSE-SOURCES
               GO TO 9999-EXIT
           END-IF.

           PERFORM 1800-OPEN-REPORT.

           PERFORM 2000-CHECK-ACCOUNTS.
           PERFORM 2500-CHECK-HOLDERS.
           PERFORM 3000-CHECK-STANDING-ORDERS.
           PERFORM 3500-CHECK-PAYEES.
           PERFORM 4000-CHECK-LOANS.
           PERFORM 4500-CHECK-TERM-DEPOSITS.
           PERFORM 5000-CHECK-HOLDS.
           PERFORM 5500-CHECK-SWEEPS.
           PERFORM 6000-CHECK-CARDS.

           MOVE SPACES TO REYDB-RPT-INTEG-LINE.
           WRITE REYDB-RPT-INTEG-LINE.

           MOVE REYDB-RI-RECORD-COUNT TO REYDB-RI-TOTAL-RECORDS.
           MOVE REYDB-RI-EXCEPTION-COUNT TO REYDB-RI-TOTAL-EXCEPTIONS.
           MOVE REYDB-RI-TOTAL-LINE TO REYDB-RPT-INTEG-LINE.
           WRITE REYDB-RPT-INTEG-LINE.

           PERFORM 9000-CLOSE-SOURCES.

           CLOSE REYDB-RPT-INTEG-FILE.

           MOVE "RPT-INTEG" TO REYDB-CATREG-CODE.
           MOVE REYDB-RPT-INTEG-NAME-DATE TO REYDB-CATREG-DATE.
           MOVE REYDB-RPT-INTEG-NAME TO REYDB-CATREG-NAME.
           CALL "REYDB-CATREG" USING REYDB-CATREG-LINKING.

           IF NOT REYDB-CATREG-OK
               DISPLAY "Integrity: report not cataloged"
           END-IF.

           MOVE REYDB-RI-EXCEPTION-COUNT TO REYDB-RI-EXCEPTIONS.
           SET REYDB-RI-RESULT-OK TO TRUE.

           DISPLAY "INTEGRITY: RECORDS CHECKED " REYDB-RI-RECORD-COUNT.
           DISPLAY "INTEGRITY: EXCEPTIONS FOUND "
               REYDB-RI-EXCEPTION-COUNT.

           IF REYDB-RI-EXCEPTION-COUNT > ZERO
                  AND REYDB-RI-STOP-PARAM = 1
               SET REYDB-RI-STOP-CYCLE TO TRUE
               DISPLAY "INTEGRITY: INTEGRITY-STOP IS SET, ASKING THE "
                   "CYCLE TO STOP BEFORE THE CUTOVER"
           END-IF.

       9999-EXIT.

           GOBACK.

      ****************************************************
      *** Name: 1000-READ-PARAMS                       ***
      ****************************************************

       1000-READ-PARAMS.

           MOVE "N" TO REYDB-RI-PARAM-EOF-SW.

           OPEN INPUT REYDB-PARAMS-FILE.

           IF NOT REYDB-PARAMS-STATUS-OK
               DISPLAY "Integrity: unable to open REYDB-PARAMS, "
                   "status " REYDB-PARAMS-STATUS-CODE
               SET REYDB-RI-PARAM-EOF TO TRUE
           END-IF.

           PERFORM 1100-READ-NEXT-PARAM
               UNTIL REYDB-RI-PARAM-EOF.

           CLOSE REYDB-PARAMS-FILE.

      ****************************************************
      *** Name: 1100-READ-NEXT-PARAM                    ***
      ****************************************************

       1100-READ-NEXT-PARAM.

           READ REYDB-PARAMS-FILE
               AT END
                   SET REYDB-RI-PARAM-EOF TO TRUE
           END-READ.

           IF NOT REYDB-RI-PARAM-EOF
               IF REYDB-PARAMS-KEYWORD = "INTEGRITY-STOP"
                   MOVE REYDB-PARAMS-VALUE TO REYDB-RI-STOP-PARAM
               END-IF
           END-IF.

      ****************************************************
      *** Name: 1500-OPEN-SOURCES                      ***
      *** Every file is OPTIONAL, so one not yet       ***
      *** created simply has nothing to check; one     ***
      *** that is there but will not open abandons     ***
      *** the run                                      ***
      ****************************************************

       1500-OPEN-SOURCES.

           MOVE "N" TO REYDB-RI-ABANDON-SW.

           OPEN INPUT REYDB-FILE.

           IF NOT REYDB-FILE-STATUS-OK
               DISPLAY "Integrity: unable to open REYDB-FILE, "
                   "status " REYDB-FILE-STATUS-CODE
               SET REYDB-RI-ABANDON TO TRUE
           END-IF.

           OPEN INPUT REYDB-CUST-FILE.

           IF NOT REYDB-CUST-STATUS-OK
               DISPLAY "Integrity: unable to open REYDB-CUST-FILE, "
                   "status " REYDB-CUST-STATUS-CODE
               SET REYDB-RI-ABANDON TO TRUE
           END-IF.

           OPEN INPUT REYDB-HOLDER-FILE.

           IF NOT REYDB-HOLDER-STATUS-OK
               DISPLAY "Integrity: unable to open REYDB-HOLDER, "
                   "status " REYDB-HOLDER-STATUS-CODE
               SET REYDB-RI-ABANDON TO TRUE
           END-IF.

           OPEN INPUT REYDB-STANDING-FILE.

           IF NOT REYDB-STANDING-STATUS-OK
               DISPLAY "Integrity: unable to open REYDB-STANDING, "
                   "status " REYDB-STANDING-STATUS-CODE
               SET REYDB-RI-ABANDON TO TRUE
           END-IF.

           OPEN INPUT REYDB-PAYEE-FILE.

           IF NOT REYDB-PAYEE-STATUS-OK
               DISPLAY "Integrity: unable to open REYDB-PAYEE, "
                   "status " REYDB-PAYEE-STATUS-CODE
               SET REYDB-RI-ABANDON TO TRUE
           END-IF.

           OPEN INPUT REYDB-LOAN-FILE.

           IF NOT REYDB-LOAN-STATUS-OK
               DISPLAY "Integrity: unable to open REYDB-LOAN, "
                   "status " REYDB-LOAN-STATUS-CODE
               SET REYDB-RI-ABANDON TO TRUE
           END-IF.

           OPEN INPUT REYDB-TERMDEP-FILE.

           IF NOT REYDB-TERMDEP-STATUS-OK
               DISPLAY "Integrity: unable to open REYDB-TERMDEP, "
                   "status " REYDB-TERMDEP-STATUS-CODE
               SET REYDB-RI-ABANDON TO TRUE
           END-IF.

           OPEN INPUT REYDB-HOLDS-FILE.

           IF NOT REYDB-HOLDS-STATUS-OK
               DISPLAY "Integrity: unable to open REYDB-HOLDS, "
                   "status " REYDB-HOLDS-STATUS-CODE
               SET REYDB-RI-ABANDON TO TRUE
           END-IF.

           OPEN INPUT REYDB-SWEEP-FILE.

           IF NOT REYDB-SWEEP-STATUS-OK
               DISPLAY "Integrity: unable to open REYDB-SWEEP, "
                   "status " REYDB-SWEEP-STATUS-CODE
               SET REYDB-RI-ABANDON TO TRUE
           END-IF.

           OPEN INPUT REYDB-CARD-FILE.

           IF NOT REYDB-CARD-STATUS-OK
               DISPLAY "Integrity: unable to open REYDB-CARD, "
                   "status " REYDB-CARD-STATUS-CODE
               SET REYDB-RI-ABANDON TO TRUE
           END-IF.

      ****************************************************
      *** Name: 1800-OPEN-REPORT                       ***
      ****************************************************

       1800-OPEN-REPORT.

           MOVE REYDB-RI-TODAY TO REYDB-RPT-INTEG-NAME-DATE.

           OPEN OUTPUT REYDB-RPT-INTEG-FILE.

           MOVE REYDB-RI-TODAY TO REYDB-RI-HEADER-DATE.
           MOVE REYDB-RI-HEADER-LINE TO REYDB-RPT-INTEG-LINE.
           WRITE REYDB-RPT-INTEG-LINE.

           MOVE SPACES TO REYDB-RPT-INTEG-LINE.
           WRITE REYDB-RPT-INTEG-LINE.

           MOVE REYDB-RI-COLUMN-LINE TO REYDB-RPT-INTEG-LINE.
           WRITE REYDB-RPT-INTEG-LINE.

      ****************************************************
      *** Name: 2000-CHECK-ACCOUNTS                    ***
      *** Every account's customer must be on the      ***
      *** customer master                              ***
      ****************************************************

       2000-CHECK-ACCOUNTS.

           MOVE "N" TO REYDB-RI-EOF-SW.

           PERFORM 2100-CHECK-NEXT-ACCOUNT
               UNTIL REYDB-RI-EOF.

      ****************************************************
      *** Name: 2100-CHECK-NEXT-ACCOUNT                 ***
      ****************************************************

       2100-CHECK-NEXT-ACCOUNT.

           READ REYDB-FILE NEXT RECORD
               AT END
                   SET REYDB-RI-EOF TO TRUE
           END-READ.

           IF NOT REYDB-RI-EOF
               ADD 1 TO REYDB-RI-RECORD-COUNT

               MOVE "REYDB-FILE" TO REYDB-RI-EXC-FILE
               MOVE SPACES TO REYDB-RI-EXC-KEY
               MOVE REYDB-FILE-ID TO REYDB-RI-EXC-KEY
               MOVE "CUST-ID" TO REYDB-RI-EXC-FIELD
               MOVE REYDB-FILE-CUST-ID TO REYDB-RI-EXC-REF

               PERFORM 8200-CHECK-CUSTOMER-REF
           END-IF.

      ****************************************************
      *** Name: 2500-CHECK-HOLDERS                     ***
      *** Every holder link needs both its account and ***
      *** its customer                                 ***
      ****************************************************

       2500-CHECK-HOLDERS.

           MOVE "N" TO REYDB-RI-EOF-SW.

           PERFORM 2600-CHECK-NEXT-HOLDER
               UNTIL REYDB-RI-EOF.

      ****************************************************
      *** Name: 2600-CHECK-NEXT-HOLDER                  ***
      ****************************************************

       2600-CHECK-NEXT-HOLDER.

           READ REYDB-HOLDER-FILE NEXT RECORD
               AT END
                   SET REYDB-RI-EOF TO TRUE
           END-READ.

           IF NOT REYDB-RI-EOF
               ADD 1 TO REYDB-RI-RECORD-COUNT

               MOVE "REYDB-HOLDER" TO REYDB-RI-EXC-FILE
               MOVE SPACES TO REYDB-RI-EXC-KEY
               MOVE REYDB-HOLDER-ACCOUNT-ID
                   TO REYDB-RI-EXC-KEY-FIRST
               MOVE "/" TO REYDB-RI-EXC-KEY-SEP
               MOVE REYDB-HOLDER-CUST-ID TO REYDB-RI-EXC-KEY-SECOND

               MOVE "ACCOUNT-ID" TO REYDB-RI-EXC-FIELD
               MOVE REYDB-HOLDER-ACCOUNT-ID TO REYDB-RI-EXC-REF
               MOVE "N" TO REYDB-RI-CLOSED-SW
               PERFORM 8000-CHECK-ACCOUNT-REF

               MOVE "CUST-ID" TO REYDB-RI-EXC-FIELD
               MOVE REYDB-HOLDER-CUST-ID TO REYDB-RI-EXC-REF
               PERFORM 8200-CHECK-CUSTOMER-REF
           END-IF.

      ****************************************************
      *** Name: 3000-CHECK-STANDING-ORDERS             ***
      *** An active order must move money between two  ***
      *** accounts that are still open                 ***
      ****************************************************

       3000-CHECK-STANDING-ORDERS.

           MOVE "N" TO REYDB-RI-EOF-SW.

           PERFORM 3100-CHECK-NEXT-ORDER
               UNTIL REYDB-RI-EOF.

      ****************************************************
      *** Name: 3100-CHECK-NEXT-ORDER                   ***
      ****************************************************

       3100-CHECK-NEXT-ORDER.

           READ REYDB-STANDING-FILE NEXT RECORD
               AT END
                   SET REYDB-RI-EOF TO TRUE
           END-READ.

           IF NOT REYDB-RI-EOF
               ADD 1 TO REYDB-RI-RECORD-COUNT

               IF REYDB-SO-ACTIVE
                   MOVE "REYDB-STANDING" TO REYDB-RI-EXC-FILE
                   MOVE SPACES TO REYDB-RI-EXC-KEY
                   MOVE REYDB-SO-ID TO REYDB-RI-EXC-KEY
                   MOVE "Y" TO REYDB-RI-CLOSED-SW

                   MOVE "FROM-ID" TO REYDB-RI-EXC-FIELD
                   MOVE REYDB-SO-FROM-ID TO REYDB-RI-EXC-REF
                   PERFORM 8000-CHECK-ACCOUNT-REF

                   MOVE "TO-ID" TO REYDB-RI-EXC-FIELD
                   MOVE REYDB-SO-TO-ID TO REYDB-RI-EXC-REF
                   PERFORM 8000-CHECK-ACCOUNT-REF
               END-IF
           END-IF.

      ****************************************************
      *** Name: 3500-CHECK-PAYEES                      ***
      *** A payee belongs to a customer on file, and   ***
      *** an internal one pays into an open account    ***
      ****************************************************

       3500-CHECK-PAYEES.

           MOVE "N" TO REYDB-RI-EOF-SW.

           PERFORM 3600-CHECK-NEXT-PAYEE
               UNTIL REYDB-RI-EOF.

      ****************************************************
      *** Name: 3600-CHECK-NEXT-PAYEE                   ***
      ****************************************************

       3600-CHECK-NEXT-PAYEE.

           READ REYDB-PAYEE-FILE NEXT RECORD
               AT END
                   SET REYDB-RI-EOF TO TRUE
           END-READ.

           IF NOT REYDB-RI-EOF
               ADD 1 TO REYDB-RI-RECORD-COUNT

               MOVE "REYDB-PAYEE" TO REYDB-RI-EXC-FILE
               MOVE SPACES TO REYDB-RI-EXC-KEY
               MOVE REYDB-PAYEE-CUST-ID TO REYDB-RI-EXC-KEY-FIRST
               MOVE "/" TO REYDB-RI-EXC-KEY-SEP
               MOVE REYDB-PAYEE-SHORTNAME TO REYDB-RI-EXC-KEY-SECOND

               MOVE "CUST-ID" TO REYDB-RI-EXC-FIELD
               MOVE REYDB-PAYEE-CUST-ID TO REYDB-RI-EXC-REF
               PERFORM 8200-CHECK-CUSTOMER-REF

               IF REYDB-PAYEE-INTERNAL
                   MOVE "ACCOUNT-ID" TO REYDB-RI-EXC-FIELD
                   MOVE REYDB-PAYEE-ACCOUNT-ID TO REYDB-RI-EXC-REF
                   MOVE "Y" TO REYDB-RI-CLOSED-SW
                   PERFORM 8000-CHECK-ACCOUNT-REF
               END-IF
           END-IF.

      ****************************************************
      *** Name: 4000-CHECK-LOANS                       ***
      *** An active loan needs its LN account and an   ***
      *** open account to collect from                 ***
      ****************************************************

       4000-CHECK-LOANS.

           MOVE "N" TO REYDB-RI-EOF-SW.

           PERFORM 4100-CHECK-NEXT-LOAN
               UNTIL REYDB-RI-EOF.

      ****************************************************
      *** Name: 4100-CHECK-NEXT-LOAN                    ***
      ****************************************************

       4100-CHECK-NEXT-LOAN.

           READ REYDB-LOAN-FILE NEXT RECORD
               AT END
                   SET REYDB-RI-EOF TO TRUE
           END-READ.

           IF NOT REYDB-RI-EOF
               ADD 1 TO REYDB-RI-RECORD-COUNT

               IF REYDB-LOAN-ACTIVE
                   MOVE "REYDB-LOAN" TO REYDB-RI-EXC-FILE
                   MOVE SPACES TO REYDB-RI-EXC-KEY
                   MOVE REYDB-LOAN-ACCOUNT-ID TO REYDB-RI-EXC-KEY

                   MOVE "ACCOUNT-ID" TO REYDB-RI-EXC-FIELD
                   MOVE REYDB-LOAN-ACCOUNT-ID TO REYDB-RI-EXC-REF
                   MOVE "N" TO REYDB-RI-CLOSED-SW
                   PERFORM 8000-CHECK-ACCOUNT-REF

                   IF NOT REYDB-RI-ACCT-MISSING
                          AND NOT REYDB-FILE-PRODUCT-LOAN
                       MOVE "NOT AN LN ACCOUNT" TO REYDB-RI-EXC-PROBLEM
                       PERFORM 8500-WRITE-EXCEPTION
                   END-IF

                   MOVE "DEPOSIT-ID" TO REYDB-RI-EXC-FIELD
                   MOVE REYDB-LOAN-DEPOSIT-ID TO REYDB-RI-EXC-REF
                   MOVE "Y" TO REYDB-RI-CLOSED-SW
                   PERFORM 8000-CHECK-ACCOUNT-REF
               END-IF
           END-IF.

      ****************************************************
      *** Name: 4500-CHECK-TERM-DEPOSITS               ***
      *** A deposit still running must have its own    ***
      *** account and an open one to settle into. A    ***
      *** deposit whose account is closed is finished  ***
      *** and not checked                              ***
      ****************************************************

       4500-CHECK-TERM-DEPOSITS.

           MOVE "N" TO REYDB-RI-EOF-SW.

           PERFORM 4600-CHECK-NEXT-DEPOSIT
               UNTIL REYDB-RI-EOF.

      ****************************************************
      *** Name: 4600-CHECK-NEXT-DEPOSIT                 ***
      ****************************************************

       4600-CHECK-NEXT-DEPOSIT.

           READ REYDB-TERMDEP-FILE NEXT RECORD
               AT END
                   SET REYDB-RI-EOF TO TRUE
           END-READ.

           IF NOT REYDB-RI-EOF
               ADD 1 TO REYDB-RI-RECORD-COUNT

               MOVE "REYDB-TERMDEP" TO REYDB-RI-EXC-FILE
               MOVE SPACES TO REYDB-RI-EXC-KEY
               MOVE REYDB-TD-ACCOUNT-ID TO REYDB-RI-EXC-KEY

               MOVE "ACCOUNT-ID" TO REYDB-RI-EXC-FIELD
               MOVE REYDB-TD-ACCOUNT-ID TO REYDB-RI-EXC-REF
               MOVE "N" TO REYDB-RI-CLOSED-SW
               PERFORM 8000-CHECK-ACCOUNT-REF

               IF REYDB-RI-ACCT-OPEN
                   MOVE "SETTLE-ACCT" TO REYDB-RI-EXC-FIELD
                   MOVE REYDB-TD-SETTLE-ACCT TO REYDB-RI-EXC-REF
                   MOVE "Y" TO REYDB-RI-CLOSED-SW
                   PERFORM 8000-CHECK-ACCOUNT-REF
               END-IF
           END-IF.

      ****************************************************
      *** Name: 5000-CHECK-HOLDS                       ***
      *** An open hold must sit on an account still on ***
      *** file                                         ***
      ****************************************************

       5000-CHECK-HOLDS.

           MOVE "N" TO REYDB-RI-EOF-SW.

           PERFORM 5100-CHECK-NEXT-HOLD
               UNTIL REYDB-RI-EOF.

      ****************************************************
      *** Name: 5100-CHECK-NEXT-HOLD                    ***
      ****************************************************

       5100-CHECK-NEXT-HOLD.

           READ REYDB-HOLDS-FILE NEXT RECORD
               AT END
                   SET REYDB-RI-EOF TO TRUE
           END-READ.

           IF NOT REYDB-RI-EOF
               ADD 1 TO REYDB-RI-RECORD-COUNT

               IF REYDB-HOLD-OPEN
                   MOVE "REYDB-HOLDS" TO REYDB-RI-EXC-FILE
                   MOVE SPACES TO REYDB-RI-EXC-KEY
                   MOVE REYDB-HOLD-ID TO REYDB-RI-EXC-KEY

                   MOVE "ACCOUNT-ID" TO REYDB-RI-EXC-FIELD
                   MOVE REYDB-HOLD-ACCOUNT-ID TO REYDB-RI-EXC-REF
                   MOVE "N" TO REYDB-RI-CLOSED-SW
                   PERFORM 8000-CHECK-ACCOUNT-REF
               END-IF
           END-IF.

      ****************************************************
      *** Name: 5500-CHECK-SWEEPS                      ***
      *** An active sweep must link two open accounts  ***
      ****************************************************

       5500-CHECK-SWEEPS.

           MOVE "N" TO REYDB-RI-EOF-SW.

           PERFORM 5600-CHECK-NEXT-SWEEP
               UNTIL REYDB-RI-EOF.

      ****************************************************
      *** Name: 5600-CHECK-NEXT-SWEEP                   ***
      ****************************************************

       5600-CHECK-NEXT-SWEEP.

           READ REYDB-SWEEP-FILE NEXT RECORD
               AT END
                   SET REYDB-RI-EOF TO TRUE
           END-READ.

           IF NOT REYDB-RI-EOF
               ADD 1 TO REYDB-RI-RECORD-COUNT

               IF REYDB-SWP-ACTIVE
                   MOVE "REYDB-SWEEP" TO REYDB-RI-EXC-FILE
                   MOVE SPACES TO REYDB-RI-EXC-KEY
                   MOVE REYDB-SWP-CK-ID TO REYDB-RI-EXC-KEY
                   MOVE "Y" TO REYDB-RI-CLOSED-SW

                   MOVE "CK-ID" TO REYDB-RI-EXC-FIELD
                   MOVE REYDB-SWP-CK-ID TO REYDB-RI-EXC-REF
                   PERFORM 8000-CHECK-ACCOUNT-REF

                   MOVE "SV-ID" TO REYDB-RI-EXC-FIELD
                   MOVE REYDB-SWP-SV-ID TO REYDB-RI-EXC-REF
                   PERFORM 8000-CHECK-ACCOUNT-REF
               END-IF
           END-IF.

      ****************************************************
      *** Name: 6000-CHECK-CARDS                       ***
      *** An active card must draw on an account still ***
      *** on file                                      ***
      ****************************************************

       6000-CHECK-CARDS.

           MOVE "N" TO REYDB-RI-EOF-SW.

           PERFORM 6100-CHECK-NEXT-CARD
               UNTIL REYDB-RI-EOF.

      ****************************************************
      *** Name: 6100-CHECK-NEXT-CARD                    ***
      ****************************************************

       6100-CHECK-NEXT-CARD.

           READ REYDB-CARD-FILE NEXT RECORD
               AT END
                   SET REYDB-RI-EOF TO TRUE
           END-READ.

           IF NOT REYDB-RI-EOF
               ADD 1 TO REYDB-RI-RECORD-COUNT

               IF REYDB-CARD-ACTIVE
                   MOVE "REYDB-CARD" TO REYDB-RI-EXC-FILE
                   MOVE SPACES TO REYDB-RI-EXC-KEY
                   MOVE REYDB-CARD-NUMBER TO REYDB-RI-EXC-KEY

                   MOVE "ACCOUNT-ID" TO REYDB-RI-EXC-FIELD
                   MOVE REYDB-CARD-ACCOUNT-ID TO REYDB-RI-EXC-REF
                   MOVE "N" TO REYDB-RI-CLOSED-SW
                   PERFORM 8000-CHECK-ACCOUNT-REF
               END-IF
           END-IF.

      ****************************************************
      *** Name: 8000-CHECK-ACCOUNT-REF                 ***
      *** Looks REYDB-RI-EXC-REF up on REYDB-FILE and  ***
      *** reports it when it is not there - purged by  ***
      *** REYDB-ARCHIVE or never opened - or, where    ***
      *** REYDB-RI-CLOSED-BREAKS, when it is CLOSED.   ***
      *** Leaves the account in REYDB-TABLE            ***
      ****************************************************

       8000-CHECK-ACCOUNT-REF.

           MOVE REYDB-RI-EXC-REF TO REYDB-FILE-ID.

           READ REYDB-FILE
               INVALID KEY
                   SET REYDB-RI-ACCT-MISSING TO TRUE
               NOT INVALID KEY
                   IF REYDB-FILE-CLOSED
                       SET REYDB-RI-ACCT-CLOSED TO TRUE
                   ELSE
                       SET REYDB-RI-ACCT-OPEN TO TRUE
                   END-IF
           END-READ.

           IF REYDB-RI-ACCT-MISSING
               MOVE "ACCOUNT NOT ON FILE" TO REYDB-RI-EXC-PROBLEM
               PERFORM 8500-WRITE-EXCEPTION
           END-IF.

           IF REYDB-RI-ACCT-CLOSED AND REYDB-RI-CLOSED-BREAKS
               MOVE "ACCOUNT CLOSED" TO REYDB-RI-EXC-PROBLEM
               PERFORM 8500-WRITE-EXCEPTION
           END-IF.

      ****************************************************
      *** Name: 8200-CHECK-CUSTOMER-REF                ***
      *** Reports REYDB-RI-EXC-REF when it is not on   ***
      *** the customer master                          ***
      ****************************************************

       8200-CHECK-CUSTOMER-REF.

           MOVE REYDB-RI-EXC-REF TO REYDB-CUST-ID.

           READ REYDB-CUST-FILE
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO REYDB-RI-EXC-PROBLEM
                   PERFORM 8500-WRITE-EXCEPTION
           END-READ.

      ****************************************************
      *** Name: 8500-WRITE-EXCEPTION                   ***
      ****************************************************

       8500-WRITE-EXCEPTION.

           ADD 1 TO REYDB-RI-EXCEPTION-COUNT.

           MOVE REYDB-RI-EXC-FILE    TO REYDB-RI-LINE-FILE.
           MOVE REYDB-RI-EXC-KEY     TO REYDB-RI-LINE-KEY.
           MOVE REYDB-RI-EXC-FIELD   TO REYDB-RI-LINE-FIELD.
           MOVE REYDB-RI-EXC-REF     TO REYDB-RI-LINE-REF.
           MOVE REYDB-RI-EXC-PROBLEM TO REYDB-RI-LINE-PROBLEM.

           MOVE REYDB-RI-DETAIL-LINE TO REYDB-RPT-INTEG-LINE.
           WRITE REYDB-RPT-INTEG-LINE.

      ****************************************************
      *** Name: 9000-CLOSE-SOURCES                     ***
      ****************************************************

       9000-CLOSE-SOURCES.

           CLOSE REYDB-FILE.
           CLOSE REYDB-CUST-FILE.
           CLOSE REYDB-HOLDER-FILE.
           CLOSE REYDB-STANDING-FILE.
           CLOSE REYDB-PAYEE-FILE.
           CLOSE REYDB-LOAN-FILE.
           CLOSE REYDB-TERMDEP-FILE.
           CLOSE REYDB-HOLDS-FILE.
           CLOSE REYDB-SWEEP-FILE.
           CLOSE REYDB-CARD-FILE.
