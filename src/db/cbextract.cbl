      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: cbextract.cbl          ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: month-end credit bureau reporting file,
      ***               so the loans are no longer reported by hand
      ***               off the arrears figures. On the last
      ***               business day of the month writes one record
      ***               per schedule on REYDB-LOAN with the
      ***               borrower's identity from REYDB-CUST-FILE
      ***               (and the identity document from
      ***               REYDB-CUSTID when one is on file), the
      ***               original principal, the amount owed off the
      ***               LN account on REYDB-FILE, installments paid
      ***               and remaining and the days past due. Status
      ***               C current, D delinquent (an installment due
      ***               before the reporting date still unpaid), P
      ***               paid off, W written off. Header and
      ***               count/total trailer as in REYDB-GLEXTRACT; a
      ***               source file that will not open abandons the
      ***               run and no file is written.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-CBEXTRACT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       COPY "reydb-control.cbl".

           SELECT OPTIONAL REYDB-LOAN-FILE ASSIGN TO "REYDB-LOAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-LOAN-ACCOUNT-ID
               FILE STATUS IS REYDB-LOAN-STATUS-CODE.

           SELECT OPTIONAL REYDB-CUSTID-FILE ASSIGN TO "REYDB-CUSTID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-CID-CUST-ID
               FILE STATUS IS REYDB-CUSTID-STATUS-CODE.

           SELECT REYDB-CB-FILE ASSIGN TO "REYDB-CB-EXTRACT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-file.cbl".
       COPY "reydb-counter.cbl".
       COPY "reydb-custfile.cbl".
       COPY "reydb-tranlog.cbl".
       COPY "reydb-loan.cbl".
       COPY "reydb-custid.cbl".
       COPY "reydb-cbextract.cbl".

       WORKING-STORAGE SECTION.

       COPY "reydb-status.cbl".

       COPY "reydb-bizday-linking.cbl".

       01 REYDB-LOAN-STATUS-CODE PIC X(02).
           88 REYDB-LOAN-STATUS-OK VALUE "00" "05".

       01 REYDB-CUSTID-STATUS-CODE PIC X(02).
           88 REYDB-CUSTID-STATUS-OK VALUE "00" "05".

       01 REYDB-CBX-TODAY PIC 9(08).

       01 REYDB-CBX-LOAN-EOF-SW PIC X(01).
           88 REYDB-CBX-LOAN-EOF VALUE "Y".

       01 REYDB-CBX-ABANDON-SW PIC X(01).
           88 REYDB-CBX-ABANDON VALUE "Y".

       01 REYDB-CBX-CUSTID-OPEN-SW PIC X(01).
           88 REYDB-CBX-CUSTID-OPEN VALUE "Y".

       01 REYDB-CBX-RECORD-COUNT     PIC 9(09).
       01 REYDB-CBX-CURRENT-COUNT    PIC 9(09).
       01 REYDB-CBX-DELINQUENT-COUNT PIC 9(09).
       01 REYDB-CBX-PAID-OFF-COUNT   PIC 9(09).
       01 REYDB-CBX-WRITTEN-COUNT    PIC 9(09).

       01 REYDB-CBX-PRINCIPAL-TOTAL PIC S9(15)V99.
       01 REYDB-CBX-BALANCE-TOTAL   PIC S9(15)V99.
       01 REYDB-CBX-PAST-DUE-TOTAL  PIC S9(15)V99.

       01 REYDB-CBX-BIRTH-DATE.
           05 REYDB-CBX-BIRTH-YEAR  PIC 9(04).
           05 REYDB-CBX-BIRTH-MONTH PIC 9(02).
           05 REYDB-CBX-BIRTH-DAY   PIC 9(02).

       LINKAGE SECTION.

       COPY "reydb-cbextract-linking.cbl".

       PROCEDURE DIVISION USING REYDB-CBEXTRACT-LINKING.

       0000-MAINLINE.

           SET REYDB-CBX-RESULT-FAILED TO TRUE.

           IF REYDB-CBX-BUSINESS-DATE > ZERO
               MOVE REYDB-CBX-BUSINESS-DATE TO REYDB-CBX-TODAY
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-CBX-TODAY
           END-IF.

           MOVE REYDB-CBX-TODAY TO REYDB-BIZDAY-DATE-IN.

           CALL "REYDB-BIZDAY" USING REYDB-BIZDAY-LINKING.

           IF NOT REYDB-BIZDAY-LAST-OF-MONTH
               DISPLAY "CBEXTRACT: NOT THE MONTH-END BUSINESS DAY, "
                   "SKIPPING"
               SET REYDB-CBX-RESULT-OK TO TRUE
               GO TO 9999-EXIT
           END-IF.

           PERFORM 1000-INITIALIZE.

           IF REYDB-CBX-ABANDON
               DISPLAY "CBEXTRACT: RUN ABANDONED - A SOURCE FILE "
                   "WOULD NOT OPEN, NO EXTRACT WRITTEN"
               PERFORM 9000-CLOSE-SOURCES
               GO TO 9999-EXIT
           END-IF.

           PERFORM 2000-EXTRACT-ONE-LOAN
               UNTIL REYDB-CBX-LOAN-EOF.

           PERFORM 3000-WRITE-TRAILER.

           PERFORM 9000-CLOSE-SOURCES.

           SET REYDB-CBX-RESULT-OK TO TRUE.

           DISPLAY "CBEXTRACT: LOANS REPORTED " REYDB-CBX-RECORD-COUNT.

       9999-EXIT.

           GOBACK.

      ****************************************************
      *** Name: 1000-INITIALIZE                        ***
      *** Opens the sources, and only when all three   ***
      *** masters are there opens the extract and      ***
      *** writes its header                            ***
      ****************************************************

       1000-INITIALIZE.

           MOVE "N" TO REYDB-CBX-LOAN-EOF-SW.
           MOVE "N" TO REYDB-CBX-ABANDON-SW.
           MOVE "N" TO REYDB-CBX-CUSTID-OPEN-SW.
           MOVE ZERO TO REYDB-CBX-RECORD-COUNT.
           MOVE ZERO TO REYDB-CBX-CURRENT-COUNT.
           MOVE ZERO TO REYDB-CBX-DELINQUENT-COUNT.
           MOVE ZERO TO REYDB-CBX-PAID-OFF-COUNT.
           MOVE ZERO TO REYDB-CBX-WRITTEN-COUNT.
           MOVE ZERO TO REYDB-CBX-PRINCIPAL-TOTAL.
           MOVE ZERO TO REYDB-CBX-BALANCE-TOTAL.
           MOVE ZERO TO REYDB-CBX-PAST-DUE-TOTAL.

           OPEN INPUT REYDB-LOAN-FILE.

           IF NOT REYDB-LOAN-STATUS-OK
               DISPLAY "Cbextract: unable to open REYDB-LOAN, status "
                   REYDB-LOAN-STATUS-CODE
               SET REYDB-CBX-ABANDON TO TRUE
           END-IF.

           OPEN INPUT REYDB-FILE.

           IF NOT REYDB-FILE-STATUS-OK
               DISPLAY "Cbextract: unable to open REYDB-FILE, status "
                   REYDB-FILE-STATUS-CODE
               SET REYDB-CBX-ABANDON TO TRUE
           END-IF.

           OPEN INPUT REYDB-CUST-FILE.

           IF NOT REYDB-CUST-STATUS-OK
               DISPLAY "Cbextract: unable to open REYDB-CUST-FILE, "
                   "status " REYDB-CUST-STATUS-CODE
               SET REYDB-CBX-ABANDON TO TRUE
           END-IF.

           OPEN INPUT REYDB-CUSTID-FILE.

           IF REYDB-CUSTID-STATUS-OK
               SET REYDB-CBX-CUSTID-OPEN TO TRUE
           END-IF.

           IF NOT REYDB-CBX-ABANDON
               OPEN OUTPUT REYDB-CB-FILE

               MOVE SPACES TO REYDB-CB-RECORD
               SET REYDB-CB-TYPE-HEADER TO TRUE
               MOVE REYDB-CBX-TODAY TO REYDB-CB-HDR-DATE
               MOVE FUNCTION CURRENT-DATE(1:14) TO REYDB-CB-HDR-RUN-ID

               WRITE REYDB-CB-RECORD

               PERFORM 1100-READ-NEXT-LOAN
           END-IF.

      ****************************************************
      *** Name: 1100-READ-NEXT-LOAN                     ***
      ****************************************************

       1100-READ-NEXT-LOAN.

           READ REYDB-LOAN-FILE NEXT RECORD
               AT END
                   SET REYDB-CBX-LOAN-EOF TO TRUE
           END-READ.

      ****************************************************
      *** Name: 2000-EXTRACT-ONE-LOAN                   ***
      ****************************************************

       2000-EXTRACT-ONE-LOAN.

           MOVE SPACES TO REYDB-CB-RECORD.
           SET REYDB-CB-TYPE-DETAIL TO TRUE.

           MOVE REYDB-LOAN-ACCOUNT-ID  TO REYDB-CB-DTL-LOAN-ID.
           MOVE REYDB-LOAN-PRINCIPAL   TO REYDB-CB-DTL-PRINCIPAL.
           MOVE REYDB-LOAN-INST-PAID   TO REYDB-CB-DTL-INST-PAID.
           MOVE ZERO                   TO REYDB-CB-DTL-DAYS-PAST.

           IF REYDB-LOAN-INST-PAID < REYDB-LOAN-INST-TOTAL
               COMPUTE REYDB-CB-DTL-INST-LEFT =
                   REYDB-LOAN-INST-TOTAL - REYDB-LOAN-INST-PAID
           ELSE
               MOVE ZERO TO REYDB-CB-DTL-INST-LEFT
           END-IF.

           PERFORM 2100-READ-LOAN-ACCOUNT.

           PERFORM 2200-READ-BORROWER.

           PERFORM 2300-SET-STATUS.

           WRITE REYDB-CB-RECORD.

           ADD 1 TO REYDB-CBX-RECORD-COUNT.
           ADD REYDB-CB-DTL-PRINCIPAL TO REYDB-CBX-PRINCIPAL-TOTAL.
           ADD REYDB-CB-DTL-BALANCE   TO REYDB-CBX-BALANCE-TOTAL.

           PERFORM 1100-READ-NEXT-LOAN.

      ****************************************************
      *** Name: 2100-READ-LOAN-ACCOUNT                 ***
      *** The LN account carries the amount owed as a  ***
      *** negative balance. An account already         ***
      *** archived after payoff reports nothing owed   ***
      ****************************************************

       2100-READ-LOAN-ACCOUNT.

           MOVE REYDB-LOAN-ACCOUNT-ID TO REYDB-FILE-ID.

           READ REYDB-FILE
               INVALID KEY
                   MOVE ZERO TO REYDB-FILE-CUST-ID
                   MOVE ZERO TO REYDB-FILE-BALANCE
                   MOVE SPACES TO REYDB-FILE-BRANCH
           END-READ.

           MOVE REYDB-FILE-CUST-ID TO REYDB-CB-DTL-CUST-ID.
           MOVE REYDB-FILE-BRANCH  TO REYDB-CB-DTL-BRANCH.

           IF REYDB-FILE-BALANCE < ZERO
               COMPUTE REYDB-CB-DTL-BALANCE =
                   ZERO - REYDB-FILE-BALANCE
           ELSE
               MOVE ZERO TO REYDB-CB-DTL-BALANCE
           END-IF.

      ****************************************************
      *** Name: 2200-READ-BORROWER                     ***
      ****************************************************

       2200-READ-BORROWER.

           MOVE ZERO TO REYDB-CB-DTL-BIRTH-DATE.

           MOVE REYDB-FILE-CUST-ID TO REYDB-CUST-ID.

           READ REYDB-CUST-FILE
               INVALID KEY
                   DISPLAY "Cbextract: no customer for loan "
                       REYDB-LOAN-ACCOUNT-ID
               NOT INVALID KEY
                   MOVE REYDB-CUST-LASTNAME TO REYDB-CB-DTL-LASTNAME
                   MOVE REYDB-CUST-NAME     TO REYDB-CB-DTL-NAME
                   MOVE REYDB-CUST-POSTCODE TO REYDB-CB-DTL-POSTCODE
                   MOVE REYDB-CUST-YEAR-BIRTH  TO REYDB-CBX-BIRTH-YEAR
                   MOVE REYDB-CUST-MONTH-BIRTH TO REYDB-CBX-BIRTH-MONTH
                   MOVE REYDB-CUST-BIRTHDAY    TO REYDB-CBX-BIRTH-DAY
                   MOVE REYDB-CBX-BIRTH-DATE TO REYDB-CB-DTL-BIRTH-DATE
           END-READ.

           IF REYDB-CBX-CUSTID-OPEN
               MOVE REYDB-FILE-CUST-ID TO REYDB-CID-CUST-ID

               READ REYDB-CUSTID-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REYDB-CID-TYPE    TO REYDB-CB-DTL-DOC-TYPE
                       MOVE REYDB-CID-NUMBER
                           TO REYDB-CB-DTL-DOC-NUMBER
                       MOVE REYDB-CID-COUNTRY
                           TO REYDB-CB-DTL-DOC-COUNTRY
               END-READ
           END-IF.

      ****************************************************
      *** Name: 2300-SET-STATUS                        ***
      *** An active schedule whose next installment    ***
      *** fell due before the reporting date is        ***
      *** delinquent by the days since that date       ***
      ****************************************************

       2300-SET-STATUS.

           EVALUATE TRUE
               WHEN REYDB-LOAN-WRITTEN-OFF
                   SET REYDB-CB-DTL-WRITTEN-OFF TO TRUE
                   ADD 1 TO REYDB-CBX-WRITTEN-COUNT
               WHEN REYDB-LOAN-PAID-OFF
                   SET REYDB-CB-DTL-PAID-OFF TO TRUE
                   ADD 1 TO REYDB-CBX-PAID-OFF-COUNT
               WHEN REYDB-LOAN-NEXT-DUE > ZERO
                      AND REYDB-LOAN-NEXT-DUE < REYDB-CBX-TODAY
                      AND REYDB-CB-DTL-INST-LEFT > ZERO
                   SET REYDB-CB-DTL-DELINQUENT TO TRUE
                   ADD 1 TO REYDB-CBX-DELINQUENT-COUNT
                   COMPUTE REYDB-CB-DTL-DAYS-PAST =
                       FUNCTION INTEGER-OF-DATE(REYDB-CBX-TODAY)
                       - FUNCTION INTEGER-OF-DATE(REYDB-LOAN-NEXT-DUE)
                   ADD REYDB-CB-DTL-BALANCE
                       TO REYDB-CBX-PAST-DUE-TOTAL
               WHEN OTHER
                   SET REYDB-CB-DTL-CURRENT TO TRUE
                   ADD 1 TO REYDB-CBX-CURRENT-COUNT
           END-EVALUATE.

      ****************************************************
      *** Name: 3000-WRITE-TRAILER                     ***
      ****************************************************

       3000-WRITE-TRAILER.

           MOVE SPACES TO REYDB-CB-RECORD.
           SET REYDB-CB-TYPE-TRAILER TO TRUE.
           MOVE REYDB-CBX-RECORD-COUNT     TO REYDB-CB-TRL-COUNT.
           MOVE REYDB-CBX-CURRENT-COUNT    TO REYDB-CB-TRL-CURRENT.
           MOVE REYDB-CBX-DELINQUENT-COUNT TO REYDB-CB-TRL-DELINQUENT.
           MOVE REYDB-CBX-PAID-OFF-COUNT   TO REYDB-CB-TRL-PAID-OFF.
           MOVE REYDB-CBX-WRITTEN-COUNT    TO REYDB-CB-TRL-WRITTEN-OFF.
           MOVE REYDB-CBX-PRINCIPAL-TOTAL  TO REYDB-CB-TRL-PRINCIPAL.
           MOVE REYDB-CBX-BALANCE-TOTAL    TO REYDB-CB-TRL-BALANCE.
           MOVE REYDB-CBX-PAST-DUE-TOTAL   TO REYDB-CB-TRL-PAST-DUE.

           WRITE REYDB-CB-RECORD.

           CLOSE REYDB-CB-FILE.

      ****************************************************
      *** Name: 9000-CLOSE-SOURCES                     ***
      ****************************************************

       9000-CLOSE-SOURCES.

           CLOSE REYDB-LOAN-FILE.
           CLOSE REYDB-FILE.
           CLOSE REYDB-CUST-FILE.
           CLOSE REYDB-CUSTID-FILE.
