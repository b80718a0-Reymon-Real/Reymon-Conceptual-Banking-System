      *** Author: Eduardo Pozos Huerta ***
      *** File: loandisb.cbl           ***
      *** Date: 12/12/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: open the loan account in the deposit
      ***               account's currency, read before anything is
      ***               opened, so the disbursement and collections move
      ***               the same amount on both accounts and the loan
      ***               balance stays equal to REYDB-LOAN-OUTSTANDING.
      ***               An unknown deposit account is refused as
      ***               invalid.
      *** 10/15/2026 - EPH: hand back ID-EXPIRED when REYDB-ADD refuses
      ***               the customer for an expired identity document.
      *** 10/15/2026 - EPH: interest-bearing loans. The annual
      ***               rate comes in on the linkage and the
      ***               installment is now the level amortizing
      ***               payment P*r / (1 - (1+r)**-n) at the
      ***               monthly rate r, worked out before anything
      ***               is opened so an impossible term is refused
      ***               cleanly. A zero rate keeps the old flat
      ***               principal / n. The schedule starts with the
      ***               whole principal outstanding and interest
      ***               running from the disbursement date.
      *** 12/12/2025 - EPH: loan disbursement. Creates an LN loan
      ***               account through REYDB-ADD, authorizes
      ***               overdraft on it up to the principal through

       FILE-CONTROL.

       COPY "reydb-control.cbl".

           SELECT OPTIONAL REYDB-LOAN-FILE ASSIGN TO "REYDB-LOAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

       FILE SECTION.

       COPY "reydb-file.cbl".
       COPY "reydb-counter.cbl".
       COPY "reydb-custfile.cbl".
       COPY "reydb-tranlog.cbl".
       COPY "reydb-loan.cbl".

       WORKING-STORAGE SECTION.

       COPY "reydb-status.cbl".

       01 REYDB-LOAN-STATUS-CODE PIC X(02).
           88 REYDB-LOAN-STATUS-OK VALUE "00" "05".
           88 REYDB-LOAN-MISSING   VALUE "35".

       01 REYDB-LOANDISB-TODAY PIC 9(08).

      *** The loan account is opened in the deposit account's
      *** currency, so the disbursement and every collection move
      *** the same amount on both sides without conversion.

       01 REYDB-LOANDISB-CURRENCY PIC X(03).

       01 REYDB-LOANDISB-WORK-YEAR PIC 9(04).

       01 REYDB-LOANDISB-WORK-MONTH PIC 9(05).

       01 REYDB-LOANDISB-WORK-DAY PIC 9(02).

       01 REYDB-LOANDISB-MONTH-RATE PIC V9(08).

       01 REYDB-LOANDISB-FACTOR PIC 9(05)V9(10).

       LINKAGE SECTION.

       COPY "reydb-loandisb-linking.cbl".
               GO TO 9999-EXIT
           END-IF.

           PERFORM 0500-COMPUTE-INSTALLMENT.

           IF REYDB-LOANDISB-INVALID
               GO TO 9999-EXIT
           END-IF.

           PERFORM 0600-READ-DEPOSIT-ACCOUNT.

           IF REYDB-LOANDISB-INVALID
               GO TO 9999-EXIT
           END-IF.

           PERFORM 1000-CREATE-LOAN-ACCOUNT.

           PERFORM 2000-AUTHORIZE-OVERDRAFT.

           GOBACK.

      ****************************************************
      *** Name: 0500-COMPUTE-INSTALLMENT               ***
      *** Level payment at the monthly rate. A term    ***
      *** and rate whose growth factor will not fit    ***
      *** are refused as invalid.                      ***
      ****************************************************

       0500-COMPUTE-INSTALLMENT.

           COMPUTE REYDB-LOANDISB-MONTH-RATE ROUNDED =
               REYDB-LOANDISB-ANNUAL-RATE / 12.

           IF REYDB-LOANDISB-MONTH-RATE = ZERO
               COMPUTE REYDB-LOANDISB-INSTALLMENT ROUNDED =
                   REYDB-LOANDISB-PRINCIPAL
                   / REYDB-LOANDISB-INSTALLMENTS
           ELSE
               COMPUTE REYDB-LOANDISB-FACTOR ROUNDED =
                   (1 + REYDB-LOANDISB-MONTH-RATE)
                   ** REYDB-LOANDISB-INSTALLMENTS
                   ON SIZE ERROR
                       DISPLAY "Loandisb: rate and term out of range"
                       SET REYDB-LOANDISB-INVALID TO TRUE
               END-COMPUTE

               IF NOT REYDB-LOANDISB-INVALID
                   COMPUTE REYDB-LOANDISB-INSTALLMENT ROUNDED =
                       REYDB-LOANDISB-PRINCIPAL
                       * REYDB-LOANDISB-MONTH-RATE
                       * REYDB-LOANDISB-FACTOR
                       / (REYDB-LOANDISB-FACTOR - 1)
               END-IF
           END-IF.

      ****************************************************
      *** Name: 0600-READ-DEPOSIT-ACCOUNT              ***
      *** Picks up the deposit account's currency      ***
      *** before anything is opened. An unknown        ***
      *** deposit account is refused as invalid        ***
      ****************************************************

       0600-READ-DEPOSIT-ACCOUNT.

           OPEN INPUT REYDB-FILE.

           IF NOT REYDB-FILE-STATUS-OK
               DISPLAY "Loandisb: unable to open REYDB-FILE, status "
                   REYDB-FILE-STATUS-CODE
               SET REYDB-LOANDISB-INVALID TO TRUE
           ELSE
               MOVE REYDB-LOANDISB-DEPOSIT-ID TO REYDB-FILE-ID

               READ REYDB-FILE
                   INVALID KEY
                       DISPLAY "Loandisb: deposit account not found"
                       SET REYDB-LOANDISB-INVALID TO TRUE
                   NOT INVALID KEY
                       MOVE REYDB-FILE-CURRENCY
                           TO REYDB-LOANDISB-CURRENCY
               END-READ

               CLOSE REYDB-FILE
           END-IF.

      ****************************************************
      *** Name: 1000-CREATE-LOAN-ACCOUNT               ***
      ****************************************************
       1000-CREATE-LOAN-ACCOUNT.

           MOVE ZERO TO REYDB-LINKING.
           MOVE REYDB-LOANDISB-CURRENCY TO REYDB-LINKING-CURRENCY.
           MOVE REYDB-LOANDISB-CUST-ID  TO REYDB-LINKING-CUST-ID.
           MOVE "LN"                    TO REYDB-LINKING-PRODUCT.
           MOVE REYDB-LOANDISB-OPERATOR TO REYDB-LINKING-OPERATOR.

           IF NOT REYDB-LINKING-OK
               DISPLAY "Loandisb: unable to open the loan account"

               IF REYDB-LINKING-ID-EXPIRED
                   SET REYDB-LOANDISB-ID-EXPIRED TO TRUE
               END-IF

               GO TO 9999-EXIT
           END-IF.


       4000-WRITE-SCHEDULE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-LOANDISB-TODAY.

           MOVE REYDB-LOANDISB-TODAY(1:4)
           MOVE REYDB-LOANDISB-INSTALLMENTS
               TO REYDB-LOAN-INST-TOTAL.
           MOVE ZERO TO REYDB-LOAN-INST-PAID.
           MOVE REYDB-LOANDISB-ANNUAL-RATE
               TO REYDB-LOAN-ANNUAL-RATE.
           MOVE REYDB-LOANDISB-PRINCIPAL TO REYDB-LOAN-OUTSTANDING.
           MOVE REYDB-LOANDISB-TODAY TO REYDB-LOAN-INT-FROM.
           MOVE ZERO TO REYDB-LOAN-INT-PAID.

           COMPUTE REYDB-LOAN-NEXT-DUE =
               REYDB-LOANDISB-WORK-YEAR * 10000
