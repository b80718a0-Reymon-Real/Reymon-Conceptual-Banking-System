      *** Author: Eduardo Pozos Huerta ***
      *** File: tdopen.cbl             ***
      *** Date: 12/11/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: open the TD account in the settlement
      ***               account's currency, read before anything is
      ***               opened, so REYDB-TD-PRINCIPAL and the TD balance
      ***               are in the same currency for the maturity
      ***               interest and payout. An unknown settlement
      ***               account is refused as invalid.
      *** 10/15/2026 - EPH: hand back ID-EXPIRED when REYDB-ADD refuses
      ***               the customer for an expired identity document.
      *** 12/11/2025 - EPH: opens a term deposit. Creates a TD
      ***               account through REYDB-ADD, funds it from
      ***               the linked settlement account through

       FILE-CONTROL.

       COPY "reydb-control.cbl".

           SELECT OPTIONAL REYDB-TERMDEP-FILE
               ASSIGN TO "REYDB-TERMDEP"
               ORGANIZATION IS INDEXED

       FILE SECTION.

       COPY "reydb-file.cbl".
       COPY "reydb-counter.cbl".
       COPY "reydb-custfile.cbl".
       COPY "reydb-tranlog.cbl".
       COPY "reydb-termdep.cbl".

       WORKING-STORAGE SECTION.

       COPY "reydb-status.cbl".

       01 REYDB-TERMDEP-STATUS-CODE PIC X(02).
           88 REYDB-TERMDEP-STATUS-OK VALUE "00" "05".
           88 REYDB-TERMDEP-MISSING   VALUE "35".

       01 REYDB-TDOPEN-TODAY PIC 9(08).

      *** The TD account is opened in the settlement account's
      *** currency, so REYDB-TD-PRINCIPAL, the TD balance, the
      *** interest and the payout are all in that one currency.

       01 REYDB-TDOPEN-CURRENCY PIC X(03).

       01 REYDB-TDOPEN-WORK-YEAR PIC 9(04).

       01 REYDB-TDOPEN-WORK-MONTH PIC 9(05).
               GO TO 9999-EXIT
           END-IF.

           PERFORM 0600-READ-SETTLE-ACCOUNT.

           IF REYDB-TDOPEN-INVALID
               GO TO 9999-EXIT
           END-IF.

           PERFORM 1000-CREATE-TD-ACCOUNT.

           PERFORM 2000-FUND-FROM-SETTLEMENT.

           GOBACK.

      ****************************************************
      *** Name: 0600-READ-SETTLE-ACCOUNT               ***
      *** Picks up the settlement account's currency   ***
      *** before anything is opened. An unknown        ***
      *** settlement account is refused as invalid     ***
      ****************************************************

       0600-READ-SETTLE-ACCOUNT.

           OPEN INPUT REYDB-FILE.

           IF NOT REYDB-FILE-STATUS-OK
               DISPLAY "Tdopen: unable to open REYDB-FILE, status "
                   REYDB-FILE-STATUS-CODE
               SET REYDB-TDOPEN-INVALID TO TRUE
           ELSE
               MOVE REYDB-TDOPEN-SETTLE-ACCT TO REYDB-FILE-ID

               READ REYDB-FILE
                   INVALID KEY
                       DISPLAY "Tdopen: settlement account not found"
                       SET REYDB-TDOPEN-INVALID TO TRUE
                   NOT INVALID KEY
                       MOVE REYDB-FILE-CURRENCY
                           TO REYDB-TDOPEN-CURRENCY
               END-READ

               CLOSE REYDB-FILE
           END-IF.

      ****************************************************
      *** Name: 1000-CREATE-TD-ACCOUNT                 ***
      ****************************************************
       1000-CREATE-TD-ACCOUNT.

           MOVE ZERO TO REYDB-LINKING.
           MOVE REYDB-TDOPEN-CURRENCY TO REYDB-LINKING-CURRENCY.
           MOVE REYDB-TDOPEN-CUST-ID  TO REYDB-LINKING-CUST-ID.
           MOVE "TD"                  TO REYDB-LINKING-PRODUCT.
           MOVE REYDB-TDOPEN-OPERATOR TO REYDB-LINKING-OPERATOR.

           IF NOT REYDB-LINKING-OK
               DISPLAY "Tdopen: unable to open the TD account"

               IF REYDB-LINKING-ID-EXPIRED
                   SET REYDB-TDOPEN-ID-EXPIRED TO TRUE
               END-IF

               GO TO 9999-EXIT
           END-IF.

