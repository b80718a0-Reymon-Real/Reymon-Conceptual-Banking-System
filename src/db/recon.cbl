      *** Author: Eduardo Pozos Huerta ***
      *** File: recon.cbl              ***
      *** Date: 11/08/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: foreign currency accounts. Each account
      ***               still proves in its own currency; at the end
      ***               the accounts checked, stored balances and
      ***               replayed totals are shown per currency with
      ***               their local-currency equivalents at the
      ***               latest REYDB-FXRATE rate on or before today.
      *** 10/15/2026 - EPH: replay ESCHEAT as a debit and
      ***               ESCHEAT-CLM as a credit.
      *** 10/15/2026 - EPH: replay CHQ-DEPOSIT check deposits as
      ***               credits and CHQ-RETURN reversals as debits.
      *** 10/15/2026 - EPH: replay WRITE-OFF entries as credits and
      ***               WO-RECOVERY entries as debits. A cash
      ***               WO-RECOV-CSH moves no balance.
      *** 10/15/2026 - EPH: replay the LOAN-INT loan interest
      ***               entries as debits.
      *** 10/15/2026 - EPH: replay the DEBIT-INT entries posted by
      ***               REYDB-DEBITINT as debits.
      *** 12/07/2025 - EPH: replay PAYMENT-OUT entries as debits and
      ***               PAYMENT-RET returns as credits.
      *** 12/05/2025 - EPH: replay the WHT-TAX entries posted by the

       01 REYDB-RECON-ACCOUNT-COUNT PIC 9(05) COMP.

       COPY "reydb-fxlook-linking.cbl".

       01 REYDB-RECON-CCY-HIT-SW PIC X(01).
           88 REYDB-RECON-CCY-HIT VALUE "Y".

       01 REYDB-RECON-CCY-TABLE.
           05 REYDB-RECON-CCY-COUNT PIC 9(03) COMP.
           05 REYDB-RECON-CCY-ROW OCCURS 10 TIMES.
               10 REYDB-RECON-CCY-CODE     PIC X(03).
               10 REYDB-RECON-CCY-ACCOUNTS PIC 9(05) COMP.
               10 REYDB-RECON-CCY-STORED   PIC S9(13)V99.
               10 REYDB-RECON-CCY-REPLAYED PIC S9(13)V99.

       77 REYDB-RECON-CCY-SUB PIC 9(03) COMP.

       01 REYDB-RECON-CCY-SHOW-CODE PIC X(03).

       01 REYDB-RECON-CCY-SHOW-COUNT PIC Z(04)9.

       01 REYDB-RECON-CCY-SHOW-STORED PIC -(12)9.99.

       01 REYDB-RECON-CCY-SHOW-REPLAYED PIC -(12)9.99.

       01 REYDB-RECON-CCY-LOCAL PIC S9(13)V99.

       01 REYDB-RECON-CCY-SHOW-LOCAL PIC -(12)9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE ZERO TO REYDB-RECON-EXCEPTION-COUNT.
           MOVE ZERO TO REYDB-RECON-ACCOUNT-COUNT.
           MOVE ZERO TO REYDB-RECON-EXC-STORED.
           MOVE ZERO TO REYDB-RECON-CCY-COUNT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-RECON-TODAY.


           PERFORM 2200-COMPARE-BALANCE.

           PERFORM 2300-TALLY-CURRENCY.

           PERFORM 1200-READ-NEXT-ACCOUNT.

      ****************************************************
               WHEN "TD-PENALTY"
                   SUBTRACT REYDB-RECON-SORTED-AMOUNT
                       FROM REYDB-RECON-RUNNING-BALANCE
               WHEN "DEBIT-INT"
                   SUBTRACT REYDB-RECON-SORTED-AMOUNT
                       FROM REYDB-RECON-RUNNING-BALANCE
               WHEN "LOAN-INT"
                   SUBTRACT REYDB-RECON-SORTED-AMOUNT
                       FROM REYDB-RECON-RUNNING-BALANCE
               WHEN "WRITE-OFF"
                   ADD REYDB-RECON-SORTED-AMOUNT
                       TO REYDB-RECON-RUNNING-BALANCE
               WHEN "WO-RECOVERY"
                   SUBTRACT REYDB-RECON-SORTED-AMOUNT
                       FROM REYDB-RECON-RUNNING-BALANCE
               WHEN "CHQ-DEPOSIT"
                   ADD REYDB-RECON-SORTED-AMOUNT
                       TO REYDB-RECON-RUNNING-BALANCE
               WHEN "CHQ-RETURN"
                   SUBTRACT REYDB-RECON-SORTED-AMOUNT
                       FROM REYDB-RECON-RUNNING-BALANCE
               WHEN "ESCHEAT"
                   SUBTRACT REYDB-RECON-SORTED-AMOUNT
                       FROM REYDB-RECON-RUNNING-BALANCE
               WHEN "ESCHEAT-CLM"
                   ADD REYDB-RECON-SORTED-AMOUNT
                       TO REYDB-RECON-RUNNING-BALANCE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               END-IF
           END-IF.

      ****************************************************
      *** Name: 2300-TALLY-CURRENCY                     ***
      *** Adds the account's stored balance and         ***
      *** replayed total to its currency's row          ***
      ****************************************************

       2300-TALLY-CURRENCY.

           MOVE "N" TO REYDB-RECON-CCY-HIT-SW.
           MOVE ZERO TO REYDB-RECON-CCY-SUB.

           PERFORM 2400-TEST-ONE-CURRENCY
               REYDB-RECON-CCY-COUNT TIMES.

           IF NOT REYDB-RECON-CCY-HIT
               IF REYDB-RECON-CCY-COUNT < 10
                   ADD 1 TO REYDB-RECON-CCY-COUNT
                   MOVE REYDB-RECON-CCY-COUNT TO REYDB-RECON-CCY-SUB
                   MOVE REYDB-FILE-CURRENCY
                       TO REYDB-RECON-CCY-CODE (REYDB-RECON-CCY-SUB)
                   MOVE ZERO
                       TO REYDB-RECON-CCY-ACCOUNTS (REYDB-RECON-CCY-SUB)
                   MOVE ZERO
                       TO REYDB-RECON-CCY-STORED (REYDB-RECON-CCY-SUB)
                   MOVE ZERO
                       TO REYDB-RECON-CCY-REPLAYED (REYDB-RECON-CCY-SUB)
                   SET REYDB-RECON-CCY-HIT TO TRUE
               ELSE
                   DISPLAY "Recon: currency table full"
               END-IF
           END-IF.

           IF REYDB-RECON-CCY-HIT
               ADD 1 TO REYDB-RECON-CCY-ACCOUNTS (REYDB-RECON-CCY-SUB)
               ADD REYDB-FILE-BALANCE
                   TO REYDB-RECON-CCY-STORED (REYDB-RECON-CCY-SUB)
               ADD REYDB-RECON-RUNNING-BALANCE
                   TO REYDB-RECON-CCY-REPLAYED (REYDB-RECON-CCY-SUB)
           END-IF.

      ****************************************************
      *** Name: 2400-TEST-ONE-CURRENCY                  ***
      ****************************************************

       2400-TEST-ONE-CURRENCY.

           IF NOT REYDB-RECON-CCY-HIT
               ADD 1 TO REYDB-RECON-CCY-SUB

               IF REYDB-RECON-CCY-CODE (REYDB-RECON-CCY-SUB)
                      = REYDB-FILE-CURRENCY
                   SET REYDB-RECON-CCY-HIT TO TRUE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 9000-TERMINATE                          ***
      ****************************************************
           DISPLAY "RECON: EXCEPTIONS FOUND "
               REYDB-RECON-EXCEPTION-COUNT.

           MOVE ZERO TO REYDB-RECON-CCY-SUB.

           PERFORM 9300-SHOW-ONE-CURRENCY
               REYDB-RECON-CCY-COUNT TIMES.

      ****************************************************
      *** Name: 9100-SUSPEND-EXCEPTIONS                ***
      *** Once REYDB-FILE is closed, writes each       ***
                   " FROZEN PENDING INVESTIGATION"
           END-IF.

      ****************************************************
      *** Name: 9300-SHOW-ONE-CURRENCY                  ***
      *** One currency's proof totals and the local     ***
      *** equivalent of its stored balances. "LCL" is   ***
      *** the local currency                            ***
      ****************************************************

       9300-SHOW-ONE-CURRENCY.

           ADD 1 TO REYDB-RECON-CCY-SUB.

           MOVE REYDB-RECON-CCY-CODE (REYDB-RECON-CCY-SUB)
               TO REYDB-FXLOOK-CURRENCY.
           MOVE REYDB-RECON-TODAY TO REYDB-FXLOOK-AS-OF.
           SET REYDB-FXLOOK-LATEST TO TRUE.
           CALL "REYDB-FXLOOK" USING REYDB-FXLOOK-LINKING.

           IF REYDB-RECON-CCY-CODE (REYDB-RECON-CCY-SUB) = SPACES
               MOVE "LCL" TO REYDB-RECON-CCY-SHOW-CODE
           ELSE
               MOVE REYDB-RECON-CCY-CODE (REYDB-RECON-CCY-SUB)
                   TO REYDB-RECON-CCY-SHOW-CODE
           END-IF.

           MOVE REYDB-RECON-CCY-ACCOUNTS (REYDB-RECON-CCY-SUB)
               TO REYDB-RECON-CCY-SHOW-COUNT.
           MOVE REYDB-RECON-CCY-STORED (REYDB-RECON-CCY-SUB)
               TO REYDB-RECON-CCY-SHOW-STORED.
           MOVE REYDB-RECON-CCY-REPLAYED (REYDB-RECON-CCY-SUB)
               TO REYDB-RECON-CCY-SHOW-REPLAYED.

           DISPLAY "RECON: CURRENCY " REYDB-RECON-CCY-SHOW-CODE
               " ACCOUNTS " REYDB-RECON-CCY-SHOW-COUNT
               " STORED " REYDB-RECON-CCY-SHOW-STORED
               " REPLAYED " REYDB-RECON-CCY-SHOW-REPLAYED.

           IF REYDB-FXLOOK-OK
               COMPUTE REYDB-RECON-CCY-LOCAL ROUNDED =
                   REYDB-RECON-CCY-STORED (REYDB-RECON-CCY-SUB)
                   * REYDB-FXLOOK-RATE
               MOVE REYDB-RECON-CCY-LOCAL
                   TO REYDB-RECON-CCY-SHOW-LOCAL
               DISPLAY "RECON:   LOCAL EQUIVALENT "
                   REYDB-RECON-CCY-SHOW-LOCAL
           ELSE
               DISPLAY "RECON:   NO EXCHANGE RATE ON FILE"
           END-IF.
