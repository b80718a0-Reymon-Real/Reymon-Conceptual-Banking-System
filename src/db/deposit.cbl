      *** Author: Eduardo Pozos Huerta ***
      *** File: deposit.cbl            ***
      *** Date: 11/07/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: pass the account's currency to REYDB-LOG so
      ***               the offsetting internal leg lands in the right
      ***               currency.
      *** 10/15/2026 - EPH: a FROZEN account whose customer is recorded
      ***               as deceased still takes the deposit, which is
      ***               then held for the estate through REYDB-ESTHOLD.
      *** 12/16/2025 - EPH: READ the account WITH LOCK and hold it
      ***               exclusively through the read-compute-
      ***               rewrite. A record held by another station

       COPY "reydb-jrnl-linking.cbl".

       COPY "reydb-esthold-linking.cbl".

       01 REYDB-DEPOSIT-ESTATE-SW PIC X(01).
           88 REYDB-DEPOSIT-ESTATE-CREDIT VALUE "Y".

       LINKAGE SECTION.

       COPY "reydb-deposit-linking.cbl".
       0000-MAINLINE.

           MOVE "N" TO REYDB-DEPOSIT-STATUS.
           MOVE "N" TO REYDB-DEPOSIT-ESTATE-SW.

           OPEN I-O REYDB-FILE.

           END-IF.

           IF REYDB-FILE-FROZEN
               MOVE REYDB-FILE-CUST-ID TO REYDB-ESTHOLD-CUST-ID
               SET REYDB-ESTHOLD-ACTION-CHECK TO TRUE
               CALL "REYDB-ESTHOLD" USING REYDB-ESTHOLD-LINKING

               IF REYDB-ESTHOLD-DECEASED
                   SET REYDB-DEPOSIT-ESTATE-CREDIT TO TRUE
               ELSE
                   DISPLAY "Deposit: account is frozen"
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           MOVE REYDB-DEPOSIT-ID       TO REYDB-LIMCHECK-ID.
           MOVE REYDB-DEPOSIT-OPERATOR TO REYDB-LOG-OPERATOR.
           MOVE REYDB-DEPOSIT-BRANCH TO REYDB-LOG-BRANCH.
           MOVE REYDB-DEPOSIT-VALUE-DATE TO REYDB-LOG-VALUE-DATE.
           MOVE REYDB-FILE-CURRENCY TO REYDB-LOG-CURRENCY.

           CALL "REYDB-LOG" USING REYDB-LOG-LINKING.


           CLOSE REYDB-FILE.

           IF REYDB-DEPOSIT-OK AND REYDB-DEPOSIT-ESTATE-CREDIT
               PERFORM 8000-HOLD-ESTATE-CREDIT
           END-IF.

           GOBACK.

      ****************************************************
      *** Name: 8000-HOLD-ESTATE-CREDIT                ***
      *** A credit to the frozen account of a deceased ***
      *** customer is taken but held for the estate    ***
      ****************************************************

       8000-HOLD-ESTATE-CREDIT.

           SET REYDB-ESTHOLD-ACTION-HOLD TO TRUE.
           MOVE REYDB-DEPOSIT-ID        TO REYDB-ESTHOLD-ACCOUNT-ID.
           MOVE REYDB-DEPOSIT-AMOUNT    TO REYDB-ESTHOLD-AMOUNT.
           MOVE REYDB-DEPOSIT-OPERATOR  TO REYDB-ESTHOLD-OPERATOR.
           MOVE REYDB-DEPOSIT-BRANCH    TO REYDB-ESTHOLD-BRANCH.

           CALL "REYDB-ESTHOLD" USING REYDB-ESTHOLD-LINKING.

           IF NOT REYDB-ESTHOLD-HELD
               DISPLAY "Deposit: estate hold not placed"
           END-IF.
