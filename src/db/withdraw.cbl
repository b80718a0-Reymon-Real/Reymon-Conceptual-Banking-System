      *** Author: Eduardo Pozos Huerta ***
      *** File: withdraw.cbl           ***
      *** Date: 11/10/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: pass the account's currency to REYDB-LOG so
      ***               the offsetting internal leg lands in the right
      ***               currency.
      *** 10/15/2026 - EPH: hand back the new NOT-ACTIVE status for a
      ***               CLOSED or FROZEN account, so an inward
      ***               clearing check can be returned with the
      ***               right reason instead of a bare refusal.
      *** 11/10/2025 - EPH: cash withdrawal against a single account.
      ***               Debits REYDB-FILE-BALANCE under the same
      ***               overdraft rules as the debit leg of

           IF REYDB-FILE-CLOSED
               DISPLAY "Withdraw: account is closed"
               SET REYDB-WITHDRAW-NOT-ACTIVE TO TRUE
               GO TO 9999-EXIT
           END-IF.

           IF REYDB-FILE-FROZEN
               DISPLAY "Withdraw: account is frozen"
               SET REYDB-WITHDRAW-NOT-ACTIVE TO TRUE
               GO TO 9999-EXIT
           END-IF.

           MOVE REYDB-WITHDRAW-OPERATOR TO REYDB-LOG-OPERATOR.
           MOVE REYDB-WITHDRAW-BRANCH TO REYDB-LOG-BRANCH.
           MOVE REYDB-WITHDRAW-VALUE-DATE TO REYDB-LOG-VALUE-DATE.
           MOVE REYDB-FILE-CURRENCY TO REYDB-LOG-CURRENCY.
           CALL "REYDB-LOG" USING REYDB-LOG-LINKING.

           IF NOT REYDB-LOG-OK
