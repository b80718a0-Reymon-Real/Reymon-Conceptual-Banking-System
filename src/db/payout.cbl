      *** Author: Eduardo Pozos Huerta ***
      *** File: payout.cbl             ***
      *** Date: 12/07/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: pass the account's currency to REYDB-LOG so
      ***               the offsetting internal leg lands in the right
      ***               currency.
      *** 12/16/2025 - EPH: READ the account WITH LOCK and hold it
      ***               exclusively through the read-compute-
      ***               rewrite. A record held by another station
           MOVE REYDB-PAYOUT-AMOUNT   TO REYDB-LOG-AMOUNT.
           MOVE REYDB-PAYOUT-OPERATOR TO REYDB-LOG-OPERATOR.
           MOVE REYDB-PAYOUT-BRANCH   TO REYDB-LOG-BRANCH.
           MOVE REYDB-FILE-CURRENCY   TO REYDB-LOG-CURRENCY.
           CALL "REYDB-LOG" USING REYDB-LOG-LINKING.

           IF NOT REYDB-LOG-OK
