      *** Author: Eduardo Pozos Huerta ***
      *** File: tdmature.cbl           ***
      *** Date: 12/11/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: pass the account's currency to REYDB-LOG so
      ***               the offsetting internal leg lands in the right
      ***               currency.
      *** 09/02/2026 - EPH: credit the maturity interest exactly
      ***               once per maturity. The contract is stamped
      ***               interest-credited before the payout or
               MOVE REYDB-TDMAT-INTEREST TO REYDB-LOG-AMOUNT
               MOVE "SYSTEM"            TO REYDB-LOG-OPERATOR
               MOVE "0000"              TO REYDB-LOG-BRANCH
               MOVE REYDB-FILE-CURRENCY TO REYDB-LOG-CURRENCY
               CALL "REYDB-LOG" USING REYDB-LOG-LINKING

               IF NOT REYDB-LOG-OK
