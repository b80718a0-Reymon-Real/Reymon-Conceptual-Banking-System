      *** Author: Eduardo Pozos Huerta ***
      *** File: interest.cbl           ***
      *** Date: 11/08/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: pass the account's currency to REYDB-LOG so
      ***               the offsetting internal leg lands in the right
      ***               currency.
      *** 12/21/2025 - EPH: skip TD and LN accounts. A term deposit
      ***               earns its contracted interest from
      ***               REYDB-TDMATURE, not the flat-rate fallback
                   MOVE "INTEREST"    TO REYDB-LOG-OPERATION
                   MOVE REYDB-INTEREST-ACCRUAL TO REYDB-LOG-AMOUNT
                   MOVE "SYSTEM"  TO REYDB-LOG-OPERATOR
                   MOVE REYDB-FILE-CURRENCY TO REYDB-LOG-CURRENCY
                   CALL "REYDB-LOG" USING REYDB-LOG-LINKING

                   IF NOT REYDB-LOG-OK
