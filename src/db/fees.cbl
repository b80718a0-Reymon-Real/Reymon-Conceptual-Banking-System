      *** Author: Eduardo Pozos Huerta ***
      *** File: fees.cbl               ***
      *** Date: 11/15/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: pass the account's currency to REYDB-LOG so
      ***               the offsetting internal leg lands in the right
      ***               currency.
      *** 10/15/2026 - EPH: skip the NSF row of the schedule - it is
      ***               charged by REYDB-POSTBATCH when an inward
      ***               check is returned for insufficient funds,
      ***               never as a monthly fee.
      *** 12/20/2025 - EPH: assess fees on the LAST business day of
      ***               the month, resolved through REYDB-BIZDAY,
      ***               instead of calendar day 1 - a month-end

           ADD 1 TO REYDB-FEES-SUB.

           IF REYDB-FEES-ROW-CODE (REYDB-FEES-SUB) NOT = "NSF"
              AND (REYDB-FEES-ROW-PRODUCT (REYDB-FEES-SUB) = "**"
                  OR REYDB-FEES-ROW-PRODUCT (REYDB-FEES-SUB)
                     = REYDB-FILE-PRODUCT)
              AND (REYDB-FEES-ROW-STATUS (REYDB-FEES-SUB) = "*"
           MOVE "FEE"            TO REYDB-LOG-OPERATION.
           MOVE REYDB-FEES-AMOUNT TO REYDB-LOG-AMOUNT.
           MOVE "SYSTEM"          TO REYDB-LOG-OPERATOR.
           MOVE REYDB-FILE-CURRENCY TO REYDB-LOG-CURRENCY.
           CALL "REYDB-LOG" USING REYDB-LOG-LINKING.

           IF NOT REYDB-LOG-OK
