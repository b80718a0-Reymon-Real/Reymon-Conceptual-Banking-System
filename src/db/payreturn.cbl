      *** Author: Eduardo Pozos Huerta ***
      *** File: payreturn.cbl          ***
      *** Date: 12/07/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: pass the account's currency to REYDB-LOG so
      ***               the offsetting internal leg lands in the right
      ***               currency.
      *** 09/02/2026 - EPH: READ the account WITH LOCK for the
      ***               re-credit. This runs on demand during the
      ***               day, and an unlocked read-compute-rewrite

                   REWRITE REYDB-TABLE

                   MOVE REYDB-FILE-CURRENCY TO REYDB-LOG-CURRENCY

                   MOVE REYDB-TABLE TO REYDB-JRNL-LINK-IMAGE
                   SET REYDB-JRNL-LINK-ACCOUNT TO TRUE
                   CALL "REYDB-JRNL" USING REYDB-JRNL-LINKING
