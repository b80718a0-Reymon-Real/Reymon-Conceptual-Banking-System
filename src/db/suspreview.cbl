      *** Author: Eduardo Pozos Huerta ***
      *** File: suspreview.cbl         ***
      *** Date: 11/27/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: pass the account's currency to REYDB-LOG so
      ***               the offsetting internal leg lands in the right
      ***               currency.
      *** 09/02/2026 - EPH: READ the account WITH LOCK for the
      ***               correcting adjustment - an unlocked
      ***               read-compute-rewrite racing a posting at

                   REWRITE REYDB-TABLE

                   MOVE REYDB-FILE-CURRENCY TO REYDB-LOG-CURRENCY

                   MOVE REYDB-TABLE TO REYDB-JRNL-LINK-IMAGE
                   SET REYDB-JRNL-LINK-ACCOUNT TO TRUE
                   CALL "REYDB-JRNL" USING REYDB-JRNL-LINKING
