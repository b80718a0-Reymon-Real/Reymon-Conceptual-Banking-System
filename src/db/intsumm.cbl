      *** Author: Eduardo Pozos Huerta ***
      *** File: intsumm.cbl            ***
      *** Date: 12/05/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: REYDB-TRANHIST is INDEXED on the account and
      ***               ledger reference now - the year's pass reads it
      ***               in key order, which the per-customer totals do
      ***               not depend on.
      *** 09/02/2026 - EPH: write each year's summary under a DATED
      ***               name and register it on the REYDB-RPTCAT
      ***               catalog through REYDB-CATREG, the same

           SELECT OPTIONAL REYDB-TRANHIST-FILE
               ASSIGN TO "REYDB-TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REYDB-TRANHIST-KEY
               ALTERNATE RECORD KEY IS REYDB-TRANHIST-REF.

           SELECT REYDB-RPT-INTSUMM-FILE
               ASSIGN TO DYNAMIC REYDB-RPT-INTSUMM-NAME
