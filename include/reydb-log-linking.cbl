      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-log-linking      ***
      *** Date: 11/07/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: added REYDB-LOG-CURRENCY, the currency
      ***               of the account posted to. REYDB-LOG passes
      ***               it on to REYDB-GLPOST for the offsetting
      ***               internal leg; blank or zero is the local
      ***               currency.
      *** 12/20/2025 - EPH: added REYDB-LOG-VALUE-DATE. Zero means
      ***               value same-day off the timestamp;
      ***               REYDB-POSTBATCH passes the proper business
           05 REYDB-LOG-BRANCH     PIC X(04).
           05 REYDB-LOG-REF        PIC 9(12).
           05 REYDB-LOG-VALUE-DATE PIC 9(08).
           05 REYDB-LOG-CURRENCY   PIC X(03).
           05 REYDB-LOG-STATUS     PIC X(01).
               88 REYDB-LOG-OK     VALUE "Y".
               88 REYDB-LOG-NOT-OK VALUE "N".
