      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-fxlook-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed to REYDB-FXLOOK, which   ***
      *** finds the exchange rate for a        ***
      *** currency on REYDB-FXRATE. EXACT mode ***
      *** wants the row for the AS-OF date     ***
      *** itself; LATEST takes the newest row  ***
      *** on or before it. A zero AS-OF falls  ***
      *** back to the clock. The local         ***
      *** currency (blank) always comes back   ***
      *** at a rate of one.                    ***
      *******************************************

       01 REYDB-FXLOOK-LINKING.
           05 REYDB-FXLOOK-CURRENCY  PIC X(03).
           05 REYDB-FXLOOK-AS-OF     PIC 9(08).
           05 REYDB-FXLOOK-MODE      PIC X(01).
               88 REYDB-FXLOOK-EXACT  VALUE "E".
               88 REYDB-FXLOOK-LATEST VALUE "L".
           05 REYDB-FXLOOK-RATE      PIC 9(05)V9(06).
           05 REYDB-FXLOOK-RATE-DATE PIC 9(08).
           05 REYDB-FXLOOK-STATUS    PIC X(01).
               88 REYDB-FXLOOK-OK      VALUE "Y".
               88 REYDB-FXLOOK-NO-RATE VALUE "N".
