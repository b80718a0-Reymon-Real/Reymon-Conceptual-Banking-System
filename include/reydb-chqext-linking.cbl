      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-chqext-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed from REYDB-NIGHTLY to    ***
      *** REYDB-CHQEXTRACT. A zero business    ***
      *** date falls back to the clock, the    ***
      *** same way REYDB-PAYEXTRACT already    ***
      *** treats it.                           ***
      *******************************************

       01 REYDB-CHQEXT-LINKING.
           05 REYDB-CHQEXT-BUSINESS-DATE PIC 9(08).
