      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-amlmon-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed from REYDB-NIGHTLY to    ***
      *** REYDB-AMLMON. The monitoring window  ***
      *** ends on the cycle's BUSINESS date;   ***
      *** zero falls back to the clock.        ***
      *******************************************

       01 REYDB-AMLMON-LINKING.
           05 REYDB-AMLMON-BUSINESS-DATE PIC 9(08).
