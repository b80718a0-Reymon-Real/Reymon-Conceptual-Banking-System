      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-hotcard-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed from REYDB-NIGHTLY to    ***
      *** the REYDB-HOTCARD batch job. Expiry  ***
      *** is judged against the cycle's        ***
      *** BUSINESS date; zero falls back to    ***
      *** the clock. REYDB-HOTCARD-RESULT      ***
      *** keeps a file abandoned on a failed   ***
      *** open from being stamped COMPLETE.    ***
      *******************************************

       01 REYDB-HOTCARD-LINKING.
           05 REYDB-HOTCARD-BUSINESS-DATE PIC 9(08).
           05 REYDB-HOTCARD-RESULT        PIC X(01).
               88 REYDB-HOTCARD-RESULT-OK     VALUE "Y".
               88 REYDB-HOTCARD-RESULT-FAILED VALUE "N".
