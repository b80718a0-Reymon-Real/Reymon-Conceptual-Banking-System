      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-cbextract-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed from REYDB-NIGHTLY to    ***
      *** the REYDB-CBEXTRACT batch job. The   ***
      *** header carries the cycle's BUSINESS  ***
      *** date; zero falls back to the clock.  ***
      *** REYDB-CBX-RESULT keeps an extract    ***
      *** abandoned on a failed open from      ***
      *** being stamped COMPLETE by the cycle. ***
      *******************************************

       01 REYDB-CBEXTRACT-LINKING.
           05 REYDB-CBX-BUSINESS-DATE PIC 9(08).
           05 REYDB-CBX-RESULT        PIC X(01).
               88 REYDB-CBX-RESULT-OK     VALUE "Y".
               88 REYDB-CBX-RESULT-FAILED VALUE "N".
