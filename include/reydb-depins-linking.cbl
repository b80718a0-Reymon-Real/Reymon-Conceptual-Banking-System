      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-depins-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed from REYDB-NIGHTLY to    ***
      *** the REYDB-DEPINS batch job. The      ***
      *** report is dated with the cycle's     ***
      *** BUSINESS date; zero falls back to    ***
      *** the clock. REYDB-DPI-RESULT keeps a  ***
      *** run abandoned on a failed open or a  ***
      *** full table from being stamped        ***
      *** COMPLETE by the cycle.               ***
      *******************************************

       01 REYDB-DEPINS-LINKING.
           05 REYDB-DPI-BUSINESS-DATE PIC 9(08).
           05 REYDB-DPI-RESULT        PIC X(01).
               88 REYDB-DPI-RESULT-OK     VALUE "Y".
               88 REYDB-DPI-RESULT-FAILED VALUE "N".
