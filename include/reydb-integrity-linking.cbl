      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-integrity-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed from REYDB-NIGHTLY to    ***
      *** the REYDB-INTEGRITY batch job. The   ***
      *** exceptions report is dated with the  ***
      *** cycle's BUSINESS date; zero falls    ***
      *** back to the clock. REYDB-RI-RESULT   ***
      *** keeps a run abandoned on a failed    ***
      *** open from being stamped COMPLETE;    ***
      *** REYDB-RI-STOP-CYCLE asks the cycle   ***
      *** to stop before the purge and the     ***
      *** cutover, when INTEGRITY-STOP on      ***
      *** REYDB-PARAMS says exceptions should. ***
      *******************************************

       01 REYDB-INTEGRITY-LINKING.
           05 REYDB-RI-BUSINESS-DATE PIC 9(08).
           05 REYDB-RI-RESULT        PIC X(01).
               88 REYDB-RI-RESULT-OK     VALUE "Y".
               88 REYDB-RI-RESULT-FAILED VALUE "N".
           05 REYDB-RI-STOP-SW       PIC X(01).
               88 REYDB-RI-STOP-CYCLE    VALUE "Y".
           05 REYDB-RI-EXCEPTIONS    PIC 9(07).
