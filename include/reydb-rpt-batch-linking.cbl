      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-rpt-batch-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed from REYDB-NIGHTLY to    ***
      *** REYDB-RPT-BATCH. The cycle reported  ***
      *** on is the one stamped under this     ***
      *** BUSINESS date in REYDB-RUNCTL; zero  ***
      *** falls back to the clock.             ***
      *******************************************

       01 REYDB-RPT-BATCH-LINKING.
           05 REYDB-RPTBAT-BUSINESS-DATE PIC 9(08).
