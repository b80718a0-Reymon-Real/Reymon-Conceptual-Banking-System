      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-rpt-writeoff-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed from REYDB-NIGHTLY to    ***
      *** REYDB-RPT-WRITEOFF. A zero business  ***
      *** date falls back to the clock, the    ***
      *** same way REYDB-RPT-LARGE already     ***
      *** treats it.                           ***
      *******************************************

       01 REYDB-RPT-WRITEOFF-LINKING.
           05 REYDB-RPTWO-BUSINESS-DATE PIC 9(08).
