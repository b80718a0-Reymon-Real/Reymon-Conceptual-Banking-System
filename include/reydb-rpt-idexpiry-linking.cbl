      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-rpt-idexpiry-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed from REYDB-NIGHTLY to    ***
      *** REYDB-RPT-IDEXPIRY. A zero business  ***
      *** date falls back to the clock, the    ***
      *** same way REYDB-RPT-WRITEOFF already  ***
      *** treats it.                           ***
      *******************************************

       01 REYDB-RPT-IDEXPIRY-LINKING.
           05 REYDB-RPTID-BUSINESS-DATE PIC 9(08).
