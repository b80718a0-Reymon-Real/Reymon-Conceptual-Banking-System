      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-sweep-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed from REYDB-NIGHTLY to    ***
      *** the REYDB-SWEEP batch job. The last- ***
      *** executed stamp and the report date   ***
      *** run off the cycle's BUSINESS date.   ***
      *** Zero falls back to the clock.        ***
      *******************************************

       01 REYDB-SWEEP-LINKING.
           05 REYDB-SWEEP-BUSINESS-DATE PIC 9(08).
