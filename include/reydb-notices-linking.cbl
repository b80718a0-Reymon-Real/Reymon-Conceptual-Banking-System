      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-notices-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed from REYDB-NIGHTLY to    ***
      *** REYDB-NOTICES. The letters are dated ***
      *** and the events measured from the     ***
      *** cycle's BUSINESS date; zero falls    ***
      *** back to the clock.                   ***
      *******************************************

       01 REYDB-NOTICES-LINKING.
           05 REYDB-NOTICES-BUSINESS-DATE PIC 9(08).
