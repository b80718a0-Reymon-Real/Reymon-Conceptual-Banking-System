      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-debitint-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed from REYDB-NIGHTLY to    ***
      *** REYDB-DEBITINT. A zero business date ***
      *** falls back to the clock, the same    ***
      *** way REYDB-INTEREST already treats it.***
      *******************************************

       01 REYDB-DEBITINT-LINKING.
           05 REYDB-DEBITINT-BUSINESS-DATE PIC 9(08).
