      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-estsumm-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed from REYDB-DECEASED to   ***
      *** the REYDB-ESTSUMM estate summary     ***
      *******************************************

       01 REYDB-ESTSUMM-LINKING.
           05 REYDB-ESTSUMM-CUST-ID    PIC 9(18).
           05 REYDB-ESTSUMM-DEATH-DATE PIC 9(08).
           05 REYDB-ESTSUMM-STATUS     PIC X(01).
               88 REYDB-ESTSUMM-OK     VALUE "Y".
               88 REYDB-ESTSUMM-NOT-OK VALUE "N".
