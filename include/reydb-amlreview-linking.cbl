      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-amlreview-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed from MAIN-COBOL to the   ***
      *** REYDB-AMLREVIEW subprogram, so the   ***
      *** case and the security journal can   ***
      *** say which officer closed it.         ***
      *******************************************

       01 REYDB-AMLREVIEW-LINKING.
           05 REYDB-AMLREVIEW-OPERATOR PIC X(08).
