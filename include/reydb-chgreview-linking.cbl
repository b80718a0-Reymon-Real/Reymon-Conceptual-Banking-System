      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-chgreview-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed from MAIN-COBOL to the   ***
      *** REYDB-CHGREVIEW subprogram, so a     ***
      *** change is never approved by the      ***
      *** supervisor who made it and the       ***
      *** security journal can say who         ***
      *** approved or rejected it.             ***
      *******************************************

       01 REYDB-CHGREVIEW-LINKING.
           05 REYDB-CHGREVIEW-OPERATOR PIC X(08).
