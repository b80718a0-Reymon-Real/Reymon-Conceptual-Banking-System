      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-idcheck-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed to REYDB-IDCHECK, which  ***
      *** tests a customer's identity document ***
      *** against the AS-OF date (zero falls   ***
      *** back to the clock) and hands back    ***
      *** the expiry date on file.             ***
      *******************************************

       01 REYDB-IDCHECK-LINKING.
           05 REYDB-IDCHECK-CUST-ID PIC 9(18).
           05 REYDB-IDCHECK-AS-OF   PIC 9(08).
           05 REYDB-IDCHECK-EXPIRY  PIC 9(08).
           05 REYDB-IDCHECK-STATUS  PIC X(01).
               88 REYDB-IDCHECK-OK      VALUE "Y".
               88 REYDB-IDCHECK-EXPIRED VALUE "X".
               88 REYDB-IDCHECK-NONE    VALUE "N".
