      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-deceased-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed from MAIN-COBOL to the   ***
      *** REYDB-DECEASED subprogram            ***
      *******************************************

       01 REYDB-DECEASED-LINKING.
           05 REYDB-DECEASED-CUST-ID      PIC 9(18).
           05 REYDB-DECEASED-DEATH-DATE   PIC 9(08).
           05 REYDB-DECEASED-OPERATOR     PIC X(08).
           05 REYDB-DECEASED-BRANCH       PIC X(04).
           05 REYDB-DECEASED-SOLE-COUNT   PIC 9(03).
           05 REYDB-DECEASED-JOINT-COUNT  PIC 9(03).
           05 REYDB-DECEASED-SO-COUNT     PIC 9(03).
           05 REYDB-DECEASED-CHQ-COUNT    PIC 9(05).
           05 REYDB-DECEASED-STATUS       PIC X(01).
               88 REYDB-DECEASED-OK        VALUE "Y".
               88 REYDB-DECEASED-NOT-FOUND VALUE "N".
               88 REYDB-DECEASED-ALREADY   VALUE "A".
               88 REYDB-DECEASED-INVALID   VALUE "I".
               88 REYDB-DECEASED-BUSY      VALUE "B".
