      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-writeoff-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed from MAIN-COBOL to the   ***
      *** REYDB-WRITEOFF subprogram. Action W  ***
      *** writes the loan off (supervisors     ***
      *** only); R recovers the amount from    ***
      *** the linked deposit account; C        ***
      *** records a cash recovery at the       ***
      *** counter. The amount written off and  ***
      *** the amount still unrecovered are     ***
      *** handed back.                         ***
      *******************************************

       01 REYDB-WRITEOFF-LINKING.
           05 REYDB-WRITEOFF-ACTION     PIC X(01).
               88 REYDB-WRITEOFF-WRITE-OFF     VALUE "W".
               88 REYDB-WRITEOFF-RECOVER-ACCT  VALUE "R".
               88 REYDB-WRITEOFF-RECOVER-CASH  VALUE "C".
           05 REYDB-WRITEOFF-LOAN-ID    PIC 9(18).
           05 REYDB-WRITEOFF-AMOUNT     PIC 9(13)V99.
           05 REYDB-WRITEOFF-OPERATOR   PIC X(08).
           05 REYDB-WRITEOFF-BRANCH     PIC X(04).
           05 REYDB-WRITEOFF-WRITTEN    PIC 9(13)V99.
           05 REYDB-WRITEOFF-REMAINING  PIC 9(13)V99.
           05 REYDB-WRITEOFF-STATUS     PIC X(01).
               88 REYDB-WRITEOFF-OK           VALUE "Y".
               88 REYDB-WRITEOFF-NOT-FOUND    VALUE "N".
               88 REYDB-WRITEOFF-NOT-ACTIVE   VALUE "C".
               88 REYDB-WRITEOFF-INVALID      VALUE "V".
               88 REYDB-WRITEOFF-INSUFFICIENT VALUE "I".
               88 REYDB-WRITEOFF-REFUSED      VALUE "R".
