      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-esthold-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed from the credit paths   ***
      *** (REYDB-DEPOSIT, REYDB-TRANSFER,     ***
      *** REYDB-CHQDEPO) and from             ***
      *** REYDB-DECEASED to REYDB-ESTHOLD     ***
      *******************************************

       01 REYDB-ESTHOLD-LINKING.
           05 REYDB-ESTHOLD-ACTION     PIC X(01).
               88 REYDB-ESTHOLD-ACTION-CHECK VALUE "C".
               88 REYDB-ESTHOLD-ACTION-HOLD  VALUE "H".
           05 REYDB-ESTHOLD-ACCOUNT-ID PIC 9(18).
           05 REYDB-ESTHOLD-CUST-ID    PIC 9(18).
           05 REYDB-ESTHOLD-AMOUNT     PIC 9(13)V99.
           05 REYDB-ESTHOLD-OPERATOR   PIC X(08).
           05 REYDB-ESTHOLD-BRANCH     PIC X(04).
           05 REYDB-ESTHOLD-DEATH-DATE PIC 9(08).
           05 REYDB-ESTHOLD-HOLD-ID    PIC 9(09).
           05 REYDB-ESTHOLD-STATUS     PIC X(01).
               88 REYDB-ESTHOLD-DECEASED VALUE "D".
               88 REYDB-ESTHOLD-LIVING   VALUE "L".
               88 REYDB-ESTHOLD-HELD     VALUE "Y".
               88 REYDB-ESTHOLD-FAILED   VALUE "F".
