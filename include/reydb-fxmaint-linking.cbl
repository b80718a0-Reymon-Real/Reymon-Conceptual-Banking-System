      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-fxmaint-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed from MAIN-COBOL to the   ***
      *** REYDB-FXMAINT subprogram. From the   ***
      *** menu the mode is blank and every     ***
      *** rate is filed for approval;          ***
      *** REYDB-CHGREVIEW passes mode A with   ***
      *** an approved change's action and row  ***
      *** data to put it on REYDB-FXRATE.      ***
      *******************************************

       01 REYDB-FXMAINT-LINKING.
           05 REYDB-FXMAINT-OPERATOR    PIC X(08).
           05 REYDB-FXMAINT-MODE        PIC X(01).
               88 REYDB-FXMAINT-MODE-APPLY VALUE "A".
           05 REYDB-FXMAINT-PEND-ACTION PIC X(01).
           05 REYDB-FXMAINT-PEND-DATA   PIC X(64).
           05 REYDB-FXMAINT-RESULT      PIC X(01).
               88 REYDB-FXMAINT-RESULT-OK     VALUE "Y".
               88 REYDB-FXMAINT-RESULT-FAILED VALUE "N".
