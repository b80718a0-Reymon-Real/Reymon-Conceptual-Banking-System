      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-feemaint-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed to the REYDB-FEEMAINT    ***
      *** subprogram. From MAIN-COBOL the mode ***
      *** is blank and every change is filed   ***
      *** for approval; REYDB-CHGREVIEW passes ***
      *** mode A with an approved change's     ***
      *** action and fee row to put it on the  ***
      *** schedule.                            ***
      *******************************************

       01 REYDB-FEEMAINT-LINKING.
           05 REYDB-FEEMAINT-OPERATOR    PIC X(08).
           05 REYDB-FEEMAINT-MODE        PIC X(01).
               88 REYDB-FEEMAINT-MODE-APPLY VALUE "A".
           05 REYDB-FEEMAINT-PEND-ACTION PIC X(01).
           05 REYDB-FEEMAINT-PEND-DATA   PIC X(64).
           05 REYDB-FEEMAINT-RESULT      PIC X(01).
               88 REYDB-FEEMAINT-RESULT-OK     VALUE "Y".
               88 REYDB-FEEMAINT-RESULT-FAILED VALUE "N".
