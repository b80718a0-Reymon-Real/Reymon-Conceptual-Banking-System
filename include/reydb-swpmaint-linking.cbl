      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-swpmaint-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed from MAIN-COBOL to the   ***
      *** REYDB-SWPMAINT subprogram. The       ***
      *** arrangement is identified by its     ***
      *** checking account.                    ***
      *******************************************

       01 REYDB-SWPMAINT-LINKING.
           05 REYDB-SWPMAINT-ACTION  PIC X(01).
               88 REYDB-SWPMAINT-ACTION-CREATE VALUE "C".
               88 REYDB-SWPMAINT-ACTION-AMEND  VALUE "A".
               88 REYDB-SWPMAINT-ACTION-CANCEL VALUE "X".
           05 REYDB-SWPMAINT-CK-ID   PIC 9(18).
           05 REYDB-SWPMAINT-SV-ID   PIC 9(18).
           05 REYDB-SWPMAINT-FLOOR   PIC 9(13)V99.
           05 REYDB-SWPMAINT-CEILING PIC 9(13)V99.
           05 REYDB-SWPMAINT-STATUS  PIC X(01).
               88 REYDB-SWPMAINT-OK        VALUE "Y".
               88 REYDB-SWPMAINT-NOT-FOUND VALUE "N".
               88 REYDB-SWPMAINT-INVALID   VALUE "I".
               88 REYDB-SWPMAINT-DUPLICATE VALUE "D".
