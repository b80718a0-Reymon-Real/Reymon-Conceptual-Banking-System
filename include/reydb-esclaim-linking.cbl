      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-esclaim-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed from MAIN-COBOL to the   ***
      *** REYDB-ESCLAIM subprogram, the        ***
      *** supervisor claim-back of an          ***
      *** escheated balance. The amount paid   ***
      *** back in is handed back.              ***
      *******************************************

       01 REYDB-ESCLAIM-LINKING.
           05 REYDB-ESCLAIM-ACCOUNT-ID PIC 9(18).
           05 REYDB-ESCLAIM-OPERATOR   PIC X(08).
           05 REYDB-ESCLAIM-BRANCH     PIC X(04).
           05 REYDB-ESCLAIM-AMOUNT     PIC 9(13)V99.
           05 REYDB-ESCLAIM-STATUS     PIC X(01).
               88 REYDB-ESCLAIM-OK          VALUE "Y".
               88 REYDB-ESCLAIM-NOT-FOUND   VALUE "N".
               88 REYDB-ESCLAIM-ALREADY     VALUE "A".
               88 REYDB-ESCLAIM-NO-ACCOUNT  VALUE "M".
               88 REYDB-ESCLAIM-BUSY        VALUE "B".
               88 REYDB-ESCLAIM-REFUSED     VALUE "R".
