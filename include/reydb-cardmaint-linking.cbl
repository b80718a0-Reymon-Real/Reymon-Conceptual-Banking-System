      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-cardmaint-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed from MAIN-COBOL to the   ***
      *** REYDB-CARDMAINT subprogram. Replace  ***
      *** takes the new card number in         ***
      *** REYDB-CARDMAINT-NEW-NUMBER; the new  ***
      *** card keeps the old one's account and ***
      *** limits unless new limits are given.  ***
      *******************************************

       01 REYDB-CARDMAINT-LINKING.
           05 REYDB-CARDMAINT-ACTION     PIC X(01).
               88 REYDB-CARDMAINT-ACTION-ISSUE   VALUE "I".
               88 REYDB-CARDMAINT-ACTION-BLOCK   VALUE "B".
               88 REYDB-CARDMAINT-ACTION-LOST    VALUE "L".
               88 REYDB-CARDMAINT-ACTION-UNBLOCK VALUE "U".
               88 REYDB-CARDMAINT-ACTION-REPLACE VALUE "R".
               88 REYDB-CARDMAINT-ACTION-LIMITS  VALUE "M".
           05 REYDB-CARDMAINT-NUMBER     PIC 9(16).
           05 REYDB-CARDMAINT-NEW-NUMBER PIC 9(16).
           05 REYDB-CARDMAINT-ACCOUNT-ID PIC 9(18).
           05 REYDB-CARDMAINT-ATM-LIMIT  PIC 9(13)V99.
           05 REYDB-CARDMAINT-POS-LIMIT  PIC 9(13)V99.
           05 REYDB-CARDMAINT-OPERATOR   PIC X(08).
           05 REYDB-CARDMAINT-BRANCH     PIC X(04).
           05 REYDB-CARDMAINT-EXPIRY     PIC 9(06).
           05 REYDB-CARDMAINT-STATUS     PIC X(01).
               88 REYDB-CARDMAINT-OK        VALUE "Y".
               88 REYDB-CARDMAINT-NOT-FOUND VALUE "N".
               88 REYDB-CARDMAINT-INVALID   VALUE "I".
               88 REYDB-CARDMAINT-DUPLICATE VALUE "D".
