      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-chqdepo-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed from MAIN-COBOL to the   ***
      *** REYDB-CHQDEPO subprogram. The item   ***
      *** number, the clearing hold and the    ***
      *** date the hold lifts are handed back. ***
      *******************************************

       01 REYDB-CHQDEPO-LINKING.
           05 REYDB-CHQDEPO-ACCOUNT-ID   PIC 9(18).
           05 REYDB-CHQDEPO-NUMBER       PIC 9(09).
           05 REYDB-CHQDEPO-DRAWEE-BANK  PIC X(12).
           05 REYDB-CHQDEPO-DRAWER-ACCT  PIC X(18).
           05 REYDB-CHQDEPO-AMOUNT       PIC S9(13)V99.
           05 REYDB-CHQDEPO-OPERATOR     PIC X(08).
           05 REYDB-CHQDEPO-BRANCH       PIC X(04).
           05 REYDB-CHQDEPO-ITEM-ID      PIC 9(09).
           05 REYDB-CHQDEPO-HOLD-ID      PIC 9(09).
           05 REYDB-CHQDEPO-RELEASE-DATE PIC 9(08).
           05 REYDB-CHQDEPO-STATUS       PIC X(01).
               88 REYDB-CHQDEPO-OK             VALUE "Y".
               88 REYDB-CHQDEPO-NOT-FOUND      VALUE "N".
               88 REYDB-CHQDEPO-INVALID-AMOUNT VALUE "V".
               88 REYDB-CHQDEPO-NOT-ACTIVE     VALUE "C".
               88 REYDB-CHQDEPO-BUSY           VALUE "B".
               88 REYDB-CHQDEPO-REFUSED        VALUE "R".
