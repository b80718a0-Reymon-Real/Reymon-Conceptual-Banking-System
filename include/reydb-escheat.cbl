      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-escheat.cbl      ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: carry the account's currency and the
      ***               amount's local-currency equivalent at the
      ***               escheatment date. REYDB-ESC-AMOUNT stays in
      ***               the account's currency, as it is paid back.
      ***               Existing REYDB-ESCHEAT files must be
      ***               reloaded under the new layout.

      **************************************************
      *** Unclaimed property register, keyed by the   ***
      *** account. REYDB-ESCHEAT records each balance ***
      *** turned over to the state - the bank's       ***
      *** unclaimed-property liability - and closes   ***
      *** the account. A supervisor claim-back through***
      *** REYDB-ESCLAIM reopens the account, pays the ***
      *** amount back in and marks the entry claimed. ***
      **************************************************

       FD REYDB-ESCHEAT-FILE.
       01 REYDB-ESC-RECORD.
           05 REYDB-ESC-ACCOUNT-ID    PIC 9(18).
           05 REYDB-ESC-CUST-ID       PIC 9(18).
           05 REYDB-ESC-PRODUCT       PIC X(02).
           05 REYDB-ESC-BRANCH        PIC X(04).
           05 REYDB-ESC-LAST-ACTIVITY PIC 9(08).
           05 REYDB-ESC-DATE          PIC 9(08).
           05 REYDB-ESC-AMOUNT        PIC 9(13)V99.
           05 REYDB-ESC-CLAIM-DATE    PIC 9(08).
           05 REYDB-ESC-CLAIM-OPER    PIC X(08).
           05 REYDB-ESC-FLAG          PIC X(01).
               88 REYDB-ESC-HELD    VALUE "E".
               88 REYDB-ESC-CLAIMED VALUE "C".
           05 REYDB-ESC-CURRENCY      PIC X(03).
           05 REYDB-ESC-LOCAL-AMOUNT  PIC 9(13)V99.
