      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-postsys-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed to the REYDB-POSTSYS     ***
      *** subprogram: one system-generated     ***
      *** debit or credit against a single     ***
      *** account under its own ledger         ***
      *** operation. A debit with the funds    ***
      *** check set is refused when balance,   ***
      *** authorized overdraft and open holds  ***
      *** do not cover it. The ledger          ***
      *** reference is handed back.            ***
      *******************************************

       01 REYDB-POSTSYS-LINKING.
           05 REYDB-POSTSYS-ACCOUNT-ID  PIC 9(18).
           05 REYDB-POSTSYS-OPERATION   PIC X(12).
           05 REYDB-POSTSYS-AMOUNT      PIC S9(13)V99.
           05 REYDB-POSTSYS-DIRECTION   PIC X(01).
               88 REYDB-POSTSYS-DEBIT  VALUE "D".
               88 REYDB-POSTSYS-CREDIT VALUE "C".
           05 REYDB-POSTSYS-FUNDS-SW    PIC X(01).
               88 REYDB-POSTSYS-CHECK-FUNDS VALUE "Y".
           05 REYDB-POSTSYS-OPERATOR    PIC X(08).
           05 REYDB-POSTSYS-BRANCH      PIC X(04).
           05 REYDB-POSTSYS-VALUE-DATE  PIC 9(08).
           05 REYDB-POSTSYS-REF         PIC 9(12).
           05 REYDB-POSTSYS-STATUS      PIC X(01).
               88 REYDB-POSTSYS-OK             VALUE "Y".
               88 REYDB-POSTSYS-NOT-FOUND      VALUE "N".
               88 REYDB-POSTSYS-INSUFFICIENT   VALUE "I".
               88 REYDB-POSTSYS-INVALID-AMOUNT VALUE "V".
               88 REYDB-POSTSYS-CLOSED         VALUE "C".
               88 REYDB-POSTSYS-BUSY           VALUE "B".
