      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-glpost-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed to the REYDB-GLPOST      ***
      *** subprogram: the customer ledger      ***
      *** entry just posted, whose offsetting  ***
      *** leg REYDB-GLPOST lands on the        ***
      *** internal account its operation maps  ***
      *** to. The source operator is the one   ***
      *** who keyed the original entry and     ***
      *** tells the teller's cash drawer from  ***
      *** the batch clearing account. The      ***
      *** reversal switch posts the mirror of  ***
      *** the original offset. NONE comes back ***
      *** for an operation with no internal    ***
      *** side (transfers, memo entries).      ***
      *******************************************

       01 REYDB-GLPOST-LINKING.
           05 REYDB-GLPOST-OPERATION   PIC X(12).
           05 REYDB-GLPOST-AMOUNT      PIC S9(13)V99.
           05 REYDB-GLPOST-CURRENCY    PIC X(03).
           05 REYDB-GLPOST-ACCOUNT-ID  PIC 9(18).
           05 REYDB-GLPOST-REF         PIC 9(12).
           05 REYDB-GLPOST-OPERATOR    PIC X(08).
           05 REYDB-GLPOST-SOURCE-OPER PIC X(08).
           05 REYDB-GLPOST-BRANCH      PIC X(04).
           05 REYDB-GLPOST-VALUE-DATE  PIC 9(08).
           05 REYDB-GLPOST-REVERSAL-SW PIC X(01).
               88 REYDB-GLPOST-REVERSAL VALUE "Y".
           05 REYDB-GLPOST-STATUS      PIC X(01).
               88 REYDB-GLPOST-OK       VALUE "Y".
               88 REYDB-GLPOST-NOT-OK   VALUE "N".
               88 REYDB-GLPOST-NONE     VALUE "X".
