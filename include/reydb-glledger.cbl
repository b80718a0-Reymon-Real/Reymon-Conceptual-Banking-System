      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-glledger.cbl     ***
      *** Date: 10/15/2026             ***
      ************************************

      **************************************************
      *** Internal ledger. One entry for every leg    ***
      *** REYDB-GLPOST lands on an internal account,  ***
      *** carrying the reference of the customer      ***
      *** ledger entry it offsets and a leg number    ***
      *** (an entry may offset onto two internal      ***
      *** accounts). Like REYDB-TRANLOG it holds one  ***
      *** business day: REYDB-CUTOVER rolls it into   ***
      *** REYDB-GLHIST and truncates it. Programs     ***
      *** SELECT it OPTIONAL and SEQUENTIAL.          ***
      **************************************************

       FD REYDB-GLLEDGER-FILE.
       01 REYDB-GLL-RECORD.
           05 REYDB-GLL-REF         PIC 9(12).
           05 REYDB-GLL-LEG         PIC 9(01).
           05 REYDB-GLL-CODE        PIC X(08).
           05 REYDB-GLL-CURRENCY    PIC X(03).
           05 REYDB-GLL-SIDE        PIC X(01).
               88 REYDB-GLL-DEBIT   VALUE "D".
               88 REYDB-GLL-CREDIT  VALUE "C".
           05 REYDB-GLL-AMOUNT      PIC S9(13)V99.
           05 REYDB-GLL-ACCOUNT-ID  PIC 9(18).
           05 REYDB-GLL-OPERATION   PIC X(12).
           05 REYDB-GLL-TIMESTAMP   PIC X(21).
           05 REYDB-GLL-OPERATOR    PIC X(08).
           05 REYDB-GLL-BRANCH      PIC X(04).
           05 REYDB-GLL-VALUE-DATE  PIC 9(08).
