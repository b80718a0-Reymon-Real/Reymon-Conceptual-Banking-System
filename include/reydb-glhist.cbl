      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-glhist.cbl       ***
      *** Date: 10/15/2026             ***
      ************************************

      **************************************************
      *** Internal ledger history. REYDB-CUTOVER      ***
      *** rolls the day's REYDB-GLLEDGER entries in   ***
      *** here at end of day. Same fields as          ***
      *** REYDB-GLLEDGER; the reference and leg are   ***
      *** unique and form the key. Programs SELECT it ***
      *** INDEXED with RECORD KEY REYDB-GLH-KEY.      ***
      **************************************************

       FD REYDB-GLHIST-FILE.
       01 REYDB-GLH-RECORD.
           05 REYDB-GLH-KEY.
               10 REYDB-GLH-REF     PIC 9(12).
               10 REYDB-GLH-LEG     PIC 9(01).
           05 REYDB-GLH-CODE        PIC X(08).
           05 REYDB-GLH-CURRENCY    PIC X(03).
           05 REYDB-GLH-SIDE        PIC X(01).
           05 REYDB-GLH-AMOUNT      PIC S9(13)V99.
           05 REYDB-GLH-ACCOUNT-ID  PIC 9(18).
           05 REYDB-GLH-OPERATION   PIC X(12).
           05 REYDB-GLH-TIMESTAMP   PIC X(21).
           05 REYDB-GLH-OPERATOR    PIC X(08).
           05 REYDB-GLH-BRANCH      PIC X(04).
           05 REYDB-GLH-VALUE-DATE  PIC 9(08).
