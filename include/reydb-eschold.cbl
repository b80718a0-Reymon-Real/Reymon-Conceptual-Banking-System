      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-eschold.cbl      ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: amounts are reported in local currency.
      ***               The detail also carries the account's
      ***               currency and the amount in it ("LCL" for a
      ***               local account); the record grew to 321
      ***               bytes.

      **************************************************
      *** Unclaimed property holder report for the    ***
      *** state, written by REYDB-ESCHEAT. One H      ***
      *** header (run date, run id), one D detail per ***
      *** account escheated carrying the owner's name ***
      *** and last known address, then one T trailer  ***
      *** whose count and amount total let the state  ***
      *** prove the report arrived complete.          ***
      **************************************************

       FD REYDB-ESCHOLD-FILE.
       01 REYDB-ESH-RECORD.
           05 REYDB-ESH-TYPE PIC X(01).
               88 REYDB-ESH-TYPE-HEADER  VALUE "H".
               88 REYDB-ESH-TYPE-DETAIL  VALUE "D".
               88 REYDB-ESH-TYPE-TRAILER VALUE "T".
           05 REYDB-ESH-DATA PIC X(320).
           05 REYDB-ESH-HEADER REDEFINES REYDB-ESH-DATA.
               10 REYDB-ESH-HDR-DATE   PIC 9(08).
               10 REYDB-ESH-HDR-RUN-ID PIC X(14).
               10 FILLER               PIC X(298).
           05 REYDB-ESH-DETAIL REDEFINES REYDB-ESH-DATA.
               10 REYDB-ESH-DET-ACCOUNT  PIC 9(18).
               10 REYDB-ESH-DET-CUST-ID  PIC 9(18).
               10 REYDB-ESH-DET-LASTNAME PIC X(64).
               10 REYDB-ESH-DET-NAME     PIC X(64).
               10 REYDB-ESH-DET-STREET   PIC X(64).
               10 REYDB-ESH-DET-CITY     PIC X(32).
               10 REYDB-ESH-DET-POSTCODE PIC X(10).
               10 REYDB-ESH-DET-PRODUCT  PIC X(02).
               10 REYDB-ESH-DET-BRANCH   PIC X(04).
               10 REYDB-ESH-DET-LAST-ACT PIC 9(08).
               10 REYDB-ESH-DET-AMOUNT   PIC 9(13)V99.
               10 REYDB-ESH-DET-CURRENCY PIC X(03).
               10 REYDB-ESH-DET-ORIG-AMT PIC 9(13)V99.
               10 FILLER                 PIC X(03).
           05 REYDB-ESH-TRAILER REDEFINES REYDB-ESH-DATA.
               10 REYDB-ESH-TRL-COUNT  PIC 9(09).
               10 REYDB-ESH-TRL-AMOUNT PIC S9(15)V99.
               10 FILLER               PIC X(294).
