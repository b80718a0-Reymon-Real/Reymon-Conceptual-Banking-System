      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-chqout.cbl       ***
      *** Date: 10/15/2026             ***
      ************************************

      **************************************************
      *** Outward clearing file of deposited checks,  ***
      *** written nightly by REYDB-CHQEXTRACT. One H  ***
      *** header (business date, run id), one D      ***
      *** detail per check presented to its drawee    ***
      *** bank, then one T trailer with the item      ***
      *** count and amount total, the same layout as  ***
      *** the REYDB-PAYOUT-FILE. The drawee bank      ***
      *** quotes the item number back on a return.    ***
      **************************************************

       FD REYDB-CHQOUT-FILE.
       01 REYDB-CHQOUT-RECORD.
           05 REYDB-CHQOUT-TYPE PIC X(01).
               88 REYDB-CHQOUT-TYPE-HEADER  VALUE "H".
               88 REYDB-CHQOUT-TYPE-DETAIL  VALUE "D".
               88 REYDB-CHQOUT-TYPE-TRAILER VALUE "T".
           05 REYDB-CHQOUT-DATA PIC X(76).
           05 REYDB-CHQOUT-HEADER REDEFINES REYDB-CHQOUT-DATA.
               10 REYDB-CHQOUT-HDR-DATE   PIC 9(08).
               10 REYDB-CHQOUT-HDR-RUN-ID PIC X(14).
               10 FILLER                  PIC X(54).
           05 REYDB-CHQOUT-DETAIL REDEFINES REYDB-CHQOUT-DATA.
               10 REYDB-CHQOUT-DET-ID          PIC 9(09).
               10 REYDB-CHQOUT-DET-NUMBER      PIC 9(09).
               10 REYDB-CHQOUT-DET-DRAWEE-BANK PIC X(12).
               10 REYDB-CHQOUT-DET-DRAWER-ACCT PIC X(18).
               10 REYDB-CHQOUT-DET-AMOUNT      PIC 9(13)V99.
               10 FILLER                       PIC X(13).
           05 REYDB-CHQOUT-TRAILER REDEFINES REYDB-CHQOUT-DATA.
               10 REYDB-CHQOUT-TRL-COUNT  PIC 9(09).
               10 REYDB-CHQOUT-TRL-AMOUNT PIC S9(15)V99.
               10 FILLER                  PIC X(50).
