      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-depins.cbl       ***
      *** Date: 10/15/2026             ***
      ************************************

      **************************************************
      *** Quarterly deposit insurance file written    ***
      *** by REYDB-DEPINS for the deposit insurer.    ***
      *** One H header (reporting date, run id and    ***
      *** the coverage limit applied), one D record   ***
      *** per depositor with the single-ownership     ***
      *** total, the depositor's share of joint       ***
      *** accounts, and the insured and uninsured     ***
      *** portions of each, then one T trailer whose  ***
      *** count and totals prove the file complete.   ***
      *** Each ownership category is covered up to    ***
      *** the limit separately.                       ***
      **************************************************

       FD REYDB-DI-FILE.
       01 REYDB-DI-RECORD.
           05 REYDB-DI-TYPE PIC X(01).
               88 REYDB-DI-TYPE-HEADER  VALUE "H".
               88 REYDB-DI-TYPE-DETAIL  VALUE "D".
               88 REYDB-DI-TYPE-TRAILER VALUE "T".
           05 REYDB-DI-DATA PIC X(220).
           05 REYDB-DI-HEADER REDEFINES REYDB-DI-DATA.
               10 REYDB-DI-HDR-DATE   PIC 9(08).
               10 REYDB-DI-HDR-RUN-ID PIC X(14).
               10 REYDB-DI-HDR-LIMIT  PIC 9(13)V99.
               10 FILLER              PIC X(183).
           05 REYDB-DI-DETAIL REDEFINES REYDB-DI-DATA.
               10 REYDB-DI-DTL-CUST-ID        PIC 9(18).
               10 REYDB-DI-DTL-LASTNAME       PIC X(32).
               10 REYDB-DI-DTL-NAME           PIC X(32).
               10 REYDB-DI-DTL-DOC-TYPE       PIC X(02).
               10 REYDB-DI-DTL-DOC-NUMBER     PIC X(20).
               10 REYDB-DI-DTL-DOC-COUNTRY    PIC X(02).
               10 REYDB-DI-DTL-POSTCODE       PIC X(10).
               10 REYDB-DI-DTL-BRANCH         PIC X(04).
               10 REYDB-DI-DTL-SINGLE         PIC 9(13)V99.
               10 REYDB-DI-DTL-SINGLE-INSURED PIC 9(13)V99.
               10 REYDB-DI-DTL-JOINT          PIC 9(13)V99.
               10 REYDB-DI-DTL-JOINT-INSURED  PIC 9(13)V99.
               10 REYDB-DI-DTL-INSURED        PIC 9(13)V99.
               10 REYDB-DI-DTL-UNINSURED      PIC 9(13)V99.
               10 FILLER                      PIC X(10).
           05 REYDB-DI-TRAILER REDEFINES REYDB-DI-DATA.
               10 REYDB-DI-TRL-COUNT     PIC 9(09).
               10 REYDB-DI-TRL-DEPOSITS  PIC 9(15)V99.
               10 REYDB-DI-TRL-INSURED   PIC 9(15)V99.
               10 REYDB-DI-TRL-UNINSURED PIC 9(15)V99.
               10 FILLER                 PIC X(160).
