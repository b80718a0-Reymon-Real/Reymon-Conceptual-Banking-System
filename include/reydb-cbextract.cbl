      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-cbextract.cbl    ***
      *** Date: 10/15/2026             ***
      ************************************

      **************************************************
      *** Month-end credit bureau reporting file      ***
      *** written by REYDB-CBEXTRACT. One H header    ***
      *** (reporting date, run id), one D record per  ***
      *** loan schedule on REYDB-LOAN with the        ***
      *** borrower's identity, then one T trailer     ***
      *** whose counts by status and balance totals   ***
      *** let the bureau prove the file arrived       ***
      *** complete. Balances are the amount owed,     ***
      *** carried positive.                           ***
      **************************************************

       FD REYDB-CB-FILE.
       01 REYDB-CB-RECORD.
           05 REYDB-CB-TYPE PIC X(01).
               88 REYDB-CB-TYPE-HEADER  VALUE "H".
               88 REYDB-CB-TYPE-DETAIL  VALUE "D".
               88 REYDB-CB-TYPE-TRAILER VALUE "T".
           05 REYDB-CB-DATA PIC X(190).
           05 REYDB-CB-HEADER REDEFINES REYDB-CB-DATA.
               10 REYDB-CB-HDR-DATE   PIC 9(08).
               10 REYDB-CB-HDR-RUN-ID PIC X(14).
               10 FILLER              PIC X(168).
           05 REYDB-CB-DETAIL REDEFINES REYDB-CB-DATA.
               10 REYDB-CB-DTL-LOAN-ID     PIC 9(18).
               10 REYDB-CB-DTL-CUST-ID     PIC 9(18).
               10 REYDB-CB-DTL-LASTNAME    PIC X(32).
               10 REYDB-CB-DTL-NAME        PIC X(32).
               10 REYDB-CB-DTL-BIRTH-DATE  PIC 9(08).
               10 REYDB-CB-DTL-DOC-TYPE    PIC X(02).
               10 REYDB-CB-DTL-DOC-NUMBER  PIC X(20).
               10 REYDB-CB-DTL-DOC-COUNTRY PIC X(02).
               10 REYDB-CB-DTL-POSTCODE    PIC X(10).
               10 REYDB-CB-DTL-BRANCH      PIC X(04).
               10 REYDB-CB-DTL-PRINCIPAL   PIC 9(13)V99.
               10 REYDB-CB-DTL-BALANCE     PIC S9(13)V99.
               10 REYDB-CB-DTL-INST-PAID   PIC 9(03).
               10 REYDB-CB-DTL-INST-LEFT   PIC 9(03).
               10 REYDB-CB-DTL-DAYS-PAST   PIC 9(05).
               10 REYDB-CB-DTL-STATUS      PIC X(01).
                   88 REYDB-CB-DTL-CURRENT     VALUE "C".
                   88 REYDB-CB-DTL-DELINQUENT  VALUE "D".
                   88 REYDB-CB-DTL-PAID-OFF    VALUE "P".
                   88 REYDB-CB-DTL-WRITTEN-OFF VALUE "W".
               10 FILLER                   PIC X(02).
           05 REYDB-CB-TRAILER REDEFINES REYDB-CB-DATA.
               10 REYDB-CB-TRL-COUNT       PIC 9(09).
               10 REYDB-CB-TRL-CURRENT     PIC 9(09).
               10 REYDB-CB-TRL-DELINQUENT  PIC 9(09).
               10 REYDB-CB-TRL-PAID-OFF    PIC 9(09).
               10 REYDB-CB-TRL-WRITTEN-OFF PIC 9(09).
               10 REYDB-CB-TRL-PRINCIPAL   PIC S9(15)V99.
               10 REYDB-CB-TRL-BALANCE     PIC S9(15)V99.
               10 REYDB-CB-TRL-PAST-DUE    PIC S9(15)V99.
               10 FILLER                   PIC X(94).
