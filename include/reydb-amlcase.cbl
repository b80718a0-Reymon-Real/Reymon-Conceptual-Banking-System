      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-amlcase.cbl      ***
      *** Date: 10/15/2026             ***
      ************************************

      **************************************************
      *** Anti-money-laundering case file, keyed by a ***
      *** case number from REYDB-COUNTER-FILE. The    ***
      *** nightly REYDB-AMLMON step opens a case for  ***
      *** a customer whose cash keeps landing just    ***
      *** under LARGE-AMOUNT (scenario S) or whose    ***
      *** deposits leave again by transfer or payment ***
      *** within a day or two (scenario R), with up   ***
      *** to ten of the ledger entries involved. A    ***
      *** compliance officer closes it through        ***
      *** REYDB-AMLREVIEW as cleared or reported.     ***
      *** REYDB-AML-HIT-COUNT is every entry that     ***
      *** matched, even past the ten kept here.       ***
      **************************************************

       FD REYDB-AMLCASE-FILE.
       01 REYDB-AML-RECORD.
           05 REYDB-AML-ID          PIC 9(18).
           05 REYDB-AML-CUST-ID     PIC 9(18).
           05 REYDB-AML-SCENARIO    PIC X(01).
               88 REYDB-AML-STRUCTURING VALUE "S".
               88 REYDB-AML-RAPID-MOVE  VALUE "R".
           05 REYDB-AML-STATUS      PIC X(01).
               88 REYDB-AML-OPEN     VALUE "O".
               88 REYDB-AML-CLEARED  VALUE "C".
               88 REYDB-AML-REPORTED VALUE "R".
           05 REYDB-AML-OPEN-DATE   PIC 9(08).
           05 REYDB-AML-TOTAL       PIC S9(13)V99.
           05 REYDB-AML-HIT-COUNT   PIC 9(04).
           05 REYDB-AML-ENTRY-COUNT PIC 9(02).
           05 REYDB-AML-ENTRY OCCURS 10 TIMES.
               10 REYDB-AML-ENTRY-ACCOUNT PIC 9(18).
               10 REYDB-AML-ENTRY-REF     PIC 9(12).
               10 REYDB-AML-ENTRY-OPER    PIC X(12).
               10 REYDB-AML-ENTRY-AMOUNT  PIC S9(13)V99.
               10 REYDB-AML-ENTRY-DATE    PIC 9(08).
           05 REYDB-AML-OFFICER     PIC X(08).
           05 REYDB-AML-CLOSE-DATE  PIC 9(08).
