      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-writeoff.cbl     ***
      *** Date: 10/15/2026             ***
      ************************************

      **************************************************
      *** Written-off loan register, keyed by the LN  ***
      *** loan account. REYDB-WRITEOFF records the    ***
      *** balance taken off the books and the branch  ***
      *** that owned it; every recovery, from the     ***
      *** linked deposit account or in cash, adds to  ***
      *** REYDB-WO-RECOVERED. The month-to-date pair  ***
      *** feeds the monthly write-off report and      ***
      *** restarts on the first recovery of a new     ***
      *** month.                                      ***
      **************************************************

       FD REYDB-WRITEOFF-FILE.
       01 REYDB-WO-RECORD.
           05 REYDB-WO-LOAN-ID       PIC 9(18).
           05 REYDB-WO-DEPOSIT-ID    PIC 9(18).
           05 REYDB-WO-CUST-ID       PIC 9(18).
           05 REYDB-WO-BRANCH        PIC X(04).
           05 REYDB-WO-DATE          PIC 9(08).
           05 REYDB-WO-OPERATOR      PIC X(08).
           05 REYDB-WO-AMOUNT        PIC 9(13)V99.
           05 REYDB-WO-RECOVERED     PIC 9(13)V99.
           05 REYDB-WO-LAST-RECOVERY PIC 9(08).
           05 REYDB-WO-MTD-MONTH     PIC 9(06).
           05 REYDB-WO-MTD-RECOVERED PIC 9(13)V99.
           05 REYDB-WO-FLAG          PIC X(01).
               88 REYDB-WO-OPEN      VALUE "O".
               88 REYDB-WO-RECOVERED-IN-FULL VALUE "R".
