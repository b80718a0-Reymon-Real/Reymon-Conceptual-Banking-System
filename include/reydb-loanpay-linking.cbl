      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-loanpay-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed from MAIN-COBOL to the   ***
      *** REYDB-LOANPAY subprogram. Action Q   ***
      *** quotes the payoff of the loan as of  ***
      *** the quote date; action S settles it  ***
      *** today from the linked deposit        ***
      *** account. The outstanding principal,  ***
      *** accrued interest and their total are ***
      *** handed back either way.              ***
      *******************************************

       01 REYDB-LOANPAY-LINKING.
           05 REYDB-LOANPAY-ACTION      PIC X(01).
               88 REYDB-LOANPAY-QUOTE  VALUE "Q".
               88 REYDB-LOANPAY-SETTLE VALUE "S".
           05 REYDB-LOANPAY-ACCOUNT-ID  PIC 9(18).
           05 REYDB-LOANPAY-QUOTE-DATE  PIC 9(08).
           05 REYDB-LOANPAY-OPERATOR    PIC X(08).
           05 REYDB-LOANPAY-BRANCH      PIC X(04).
           05 REYDB-LOANPAY-PRINCIPAL   PIC 9(13)V99.
           05 REYDB-LOANPAY-INTEREST    PIC 9(13)V99.
           05 REYDB-LOANPAY-TOTAL       PIC 9(13)V99.
           05 REYDB-LOANPAY-STATUS      PIC X(01).
               88 REYDB-LOANPAY-OK           VALUE "Y".
               88 REYDB-LOANPAY-NOT-FOUND    VALUE "N".
               88 REYDB-LOANPAY-NOT-ACTIVE   VALUE "C".
               88 REYDB-LOANPAY-INVALID      VALUE "V".
               88 REYDB-LOANPAY-INSUFFICIENT VALUE "I".
               88 REYDB-LOANPAY-REFUSED      VALUE "R".
