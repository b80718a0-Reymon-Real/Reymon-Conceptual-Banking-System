      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-fxdeal.cbl       ***
      *** Date: 10/15/2026             ***
      ************************************

      **************************************************
      *** Register of the currency conversions posted ***
      *** by REYDB-TRANSFER, keyed by the reference   ***
      *** of the TRANSFER-OUT ledger entry. Each row  ***
      *** ties the debit leg (original amount, source ***
      *** currency) to the credit leg (converted      ***
      *** amount, destination currency) with both     ***
      *** rates used and the local-currency           ***
      *** equivalent of the deal. Rates are the local ***
      *** value of one unit; the local currency is    ***
      *** blank at a rate of one.                     ***
      **************************************************

       FD REYDB-FXDEAL-FILE.
       01 REYDB-FXD-RECORD.
           05 REYDB-FXD-OUT-REF       PIC 9(12).
           05 REYDB-FXD-IN-REF        PIC 9(12).
           05 REYDB-FXD-RATE-DATE     PIC 9(08).
           05 REYDB-FXD-FROM-ID       PIC 9(18).
           05 REYDB-FXD-FROM-CURRENCY PIC X(03).
           05 REYDB-FXD-FROM-AMOUNT   PIC S9(13)V99.
           05 REYDB-FXD-FROM-RATE     PIC 9(05)V9(06).
           05 REYDB-FXD-TO-ID         PIC 9(18).
           05 REYDB-FXD-TO-CURRENCY   PIC X(03).
           05 REYDB-FXD-TO-AMOUNT     PIC S9(13)V99.
           05 REYDB-FXD-TO-RATE       PIC 9(05)V9(06).
           05 REYDB-FXD-LOCAL-AMOUNT  PIC S9(13)V99.
           05 REYDB-FXD-OPERATOR      PIC X(08).
           05 REYDB-FXD-BRANCH        PIC X(04).
