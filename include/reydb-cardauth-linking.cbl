      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-cardauth-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed from REYDB-POSTBATCH to  ***
      *** the REYDB-CARDAUTH subprogram.       ***
      *** Check (C) validates the card for the ***
      *** amount and hands back its linked     ***
      *** account; use (U) adds a posted       ***
      *** amount to the card's day totals.     ***
      *** Channel A is an ATM withdrawal, P a  ***
      *** point-of-sale purchase.              ***
      *******************************************

       01 REYDB-CARDAUTH-LINKING.
           05 REYDB-CARDAUTH-ACTION     PIC X(01).
               88 REYDB-CARDAUTH-ACTION-CHECK VALUE "C".
               88 REYDB-CARDAUTH-ACTION-USE   VALUE "U".
           05 REYDB-CARDAUTH-NUMBER     PIC 9(16).
           05 REYDB-CARDAUTH-CHANNEL    PIC X(01).
               88 REYDB-CARDAUTH-ATM VALUE "A".
               88 REYDB-CARDAUTH-POS VALUE "P".
           05 REYDB-CARDAUTH-AMOUNT     PIC 9(13)V99.
           05 REYDB-CARDAUTH-TODAY      PIC 9(08).
           05 REYDB-CARDAUTH-ACCOUNT-ID PIC 9(18).
           05 REYDB-CARDAUTH-STATUS     PIC X(01).
               88 REYDB-CARDAUTH-OK         VALUE "Y".
               88 REYDB-CARDAUTH-NOT-FOUND  VALUE "N".
               88 REYDB-CARDAUTH-BLOCKED    VALUE "B".
               88 REYDB-CARDAUTH-EXPIRED    VALUE "E".
               88 REYDB-CARDAUTH-OVER-LIMIT VALUE "L".
               88 REYDB-CARDAUTH-FAILED     VALUE "F".
