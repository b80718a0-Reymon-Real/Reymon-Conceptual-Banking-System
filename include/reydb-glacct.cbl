      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-glacct.cbl       ***
      *** Date: 10/15/2026             ***
      ************************************

      **************************************************
      *** The bank's own internal ledger accounts -   ***
      *** fee income, interest expense, tax payable,  ***
      *** loan interest income, cash in drawers, the  ***
      *** clearing and suspense accounts - one row    ***
      *** per account code and currency. REYDB-GLPOST ***
      *** creates a row the first time anything posts ***
      *** to it. The balance is carried debit-        ***
      *** positive: a credit-normal account such as   ***
      *** fee income shows a negative balance.        ***
      *** Programs SELECT it INDEXED with RECORD KEY  ***
      *** REYDB-GLA-KEY.                              ***
      **************************************************

       FD REYDB-GLACCT-FILE.
       01 REYDB-GLA-RECORD.
           05 REYDB-GLA-KEY.
               10 REYDB-GLA-CODE     PIC X(08).
               10 REYDB-GLA-CURRENCY PIC X(03).
           05 REYDB-GLA-NAME         PIC X(32).
           05 REYDB-GLA-BALANCE      PIC S9(13)V99.
           05 REYDB-GLA-LAST-POSTED  PIC 9(08).
