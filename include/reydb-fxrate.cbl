      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-fxrate.cbl       ***
      *** Date: 10/15/2026             ***
      ************************************

      **************************************************
      *** Daily exchange rate table, one row per      ***
      *** foreign currency and rate date. The rate is ***
      *** the local-currency value of one unit of the ***
      *** foreign currency. Maintained through        ***
      *** REYDB-FXMAINT under maker-checker - the     ***
      *** supervisor who filed the rate is the MAKER  ***
      *** and the one who approved it the CHECKER.    ***
      *** Read through REYDB-FXLOOK: transfers need   ***
      *** the row for the day itself, the reports the ***
      *** latest row on or before their business day. ***
      **************************************************

       FD REYDB-FXRATE-FILE.
       01 REYDB-FXR-RECORD.
           05 REYDB-FXR-KEY.
               10 REYDB-FXR-CURRENCY PIC X(03).
               10 REYDB-FXR-DATE     PIC 9(08).
           05 REYDB-FXR-RATE         PIC 9(05)V9(06).
           05 REYDB-FXR-MAKER        PIC X(08).
           05 REYDB-FXR-CHECKER      PIC X(08).
