      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-chqdepret-input.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      **************************************************
      *** One returned deposited check per line for   ***
      *** REYDB-CHQDEPRET: the item number from the   ***
      *** outward clearing file and the drawee        ***
      *** bank's return reason.                       ***
      **************************************************

       FD REYDB-CHQDEPRET-INPUT-FILE.
       01 REYDB-CHQDEPRET-INPUT-RECORD.
           05 REYDB-CHQDEPRET-IN-ITEM-ID PIC 9(09).
           05 REYDB-CHQDEPRET-IN-REASON  PIC X(12).
