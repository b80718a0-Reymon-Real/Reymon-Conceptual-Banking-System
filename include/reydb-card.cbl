      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-card.cbl         ***
      *** Date: 10/15/2026             ***
      ************************************

      **************************************************
      *** Debit card master, keyed by the card        ***
      *** number embossed on the plastic. Each card   ***
      *** draws on one CK or SV account on REYDB-FILE ***
      *** and expires at the end of the month in      ***
      *** REYDB-CARD-EXPIRY (YYYYMM). A card is       ***
      *** ACTIVE, BLOCKED, LOST or STOLEN, or         ***
      *** REPLACED by the card in REYDB-CARD-         ***
      *** REPLACED-BY. The daily ATM and POS limits   ***
      *** are the card's own, over and above any      ***
      *** account limits on REYDB-LIMITS; the day's   ***
      *** use against them is carried on the record   ***
      *** and starts again on a new REYDB-CARD-USE-   ***
      *** DATE. Maintained through REYDB-CARDMAINT,   ***
      *** checked by REYDB-CARDAUTH and listed to the ***
      *** card network nightly by REYDB-HOTCARD.      ***
      **************************************************

       FD REYDB-CARD-FILE.
       01 REYDB-CARD-RECORD.
           05 REYDB-CARD-NUMBER      PIC 9(16).
           05 REYDB-CARD-ACCOUNT-ID  PIC 9(18).
           05 REYDB-CARD-EXPIRY      PIC 9(06).
           05 REYDB-CARD-STATUS      PIC X(01).
               88 REYDB-CARD-ACTIVE      VALUE "A".
               88 REYDB-CARD-BLOCKED     VALUE "B".
               88 REYDB-CARD-LOST-STOLEN VALUE "L".
               88 REYDB-CARD-REPLACED    VALUE "R".
           05 REYDB-CARD-ATM-LIMIT   PIC 9(13)V99.
           05 REYDB-CARD-POS-LIMIT   PIC 9(13)V99.
           05 REYDB-CARD-ISSUED      PIC 9(08).
           05 REYDB-CARD-STATUS-DATE PIC 9(08).
           05 REYDB-CARD-REPLACED-BY PIC 9(16).
           05 REYDB-CARD-USE-DATE    PIC 9(08).
           05 REYDB-CARD-USE-ATM     PIC 9(13)V99.
           05 REYDB-CARD-USE-POS     PIC 9(13)V99.
