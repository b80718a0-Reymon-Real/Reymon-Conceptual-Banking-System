      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-estate.cbl       ***
      *** Date: 10/15/2026             ***
      ************************************

      **************************************************
      *** Deceased estates register, keyed by the     ***
      *** customer. REYDB-DECEASED writes one entry   ***
      *** when a death is notified, with the date of  ***
      *** death and what was done: sole accounts      ***
      *** frozen, joint holdings dropped, standing    ***
      *** orders cancelled and cheques stopped.       ***
      *** REYDB-ESTHOLD reads it to find the date of  ***
      *** death for credits arriving afterwards.      ***
      **************************************************

       FD REYDB-ESTATE-FILE.
       01 REYDB-EST-RECORD.
           05 REYDB-EST-CUST-ID     PIC 9(18).
           05 REYDB-EST-DEATH-DATE  PIC 9(08).
           05 REYDB-EST-NOTIFIED    PIC 9(08).
           05 REYDB-EST-OPERATOR    PIC X(08).
           05 REYDB-EST-SOLE-COUNT  PIC 9(03).
           05 REYDB-EST-JOINT-COUNT PIC 9(03).
           05 REYDB-EST-SO-COUNT    PIC 9(03).
           05 REYDB-EST-CHQ-COUNT   PIC 9(05).
           05 REYDB-EST-HELD-COUNT  PIC 9(05).
           05 REYDB-EST-HELD-AMOUNT PIC 9(13)V99.
