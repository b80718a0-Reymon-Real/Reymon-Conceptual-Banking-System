      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-chqdep.cbl       ***
      *** Date: 10/15/2026             ***
      ************************************

      **************************************************
      *** Deposited check register. A teller check    ***
      *** deposit through REYDB-CHQDEPO credits the   ***
      *** account, places a clearing hold and lands   ***
      *** here as QUEUED; the nightly                 ***
      *** REYDB-CHQEXTRACT writes the queued items to ***
      *** the outward clearing file and marks them    ***
      *** SENT; a check the drawee bank refuses comes ***
      *** back through REYDB-CHQDEPRET, which reverses ***
      *** the credit, drops the hold and marks the    ***
      *** item RETURNED.                              ***
      **************************************************

       FD REYDB-CHQDEP-FILE.
       01 REYDB-CQD-RECORD.
           05 REYDB-CQD-ID            PIC 9(09).
           05 REYDB-CQD-ACCOUNT-ID    PIC 9(18).
           05 REYDB-CQD-NUMBER        PIC 9(09).
           05 REYDB-CQD-DRAWEE-BANK   PIC X(12).
           05 REYDB-CQD-DRAWER-ACCT   PIC X(18).
           05 REYDB-CQD-AMOUNT        PIC 9(13)V99.
           05 REYDB-CQD-HOLD-ID       PIC 9(09).
           05 REYDB-CQD-DEPOSIT-DATE  PIC 9(08).
           05 REYDB-CQD-OPERATOR      PIC X(08).
           05 REYDB-CQD-BRANCH        PIC X(04).
           05 REYDB-CQD-RETURN-DATE   PIC 9(08).
           05 REYDB-CQD-RETURN-REASON PIC X(12).
           05 REYDB-CQD-FLAG          PIC X(01).
               88 REYDB-CQD-QUEUED   VALUE "Q".
               88 REYDB-CQD-SENT     VALUE "S".
               88 REYDB-CQD-RETURNED VALUE "R".
