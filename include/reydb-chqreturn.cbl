      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-chqreturn.cbl    ***
      *** Date: 10/15/2026             ***
      ************************************

      **************************************************
      *** Outward check returns file written by       ***
      *** REYDB-POSTBATCH, in the same clearing       ***
      *** layout as the REYDB-PAYOUT-FILE: one H      ***
      *** header (value date, run id), one D detail   ***
      *** per inward check refused, then one T        ***
      *** trailer whose count and amount total let    ***
      *** the presenting bank prove the file arrived  ***
      *** complete. The reason tells the presenting   ***
      *** bank why each check is coming back.         ***
      **************************************************

       FD REYDB-CHQRETURN-FILE.
       01 REYDB-CHQRET-RECORD.
           05 REYDB-CHQRET-TYPE PIC X(01).
               88 REYDB-CHQRET-TYPE-HEADER  VALUE "H".
               88 REYDB-CHQRET-TYPE-DETAIL  VALUE "D".
               88 REYDB-CHQRET-TYPE-TRAILER VALUE "T".
           05 REYDB-CHQRET-DATA PIC X(76).
           05 REYDB-CHQRET-HEADER REDEFINES REYDB-CHQRET-DATA.
               10 REYDB-CHQRET-HDR-DATE   PIC 9(08).
               10 REYDB-CHQRET-HDR-RUN-ID PIC X(14).
               10 FILLER                  PIC X(54).
           05 REYDB-CHQRET-DETAIL REDEFINES REYDB-CHQRET-DATA.
               10 REYDB-CHQRET-DET-NUMBER    PIC 9(09).
               10 REYDB-CHQRET-DET-ACCOUNT   PIC 9(18).
               10 REYDB-CHQRET-DET-AMOUNT    PIC 9(13)V99.
               10 REYDB-CHQRET-DET-REASON    PIC X(10).
                   88 REYDB-CHQRET-NSF        VALUE "NSF".
                   88 REYDB-CHQRET-STOPPED    VALUE "STOPPED".
                   88 REYDB-CHQRET-NOT-ISSUED VALUE "NOT-ISSUED".
                   88 REYDB-CHQRET-DUPLICATE  VALUE "DUPLICATE".
                   88 REYDB-CHQRET-CLOSED     VALUE "CLOSED".
                   88 REYDB-CHQRET-REFER      VALUE "REFER".
               10 REYDB-CHQRET-DET-REFERENCE PIC X(16).
               10 FILLER                     PIC X(08).
           05 REYDB-CHQRET-TRAILER REDEFINES REYDB-CHQRET-DATA.
               10 REYDB-CHQRET-TRL-COUNT  PIC 9(09).
               10 REYDB-CHQRET-TRL-AMOUNT PIC S9(15)V99.
               10 FILLER                  PIC X(50).
