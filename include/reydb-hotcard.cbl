      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-hotcard.cbl      ***
      *** Date: 10/15/2026             ***
      ************************************

      **************************************************
      *** Nightly hot-card file for the card network, ***
      *** written by REYDB-HOTCARD. One H header      ***
      *** (business date, run id), one D record per   ***
      *** card that must be refused - blocked, lost   ***
      *** or stolen, replaced, or past its expiry     ***
      *** month - then one T trailer with the count   ***
      *** by reason so the network can prove the file ***
      *** arrived complete. The file is rewritten in  ***
      *** full every night.                           ***
      **************************************************

       FD REYDB-HOTCARD-FILE.
       01 REYDB-HOTCARD-RECORD.
           05 REYDB-HOTCARD-TYPE PIC X(01).
               88 REYDB-HOTCARD-TYPE-HEADER  VALUE "H".
               88 REYDB-HOTCARD-TYPE-DETAIL  VALUE "D".
               88 REYDB-HOTCARD-TYPE-TRAILER VALUE "T".
           05 REYDB-HOTCARD-DATA PIC X(63).
           05 REYDB-HOTCARD-HEADER REDEFINES REYDB-HOTCARD-DATA.
               10 REYDB-HOTCARD-HDR-DATE   PIC 9(08).
               10 REYDB-HOTCARD-HDR-RUN-ID PIC X(14).
               10 FILLER                   PIC X(41).
           05 REYDB-HOTCARD-DETAIL REDEFINES REYDB-HOTCARD-DATA.
               10 REYDB-HOTCARD-DTL-NUMBER      PIC 9(16).
               10 REYDB-HOTCARD-DTL-REASON      PIC X(01).
                   88 REYDB-HOTCARD-DTL-BLOCKED     VALUE "B".
                   88 REYDB-HOTCARD-DTL-LOST-STOLEN VALUE "L".
                   88 REYDB-HOTCARD-DTL-REPLACED    VALUE "R".
                   88 REYDB-HOTCARD-DTL-EXPIRED     VALUE "E".
               10 REYDB-HOTCARD-DTL-EXPIRY      PIC 9(06).
               10 REYDB-HOTCARD-DTL-STATUS-DATE PIC 9(08).
               10 FILLER                        PIC X(32).
           05 REYDB-HOTCARD-TRAILER REDEFINES REYDB-HOTCARD-DATA.
               10 REYDB-HOTCARD-TRL-COUNT       PIC 9(09).
               10 REYDB-HOTCARD-TRL-BLOCKED     PIC 9(09).
               10 REYDB-HOTCARD-TRL-LOST-STOLEN PIC 9(09).
               10 REYDB-HOTCARD-TRL-REPLACED    PIC 9(09).
               10 REYDB-HOTCARD-TRL-EXPIRED     PIC 9(09).
               10 FILLER                        PIC X(18).
