      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-pending.cbl      ***
      *** Date: 10/15/2026             ***
      ************************************

      **************************************************
      *** Pending reference-table changes, keyed by a ***
      *** change number from REYDB-COUNTER-FILE. A    ***
      *** supervisor's change to the rates, the fee   ***
      *** schedule, the calendar, an operator's level ***
      *** or the exchange rates is written here by    ***
      *** REYDB-PENDSUB and only takes effect once a  ***
      *** different supervisor approves it through    ***
      *** REYDB-CHGREVIEW, which hands REYDB-PEND-    ***
      *** DATA back to the owning maintenance program ***
      *** to apply. REYDB-PEND-DATA is laid out by    ***
      *** that program; BEFORE and AFTER are the      ***
      *** readable values journaled to REYDB-SECJRNL. ***
      **************************************************

       FD REYDB-PENDING-FILE.
       01 REYDB-PEND-RECORD.
           05 REYDB-PEND-ID         PIC 9(18).
           05 REYDB-PEND-TABLE      PIC X(01).
               88 REYDB-PEND-TABLE-RATES    VALUE "R".
               88 REYDB-PEND-TABLE-FEES     VALUE "F".
               88 REYDB-PEND-TABLE-CALENDAR VALUE "C".
               88 REYDB-PEND-TABLE-OPERATOR VALUE "O".
               88 REYDB-PEND-TABLE-FXRATES  VALUE "X".
           05 REYDB-PEND-ACTION     PIC X(01).
           05 REYDB-PEND-STATUS     PIC X(01).
               88 REYDB-PEND-WAITING  VALUE "P".
               88 REYDB-PEND-APPROVED VALUE "A".
               88 REYDB-PEND-REJECTED VALUE "J".
           05 REYDB-PEND-MAKER      PIC X(08).
           05 REYDB-PEND-MADE-DATE  PIC 9(08).
           05 REYDB-PEND-CHECKER    PIC X(08).
           05 REYDB-PEND-CHECK-DATE PIC 9(08).
           05 REYDB-PEND-BEFORE     PIC X(32).
           05 REYDB-PEND-AFTER      PIC X(32).
           05 REYDB-PEND-DATA       PIC X(64).
