      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-pendsub-linking.cbl ***
      *** Date: 10/15/2026             ***
      ************************************

      *******************************************
      *** Data passed from the reference-table ***
      *** maintenance programs to the          ***
      *** REYDB-PENDSUB subprogram, which      ***
      *** files the change on REYDB-PENDING    ***
      *** for a second supervisor's approval   ***
      *** and hands back its change number.    ***
      *** Table and action values are those of ***
      *** REYDB-PEND-TABLE and REYDB-PEND-     ***
      *** ACTION.                              ***
      *******************************************

       01 REYDB-PENDSUB-LINKING.
           05 REYDB-PENDSUB-TABLE    PIC X(01).
           05 REYDB-PENDSUB-ACTION   PIC X(01).
           05 REYDB-PENDSUB-OPERATOR PIC X(08).
           05 REYDB-PENDSUB-BEFORE   PIC X(32).
           05 REYDB-PENDSUB-AFTER    PIC X(32).
           05 REYDB-PENDSUB-DATA     PIC X(64).
           05 REYDB-PENDSUB-ID       PIC 9(18).
           05 REYDB-PENDSUB-STATUS   PIC X(01).
               88 REYDB-PENDSUB-OK     VALUE "Y".
               88 REYDB-PENDSUB-FAILED VALUE "N".
