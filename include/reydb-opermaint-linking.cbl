      *** Date: 12/10/2025             ***
      ************************************

      *** 10/15/2026 - EPH: added the L level-change action, the apply
      ***               mode and pending data REYDB-CHGREVIEW passes
      ***               back, and the submitted status for an enroll or
      ***               level change filed for approval.

      *******************************************
      *** Data passed from MAIN-COBOL to the   ***
      *** REYDB-OPERMAINT subprogram. All      ***
      *** R reinstate a revoked operator       ***
      *** P reset an operator's password (the  ***
      ***   next sign-on forces a change)      ***
      *** L change an operator's level         ***
      *** Enroll and level changes are filed   ***
      *** on REYDB-PENDING (status S) and only ***
      *** take effect when REYDB-CHGREVIEW     ***
      *** calls back in mode A with the        ***
      *** approved change in PEND-DATA.        ***
      *******************************************

       01 REYDB-OPERMAINT-LINKING.
               88 REYDB-OPERMAINT-ACTION-ENROLL    VALUE "E".
               88 REYDB-OPERMAINT-ACTION-REINSTATE VALUE "R".
               88 REYDB-OPERMAINT-ACTION-RESET     VALUE "P".
               88 REYDB-OPERMAINT-ACTION-LEVEL     VALUE "L".
           05 REYDB-OPERMAINT-TARGET   PIC X(08).
           05 REYDB-OPERMAINT-NAME     PIC A(32).
           05 REYDB-OPERMAINT-PASSWORD PIC X(08).
           05 REYDB-OPERMAINT-LEVEL    PIC X(01).
           05 REYDB-OPERMAINT-BRANCH   PIC X(04).
           05 REYDB-OPERMAINT-OPERATOR PIC X(08).
           05 REYDB-OPERMAINT-MODE     PIC X(01).
               88 REYDB-OPERMAINT-MODE-APPLY VALUE "A".
           05 REYDB-OPERMAINT-PEND-DATA PIC X(64).
           05 REYDB-OPERMAINT-STATUS   PIC X(01).
               88 REYDB-OPERMAINT-OK        VALUE "Y".
               88 REYDB-OPERMAINT-NOT-FOUND VALUE "N".
               88 REYDB-OPERMAINT-INVALID   VALUE "I".
               88 REYDB-OPERMAINT-DUPLICATE VALUE "D".
               88 REYDB-OPERMAINT-SUBMITTED VALUE "S".
