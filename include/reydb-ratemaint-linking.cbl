      *** Date: 12/09/2025             ***
      ************************************

      *** 10/15/2026 - EPH: added the apply mode. From the menu
      ***               the mode is blank and every change is filed
      ***               for approval; REYDB-CHGREVIEW passes mode A
      ***               with an approved change's action and row
      ***               data to put it on the rate table.

      *******************************************
      *** Data passed from MAIN-COBOL to the   ***
      *** REYDB-RATEMAINT subprogram, so the   ***
      *******************************************

       01 REYDB-RATEMAINT-LINKING.
           05 REYDB-RATEMAINT-OPERATOR    PIC X(08).
           05 REYDB-RATEMAINT-MODE        PIC X(01).
               88 REYDB-RATEMAINT-MODE-APPLY VALUE "A".
           05 REYDB-RATEMAINT-PEND-ACTION PIC X(01).
           05 REYDB-RATEMAINT-PEND-DATA   PIC X(64).
           05 REYDB-RATEMAINT-RESULT      PIC X(01).
               88 REYDB-RATEMAINT-RESULT-OK     VALUE "Y".
               88 REYDB-RATEMAINT-RESULT-FAILED VALUE "N".
