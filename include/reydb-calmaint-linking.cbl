      *** Date: 12/20/2025             ***
      ************************************

      *** 10/15/2026 - EPH: added the apply mode. From the menu
      ***               the mode is blank and every change is filed
      ***               for approval; REYDB-CHGREVIEW passes mode A
      ***               with an approved change's action and holiday
      ***               to put it on the calendar.

      *******************************************
      *** Data passed from MAIN-COBOL to the   ***
      *** REYDB-CALMAINT subprogram, so the    ***
      *******************************************

       01 REYDB-CALMAINT-LINKING.
           05 REYDB-CALMAINT-OPERATOR    PIC X(08).
           05 REYDB-CALMAINT-MODE        PIC X(01).
               88 REYDB-CALMAINT-MODE-APPLY VALUE "A".
           05 REYDB-CALMAINT-PEND-ACTION PIC X(01).
           05 REYDB-CALMAINT-PEND-DATA   PIC X(64).
           05 REYDB-CALMAINT-RESULT      PIC X(01).
               88 REYDB-CALMAINT-RESULT-OK     VALUE "Y".
               88 REYDB-CALMAINT-RESULT-FAILED VALUE "N".
