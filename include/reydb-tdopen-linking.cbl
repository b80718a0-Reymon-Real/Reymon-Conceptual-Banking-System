      *** Date: 12/11/2025             ***
      ************************************

      *** 10/15/2026 - EPH: added the ID-EXPIRED status, handed back
      ***               when REYDB-ADD refuses the customer for an
      ***               expired identity document.

      *******************************************
      *** Data passed from MAIN-COBOL to the   ***
      *** REYDB-TDOPEN subprogram. The new TD  ***
               88 REYDB-TDOPEN-NOT-OK       VALUE "N".
               88 REYDB-TDOPEN-INVALID      VALUE "I".
               88 REYDB-TDOPEN-UNFUNDED     VALUE "U".
               88 REYDB-TDOPEN-ID-EXPIRED   VALUE "X".
