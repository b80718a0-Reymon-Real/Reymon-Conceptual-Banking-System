      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-sweep.cbl        ***
      *** Date: 10/15/2026             ***
      ************************************

      **************************************************
      *** Checking/savings sweep arrangements, keyed  ***
      *** by the checking account. REYDB-SWEEP runs   ***
      *** them in the nightly cycle: a checking       ***
      *** balance under the floor is topped up from   ***
      *** the savings account, and anything over the  ***
      *** ceiling is moved across to savings. A zero  ***
      *** ceiling means no upward sweep. Maintained   ***
      *** through REYDB-SWPMAINT. REYDB-SWP-LAST-EXEC ***
      *** remembers the last business date the pair   ***
      *** was swept, so a rerun of the cycle does not ***
      *** sweep the same pair twice.                  ***
      **************************************************

       FD REYDB-SWEEP-FILE.
       01 REYDB-SWP-RECORD.
           05 REYDB-SWP-CK-ID     PIC 9(18).
           05 REYDB-SWP-SV-ID     PIC 9(18).
           05 REYDB-SWP-FLOOR     PIC 9(13)V99.
           05 REYDB-SWP-CEILING   PIC 9(13)V99.
           05 REYDB-SWP-FLAG      PIC X(01).
               88 REYDB-SWP-ACTIVE    VALUE "A".
               88 REYDB-SWP-CANCELLED VALUE "C".
           05 REYDB-SWP-LAST-EXEC PIC 9(08).
