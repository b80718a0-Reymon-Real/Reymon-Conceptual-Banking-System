      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-file.cbl         ***
      *** Date: 11/03/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: added REYDB-FILE-CURRENCY, the ISO code
      ***               the account is held in. Balance, overdraft
      ***               limit and every ledger amount on the account
      ***               are in that currency. Blank is the local
      ***               currency and the fallback for records
      ***               enrolled before this change. The record grew
      ***               from 82 to 85 bytes - existing files must be
      ***               reloaded.
      *** 12/12/2025 - EPH: added the LN loan product. The amount
      ***               owed lives here as a negative balance under
      ***               an overdraft authorization; the repayment
               88 REYDB-FILE-OVERDRAFT-NOT-AUTHORIZED VALUE "N".
           05 REYDB-FILE-CLOSED-DATE PIC 9(08).
           05 REYDB-FILE-BRANCH      PIC X(04).
           05 REYDB-FILE-CURRENCY    PIC X(03).
               88 REYDB-FILE-LOCAL-CURRENCY VALUE SPACES.
