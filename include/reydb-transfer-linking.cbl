      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-transfer-linking ***
      *** Date: 11/07/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: added the NO-RATE status and the credit
      ***               leg handed back. Between accounts of
      ***               different currencies the AMOUNT is debited
      ***               in the source's currency and converted at
      ***               the day's rate; CREDIT-AMOUNT and
      ***               CREDIT-CURRENCY say what reached the
      ***               destination. A day with no rate on
      ***               REYDB-FXRATE refuses the transfer.

      *******************************************
      *** Data passed from MAIN-COBOL to the   ***
      *** REYDB-TRANSFER subprogram            ***
               88 REYDB-TRANSFER-INVALID-AMOUNT VALUE "V".
               88 REYDB-TRANSFER-OVER-LIMIT     VALUE "L".
               88 REYDB-TRANSFER-BUSY           VALUE "B".
               88 REYDB-TRANSFER-NO-RATE        VALUE "R".
           05 REYDB-TRANSFER-CREDIT-AMOUNT   PIC S9(13)V99.
           05 REYDB-TRANSFER-CREDIT-CURRENCY PIC X(03).
           05 REYDB-TRANSFER-CONVERTED-SW    PIC X(01).
               88 REYDB-TRANSFER-CONVERTED      VALUE "Y".
