               88 REYDB-WITHDRAW-INVALID-AMOUNT VALUE "V".
               88 REYDB-WITHDRAW-OVER-LIMIT     VALUE "L".
               88 REYDB-WITHDRAW-BUSY           VALUE "B".
               88 REYDB-WITHDRAW-NOT-ACTIVE     VALUE "C".
