      ***               in the mainline and left REYDB-DRAWER open
      ***               across CALLs, failing every later drawer
      ***               open with status 41.
      *** 10/15/2026 - EPH: count WO-RECOV-CSH cash recoveries on
      ***               written-off loans into the drawer as cash
      ***               in, the same as a DEPOSIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-DRAWER.
                  AND REYDB-TRANLOG-TIMESTAMP(1:8)
                      = REYDB-DRAWER-TODAY
               IF REYDB-TRANLOG-OPERATION = "DEPOSIT"
                      OR REYDB-TRANLOG-OPERATION = "WO-RECOV-CSH"
                   ADD REYDB-TRANLOG-AMOUNT
                       TO REYDB-DRAWER-CASH-MOVED
               END-IF
