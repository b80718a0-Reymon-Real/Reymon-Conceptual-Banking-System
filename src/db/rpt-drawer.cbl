      ***               catalog through REYDB-CATREG, the same
      ***               discipline as REYDB-RPT-DAILY - the fixed
      ***               name destroyed the previous day's report.
      *** 10/15/2026 - EPH: count WO-RECOV-CSH cash recoveries on
      ***               written-off loans into the drawer as cash
      ***               in, the same as a DEPOSIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-RPT-DRAWER.
                  AND REYDB-TRANLOG-TIMESTAMP(1:8)
                      = REYDB-RPTDRW-TODAY
               IF REYDB-TRANLOG-OPERATION = "DEPOSIT"
                      OR REYDB-TRANLOG-OPERATION = "WO-RECOV-CSH"
                   ADD REYDB-TRANLOG-AMOUNT
                       TO REYDB-RPTDRW-CASH-MOVED
               END-IF
