      *** Date: 12/08/2025             ***
      ************************************

      *** 10/15/2026 - EPH: a check drawn on a closed or frozen
      ***               account now comes back CLOSED rather than
      ***               REFUSED, so REYDB-POSTBATCH can return it
      ***               to the presenting bank with that reason.
      *** 12/21/2025 - EPH: report the item OK as soon as the debit
      ***               posts. A mark-paid failure after the money
      ***               had left the account was handing REFUSED
           CALL "REYDB-WITHDRAW" USING REYDB-WITHDRAW-LINKING.

           IF NOT REYDB-WITHDRAW-OK
               EVALUATE TRUE
                   WHEN REYDB-WITHDRAW-INSUFFICIENT
                       SET REYDB-CHQCLEAR-INSUFFICIENT TO TRUE
                   WHEN REYDB-WITHDRAW-NOT-ACTIVE
                       SET REYDB-CHQCLEAR-CLOSED TO TRUE
                   WHEN OTHER
                       SET REYDB-CHQCLEAR-REFUSED TO TRUE
               END-EVALUATE
               GO TO 9999-EXIT
           END-IF.

