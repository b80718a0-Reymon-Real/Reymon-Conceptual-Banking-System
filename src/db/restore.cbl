      *** Author: Eduardo Pozos Huerta ***
      *** File: restore.cbl            ***
      *** Date: 11/19/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: pass the account's currency to REYDB-LOG so
      ***               the offsetting internal leg lands in the right
      ***               currency.
      *** 10/15/2026 - EPH: put the archived currency code back on the
      ***               restored account.
      *** 12/15/2025 - EPH: journal the reinstated account's
      ***               after-image to REYDB-JOURNAL through
      ***               REYDB-JRNL for forward recovery.
               TO REYDB-FILE-OVERDRAFT-FLAG.
           MOVE ZERO                          TO REYDB-FILE-CLOSED-DATE.
           MOVE REYDB-ARCHIVE-BRANCH          TO REYDB-FILE-BRANCH.
           MOVE REYDB-ARCHIVE-CURRENCY        TO REYDB-FILE-CURRENCY.

           WRITE REYDB-TABLE.

           MOVE "RESTORE"             TO REYDB-LOG-OPERATION.
           MOVE REYDB-ARCHIVE-BALANCE TO REYDB-LOG-AMOUNT.
           MOVE REYDB-RESTORE-OPERATOR TO REYDB-LOG-OPERATOR.
           MOVE REYDB-ARCHIVE-CURRENCY TO REYDB-LOG-CURRENCY.
           CALL "REYDB-LOG" USING REYDB-LOG-LINKING.

           IF NOT REYDB-LOG-OK
