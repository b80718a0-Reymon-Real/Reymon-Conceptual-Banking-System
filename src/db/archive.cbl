      *** Update: 11/09/2025           ***
      ************************************

      *** 10/15/2026 - EPH: carry the account's currency code onto the
      ***               archive record.
      *** 09/02/2026 - EPH: journal each purge as a delete entry to
      ***               REYDB-JOURNAL through REYDB-JRNL. Without
      ***               it, a reload plus roll-forward resurrected
           MOVE REYDB-FILE-CUST-ID         TO REYDB-ARCHIVE-CUST-ID.
           MOVE REYDB-FILE-PRODUCT         TO REYDB-ARCHIVE-PRODUCT.
           MOVE REYDB-FILE-BRANCH          TO REYDB-ARCHIVE-BRANCH.
           MOVE REYDB-FILE-CURRENCY        TO REYDB-ARCHIVE-CURRENCY.
           MOVE REYDB-FILE-BALANCE         TO REYDB-ARCHIVE-BALANCE.
           MOVE REYDB-FILE-STATUS          TO REYDB-ARCHIVE-STATUS.
           MOVE REYDB-FILE-OVERDRAFT-LIMIT TO
