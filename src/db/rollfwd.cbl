      ***               every account purged since the backup.
      ***               Applying a delete twice is as harmless as
      ***               applying an image twice.
      *** 10/15/2026 - EPH: customer images are now 358 bytes (customer
      ***               status byte).
      *** 10/15/2026 - EPH: account images are now 85 bytes (currency
      ***               code).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-ROLLFWD.

           MOVE "N" TO REYDB-ROLLFWD-FOUND-SW.

           MOVE REYDB-JRNL-IMAGE(1:85) TO REYDB-TABLE.

           READ REYDB-FILE
               INVALID KEY
                   SET REYDB-ROLLFWD-FOUND TO TRUE
           END-READ.

           MOVE REYDB-JRNL-IMAGE(1:85) TO REYDB-TABLE.

           IF REYDB-ROLLFWD-FOUND
               REWRITE REYDB-TABLE

           MOVE "N" TO REYDB-ROLLFWD-FOUND-SW.

           MOVE REYDB-JRNL-IMAGE(1:85) TO REYDB-TABLE.

           READ REYDB-FILE
               INVALID KEY

           MOVE "N" TO REYDB-ROLLFWD-FOUND-SW.

           MOVE REYDB-JRNL-IMAGE(1:358) TO REYDB-CUST-RECORD.

           READ REYDB-CUST-FILE
               INVALID KEY
                   SET REYDB-ROLLFWD-FOUND TO TRUE
           END-READ.

           MOVE REYDB-JRNL-IMAGE(1:358) TO REYDB-CUST-RECORD.

           IF REYDB-ROLLFWD-FOUND
               REWRITE REYDB-CUST-RECORD
