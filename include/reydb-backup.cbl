      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-backup.cbl       ***
      *** Date: 11/20/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: widen the account image for the new
      ***               currency code (82 to 85 bytes).
      *** 10/15/2026 - EPH: widen the customer image for the new
      ***               customer status byte (357 to 358 bytes).
      *** 12/06/2025 - EPH: widen the account image for the new
      ***               branch code (78 to 82 bytes).
      *** 12/03/2025 - EPH: widen the customer image for the new
               10 REYDB-BACKUP-HDR-TIME PIC 9(06).
               10 FILLER                PIC X(346).
           05 REYDB-BACKUP-ACCOUNT REDEFINES REYDB-BACKUP-DATA.
               10 REYDB-BACKUP-ACCT-IMAGE PIC X(85).
               10 FILLER                  PIC X(275).
           05 REYDB-BACKUP-CUSTOMER REDEFINES REYDB-BACKUP-DATA.
               10 REYDB-BACKUP-CUST-IMAGE PIC X(358).
               10 FILLER                  PIC X(02).
           05 REYDB-BACKUP-COUNTER REDEFINES REYDB-BACKUP-DATA.
               10 REYDB-BACKUP-CNTR-IMAGE PIC X(19).
               10 FILLER                  PIC X(341).
