      ***               through REYDB-CUSTADD.
      *** 11/14/2025 - EPH: added REYDB-LINKING-PRODUCT so the caller
      ***               chooses the product type of the new account.
      *** 10/15/2026 - EPH: added REYDB-LINKING-ID-EXPIRED for a
      ***               customer whose identity document has expired.
      *** 10/15/2026 - EPH: added REYDB-LINKING-CURRENCY, the currency
      ***               the new account is held in. Blank (or zero)
      ***               is the local currency.

      *******************************************
      *** Data passed from MAIN-COBOL to the   ***
           05 REYDB-LINKING-PRODUCT     PIC X(02).
           05 REYDB-LINKING-OPERATOR    PIC X(08).
           05 REYDB-LINKING-BRANCH      PIC X(04).
           05 REYDB-LINKING-CURRENCY    PIC X(03).
           05 REYDB-LINKING-ASSIGNED-ID PIC 9(18).
           05 REYDB-LINKING-STATUS      PIC X(01).
               88 REYDB-LINKING-OK      VALUE "Y".
               88 REYDB-LINKING-NOT-OK  VALUE "N".
               88 REYDB-LINKING-ID-EXPIRED VALUE "X".
               88 REYDB-LINKING-NO-RATE    VALUE "R".
