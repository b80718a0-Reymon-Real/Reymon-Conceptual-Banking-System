      *** Date: 12/12/2025             ***
      ************************************

      *** 10/15/2026 - EPH: added the ID-EXPIRED status, handed back
      ***               when REYDB-ADD refuses the customer for an
      ***               expired identity document.

      *******************************************
      *** Data passed from MAIN-COBOL to the   ***
      *** REYDB-LOANDISB subprogram. The new   ***
      *** loan account number and installment  ***
      *** are handed back. The annual rate is  ***
      *** a fraction, e.g. .1250 for 12.5%.    ***
      *******************************************

       01 REYDB-LOANDISB-LINKING.
           05 REYDB-LOANDISB-DEPOSIT-ID  PIC 9(18).
           05 REYDB-LOANDISB-PRINCIPAL   PIC 9(13)V99.
           05 REYDB-LOANDISB-INSTALLMENTS PIC 9(03).
           05 REYDB-LOANDISB-ANNUAL-RATE PIC V9(04).
           05 REYDB-LOANDISB-OPERATOR    PIC X(08).
           05 REYDB-LOANDISB-BRANCH      PIC X(04).
           05 REYDB-LOANDISB-ACCOUNT-ID  PIC 9(18).
               88 REYDB-LOANDISB-NOT-OK   VALUE "N".
               88 REYDB-LOANDISB-INVALID  VALUE "I".
               88 REYDB-LOANDISB-UNFUNDED VALUE "U".
               88 REYDB-LOANDISB-ID-EXPIRED VALUE "X".
