      *** Update: 11/14/2025           ***
      ************************************

      *** 10/15/2026 - EPH: documented the DR and DX debit interest
      ***               rows read by REYDB-DEBITINT.

      **************************************************
      *** Interest rate table, one row per product    ***
      *** and balance tier. REYDB-INTEREST applies    ***
      *** above the balance. Maintained through       ***
      *** REYDB-RATEMAINT - no recompile needed for a ***
      *** rate change.                                ***
      *** Two pseudo-products price overdrawn CK      ***
      *** balances for REYDB-DEBITINT: DR is the      ***
      *** debit rate inside an authorized overdraft   ***
      *** limit and DX the higher excess rate beyond  ***
      *** it. Their tier floor is tested against the  ***
      *** overdrawn amount in that band.              ***
      **************************************************

       FD REYDB-RATES-FILE.
