      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-postbatch-input.cbl ***
      *** Date: 11/22/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      **************************************************
      *** One externally-supplied transaction per     ***
      *** line for REYDB-POSTBATCH. The destination   ***
      *** account is only used by TRANSFER items.     ***
      *** Operations: DEPOSIT, WITHDRAW, TRANSFER,    ***
      *** CHECK (check number in the first nine       ***
      *** positions of the reference) and CARD-ATM or ***
      *** CARD-POS (debit card number in the first    ***
      *** sixteen; the account may be left zero and   ***
      *** is taken from the card).                    ***
      **************************************************

       FD REYDB-POSTBATCH-INPUT-FILE.
