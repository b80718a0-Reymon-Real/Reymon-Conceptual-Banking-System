      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-tranhist.cbl     ***
      *** Date: 11/13/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: REYDB-TRANHIST is now INDEXED on
      ***               REYDB-TRANHIST-KEY, the account followed by
      ***               the ledger reference, with the reference
      ***               alone as an ALTERNATE key. REYDB-LOG numbers
      ***               every entry from one counter, so the key is
      ***               unique and an account's entries come back in
      ***               the order they were posted. REYDB-TRANHIST-
      ***               REF moved up beside the account. The old
      ***               sequential history is loaded once by
      ***               REYDB-HISTCONV.
      *** 12/20/2025 - EPH: added REYDB-TRANHIST-VALUE-DATE, carried
      ***               over from the new REYDB-TRANLOG-VALUE-DATE
      ***               at cutover.
      *** Ledger history. REYDB-CUTOVER rolls the     ***
      *** day's REYDB-TRANLOG entries in here at end  ***
      *** of day, so the live ledger holds one        ***
      *** business day at a time. Same fields as      ***
      *** REYDB-TRANLOG, with the reference moved up  ***
      *** into the key. Programs SELECT it INDEXED    ***
      *** with RECORD KEY REYDB-TRANHIST-KEY and      ***
      *** ALTERNATE RECORD KEY REYDB-TRANHIST-REF.    ***
      **************************************************

       FD REYDB-TRANHIST-FILE.
       01 REYDB-TRANHIST-RECORD.
           05 REYDB-TRANHIST-KEY.
               10 REYDB-TRANHIST-ACCOUNT-ID PIC 9(18).
               10 REYDB-TRANHIST-REF        PIC 9(12).
           05 REYDB-TRANHIST-OPERATION  PIC X(12).
           05 REYDB-TRANHIST-AMOUNT     PIC S9(13)V99.
           05 REYDB-TRANHIST-TIMESTAMP  PIC X(21).
           05 REYDB-TRANHIST-OPERATOR   PIC X(08).
           05 REYDB-TRANHIST-BRANCH     PIC X(04).
           05 REYDB-TRANHIST-VALUE-DATE PIC 9(08).
