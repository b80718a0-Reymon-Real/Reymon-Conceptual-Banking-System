      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-custfile.cbl     ***
      *** Date: 11/11/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: added the customer status byte (living or
      ***               deceased), set by REYDB-DECEASED when a death is
      ***               notified. Existing customer files must be
      ***               reloaded - the record grew from 357 to 358
      ***               bytes.
      *** 12/03/2025 - EPH: added the mailing address and contact
      ***               fields (street, city, postcode, phone,
      ***               email) so the monthly statement run has
           05 REYDB-CUST-POSTCODE    PIC X(10).
           05 REYDB-CUST-PHONE       PIC X(16).
           05 REYDB-CUST-EMAIL       PIC X(64).
           05 REYDB-CUST-STATUS      PIC X(01).
               88 REYDB-CUST-LIVING   VALUE "A" SPACE.
               88 REYDB-CUST-DECEASED VALUE "D".
