      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-custadd-linking.cbl ***
      *** Date: 11/11/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: added the identity document - type, number,
      ***               issuing country and expiry date - captured at
      ***               enrollment. A blank type enrolls the customer
      ***               without one.
      *** 12/03/2025 - EPH: added the mailing address and contact
      ***               fields captured at enrollment.

           05 REYDB-CUSTADD-POSTCODE    PIC X(10).
           05 REYDB-CUSTADD-PHONE       PIC X(16).
           05 REYDB-CUSTADD-EMAIL       PIC X(64).
           05 REYDB-CUSTADD-ID-TYPE     PIC X(02).
           05 REYDB-CUSTADD-ID-NUMBER   PIC X(20).
           05 REYDB-CUSTADD-ID-COUNTRY  PIC X(02).
           05 REYDB-CUSTADD-ID-EXPIRY   PIC 9(08).
           05 REYDB-CUSTADD-ASSIGNED-ID PIC 9(18).
           05 REYDB-CUSTADD-STATUS      PIC X(01).
               88 REYDB-CUSTADD-OK      VALUE "Y".
