      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-update-linking.cbl ***
      *** Date: 11/26/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: added the identity document so an amendment
      ***               can record a renewed or replacement document.
      *** 12/03/2025 - EPH: added the mailing address and contact
      ***               fields so an amendment can fix them too.

           05 REYDB-UPDATE-POSTCODE    PIC X(10).
           05 REYDB-UPDATE-PHONE       PIC X(16).
           05 REYDB-UPDATE-EMAIL       PIC X(64).
           05 REYDB-UPDATE-ID-TYPE     PIC X(02).
           05 REYDB-UPDATE-ID-NUMBER   PIC X(20).
           05 REYDB-UPDATE-ID-COUNTRY  PIC X(02).
           05 REYDB-UPDATE-ID-EXPIRY   PIC 9(08).
           05 REYDB-UPDATE-OPERATOR    PIC X(08).
           05 REYDB-UPDATE-STATUS      PIC X(01).
               88 REYDB-UPDATE-OK        VALUE "Y".
