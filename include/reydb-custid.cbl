      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-custid.cbl       ***
      *** Date: 10/15/2026             ***
      ************************************

      **************************************************
      *** Customer identity documents, keyed by the   ***
      *** customer number. Kept beside the customer   ***
      *** master rather than on it because the        ***
      *** customer record already fills the journal   ***
      *** image. Captured by REYDB-CUSTADD, amended   ***
      *** by REYDB-UPDATE and tested by REYDB-IDCHECK ***
      *** before an account, term deposit or loan is  ***
      *** opened. A customer with no record on file   ***
      *** was enrolled before documents were taken.   ***
      **************************************************

       FD REYDB-CUSTID-FILE.
       01 REYDB-CID-RECORD.
           05 REYDB-CID-CUST-ID PIC 9(18).
           05 REYDB-CID-TYPE    PIC X(02).
               88 REYDB-CID-PASSPORT  VALUE "PP".
               88 REYDB-CID-LICENCE   VALUE "DL".
               88 REYDB-CID-NATIONAL  VALUE "NI".
               88 REYDB-CID-RESIDENCE VALUE "RP".
               88 REYDB-CID-VALID-TYPE
                   VALUE "PP" "DL" "NI" "RP".
           05 REYDB-CID-NUMBER  PIC X(20).
           05 REYDB-CID-COUNTRY PIC X(02).
           05 REYDB-CID-EXPIRY  PIC 9(08).
