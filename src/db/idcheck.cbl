      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: idcheck.cbl            ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: tests a customer's identity document on
      ***               REYDB-CUSTID. A document whose expiry date
      ***               is before the as-of date comes back EXPIRED
      ***               and stops REYDB-ADD opening anything new for
      ***               the customer. No document on file comes back
      ***               NONE and is let through - customers enrolled
      ***               before documents were captured have none
      ***               until their next amendment.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-IDCHECK.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL REYDB-CUSTID-FILE ASSIGN TO "REYDB-CUSTID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-CID-CUST-ID
               FILE STATUS IS REYDB-CUSTID-STATUS-CODE.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-custid.cbl".

       WORKING-STORAGE SECTION.

       01 REYDB-CUSTID-STATUS-CODE PIC X(02).
           88 REYDB-CUSTID-STATUS-OK VALUE "00" "05".

       01 REYDB-IDCHECK-TODAY PIC 9(08).

       LINKAGE SECTION.

       COPY "reydb-idcheck-linking.cbl".

       PROCEDURE DIVISION USING REYDB-IDCHECK-LINKING.

       0000-MAINLINE.

           SET REYDB-IDCHECK-NONE TO TRUE.
           MOVE ZERO TO REYDB-IDCHECK-EXPIRY.

           IF REYDB-IDCHECK-AS-OF = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-IDCHECK-TODAY
           ELSE
               MOVE REYDB-IDCHECK-AS-OF TO REYDB-IDCHECK-TODAY
           END-IF.

           OPEN INPUT REYDB-CUSTID-FILE.

           IF NOT REYDB-CUSTID-STATUS-OK
               CLOSE REYDB-CUSTID-FILE
               GO TO 9999-EXIT
           END-IF.

           MOVE REYDB-IDCHECK-CUST-ID TO REYDB-CID-CUST-ID.

           READ REYDB-CUSTID-FILE
               INVALID KEY
                   CLOSE REYDB-CUSTID-FILE
                   GO TO 9999-EXIT
           END-READ.

           CLOSE REYDB-CUSTID-FILE.

           MOVE REYDB-CID-EXPIRY TO REYDB-IDCHECK-EXPIRY.

           IF REYDB-CID-EXPIRY < REYDB-IDCHECK-TODAY
               SET REYDB-IDCHECK-EXPIRED TO TRUE
           ELSE
               SET REYDB-IDCHECK-OK TO TRUE
           END-IF.

       9999-EXIT.

           GOBACK.
