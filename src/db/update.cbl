      *** Author: Eduardo Pozos Huerta ***
      *** File: update.cbl             ***
      *** Date: 11/26/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: amend the identity document on REYDB-CUSTID
      ***               too, posting an AMEND-IDDOC ledger entry when it
      ***               changes. A blank type leaves the document on
      ***               file alone.
      *** 12/15/2025 - EPH: journal the customer after-image to
      ***               REYDB-JOURNAL through REYDB-JRNL for
      ***               forward recovery.

       COPY "reydb-control.cbl".

           SELECT OPTIONAL REYDB-CUSTID-FILE ASSIGN TO "REYDB-CUSTID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-CID-CUST-ID
               FILE STATUS IS REYDB-CUSTID-STATUS-CODE.

       DATA DIVISION.

       FILE SECTION.
       COPY "reydb-counter.cbl".
       COPY "reydb-custfile.cbl".
       COPY "reydb-tranlog.cbl".
       COPY "reydb-custid.cbl".

       WORKING-STORAGE SECTION.

       01 REYDB-UPDATE-CONTACT-CHANGED-SW PIC X(01).
           88 REYDB-UPDATE-CONTACT-CHANGED VALUE "Y".

       01 REYDB-UPDATE-IDDOC-CHANGED-SW PIC X(01).
           88 REYDB-UPDATE-IDDOC-CHANGED VALUE "Y".

       01 REYDB-UPDATE-IDDOC-FOUND-SW PIC X(01).
           88 REYDB-UPDATE-IDDOC-FOUND VALUE "Y".

       01 REYDB-CUSTID-STATUS-CODE PIC X(02).
           88 REYDB-CUSTID-STATUS-OK VALUE "00" "05".
           88 REYDB-CUSTID-NOT-FOUND VALUE "35".

       LINKAGE SECTION.

       COPY "reydb-update-linking.cbl".
           MOVE "N" TO REYDB-UPDATE-LASTNM-CHANGED-SW.
           MOVE "N" TO REYDB-UPDATE-BIRTH-CHANGED-SW.
           MOVE "N" TO REYDB-UPDATE-CONTACT-CHANGED-SW.
           MOVE "N" TO REYDB-UPDATE-IDDOC-CHANGED-SW.

           OPEN INPUT REYDB-FILE.


           SET REYDB-UPDATE-OK TO TRUE.

           MOVE REYDB-UPDATE-ID-TYPE TO REYDB-CID-TYPE.

           IF REYDB-CID-VALID-TYPE
               PERFORM 3000-AMEND-ID-DOCUMENT
           END-IF.

           PERFORM 2000-LOG-AMENDMENTS.

       9999-EXIT.
               PERFORM 2100-LOG-ONE-AMENDMENT
           END-IF.

           IF REYDB-UPDATE-IDDOC-CHANGED
               MOVE "AMEND-IDDOC" TO REYDB-LOG-OPERATION
               PERFORM 2100-LOG-ONE-AMENDMENT
           END-IF.

           IF NOT REYDB-UPDATE-NAME-CHANGED
                  AND NOT REYDB-UPDATE-LASTNM-CHANGED
                  AND NOT REYDB-UPDATE-BIRTH-CHANGED
                  AND NOT REYDB-UPDATE-CONTACT-CHANGED
                  AND NOT REYDB-UPDATE-IDDOC-CHANGED
               DISPLAY "Update: nothing changed"
           END-IF.

           IF NOT REYDB-LOG-OK
               DISPLAY "Update: ledger entry not recorded"
           END-IF.

      ****************************************************
      *** Name: 3000-AMEND-ID-DOCUMENT                 ***
      *** Files a renewed or replacement identity      ***
      *** document on REYDB-CUSTID under the customer  ***
      *** the account points at, or the first one for  ***
      *** a customer enrolled before documents were    ***
      *** captured                                     ***
      ****************************************************

       3000-AMEND-ID-DOCUMENT.

           MOVE "N" TO REYDB-UPDATE-IDDOC-FOUND-SW.

           OPEN I-O REYDB-CUSTID-FILE.

           IF REYDB-CUSTID-NOT-FOUND
               OPEN OUTPUT REYDB-CUSTID-FILE
               CLOSE REYDB-CUSTID-FILE
               OPEN I-O REYDB-CUSTID-FILE
           END-IF.

           IF NOT REYDB-CUSTID-STATUS-OK
               DISPLAY "Update: unable to open REYDB-CUSTID, status "
                   REYDB-CUSTID-STATUS-CODE
           ELSE
               MOVE REYDB-FILE-CUST-ID TO REYDB-CID-CUST-ID

               READ REYDB-CUSTID-FILE
                   INVALID KEY
                       SET REYDB-UPDATE-IDDOC-CHANGED TO TRUE
                   NOT INVALID KEY
                       SET REYDB-UPDATE-IDDOC-FOUND TO TRUE
               END-READ

               IF REYDB-UPDATE-IDDOC-FOUND
                   IF REYDB-UPDATE-ID-TYPE NOT = REYDB-CID-TYPE
                          OR REYDB-UPDATE-ID-NUMBER
                             NOT = REYDB-CID-NUMBER
                          OR REYDB-UPDATE-ID-COUNTRY
                             NOT = REYDB-CID-COUNTRY
                          OR REYDB-UPDATE-ID-EXPIRY
                             NOT = REYDB-CID-EXPIRY
                       SET REYDB-UPDATE-IDDOC-CHANGED TO TRUE
                   END-IF
               END-IF

               IF REYDB-UPDATE-IDDOC-CHANGED
                   PERFORM 3100-WRITE-ID-DOCUMENT
               END-IF
           END-IF.

           CLOSE REYDB-CUSTID-FILE.

      ****************************************************
      *** Name: 3100-WRITE-ID-DOCUMENT                 ***
      ****************************************************

       3100-WRITE-ID-DOCUMENT.

           MOVE REYDB-FILE-CUST-ID      TO REYDB-CID-CUST-ID.
           MOVE REYDB-UPDATE-ID-TYPE    TO REYDB-CID-TYPE.
           MOVE REYDB-UPDATE-ID-NUMBER  TO REYDB-CID-NUMBER.
           MOVE REYDB-UPDATE-ID-COUNTRY TO REYDB-CID-COUNTRY.
           MOVE REYDB-UPDATE-ID-EXPIRY  TO REYDB-CID-EXPIRY.

           IF REYDB-UPDATE-IDDOC-FOUND
               REWRITE REYDB-CID-RECORD
           ELSE
               WRITE REYDB-CID-RECORD
           END-IF.

           IF NOT REYDB-CUSTID-STATUS-OK
               DISPLAY "Update: unable to write REYDB-CUSTID, status "
                   REYDB-CUSTID-STATUS-CODE
               MOVE "N" TO REYDB-UPDATE-IDDOC-CHANGED-SW
           END-IF.
