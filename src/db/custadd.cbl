      *** Author: Eduardo Pozos Huerta ***
      *** File: custadd.cbl            ***
      *** Date: 11/11/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: new customers are enrolled with the customer
      ***               status set to living.
      *** 10/15/2026 - EPH: file the identity document captured at
      ***               enrollment on the new REYDB-CUSTID file under
      ***               the new customer number.
      *** 12/15/2025 - EPH: journal the new customer's after-image
      ***               to REYDB-JOURNAL through REYDB-JRNL for
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


       COPY "reydb-jrnl-linking.cbl".

       01 REYDB-CUSTID-STATUS-CODE PIC X(02).
           88 REYDB-CUSTID-STATUS-OK VALUE "00" "05".
           88 REYDB-CUSTID-NOT-FOUND VALUE "35".

       LINKAGE SECTION.

       COPY "reydb-custadd-linking.cbl".
           MOVE REYDB-CUSTADD-POSTCODE    TO REYDB-CUST-POSTCODE.
           MOVE REYDB-CUSTADD-PHONE       TO REYDB-CUST-PHONE.
           MOVE REYDB-CUSTADD-EMAIL       TO REYDB-CUST-EMAIL.
           SET REYDB-CUST-LIVING          TO TRUE.

           WRITE REYDB-CUST-RECORD.


           SET REYDB-CUSTADD-OK TO TRUE.

           MOVE REYDB-CUSTADD-ID-TYPE TO REYDB-CID-TYPE.

           IF REYDB-CID-VALID-TYPE
               PERFORM 2000-WRITE-ID-DOCUMENT
           END-IF.

       9999-EXIT.

           GOBACK.
               NOT INVALID KEY
                   SET REYDB-CUSTADD-COUNTER-FOUND TO TRUE
           END-READ.

      ****************************************************
      *** Name: 2000-WRITE-ID-DOCUMENT                 ***
      *** Files the identity document on REYDB-CUSTID  ***
      *** under the new customer number. REYDB-CUSTID  ***
      *** is indexed, so it is created the first time  ***
      *** it is found missing                          ***
      ****************************************************

       2000-WRITE-ID-DOCUMENT.

           OPEN I-O REYDB-CUSTID-FILE.

           IF REYDB-CUSTID-NOT-FOUND
               OPEN OUTPUT REYDB-CUSTID-FILE
               CLOSE REYDB-CUSTID-FILE
               OPEN I-O REYDB-CUSTID-FILE
           END-IF.

           IF NOT REYDB-CUSTID-STATUS-OK
               DISPLAY "Custadd: unable to open REYDB-CUSTID, status "
                   REYDB-CUSTID-STATUS-CODE
           ELSE
               MOVE REYDB-CUSTADD-ASSIGNED-ID  TO REYDB-CID-CUST-ID
               MOVE REYDB-CUSTADD-ID-TYPE      TO REYDB-CID-TYPE
               MOVE REYDB-CUSTADD-ID-NUMBER    TO REYDB-CID-NUMBER
               MOVE REYDB-CUSTADD-ID-COUNTRY   TO REYDB-CID-COUNTRY
               MOVE REYDB-CUSTADD-ID-EXPIRY    TO REYDB-CID-EXPIRY

               WRITE REYDB-CID-RECORD

               IF NOT REYDB-CUSTID-STATUS-OK
                   DISPLAY "Custadd: unable to write REYDB-CUSTID, "
                       "status " REYDB-CUSTID-STATUS-CODE
               END-IF
           END-IF.

           CLOSE REYDB-CUSTID-FILE.
