      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: rpt-idexpiry.cbl       ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: monthly identity document expiry report.
      ***               On the last business day of the month lists
      ***               every REYDB-CUSTID document that expires
      ***               within the next 60 days, and any that has
      ***               already expired, so branches can ask the
      ***               customer for a renewed one before it stops
      ***               new accounts being opened. The report is
      ***               dated and registered on the REYDB-RPTCAT
      ***               catalog through REYDB-CATREG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-RPT-IDEXPIRY.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       COPY "reydb-control.cbl".

           SELECT OPTIONAL REYDB-CUSTID-FILE ASSIGN TO "REYDB-CUSTID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-CID-CUST-ID
               FILE STATUS IS REYDB-CUSTID-STATUS-CODE.

           SELECT REYDB-RPT-IDEXPIRY-FILE
               ASSIGN TO DYNAMIC REYDB-RPT-IDEXPIRY-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-file.cbl".
       COPY "reydb-counter.cbl".
       COPY "reydb-custfile.cbl".
       COPY "reydb-tranlog.cbl".
       COPY "reydb-custid.cbl".

       FD REYDB-RPT-IDEXPIRY-FILE.
       01 REYDB-RPT-IDEXPIRY-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       COPY "reydb-status.cbl".

       COPY "reydb-bizday-linking.cbl".

       COPY "reydb-catreg-linking.cbl".

       01 REYDB-CUSTID-STATUS-CODE PIC X(02).
           88 REYDB-CUSTID-STATUS-OK VALUE "00" "05".

       01 REYDB-RPT-IDEXPIRY-NAME.
           05 FILLER                       PIC X(19)
               VALUE "REYDB-RPT-IDEXPIRY-".
           05 REYDB-RPT-IDEXPIRY-NAME-DATE PIC 9(08).

       01 REYDB-RPTID-TODAY PIC 9(08).

       01 REYDB-RPTID-HORIZON PIC 9(08).

       01 REYDB-RPTID-WINDOW-DAYS PIC 9(03) VALUE 60.

       01 REYDB-RPTID-EOF-SW PIC X(01).
           88 REYDB-RPTID-EOF VALUE "Y".

       01 REYDB-RPTID-CUST-OPEN-SW PIC X(01).
           88 REYDB-RPTID-CUST-OPEN VALUE "Y".

       01 REYDB-RPTID-DUE-COUNT PIC 9(05) COMP.

       01 REYDB-RPTID-EXPIRED-COUNT PIC 9(05) COMP.

       01 REYDB-RPTID-HEADER-LINE.
           05 FILLER PIC X(40) VALUE
               "IDENTITY DOCUMENTS EXPIRING ON OR BEFORE".
           05 FILLER PIC X(01) VALUE SPACE.
           05 REYDB-RPTID-HEADER-HORIZON PIC 9(08).
           05 FILLER PIC X(09) VALUE " AS OF ".
           05 REYDB-RPTID-HEADER-TODAY PIC 9(08).

       01 REYDB-RPTID-TITLE-LINE.
           05 FILLER PIC X(20) VALUE "CUSTOMER".
           05 FILLER PIC X(33) VALUE "LASTNAME".
           05 FILLER PIC X(25) VALUE "NAME".
           05 FILLER PIC X(05) VALUE "TYPE".
           05 FILLER PIC X(22) VALUE "DOCUMENT NUMBER".
           05 FILLER PIC X(04) VALUE "CTY".
           05 FILLER PIC X(10) VALUE "EXPIRY".
           05 FILLER PIC X(07) VALUE "STATUS".

       01 REYDB-RPTID-DETAIL-LINE.
           05 REYDB-RPTID-DETAIL-CUST     PIC 9(18).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 REYDB-RPTID-DETAIL-LASTNAME PIC X(32).
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 REYDB-RPTID-DETAIL-NAME     PIC X(24).
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 REYDB-RPTID-DETAIL-TYPE     PIC X(02).
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 REYDB-RPTID-DETAIL-NUMBER   PIC X(20).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 REYDB-RPTID-DETAIL-COUNTRY  PIC X(02).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 REYDB-RPTID-DETAIL-EXPIRY   PIC 9(08).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 REYDB-RPTID-DETAIL-STATUS   PIC X(07).

       01 REYDB-RPTID-TOTAL-LINE.
           05 FILLER                      PIC X(19)
               VALUE "EXPIRING IN 60 DAYS".
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 REYDB-RPTID-TOTAL-DUE       PIC Z(04)9.
           05 FILLER                      PIC X(18)
               VALUE "   ALREADY EXPIRED".
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 REYDB-RPTID-TOTAL-EXPIRED   PIC Z(04)9.

       LINKAGE SECTION.

       COPY "reydb-rpt-idexpiry-linking.cbl".

       PROCEDURE DIVISION USING REYDB-RPT-IDEXPIRY-LINKING.

       0000-MAINLINE.

           IF REYDB-RPTID-BUSINESS-DATE > ZERO
               MOVE REYDB-RPTID-BUSINESS-DATE TO REYDB-RPTID-TODAY
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-RPTID-TODAY
           END-IF.

           MOVE REYDB-RPTID-TODAY TO REYDB-BIZDAY-DATE-IN.

           CALL "REYDB-BIZDAY" USING REYDB-BIZDAY-LINKING.

           IF NOT REYDB-BIZDAY-LAST-OF-MONTH
               DISPLAY "RPT-IDEXPIRY: NOT THE MONTH-END BUSINESS "
                   "DAY, SKIPPING"
               GO TO 9999-EXIT
           END-IF.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS-DOCUMENT
               UNTIL REYDB-RPTID-EOF.

           PERFORM 9000-TERMINATE.

       9999-EXIT.

           GOBACK.

      ****************************************************
      *** Name: 1000-INITIALIZE                        ***
      ****************************************************

       1000-INITIALIZE.

           MOVE "N" TO REYDB-RPTID-EOF-SW.
           MOVE "N" TO REYDB-RPTID-CUST-OPEN-SW.
           MOVE ZERO TO REYDB-RPTID-DUE-COUNT.
           MOVE ZERO TO REYDB-RPTID-EXPIRED-COUNT.

           COMPUTE REYDB-RPTID-HORIZON =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(REYDB-RPTID-TODAY)
                   + REYDB-RPTID-WINDOW-DAYS).

           MOVE REYDB-RPTID-TODAY TO REYDB-RPT-IDEXPIRY-NAME-DATE.

           OPEN OUTPUT REYDB-RPT-IDEXPIRY-FILE.

           MOVE REYDB-RPTID-HORIZON TO REYDB-RPTID-HEADER-HORIZON.
           MOVE REYDB-RPTID-TODAY   TO REYDB-RPTID-HEADER-TODAY.
           MOVE REYDB-RPTID-HEADER-LINE TO REYDB-RPT-IDEXPIRY-LINE.
           WRITE REYDB-RPT-IDEXPIRY-LINE.
           MOVE REYDB-RPTID-TITLE-LINE TO REYDB-RPT-IDEXPIRY-LINE.
           WRITE REYDB-RPT-IDEXPIRY-LINE.

           OPEN INPUT REYDB-CUST-FILE.

           IF REYDB-CUST-STATUS-OK
               SET REYDB-RPTID-CUST-OPEN TO TRUE
           ELSE
               DISPLAY "Rpt-idexpiry: unable to open REYDB-CUST-FILE, "
                   "status " REYDB-CUST-STATUS-CODE
           END-IF.

           OPEN INPUT REYDB-CUSTID-FILE.

           IF NOT REYDB-CUSTID-STATUS-OK
               DISPLAY "Rpt-idexpiry: unable to open REYDB-CUSTID, "
                   "status " REYDB-CUSTID-STATUS-CODE
               SET REYDB-RPTID-EOF TO TRUE
           ELSE
               PERFORM 1100-READ-NEXT-DOCUMENT
           END-IF.

      ****************************************************
      *** Name: 1100-READ-NEXT-DOCUMENT                ***
      ****************************************************

       1100-READ-NEXT-DOCUMENT.

           READ REYDB-CUSTID-FILE NEXT RECORD
               AT END
                   SET REYDB-RPTID-EOF TO TRUE
           END-READ.

      ****************************************************
      *** Name: 2000-PROCESS-DOCUMENT                  ***
      *** Already expired, or expiring on or before    ***
      *** the horizon                                  ***
      ****************************************************

       2000-PROCESS-DOCUMENT.

           IF REYDB-CID-EXPIRY NOT GREATER THAN REYDB-RPTID-HORIZON
               IF REYDB-CID-EXPIRY < REYDB-RPTID-TODAY
                   MOVE "EXPIRED" TO REYDB-RPTID-DETAIL-STATUS
                   ADD 1 TO REYDB-RPTID-EXPIRED-COUNT
               ELSE
                   MOVE "DUE" TO REYDB-RPTID-DETAIL-STATUS
                   ADD 1 TO REYDB-RPTID-DUE-COUNT
               END-IF

               PERFORM 2100-WRITE-DETAIL
           END-IF.

           PERFORM 1100-READ-NEXT-DOCUMENT.

      ****************************************************
      *** Name: 2100-WRITE-DETAIL                      ***
      ****************************************************

       2100-WRITE-DETAIL.

           MOVE SPACES TO REYDB-RPTID-DETAIL-LASTNAME.
           MOVE SPACES TO REYDB-RPTID-DETAIL-NAME.

           IF REYDB-RPTID-CUST-OPEN
               MOVE REYDB-CID-CUST-ID TO REYDB-CUST-ID

               READ REYDB-CUST-FILE
                   INVALID KEY
                       MOVE "** NOT ON CUSTOMER MASTER **"
                           TO REYDB-RPTID-DETAIL-LASTNAME
                   NOT INVALID KEY
                       MOVE REYDB-CUST-LASTNAME
                           TO REYDB-RPTID-DETAIL-LASTNAME
                       MOVE REYDB-CUST-NAME
                           TO REYDB-RPTID-DETAIL-NAME
               END-READ
           END-IF.

           MOVE REYDB-CID-CUST-ID TO REYDB-RPTID-DETAIL-CUST.
           MOVE REYDB-CID-TYPE    TO REYDB-RPTID-DETAIL-TYPE.
           MOVE REYDB-CID-NUMBER  TO REYDB-RPTID-DETAIL-NUMBER.
           MOVE REYDB-CID-COUNTRY TO REYDB-RPTID-DETAIL-COUNTRY.
           MOVE REYDB-CID-EXPIRY  TO REYDB-RPTID-DETAIL-EXPIRY.

           MOVE REYDB-RPTID-DETAIL-LINE TO REYDB-RPT-IDEXPIRY-LINE.
           WRITE REYDB-RPT-IDEXPIRY-LINE.

      ****************************************************
      *** Name: 9000-TERMINATE                         ***
      ****************************************************

       9000-TERMINATE.

           CLOSE REYDB-CUSTID-FILE.
           CLOSE REYDB-CUST-FILE.

           MOVE SPACES TO REYDB-RPT-IDEXPIRY-LINE.
           WRITE REYDB-RPT-IDEXPIRY-LINE.

           MOVE REYDB-RPTID-DUE-COUNT     TO REYDB-RPTID-TOTAL-DUE.
           MOVE REYDB-RPTID-EXPIRED-COUNT TO REYDB-RPTID-TOTAL-EXPIRED.
           MOVE REYDB-RPTID-TOTAL-LINE TO REYDB-RPT-IDEXPIRY-LINE.
           WRITE REYDB-RPT-IDEXPIRY-LINE.

           CLOSE REYDB-RPT-IDEXPIRY-FILE.

           MOVE "RPT-IDEXPIRY" TO REYDB-CATREG-CODE.
           MOVE REYDB-RPT-IDEXPIRY-NAME-DATE TO REYDB-CATREG-DATE.
           MOVE REYDB-RPT-IDEXPIRY-NAME TO REYDB-CATREG-NAME.
           CALL "REYDB-CATREG" USING REYDB-CATREG-LINKING.

           IF NOT REYDB-CATREG-OK
               DISPLAY "Rpt-idexpiry: report not cataloged"
           END-IF.

           DISPLAY "RPT-IDEXPIRY: DUE " REYDB-RPTID-DUE-COUNT
               " EXPIRED " REYDB-RPTID-EXPIRED-COUNT.
