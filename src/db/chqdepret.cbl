      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: chqdepret.cbl          ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: returns processing for deposited checks.
      ***               Reads the inward returns file the drawee
      ***               banks send back, reverses each bounced
      ***               item's credit through REYDB-POSTSYS as a
      ***               CHQ-RETURN entry, drops its clearing hold
      ***               through REYDB-HOLDMAINT, marks the item
      ***               RETURNED on REYDB-CHQDEP so the same bounce
      ***               cannot debit the account twice, and lists it
      ***               on the dated returned-deposits report
      ***               registered on REYDB-RPTCAT. Run on demand
      ***               when a returns file arrives, the same way
      ***               REYDB-PAYRETURN is.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-CHQDEPRET.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL REYDB-CHQDEP-FILE
               ASSIGN TO "REYDB-CHQDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-CQD-ID
               FILE STATUS IS REYDB-CHQDEP-STATUS-CODE.

           SELECT REYDB-CHQDEPRET-INPUT-FILE
               ASSIGN TO "REYDB-CHQDEPRET-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REYDB-CHQDEPRET-INPUT-STATUS.

           SELECT REYDB-RPT-CHQRET-FILE
               ASSIGN TO DYNAMIC REYDB-RPT-CHQRET-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-chqdep.cbl".
       COPY "reydb-chqdepret-input.cbl".

       FD REYDB-RPT-CHQRET-FILE.
       01 REYDB-RPT-CHQRET-LINE PIC X(120).

       WORKING-STORAGE SECTION.

       COPY "reydb-postsys-linking.cbl".

       COPY "reydb-holdmaint-linking.cbl".

       COPY "reydb-catreg-linking.cbl".

       01 REYDB-CHQDEP-STATUS-CODE PIC X(02).
           88 REYDB-CHQDEP-STATUS-OK VALUE "00" "05".

       01 REYDB-CHQDEPRET-INPUT-STATUS PIC X(02).
           88 REYDB-CHQDEPRET-INPUT-OK VALUE "00".

       01 REYDB-RPT-CHQRET-NAME.
           05 FILLER                     PIC X(17)
               VALUE "REYDB-RPT-CHQRET-".
           05 REYDB-RPT-CHQRET-NAME-DATE PIC 9(08).

       01 REYDB-CHQDEPRET-TODAY PIC 9(08).

       01 REYDB-CHQDEPRET-EOF-SW PIC X(01).
           88 REYDB-CHQDEPRET-EOF VALUE "Y".

       01 REYDB-CHQDEPRET-READ-COUNT PIC 9(09) COMP.

       01 REYDB-CHQDEPRET-RETURNED-COUNT PIC 9(09) COMP.

       01 REYDB-CHQDEPRET-SKIPPED-COUNT PIC 9(09) COMP.

       01 REYDB-CHQDEPRET-AMOUNT-TOTAL PIC 9(13)V99.

       01 REYDB-CHQDEPRET-HEADER-LINE.
           05 FILLER PIC X(30) VALUE
               "RETURNED CHECK DEPOSITS ON ".
           05 REYDB-CHQDEPRET-HEADER-DATE PIC 9(08).

       01 REYDB-CHQDEPRET-TITLE-LINE.
           05 FILLER PIC X(10) VALUE "ITEM".
           05 FILLER PIC X(20) VALUE "ACCOUNT".
           05 FILLER PIC X(10) VALUE "CHECK".
           05 FILLER PIC X(13) VALUE "DRAWEE BANK".
           05 FILLER PIC X(09) VALUE "DEPOSITED".
           05 FILLER PIC X(17) VALUE "           AMOUNT".
           05 FILLER PIC X(13) VALUE " REASON".

       01 REYDB-CHQDEPRET-DETAIL-LINE.
           05 REYDB-CHQDEPRET-DETAIL-ID     PIC 9(09).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 REYDB-CHQDEPRET-DETAIL-ACCT   PIC 9(18).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 REYDB-CHQDEPRET-DETAIL-NUMBER PIC 9(09).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 REYDB-CHQDEPRET-DETAIL-BANK   PIC X(12).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 REYDB-CHQDEPRET-DETAIL-DATE   PIC 9(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 REYDB-CHQDEPRET-DETAIL-AMOUNT PIC Z(13)9.99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 REYDB-CHQDEPRET-DETAIL-REASON PIC X(12).

       01 REYDB-CHQDEPRET-TOTAL-LINE.
           05 FILLER                        PIC X(09) VALUE "RETURNED ".
           05 REYDB-CHQDEPRET-TOTAL-COUNT   PIC Z(08)9.
           05 FILLER                        PIC X(52) VALUE SPACES.
           05 REYDB-CHQDEPRET-TOTAL-AMOUNT  PIC Z(13)9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           MOVE "N" TO REYDB-CHQDEPRET-EOF-SW.
           MOVE ZERO TO REYDB-CHQDEPRET-READ-COUNT.
           MOVE ZERO TO REYDB-CHQDEPRET-RETURNED-COUNT.
           MOVE ZERO TO REYDB-CHQDEPRET-SKIPPED-COUNT.
           MOVE ZERO TO REYDB-CHQDEPRET-AMOUNT-TOTAL.

           MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-CHQDEPRET-TODAY.

           OPEN INPUT REYDB-CHQDEPRET-INPUT-FILE.

           IF NOT REYDB-CHQDEPRET-INPUT-OK
               DISPLAY "Chqdepret: unable to open returns file, "
                   "status " REYDB-CHQDEPRET-INPUT-STATUS
               GO TO 9999-EXIT
           END-IF.

           OPEN I-O REYDB-CHQDEP-FILE.

           IF NOT REYDB-CHQDEP-STATUS-OK
               DISPLAY "Chqdepret: unable to open REYDB-CHQDEP, "
                   "status " REYDB-CHQDEP-STATUS-CODE
               CLOSE REYDB-CHQDEPRET-INPUT-FILE
               CLOSE REYDB-CHQDEP-FILE
               GO TO 9999-EXIT
           END-IF.

           PERFORM 1000-OPEN-REPORT.

           PERFORM 1100-READ-NEXT-RETURN.

           PERFORM 2000-PROCESS-RETURN
               UNTIL REYDB-CHQDEPRET-EOF.

           CLOSE REYDB-CHQDEPRET-INPUT-FILE.
           CLOSE REYDB-CHQDEP-FILE.

           PERFORM 9000-CLOSE-REPORT.

           DISPLAY "CHQDEPRET: ITEMS READ     "
               REYDB-CHQDEPRET-READ-COUNT.
           DISPLAY "CHQDEPRET: ITEMS RETURNED "
               REYDB-CHQDEPRET-RETURNED-COUNT.
           DISPLAY "CHQDEPRET: ITEMS SKIPPED  "
               REYDB-CHQDEPRET-SKIPPED-COUNT.

       9999-EXIT.

           GOBACK.

      ****************************************************
      *** Name: 1000-OPEN-REPORT                       ***
      ****************************************************

       1000-OPEN-REPORT.

           MOVE REYDB-CHQDEPRET-TODAY TO REYDB-RPT-CHQRET-NAME-DATE.

           OPEN OUTPUT REYDB-RPT-CHQRET-FILE.

           MOVE REYDB-CHQDEPRET-TODAY TO REYDB-CHQDEPRET-HEADER-DATE.
           MOVE REYDB-CHQDEPRET-HEADER-LINE TO REYDB-RPT-CHQRET-LINE.
           WRITE REYDB-RPT-CHQRET-LINE.
           MOVE REYDB-CHQDEPRET-TITLE-LINE TO REYDB-RPT-CHQRET-LINE.
           WRITE REYDB-RPT-CHQRET-LINE.

      ****************************************************
      *** Name: 1100-READ-NEXT-RETURN                   ***
      ****************************************************

       1100-READ-NEXT-RETURN.

           READ REYDB-CHQDEPRET-INPUT-FILE
               AT END
                   SET REYDB-CHQDEPRET-EOF TO TRUE
           END-READ.

           IF NOT REYDB-CHQDEPRET-EOF
               ADD 1 TO REYDB-CHQDEPRET-READ-COUNT
           END-IF.

      ****************************************************
      *** Name: 2000-PROCESS-RETURN                     ***
      ****************************************************

       2000-PROCESS-RETURN.

           MOVE REYDB-CHQDEPRET-IN-ITEM-ID TO REYDB-CQD-ID.

           READ REYDB-CHQDEP-FILE
               INVALID KEY
                   DISPLAY "Chqdepret: item "
                       REYDB-CHQDEPRET-IN-ITEM-ID " not on file"
                   ADD 1 TO REYDB-CHQDEPRET-SKIPPED-COUNT
               NOT INVALID KEY
                   PERFORM 3000-RETURN-ONE-ITEM
           END-READ.

           PERFORM 1100-READ-NEXT-RETURN.

      ****************************************************
      *** Name: 3000-RETURN-ONE-ITEM                   ***
      *** Only a SENT item can bounce - anything else  ***
      *** is a duplicate or a never-presented number   ***
      ****************************************************

       3000-RETURN-ONE-ITEM.

           IF NOT REYDB-CQD-SENT
               DISPLAY "Chqdepret: item " REYDB-CQD-ID
                   " is not outstanding, skipped"
               ADD 1 TO REYDB-CHQDEPRET-SKIPPED-COUNT
           ELSE
               PERFORM 3200-REVERSE-CREDIT

               IF REYDB-POSTSYS-OK
                   PERFORM 3400-DROP-HOLD
                   PERFORM 3600-MARK-RETURNED
                   PERFORM 3800-WRITE-DETAIL
               ELSE
                   DISPLAY "Chqdepret: item " REYDB-CQD-ID
                       " not reversed, status " REYDB-POSTSYS-STATUS
                       " - re-apply the returns file"
                   ADD 1 TO REYDB-CHQDEPRET-SKIPPED-COUNT
               END-IF
           END-IF.

      ****************************************************
      *** Name: 3200-REVERSE-CREDIT                    ***
      *** Taken back without a funds check - the money ***
      *** was never collected                          ***
      ****************************************************

       3200-REVERSE-CREDIT.

           MOVE ZERO TO REYDB-POSTSYS-LINKING.
           MOVE REYDB-CQD-ACCOUNT-ID TO REYDB-POSTSYS-ACCOUNT-ID.
           MOVE "CHQ-RETURN"         TO REYDB-POSTSYS-OPERATION.
           MOVE REYDB-CQD-AMOUNT     TO REYDB-POSTSYS-AMOUNT.
           SET REYDB-POSTSYS-DEBIT   TO TRUE.
           MOVE "N"                  TO REYDB-POSTSYS-FUNDS-SW.
           MOVE "CHQRET"             TO REYDB-POSTSYS-OPERATOR.
           MOVE REYDB-CQD-BRANCH     TO REYDB-POSTSYS-BRANCH.

           CALL "REYDB-POSTSYS" USING REYDB-POSTSYS-LINKING.

      ****************************************************
      *** Name: 3400-DROP-HOLD                         ***
      *** A hold already lifted by REYDB-HOLDEXP has   ***
      *** nothing left to drop                         ***
      ****************************************************

       3400-DROP-HOLD.

           IF REYDB-CQD-HOLD-ID > ZERO
               MOVE ZERO TO REYDB-HOLDMAINT-LINKING
               SET REYDB-HOLDMAINT-ACTION-RELEASE TO TRUE
               MOVE REYDB-CQD-HOLD-ID    TO REYDB-HOLDMAINT-HOLD-ID
               MOVE REYDB-CQD-ACCOUNT-ID
                   TO REYDB-HOLDMAINT-ACCOUNT-ID
               MOVE "CHQRET"             TO REYDB-HOLDMAINT-OPERATOR
               MOVE REYDB-CQD-BRANCH     TO REYDB-HOLDMAINT-BRANCH

               CALL "REYDB-HOLDMAINT" USING REYDB-HOLDMAINT-LINKING

               IF NOT REYDB-HOLDMAINT-OK
                   DISPLAY "Chqdepret: hold " REYDB-CQD-HOLD-ID
                       " already released"
               END-IF
           END-IF.

      ****************************************************
      *** Name: 3600-MARK-RETURNED                     ***
      ****************************************************

       3600-MARK-RETURNED.

           SET REYDB-CQD-RETURNED TO TRUE.
           MOVE REYDB-CHQDEPRET-TODAY     TO REYDB-CQD-RETURN-DATE.
           MOVE REYDB-CHQDEPRET-IN-REASON TO REYDB-CQD-RETURN-REASON.

           REWRITE REYDB-CQD-RECORD.

           IF NOT REYDB-CHQDEP-STATUS-OK
               DISPLAY "Chqdepret: unable to rewrite REYDB-CHQDEP, "
                   "status " REYDB-CHQDEP-STATUS-CODE
           END-IF.

           ADD 1 TO REYDB-CHQDEPRET-RETURNED-COUNT.
           ADD REYDB-CQD-AMOUNT TO REYDB-CHQDEPRET-AMOUNT-TOTAL.

      ****************************************************
      *** Name: 3800-WRITE-DETAIL                      ***
      ****************************************************

       3800-WRITE-DETAIL.

           MOVE REYDB-CQD-ID           TO REYDB-CHQDEPRET-DETAIL-ID.
           MOVE REYDB-CQD-ACCOUNT-ID   TO REYDB-CHQDEPRET-DETAIL-ACCT.
           MOVE REYDB-CQD-NUMBER
               TO REYDB-CHQDEPRET-DETAIL-NUMBER.
           MOVE REYDB-CQD-DRAWEE-BANK  TO REYDB-CHQDEPRET-DETAIL-BANK.
           MOVE REYDB-CQD-DEPOSIT-DATE TO REYDB-CHQDEPRET-DETAIL-DATE.
           MOVE REYDB-CQD-AMOUNT
               TO REYDB-CHQDEPRET-DETAIL-AMOUNT.
           MOVE REYDB-CQD-RETURN-REASON
               TO REYDB-CHQDEPRET-DETAIL-REASON.

           MOVE REYDB-CHQDEPRET-DETAIL-LINE TO REYDB-RPT-CHQRET-LINE.
           WRITE REYDB-RPT-CHQRET-LINE.

      ****************************************************
      *** Name: 9000-CLOSE-REPORT                      ***
      ****************************************************

       9000-CLOSE-REPORT.

           MOVE SPACES TO REYDB-RPT-CHQRET-LINE.
           WRITE REYDB-RPT-CHQRET-LINE.

           MOVE REYDB-CHQDEPRET-RETURNED-COUNT
               TO REYDB-CHQDEPRET-TOTAL-COUNT.
           MOVE REYDB-CHQDEPRET-AMOUNT-TOTAL
               TO REYDB-CHQDEPRET-TOTAL-AMOUNT.
           MOVE REYDB-CHQDEPRET-TOTAL-LINE TO REYDB-RPT-CHQRET-LINE.
           WRITE REYDB-RPT-CHQRET-LINE.

           CLOSE REYDB-RPT-CHQRET-FILE.

           MOVE "RPT-CHQRET" TO REYDB-CATREG-CODE.
           MOVE REYDB-RPT-CHQRET-NAME-DATE TO REYDB-CATREG-DATE.
           MOVE REYDB-RPT-CHQRET-NAME TO REYDB-CATREG-NAME.
           CALL "REYDB-CATREG" USING REYDB-CATREG-LINKING.

           IF NOT REYDB-CATREG-OK
               DISPLAY "Chqdepret: report not cataloged"
           END-IF.
