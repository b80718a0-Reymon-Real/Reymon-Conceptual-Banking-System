      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: cardmaint.cbl          ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: debit card maintenance on REYDB-CARD.
      ***               Issues a card against an open CK or SV
      ***               account with its daily ATM and POS limits
      ***               and a three-year expiry, blocks it, marks
      ***               it lost or stolen, unblocks a blocked (not
      ***               a lost or stolen) card, replaces it with a
      ***               new number on the same account, and changes
      ***               its limits. Every change is recorded on
      ***               REYDB-SECJRNL through REYDB-SECLOG with the
      ***               before and after state.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-CARDMAINT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       COPY "reydb-control.cbl".

           SELECT OPTIONAL REYDB-CARD-FILE
               ASSIGN TO "REYDB-CARD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-CARD-NUMBER
               FILE STATUS IS REYDB-CARD-STATUS-CODE.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-file.cbl".
       COPY "reydb-counter.cbl".
       COPY "reydb-custfile.cbl".
       COPY "reydb-tranlog.cbl".
       COPY "reydb-card.cbl".

       WORKING-STORAGE SECTION.

       COPY "reydb-status.cbl".

       COPY "reydb-seclog-linking.cbl".

       01 REYDB-CARD-STATUS-CODE PIC X(02).
           88 REYDB-CARD-STATUS-OK VALUE "00" "05".
           88 REYDB-CARD-NOT-FOUND VALUE "35".

       01 REYDB-CARDMAINT-TODAY PIC 9(08).

       01 REYDB-CARDMAINT-VALID-MONTHS PIC 9(03) VALUE 36.

       01 REYDB-CARDMAINT-MONTHS PIC 9(07).

       01 REYDB-CARDMAINT-EXPIRY-PARTS.
           05 REYDB-CARDMAINT-EXPIRY-YEAR  PIC 9(04).
           05 REYDB-CARDMAINT-EXPIRY-MONTH PIC 9(02).

       01 REYDB-CARDMAINT-ACCOUNT-SW PIC X(01).
           88 REYDB-CARDMAINT-ACCOUNT-OK VALUE "Y".

       01 REYDB-CARDMAINT-OLD-STATUS PIC X(01).

       01 REYDB-CARDMAINT-OLD-ACCOUNT PIC 9(18).

       01 REYDB-CARDMAINT-OLD-ATM PIC 9(13)V99.

       01 REYDB-CARDMAINT-OLD-POS PIC 9(13)V99.

       01 REYDB-CARDMAINT-SEC-DETAIL.
           05 FILLER                    PIC X(05) VALUE "CARD ".
           05 REYDB-CARDMAINT-SEC-CARD  PIC 9(16).

       01 REYDB-CARDMAINT-SEC-ACCOUNT.
           05 FILLER                    PIC X(08) VALUE "ACCOUNT ".
           05 REYDB-CARDMAINT-SEC-ACCT  PIC 9(18).

       01 REYDB-CARDMAINT-SEC-NEW.
           05 FILLER                    PIC X(08) VALUE "NEW CARD".
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 REYDB-CARDMAINT-SEC-NEWNO PIC 9(16).

       01 REYDB-CARDMAINT-SEC-LIMITS.
           05 FILLER                    PIC X(04) VALUE "ATM ".
           05 REYDB-CARDMAINT-SEC-ATM   PIC Z(07)9.99.
           05 FILLER                    PIC X(05) VALUE " POS ".
           05 REYDB-CARDMAINT-SEC-POS   PIC Z(07)9.99.

       01 REYDB-CARDMAINT-STATUS-NAME PIC X(12).

       LINKAGE SECTION.

       COPY "reydb-cardmaint-linking.cbl".

       PROCEDURE DIVISION USING REYDB-CARDMAINT-LINKING.

       0000-MAINLINE.

           MOVE "N" TO REYDB-CARDMAINT-STATUS.

           MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-CARDMAINT-TODAY.

           IF REYDB-CARDMAINT-NUMBER = ZERO
               DISPLAY "Cardmaint: card number is required"
               SET REYDB-CARDMAINT-INVALID TO TRUE
               GO TO 9999-EXIT
           END-IF.

           IF REYDB-CARDMAINT-ACTION-ISSUE
               PERFORM 0500-CHECK-ACCOUNT

               IF NOT REYDB-CARDMAINT-ACCOUNT-OK
                   SET REYDB-CARDMAINT-INVALID TO TRUE
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           PERFORM 1000-OPEN-CARD.

           IF NOT REYDB-CARD-STATUS-OK
               GO TO 9999-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN REYDB-CARDMAINT-ACTION-ISSUE
                   PERFORM 2000-ISSUE-CARD
               WHEN REYDB-CARDMAINT-ACTION-BLOCK
               WHEN REYDB-CARDMAINT-ACTION-LOST
               WHEN REYDB-CARDMAINT-ACTION-UNBLOCK
                   PERFORM 3000-CHANGE-STATUS
               WHEN REYDB-CARDMAINT-ACTION-REPLACE
                   PERFORM 4000-REPLACE-CARD
               WHEN REYDB-CARDMAINT-ACTION-LIMITS
                   PERFORM 5000-CHANGE-LIMITS
               WHEN OTHER
                   DISPLAY "Cardmaint: invalid action"
                   SET REYDB-CARDMAINT-INVALID TO TRUE
           END-EVALUATE.

           CLOSE REYDB-CARD-FILE.

       9999-EXIT.

           GOBACK.

      ****************************************************
      *** Name: 0500-CHECK-ACCOUNT                     ***
      *** A card draws on an open checking or savings  ***
      *** account                                      ***
      ****************************************************

       0500-CHECK-ACCOUNT.

           MOVE "N" TO REYDB-CARDMAINT-ACCOUNT-SW.

           OPEN INPUT REYDB-FILE.

           IF NOT REYDB-FILE-STATUS-OK
               DISPLAY "Cardmaint: unable to open REYDB-FILE, status "
                   REYDB-FILE-STATUS-CODE
           ELSE
               MOVE REYDB-CARDMAINT-ACCOUNT-ID TO REYDB-FILE-ID

               READ REYDB-FILE
                   INVALID KEY
                       DISPLAY "Cardmaint: account not found"
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN NOT REYDB-FILE-PRODUCT-CHECKING
                                  AND NOT REYDB-FILE-PRODUCT-SAVINGS
                               DISPLAY "Cardmaint: cards are only "
                                   "issued on checking or savings"
                           WHEN NOT REYDB-FILE-ACTIVE
                               DISPLAY "Cardmaint: account is not "
                                   "active"
                           WHEN OTHER
                               SET REYDB-CARDMAINT-ACCOUNT-OK TO TRUE
                       END-EVALUATE
               END-READ
           END-IF.

           CLOSE REYDB-FILE.

      ****************************************************
      *** Name: 1000-OPEN-CARD                         ***
      *** REYDB-CARD is indexed, so create it the      ***
      *** first time it is found missing, the same way ***
      *** REYDB-INIT creates the other masters         ***
      ****************************************************

       1000-OPEN-CARD.

           OPEN I-O REYDB-CARD-FILE.

           IF REYDB-CARD-NOT-FOUND
               OPEN OUTPUT REYDB-CARD-FILE
               CLOSE REYDB-CARD-FILE
               OPEN I-O REYDB-CARD-FILE
           END-IF.

           IF NOT REYDB-CARD-STATUS-OK
               DISPLAY "Cardmaint: unable to open REYDB-CARD, "
                   "status " REYDB-CARD-STATUS-CODE
           END-IF.

      ****************************************************
      *** Name: 1500-SET-EXPIRY                        ***
      *** A new card is good to the end of the month   ***
      *** REYDB-CARDMAINT-VALID-MONTHS from now        ***
      ****************************************************

       1500-SET-EXPIRY.

           MOVE REYDB-CARDMAINT-TODAY(1:4)
               TO REYDB-CARDMAINT-EXPIRY-YEAR.
           MOVE REYDB-CARDMAINT-TODAY(5:2)
               TO REYDB-CARDMAINT-EXPIRY-MONTH.

           COMPUTE REYDB-CARDMAINT-MONTHS =
               REYDB-CARDMAINT-EXPIRY-YEAR * 12
               + REYDB-CARDMAINT-EXPIRY-MONTH - 1
               + REYDB-CARDMAINT-VALID-MONTHS.

           DIVIDE REYDB-CARDMAINT-MONTHS BY 12
               GIVING REYDB-CARDMAINT-EXPIRY-YEAR
               REMAINDER REYDB-CARDMAINT-EXPIRY-MONTH.
           ADD 1 TO REYDB-CARDMAINT-EXPIRY-MONTH.

           MOVE REYDB-CARDMAINT-EXPIRY-PARTS
               TO REYDB-CARDMAINT-EXPIRY.

      ****************************************************
      *** Name: 2000-ISSUE-CARD                        ***
      ****************************************************

       2000-ISSUE-CARD.

           MOVE REYDB-CARDMAINT-NUMBER TO REYDB-CARD-NUMBER.

           READ REYDB-CARD-FILE
               INVALID KEY
                   PERFORM 2100-WRITE-CARD
               NOT INVALID KEY
                   DISPLAY "Cardmaint: card number already on file"
                   SET REYDB-CARDMAINT-DUPLICATE TO TRUE
           END-READ.

      ****************************************************
      *** Name: 2100-WRITE-CARD                        ***
      ****************************************************

       2100-WRITE-CARD.

           PERFORM 1500-SET-EXPIRY.

           MOVE REYDB-CARDMAINT-NUMBER     TO REYDB-CARD-NUMBER.
           MOVE REYDB-CARDMAINT-ACCOUNT-ID TO REYDB-CARD-ACCOUNT-ID.
           MOVE REYDB-CARDMAINT-EXPIRY     TO REYDB-CARD-EXPIRY.
           SET REYDB-CARD-ACTIVE           TO TRUE.
           MOVE REYDB-CARDMAINT-ATM-LIMIT  TO REYDB-CARD-ATM-LIMIT.
           MOVE REYDB-CARDMAINT-POS-LIMIT  TO REYDB-CARD-POS-LIMIT.
           MOVE REYDB-CARDMAINT-TODAY      TO REYDB-CARD-ISSUED.
           MOVE REYDB-CARDMAINT-TODAY      TO REYDB-CARD-STATUS-DATE.
           MOVE ZERO                       TO REYDB-CARD-REPLACED-BY.
           MOVE ZERO                       TO REYDB-CARD-USE-DATE.
           MOVE ZERO                       TO REYDB-CARD-USE-ATM.
           MOVE ZERO                       TO REYDB-CARD-USE-POS.

           WRITE REYDB-CARD-RECORD.

           IF NOT REYDB-CARD-STATUS-OK
               DISPLAY "Cardmaint: unable to write REYDB-CARD, "
                   "status " REYDB-CARD-STATUS-CODE
           ELSE
               SET REYDB-CARDMAINT-OK TO TRUE

               MOVE "CARD-ISSUE" TO REYDB-SECLOG-ACTION
               MOVE SPACES       TO REYDB-SECLOG-BEFORE
               MOVE REYDB-CARDMAINT-ACCOUNT-ID
                   TO REYDB-CARDMAINT-SEC-ACCT
               MOVE REYDB-CARDMAINT-SEC-ACCOUNT TO REYDB-SECLOG-AFTER
               PERFORM 9000-LOG-SECURITY
           END-IF.

      ****************************************************
      *** Name: 3000-CHANGE-STATUS                     ***
      *** Block and lost/stolen stop an active card;   ***
      *** a blocked card can still be reported lost.   ***
      *** Only a blocked card is unblocked - a lost or ***
      *** stolen one is replaced instead               ***
      ****************************************************

       3000-CHANGE-STATUS.

           MOVE REYDB-CARDMAINT-NUMBER TO REYDB-CARD-NUMBER.

           READ REYDB-CARD-FILE
               INVALID KEY
                   DISPLAY "Cardmaint: card not found"
                   SET REYDB-CARDMAINT-NOT-FOUND TO TRUE
           END-READ.

           IF NOT REYDB-CARDMAINT-NOT-FOUND
               MOVE REYDB-CARD-STATUS TO REYDB-CARDMAINT-OLD-STATUS

               EVALUATE TRUE
                   WHEN REYDB-CARDMAINT-ACTION-BLOCK
                          AND REYDB-CARD-ACTIVE
                       SET REYDB-CARD-BLOCKED TO TRUE
                       MOVE "CARD-BLOCK" TO REYDB-SECLOG-ACTION
                       PERFORM 3100-REWRITE-STATUS
                   WHEN REYDB-CARDMAINT-ACTION-LOST
                          AND (REYDB-CARD-ACTIVE OR REYDB-CARD-BLOCKED)
                       SET REYDB-CARD-LOST-STOLEN TO TRUE
                       MOVE "CARD-BLOCK" TO REYDB-SECLOG-ACTION
                       PERFORM 3100-REWRITE-STATUS
                   WHEN REYDB-CARDMAINT-ACTION-UNBLOCK
                          AND REYDB-CARD-BLOCKED
                       SET REYDB-CARD-ACTIVE TO TRUE
                       MOVE "CARD-UNBLOCK" TO REYDB-SECLOG-ACTION
                       PERFORM 3100-REWRITE-STATUS
                   WHEN OTHER
                       DISPLAY "Cardmaint: not allowed for a card in "
                           "status " REYDB-CARD-STATUS
                       SET REYDB-CARDMAINT-INVALID TO TRUE
               END-EVALUATE
           END-IF.

      ****************************************************
      *** Name: 3100-REWRITE-STATUS                    ***
      ****************************************************

       3100-REWRITE-STATUS.

           MOVE REYDB-CARDMAINT-TODAY TO REYDB-CARD-STATUS-DATE.

           REWRITE REYDB-CARD-RECORD.

           IF NOT REYDB-CARD-STATUS-OK
               DISPLAY "Cardmaint: unable to rewrite REYDB-CARD, "
                   "status " REYDB-CARD-STATUS-CODE
           ELSE
               SET REYDB-CARDMAINT-OK TO TRUE
               MOVE REYDB-CARD-EXPIRY TO REYDB-CARDMAINT-EXPIRY

               MOVE REYDB-CARDMAINT-OLD-STATUS
                   TO REYDB-CARDMAINT-STATUS-NAME
               PERFORM 9100-NAME-STATUS
               MOVE REYDB-CARDMAINT-STATUS-NAME TO REYDB-SECLOG-BEFORE

               MOVE REYDB-CARD-STATUS TO REYDB-CARDMAINT-STATUS-NAME
               PERFORM 9100-NAME-STATUS
               MOVE REYDB-CARDMAINT-STATUS-NAME TO REYDB-SECLOG-AFTER

               PERFORM 9000-LOG-SECURITY
           END-IF.

      ****************************************************
      *** Name: 4000-REPLACE-CARD                      ***
      *** The old card is closed off as REPLACED and   ***
      *** the new number takes over its account, and   ***
      *** its limits unless new ones are given         ***
      ****************************************************

       4000-REPLACE-CARD.

           IF REYDB-CARDMAINT-NEW-NUMBER = ZERO
                  OR REYDB-CARDMAINT-NEW-NUMBER
                     = REYDB-CARDMAINT-NUMBER
               DISPLAY "Cardmaint: a different new card number is "
                   "required"
               SET REYDB-CARDMAINT-INVALID TO TRUE
           ELSE
               MOVE REYDB-CARDMAINT-NEW-NUMBER TO REYDB-CARD-NUMBER

               READ REYDB-CARD-FILE
                   INVALID KEY
                       PERFORM 4100-RETIRE-OLD-CARD
                   NOT INVALID KEY
                       DISPLAY "Cardmaint: new card number already "
                           "on file"
                       SET REYDB-CARDMAINT-DUPLICATE TO TRUE
               END-READ
           END-IF.

      ****************************************************
      *** Name: 4100-RETIRE-OLD-CARD                   ***
      ****************************************************

       4100-RETIRE-OLD-CARD.

           MOVE REYDB-CARDMAINT-NUMBER TO REYDB-CARD-NUMBER.

           READ REYDB-CARD-FILE
               INVALID KEY
                   DISPLAY "Cardmaint: card not found"
                   SET REYDB-CARDMAINT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   IF REYDB-CARD-REPLACED
                       DISPLAY "Cardmaint: card already replaced by "
                           REYDB-CARD-REPLACED-BY
                       SET REYDB-CARDMAINT-INVALID TO TRUE
                   ELSE
                       PERFORM 4200-REWRITE-OLD-CARD
                   END-IF
           END-READ.

      ****************************************************
      *** Name: 4200-REWRITE-OLD-CARD                  ***
      ****************************************************

       4200-REWRITE-OLD-CARD.

           MOVE REYDB-CARD-STATUS     TO REYDB-CARDMAINT-OLD-STATUS.
           MOVE REYDB-CARD-ACCOUNT-ID TO REYDB-CARDMAINT-OLD-ACCOUNT.
           MOVE REYDB-CARD-ATM-LIMIT  TO REYDB-CARDMAINT-OLD-ATM.
           MOVE REYDB-CARD-POS-LIMIT  TO REYDB-CARDMAINT-OLD-POS.

           SET REYDB-CARD-REPLACED TO TRUE.
           MOVE REYDB-CARDMAINT-TODAY TO REYDB-CARD-STATUS-DATE.
           MOVE REYDB-CARDMAINT-NEW-NUMBER TO REYDB-CARD-REPLACED-BY.

           REWRITE REYDB-CARD-RECORD.

           IF NOT REYDB-CARD-STATUS-OK
               DISPLAY "Cardmaint: unable to rewrite REYDB-CARD, "
                   "status " REYDB-CARD-STATUS-CODE
           ELSE
               PERFORM 4300-WRITE-NEW-CARD
           END-IF.

      ****************************************************
      *** Name: 4300-WRITE-NEW-CARD                    ***
      ****************************************************

       4300-WRITE-NEW-CARD.

           PERFORM 1500-SET-EXPIRY.

           MOVE REYDB-CARDMAINT-NEW-NUMBER  TO REYDB-CARD-NUMBER.
           MOVE REYDB-CARDMAINT-OLD-ACCOUNT TO REYDB-CARD-ACCOUNT-ID.
           MOVE REYDB-CARDMAINT-OLD-ACCOUNT
               TO REYDB-CARDMAINT-ACCOUNT-ID.
           MOVE REYDB-CARDMAINT-EXPIRY      TO REYDB-CARD-EXPIRY.
           SET REYDB-CARD-ACTIVE            TO TRUE.

           IF REYDB-CARDMAINT-ATM-LIMIT > ZERO
               MOVE REYDB-CARDMAINT-ATM-LIMIT TO REYDB-CARD-ATM-LIMIT
           ELSE
               MOVE REYDB-CARDMAINT-OLD-ATM TO REYDB-CARD-ATM-LIMIT
           END-IF.

           IF REYDB-CARDMAINT-POS-LIMIT > ZERO
               MOVE REYDB-CARDMAINT-POS-LIMIT TO REYDB-CARD-POS-LIMIT
           ELSE
               MOVE REYDB-CARDMAINT-OLD-POS TO REYDB-CARD-POS-LIMIT
           END-IF.

           MOVE REYDB-CARDMAINT-TODAY TO REYDB-CARD-ISSUED.
           MOVE REYDB-CARDMAINT-TODAY TO REYDB-CARD-STATUS-DATE.
           MOVE ZERO                  TO REYDB-CARD-REPLACED-BY.
           MOVE ZERO                  TO REYDB-CARD-USE-DATE.
           MOVE ZERO                  TO REYDB-CARD-USE-ATM.
           MOVE ZERO                  TO REYDB-CARD-USE-POS.

           WRITE REYDB-CARD-RECORD.

           IF NOT REYDB-CARD-STATUS-OK
               DISPLAY "Cardmaint: unable to write REYDB-CARD, "
                   "status " REYDB-CARD-STATUS-CODE
           ELSE
               SET REYDB-CARDMAINT-OK TO TRUE

               MOVE "CARD-REPLACE" TO REYDB-SECLOG-ACTION
               MOVE REYDB-CARDMAINT-OLD-STATUS
                   TO REYDB-CARDMAINT-STATUS-NAME
               PERFORM 9100-NAME-STATUS
               MOVE REYDB-CARDMAINT-STATUS-NAME TO REYDB-SECLOG-BEFORE
               MOVE REYDB-CARDMAINT-NEW-NUMBER
                   TO REYDB-CARDMAINT-SEC-NEWNO
               MOVE REYDB-CARDMAINT-SEC-NEW TO REYDB-SECLOG-AFTER
               PERFORM 9000-LOG-SECURITY
           END-IF.

      ****************************************************
      *** Name: 5000-CHANGE-LIMITS                     ***
      ****************************************************

       5000-CHANGE-LIMITS.

           MOVE REYDB-CARDMAINT-NUMBER TO REYDB-CARD-NUMBER.

           READ REYDB-CARD-FILE
               INVALID KEY
                   DISPLAY "Cardmaint: card not found"
                   SET REYDB-CARDMAINT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   PERFORM 5100-REWRITE-LIMITS
           END-READ.

      ****************************************************
      *** Name: 5100-REWRITE-LIMITS                    ***
      ****************************************************

       5100-REWRITE-LIMITS.

           MOVE REYDB-CARD-ATM-LIMIT TO REYDB-CARDMAINT-SEC-ATM.
           MOVE REYDB-CARD-POS-LIMIT TO REYDB-CARDMAINT-SEC-POS.
           MOVE REYDB-CARDMAINT-SEC-LIMITS TO REYDB-SECLOG-BEFORE.

           MOVE REYDB-CARDMAINT-ATM-LIMIT TO REYDB-CARD-ATM-LIMIT.
           MOVE REYDB-CARDMAINT-POS-LIMIT TO REYDB-CARD-POS-LIMIT.

           REWRITE REYDB-CARD-RECORD.

           IF NOT REYDB-CARD-STATUS-OK
               DISPLAY "Cardmaint: unable to rewrite REYDB-CARD, "
                   "status " REYDB-CARD-STATUS-CODE
           ELSE
               SET REYDB-CARDMAINT-OK TO TRUE
               MOVE REYDB-CARD-EXPIRY TO REYDB-CARDMAINT-EXPIRY

               MOVE "CARD-LIMITS" TO REYDB-SECLOG-ACTION
               MOVE REYDB-CARD-ATM-LIMIT TO REYDB-CARDMAINT-SEC-ATM
               MOVE REYDB-CARD-POS-LIMIT TO REYDB-CARDMAINT-SEC-POS
               MOVE REYDB-CARDMAINT-SEC-LIMITS TO REYDB-SECLOG-AFTER
               PERFORM 9000-LOG-SECURITY
           END-IF.

      ****************************************************
      *** Name: 9000-LOG-SECURITY                      ***
      *** Action, before and after are set by the      ***
      *** caller; the detail is always the card        ***
      ****************************************************

       9000-LOG-SECURITY.

           MOVE REYDB-CARDMAINT-OPERATOR  TO REYDB-SECLOG-OPERATOR.
           MOVE REYDB-CARDMAINT-NUMBER    TO REYDB-CARDMAINT-SEC-CARD.
           MOVE REYDB-CARDMAINT-SEC-DETAIL TO REYDB-SECLOG-DETAIL.

           CALL "REYDB-SECLOG" USING REYDB-SECLOG-LINKING.

           IF NOT REYDB-SECLOG-OK
               DISPLAY "Cardmaint: security journal entry not "
                   "recorded"
           END-IF.

      ****************************************************
      *** Name: 9100-NAME-STATUS                       ***
      *** Turns the status code in REYDB-CARDMAINT-    ***
      *** STATUS-NAME into its name for the journal    ***
      ****************************************************

       9100-NAME-STATUS.

           EVALUATE REYDB-CARDMAINT-STATUS-NAME
               WHEN "A"
                   MOVE "ACTIVE"      TO REYDB-CARDMAINT-STATUS-NAME
               WHEN "B"
                   MOVE "BLOCKED"     TO REYDB-CARDMAINT-STATUS-NAME
               WHEN "L"
                   MOVE "LOST/STOLEN" TO REYDB-CARDMAINT-STATUS-NAME
               WHEN "R"
                   MOVE "REPLACED"    TO REYDB-CARDMAINT-STATUS-NAME
           END-EVALUATE.
