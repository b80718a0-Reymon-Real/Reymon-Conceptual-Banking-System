      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: chqdepo.cbl            ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: a FROZEN account whose customer is recorded
      ***               as deceased still takes the check; the amount is
      ***               held open-ended for the estate through
      ***               REYDB-ESTHOLD in place of the clearing hold.
      *** 10/15/2026 - EPH: check deposit at the teller window.
      ***               Credits the account through REYDB-POSTSYS
      ***               as a CHQ-DEPOSIT entry - not DEPOSIT, so the
      ***               drawer does not count it as cash - places a
      ***               REYDB-HOLDS hold on the amount through
      ***               REYDB-HOLDMAINT until the check has had
      ***               CLEAR-DAYS business days (REYDB-PARAMS,
      ***               default 2) to clear, and queues the item on
      ***               REYDB-CHQDEP for the nightly outward
      ***               clearing extract. Item numbers are assigned
      ***               from REYDB-COUNTER-FILE under their own key,
      ***               the same discipline REYDB-PAYOUT uses.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-CHQDEPO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       COPY "reydb-control.cbl".

           SELECT OPTIONAL REYDB-CHQDEP-FILE
               ASSIGN TO "REYDB-CHQDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-CQD-ID
               FILE STATUS IS REYDB-CHQDEP-STATUS-CODE.

           SELECT OPTIONAL REYDB-PARAMS-FILE ASSIGN TO "REYDB-PARAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REYDB-PARAMS-STATUS-CODE.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-file.cbl".
       COPY "reydb-counter.cbl".
       COPY "reydb-custfile.cbl".
       COPY "reydb-tranlog.cbl".
       COPY "reydb-chqdep.cbl".
       COPY "reydb-params.cbl".

       WORKING-STORAGE SECTION.

       COPY "reydb-status.cbl".

       COPY "reydb-postsys-linking.cbl".

       COPY "reydb-holdmaint-linking.cbl".

       COPY "reydb-bizday-linking.cbl".

       01 REYDB-CHQDEP-STATUS-CODE PIC X(02).
           88 REYDB-CHQDEP-STATUS-OK VALUE "00" "05".
           88 REYDB-CHQDEP-MISSING   VALUE "35".

       01 REYDB-PARAMS-STATUS-CODE PIC X(02).
           88 REYDB-PARAMS-STATUS-OK VALUE "00" "05".

       01 REYDB-CHQDEPO-PARAM-EOF-SW PIC X(01).
           88 REYDB-CHQDEPO-PARAM-EOF VALUE "Y".

       01 REYDB-CHQDEPO-ACCT-SW PIC X(01).
           88 REYDB-CHQDEPO-ACCT-FOUND VALUE "Y".

       01 REYDB-CHQDEPO-CLEAR-DAYS PIC 9(03) VALUE 2.

       01 REYDB-CHQDEPO-TODAY PIC 9(08).

       01 REYDB-CHQDEPO-WORK-DATE PIC 9(08).

       01 REYDB-CHQDEPO-WORK-INT PIC 9(08).

       01 REYDB-CHQDEPO-COUNTER-KEY PIC X(01) VALUE "6".

       77 REYDB-CHQDEPO-RETRY-COUNT PIC 9(04) COMP.

       01 REYDB-CHQDEPO-COUNTER-FOUND-SW PIC X(01).
           88 REYDB-CHQDEPO-COUNTER-FOUND VALUE "Y".

       COPY "reydb-esthold-linking.cbl".

       01 REYDB-CHQDEPO-ESTATE-SW PIC X(01).
           88 REYDB-CHQDEPO-ESTATE-CREDIT VALUE "Y".

       LINKAGE SECTION.

       COPY "reydb-chqdepo-linking.cbl".

       PROCEDURE DIVISION USING REYDB-CHQDEPO-LINKING.

       0000-MAINLINE.

           MOVE "N" TO REYDB-CHQDEPO-STATUS.
           MOVE ZERO TO REYDB-CHQDEPO-ITEM-ID.
           MOVE ZERO TO REYDB-CHQDEPO-HOLD-ID.
           MOVE ZERO TO REYDB-CHQDEPO-RELEASE-DATE.
           MOVE "N" TO REYDB-CHQDEPO-ESTATE-SW.

           MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-CHQDEPO-TODAY.

           IF REYDB-CHQDEPO-AMOUNT NOT GREATER THAN ZERO
               DISPLAY "Chqdepo: amount must be positive"
               SET REYDB-CHQDEPO-INVALID-AMOUNT TO TRUE
               GO TO 9999-EXIT
           END-IF.

           PERFORM 1000-CHECK-ACCOUNT.

           IF NOT REYDB-CHQDEPO-ACCT-FOUND
               GO TO 9999-EXIT
           END-IF.

           PERFORM 2000-POST-CREDIT.

           IF NOT REYDB-POSTSYS-OK
               GO TO 9999-EXIT
           END-IF.

           SET REYDB-CHQDEPO-OK TO TRUE.

           IF REYDB-CHQDEPO-ESTATE-CREDIT
               PERFORM 4500-HOLD-ESTATE-CREDIT
           ELSE
               PERFORM 3000-COMPUTE-RELEASE
               PERFORM 4000-PLACE-HOLD
           END-IF.

           PERFORM 5000-NEXT-ITEM-ID.

           IF REYDB-CHQDEPO-ITEM-ID > ZERO
               PERFORM 6000-QUEUE-ITEM
           END-IF.

       9999-EXIT.

           GOBACK.

      ****************************************************
      *** Name: 1000-CHECK-ACCOUNT                     ***
      *** Refuses a check deposit to an account that   ***
      *** is missing, CLOSED or FROZEN, the same rule  ***
      *** as a cash deposit                            ***
      ****************************************************

       1000-CHECK-ACCOUNT.

           MOVE "N" TO REYDB-CHQDEPO-ACCT-SW.

           OPEN INPUT REYDB-FILE.

           IF NOT REYDB-FILE-STATUS-OK
               DISPLAY "Chqdepo: unable to open REYDB-FILE, status "
                   REYDB-FILE-STATUS-CODE
           ELSE
               MOVE REYDB-CHQDEPO-ACCOUNT-ID TO REYDB-FILE-ID

               READ REYDB-FILE
                   INVALID KEY
                       DISPLAY "Chqdepo: account not found"
                   NOT INVALID KEY
                       SET REYDB-CHQDEPO-ACCT-FOUND TO TRUE
               END-READ

               IF REYDB-CHQDEPO-ACCT-FOUND AND REYDB-FILE-FROZEN
                   PERFORM 1100-CHECK-ESTATE
               END-IF

               IF REYDB-CHQDEPO-ACCT-FOUND
                   IF REYDB-FILE-CLOSED OR
                      (REYDB-FILE-FROZEN
                          AND NOT REYDB-CHQDEPO-ESTATE-CREDIT)
                       DISPLAY "Chqdepo: account is closed or frozen"
                       SET REYDB-CHQDEPO-NOT-ACTIVE TO TRUE
                       MOVE "N" TO REYDB-CHQDEPO-ACCT-SW
                   END-IF
               END-IF
           END-IF.

           CLOSE REYDB-FILE.

      ****************************************************
      *** Name: 1100-CHECK-ESTATE                      ***
      *** A FROZEN account whose customer is recorded  ***
      *** as deceased still takes the check, held for  ***
      *** the estate instead of for clearing           ***
      ****************************************************

       1100-CHECK-ESTATE.

           MOVE REYDB-FILE-CUST-ID TO REYDB-ESTHOLD-CUST-ID.
           SET REYDB-ESTHOLD-ACTION-CHECK TO TRUE.

           CALL "REYDB-ESTHOLD" USING REYDB-ESTHOLD-LINKING.

           IF REYDB-ESTHOLD-DECEASED
               SET REYDB-CHQDEPO-ESTATE-CREDIT TO TRUE
           END-IF.

      ****************************************************
      *** Name: 2000-POST-CREDIT                       ***
      ****************************************************

       2000-POST-CREDIT.

           MOVE ZERO TO REYDB-POSTSYS-LINKING.
           MOVE REYDB-CHQDEPO-ACCOUNT-ID TO REYDB-POSTSYS-ACCOUNT-ID.
           MOVE "CHQ-DEPOSIT"            TO REYDB-POSTSYS-OPERATION.
           MOVE REYDB-CHQDEPO-AMOUNT     TO REYDB-POSTSYS-AMOUNT.
           SET REYDB-POSTSYS-CREDIT      TO TRUE.
           MOVE "N"                      TO REYDB-POSTSYS-FUNDS-SW.
           MOVE REYDB-CHQDEPO-OPERATOR   TO REYDB-POSTSYS-OPERATOR.
           MOVE REYDB-CHQDEPO-BRANCH     TO REYDB-POSTSYS-BRANCH.

           CALL "REYDB-POSTSYS" USING REYDB-POSTSYS-LINKING.

           IF NOT REYDB-POSTSYS-OK
               EVALUATE TRUE
                   WHEN REYDB-POSTSYS-BUSY
                       SET REYDB-CHQDEPO-BUSY TO TRUE
                   WHEN REYDB-POSTSYS-CLOSED
                       SET REYDB-CHQDEPO-NOT-ACTIVE TO TRUE
                   WHEN REYDB-POSTSYS-INVALID-AMOUNT
                       SET REYDB-CHQDEPO-INVALID-AMOUNT TO TRUE
                   WHEN OTHER
                       SET REYDB-CHQDEPO-REFUSED TO TRUE
               END-EVALUATE
           END-IF.

      ****************************************************
      *** Name: 3000-COMPUTE-RELEASE                   ***
      *** Counts CLEAR-DAYS business days forward from ***
      *** today through REYDB-BIZDAY                   ***
      ****************************************************

       3000-COMPUTE-RELEASE.

           PERFORM 3100-READ-CLEAR-DAYS.

           MOVE REYDB-CHQDEPO-TODAY TO REYDB-CHQDEPO-WORK-DATE.

           PERFORM 3300-ADD-ONE-BUSINESS-DAY
               REYDB-CHQDEPO-CLEAR-DAYS TIMES.

           MOVE REYDB-CHQDEPO-WORK-DATE
               TO REYDB-CHQDEPO-RELEASE-DATE.

      ****************************************************
      *** Name: 3100-READ-CLEAR-DAYS                   ***
      *** Picks up CLEAR-DAYS from REYDB-PARAMS,       ***
      *** keeping the built-in default when the file   ***
      *** or keyword is absent                         ***
      ****************************************************

       3100-READ-CLEAR-DAYS.

           MOVE "N" TO REYDB-CHQDEPO-PARAM-EOF-SW.

           OPEN INPUT REYDB-PARAMS-FILE.

           IF NOT REYDB-PARAMS-STATUS-OK
               DISPLAY "Chqdepo: unable to open REYDB-PARAMS, "
                   "status " REYDB-PARAMS-STATUS-CODE
               SET REYDB-CHQDEPO-PARAM-EOF TO TRUE
           END-IF.

           PERFORM 3200-READ-NEXT-PARAM
               UNTIL REYDB-CHQDEPO-PARAM-EOF.

           CLOSE REYDB-PARAMS-FILE.

      ****************************************************
      *** Name: 3200-READ-NEXT-PARAM                    ***
      ****************************************************

       3200-READ-NEXT-PARAM.

           READ REYDB-PARAMS-FILE
               AT END
                   SET REYDB-CHQDEPO-PARAM-EOF TO TRUE
           END-READ.

           IF NOT REYDB-CHQDEPO-PARAM-EOF
               IF REYDB-PARAMS-KEYWORD = "CLEAR-DAYS"
                   MOVE REYDB-PARAMS-VALUE
                       TO REYDB-CHQDEPO-CLEAR-DAYS
               END-IF
           END-IF.

      ****************************************************
      *** Name: 3300-ADD-ONE-BUSINESS-DAY              ***
      ****************************************************

       3300-ADD-ONE-BUSINESS-DAY.

           COMPUTE REYDB-CHQDEPO-WORK-INT =
               FUNCTION INTEGER-OF-DATE(REYDB-CHQDEPO-WORK-DATE) + 1.

           COMPUTE REYDB-CHQDEPO-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(REYDB-CHQDEPO-WORK-INT).

           MOVE REYDB-CHQDEPO-WORK-DATE TO REYDB-BIZDAY-DATE-IN.

           CALL "REYDB-BIZDAY" USING REYDB-BIZDAY-LINKING.

           MOVE REYDB-BIZDAY-NEXT TO REYDB-CHQDEPO-WORK-DATE.

      ****************************************************
      *** Name: 4000-PLACE-HOLD                        ***
      *** The credit has already posted, so a failure  ***
      *** here may only be reported                    ***
      ****************************************************

       4000-PLACE-HOLD.

           MOVE ZERO TO REYDB-HOLDMAINT-LINKING.
           SET REYDB-HOLDMAINT-ACTION-PLACE TO TRUE.
           MOVE REYDB-CHQDEPO-ACCOUNT-ID
               TO REYDB-HOLDMAINT-ACCOUNT-ID.
           MOVE REYDB-CHQDEPO-AMOUNT     TO REYDB-HOLDMAINT-AMOUNT.
           MOVE REYDB-CHQDEPO-RELEASE-DATE
               TO REYDB-HOLDMAINT-RELEASE-DATE.
           MOVE REYDB-CHQDEPO-OPERATOR   TO REYDB-HOLDMAINT-OPERATOR.
           MOVE REYDB-CHQDEPO-BRANCH     TO REYDB-HOLDMAINT-BRANCH.

           CALL "REYDB-HOLDMAINT" USING REYDB-HOLDMAINT-LINKING.

           IF REYDB-HOLDMAINT-OK
               MOVE REYDB-HOLDMAINT-HOLD-ID TO REYDB-CHQDEPO-HOLD-ID
           ELSE
               DISPLAY "Chqdepo: clearing hold NOT placed on account "
                   REYDB-CHQDEPO-ACCOUNT-ID
               MOVE ZERO TO REYDB-CHQDEPO-RELEASE-DATE
           END-IF.

      ****************************************************
      *** Name: 4500-HOLD-ESTATE-CREDIT                ***
      *** The open-ended estate hold stands in for the ***
      *** clearing hold, so a returned check releases  ***
      *** it the same way                              ***
      ****************************************************

       4500-HOLD-ESTATE-CREDIT.

           SET REYDB-ESTHOLD-ACTION-HOLD TO TRUE.
           MOVE REYDB-CHQDEPO-ACCOUNT-ID TO REYDB-ESTHOLD-ACCOUNT-ID.
           MOVE REYDB-CHQDEPO-AMOUNT     TO REYDB-ESTHOLD-AMOUNT.
           MOVE REYDB-CHQDEPO-OPERATOR   TO REYDB-ESTHOLD-OPERATOR.
           MOVE REYDB-CHQDEPO-BRANCH     TO REYDB-ESTHOLD-BRANCH.

           CALL "REYDB-ESTHOLD" USING REYDB-ESTHOLD-LINKING.

           IF REYDB-ESTHOLD-HELD
               MOVE REYDB-ESTHOLD-HOLD-ID TO REYDB-CHQDEPO-HOLD-ID
               MOVE 99991231 TO REYDB-CHQDEPO-RELEASE-DATE
           ELSE
               DISPLAY "Chqdepo: estate hold NOT placed on account "
                   REYDB-CHQDEPO-ACCOUNT-ID
           END-IF.

      ****************************************************
      *** Name: 5000-NEXT-ITEM-ID                      ***
      ****************************************************

       5000-NEXT-ITEM-ID.

           OPEN I-O REYDB-COUNTER-FILE.

           IF NOT REYDB-COUNTER-STATUS-OK
               DISPLAY "Chqdepo: unable to open REYDB-COUNTER-FILE, "
                   "status " REYDB-COUNTER-STATUS-CODE
           ELSE
               MOVE ZERO TO REYDB-CHQDEPO-RETRY-COUNT

               PERFORM 5100-READ-COUNTER-RECORD

               PERFORM 5100-READ-COUNTER-RECORD
                   UNTIL NOT REYDB-COUNTER-RECORD-LOCKED
                      OR REYDB-CHQDEPO-RETRY-COUNT > 1000

               IF REYDB-COUNTER-RECORD-LOCKED
                   DISPLAY "Chqdepo: counter busy at another station"
               ELSE
                   PERFORM 5200-ADVANCE-COUNTER
               END-IF
           END-IF.

           CLOSE REYDB-COUNTER-FILE.

           IF REYDB-CHQDEPO-ITEM-ID = ZERO
               DISPLAY "Chqdepo: check credited but NOT queued for "
                   "clearing, account " REYDB-CHQDEPO-ACCOUNT-ID
           END-IF.

      ****************************************************
      *** Name: 5100-READ-COUNTER-RECORD               ***
      *** One attempt at the locked counter read - the ***
      *** caller loops while another station holds it  ***
      ****************************************************

       5100-READ-COUNTER-RECORD.

           ADD 1 TO REYDB-CHQDEPO-RETRY-COUNT.

           MOVE "N" TO REYDB-CHQDEPO-COUNTER-FOUND-SW.
           MOVE REYDB-CHQDEPO-COUNTER-KEY TO REYDB-COUNTER-KEY.

           READ REYDB-COUNTER-FILE WITH LOCK
               INVALID KEY
                   MOVE ZERO TO REYDB-COUNTER-LAST-ID
               NOT INVALID KEY
                   SET REYDB-CHQDEPO-COUNTER-FOUND TO TRUE
           END-READ.

      ****************************************************
      *** Name: 5200-ADVANCE-COUNTER                   ***
      ****************************************************

       5200-ADVANCE-COUNTER.

           ADD 1 TO REYDB-COUNTER-LAST-ID.
           MOVE REYDB-CHQDEPO-COUNTER-KEY TO REYDB-COUNTER-KEY.

           IF REYDB-CHQDEPO-COUNTER-FOUND
               REWRITE REYDB-COUNTER-RECORD
           ELSE
               WRITE REYDB-COUNTER-RECORD
           END-IF.

           IF NOT REYDB-COUNTER-STATUS-OK
               DISPLAY "Chqdepo: unable to write REYDB-COUNTER-FILE, "
                   "status " REYDB-COUNTER-STATUS-CODE
           ELSE
               MOVE REYDB-COUNTER-LAST-ID TO REYDB-CHQDEPO-ITEM-ID
           END-IF.

      ****************************************************
      *** Name: 6000-QUEUE-ITEM                        ***
      *** Writes the QUEUED item for the nightly       ***
      *** outward clearing extract                     ***
      ****************************************************

       6000-QUEUE-ITEM.

           OPEN I-O REYDB-CHQDEP-FILE.

           IF REYDB-CHQDEP-MISSING
               OPEN OUTPUT REYDB-CHQDEP-FILE
               CLOSE REYDB-CHQDEP-FILE
               OPEN I-O REYDB-CHQDEP-FILE
           END-IF.

           IF NOT REYDB-CHQDEP-STATUS-OK
               DISPLAY "Chqdepo: unable to open REYDB-CHQDEP, "
                   "status " REYDB-CHQDEP-STATUS-CODE
                   " - item " REYDB-CHQDEPO-ITEM-ID " NOT queued"
           ELSE
               MOVE SPACES TO REYDB-CQD-RECORD
               MOVE REYDB-CHQDEPO-ITEM-ID     TO REYDB-CQD-ID
               MOVE REYDB-CHQDEPO-ACCOUNT-ID  TO REYDB-CQD-ACCOUNT-ID
               MOVE REYDB-CHQDEPO-NUMBER      TO REYDB-CQD-NUMBER
               MOVE REYDB-CHQDEPO-DRAWEE-BANK TO REYDB-CQD-DRAWEE-BANK
               MOVE REYDB-CHQDEPO-DRAWER-ACCT TO REYDB-CQD-DRAWER-ACCT
               MOVE REYDB-CHQDEPO-AMOUNT      TO REYDB-CQD-AMOUNT
               MOVE REYDB-CHQDEPO-HOLD-ID     TO REYDB-CQD-HOLD-ID
               MOVE REYDB-CHQDEPO-TODAY       TO REYDB-CQD-DEPOSIT-DATE
               MOVE REYDB-CHQDEPO-OPERATOR    TO REYDB-CQD-OPERATOR
               MOVE REYDB-CHQDEPO-BRANCH      TO REYDB-CQD-BRANCH
               MOVE ZERO                      TO REYDB-CQD-RETURN-DATE
               SET REYDB-CQD-QUEUED           TO TRUE

               WRITE REYDB-CQD-RECORD

               IF NOT REYDB-CHQDEP-STATUS-OK
                   DISPLAY "Chqdepo: unable to write REYDB-CHQDEP, "
                       "status " REYDB-CHQDEP-STATUS-CODE
               END-IF
           END-IF.

           CLOSE REYDB-CHQDEP-FILE.
