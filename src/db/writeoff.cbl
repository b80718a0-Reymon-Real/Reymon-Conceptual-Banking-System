      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: writeoff.cbl           ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: read the loan account's currency for a cash
      ***               recovery and pass it to REYDB-LOG, so the
      ***               internal cash and loan loss legs land in that
      ***               currency.
      *** 10/15/2026 - EPH: loan write-off and recoveries. A write-
      ***               off takes whatever the LN loan account still
      ***               owes off the books with a WRITE-OFF credit
      ***               through REYDB-POSTSYS, booked to the loan
      ***               account's own branch, flags the schedule
      ***               written off so REYDB-LOANCOLL and
      ***               REYDB-LOANPAY leave it alone, opens its
      ***               entry on the REYDB-WRITEOFF register and
      ***               records the supervisor on REYDB-SECJRNL. A
      ***               recovery from the linked deposit account is
      ***               a funds-checked WO-RECOVERY debit there; a
      ***               cash recovery is a WO-RECOV-CSH ledger entry
      ***               on the loan account with no balance effect,
      ***               counted into the teller's drawer like a
      ***               deposit. Either way the register is
      ***               credited, and a recovery can never exceed
      ***               what is still unrecovered.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-WRITEOFF.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       COPY "reydb-control.cbl".

           SELECT OPTIONAL REYDB-LOAN-FILE ASSIGN TO "REYDB-LOAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-LOAN-ACCOUNT-ID
               FILE STATUS IS REYDB-LOAN-STATUS-CODE.

           SELECT OPTIONAL REYDB-WRITEOFF-FILE
               ASSIGN TO "REYDB-WRITEOFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-WO-LOAN-ID
               FILE STATUS IS REYDB-WO-STATUS-CODE.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-file.cbl".
       COPY "reydb-counter.cbl".
       COPY "reydb-custfile.cbl".
       COPY "reydb-tranlog.cbl".
       COPY "reydb-loan.cbl".
       COPY "reydb-writeoff.cbl".

       WORKING-STORAGE SECTION.

       COPY "reydb-status.cbl".

       COPY "reydb-log-linking.cbl".

       COPY "reydb-postsys-linking.cbl".

       COPY "reydb-seclog-linking.cbl".

       01 REYDB-LOAN-STATUS-CODE PIC X(02).
           88 REYDB-LOAN-STATUS-OK VALUE "00" "05".

       01 REYDB-WO-STATUS-CODE PIC X(02).
           88 REYDB-WO-STATUS-OK VALUE "00" "05".
           88 REYDB-WO-MISSING   VALUE "35".

       01 REYDB-WRITEOFF-TODAY PIC 9(08).

       01 REYDB-WRITEOFF-ACCT-SW PIC X(01).
           88 REYDB-WRITEOFF-ACCT-FOUND VALUE "Y".

       01 REYDB-WRITEOFF-BALANCE PIC S9(13)V99.

       01 REYDB-WRITEOFF-CUST-ID PIC 9(18).

       01 REYDB-WRITEOFF-ACCT-BRANCH PIC X(04).

       01 REYDB-WRITEOFF-SEC-DETAIL.
           05 FILLER                  PIC X(05) VALUE "LOAN ".
           05 REYDB-WRITEOFF-SEC-ID   PIC 9(18).

       01 REYDB-WRITEOFF-SEC-VALUE.
           05 FILLER                  PIC X(05) VALUE "OWED ".
           05 REYDB-WRITEOFF-SEC-AMT  PIC -(12)9.99.

       LINKAGE SECTION.

       COPY "reydb-writeoff-linking.cbl".

       PROCEDURE DIVISION USING REYDB-WRITEOFF-LINKING.

       0000-MAINLINE.

           MOVE "N" TO REYDB-WRITEOFF-STATUS.
           MOVE ZERO TO REYDB-WRITEOFF-WRITTEN.
           MOVE ZERO TO REYDB-WRITEOFF-REMAINING.

           MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-WRITEOFF-TODAY.

           IF NOT REYDB-WRITEOFF-WRITE-OFF
                  AND NOT REYDB-WRITEOFF-RECOVER-ACCT
                  AND NOT REYDB-WRITEOFF-RECOVER-CASH
               DISPLAY "Writeoff: action must be W, R or C"
               SET REYDB-WRITEOFF-INVALID TO TRUE
               GO TO 9999-EXIT
           END-IF.

           OPEN I-O REYDB-WRITEOFF-FILE.

           IF REYDB-WO-MISSING
               OPEN OUTPUT REYDB-WRITEOFF-FILE
               CLOSE REYDB-WRITEOFF-FILE
               OPEN I-O REYDB-WRITEOFF-FILE
           END-IF.

           IF NOT REYDB-WO-STATUS-OK
               DISPLAY "Writeoff: unable to open REYDB-WRITEOFF, "
                   "status " REYDB-WO-STATUS-CODE
               CLOSE REYDB-WRITEOFF-FILE
               GO TO 9999-EXIT
           END-IF.

           OPEN I-O REYDB-LOAN-FILE.

           IF NOT REYDB-LOAN-STATUS-OK
               DISPLAY "Writeoff: unable to open REYDB-LOAN, "
                   "status " REYDB-LOAN-STATUS-CODE
               GO TO 9000-CLOSE
           END-IF.

           IF REYDB-WRITEOFF-WRITE-OFF
               PERFORM 1000-WRITE-OFF-LOAN
           ELSE
               PERFORM 2000-RECOVER
           END-IF.

       9000-CLOSE.

           CLOSE REYDB-LOAN-FILE.
           CLOSE REYDB-WRITEOFF-FILE.

       9999-EXIT.

           GOBACK.

      ****************************************************
      *** Name: 1000-WRITE-OFF-LOAN                    ***
      *** Only an ACTIVE schedule whose loan account   ***
      *** still owes money can be written off          ***
      ****************************************************

       1000-WRITE-OFF-LOAN.

           MOVE REYDB-WRITEOFF-LOAN-ID TO REYDB-LOAN-ACCOUNT-ID.

           READ REYDB-LOAN-FILE
               INVALID KEY
                   DISPLAY "Writeoff: no schedule for that loan"
               NOT INVALID KEY
                   IF NOT REYDB-LOAN-ACTIVE
                       DISPLAY "Writeoff: loan is no longer active"
                       SET REYDB-WRITEOFF-NOT-ACTIVE TO TRUE
                   ELSE
                       PERFORM 1100-READ-LOAN-ACCOUNT
                   END-IF
           END-READ.

           IF REYDB-WRITEOFF-ACCT-FOUND
               IF REYDB-WRITEOFF-BALANCE NOT LESS THAN ZERO
                   DISPLAY "Writeoff: loan account owes nothing"
                   SET REYDB-WRITEOFF-INVALID TO TRUE
               ELSE
                   PERFORM 1200-POST-WRITE-OFF
               END-IF
           END-IF.

      ****************************************************
      *** Name: 1100-READ-LOAN-ACCOUNT                 ***
      ****************************************************

       1100-READ-LOAN-ACCOUNT.

           MOVE "N" TO REYDB-WRITEOFF-ACCT-SW.

           OPEN INPUT REYDB-FILE.

           IF NOT REYDB-FILE-STATUS-OK
               DISPLAY "Writeoff: unable to open REYDB-FILE, status "
                   REYDB-FILE-STATUS-CODE
           ELSE
               MOVE REYDB-LOAN-ACCOUNT-ID TO REYDB-FILE-ID

               READ REYDB-FILE
                   INVALID KEY
                       DISPLAY "Writeoff: loan account not found"
                   NOT INVALID KEY
                       SET REYDB-WRITEOFF-ACCT-FOUND TO TRUE
                       MOVE REYDB-FILE-BALANCE
                           TO REYDB-WRITEOFF-BALANCE
                       MOVE REYDB-FILE-CUST-ID
                           TO REYDB-WRITEOFF-CUST-ID
                       MOVE REYDB-FILE-BRANCH
                           TO REYDB-WRITEOFF-ACCT-BRANCH
               END-READ
           END-IF.

           CLOSE REYDB-FILE.

      ****************************************************
      *** Name: 1200-POST-WRITE-OFF                    ***
      ****************************************************

       1200-POST-WRITE-OFF.

           COMPUTE REYDB-WRITEOFF-WRITTEN =
               ZERO - REYDB-WRITEOFF-BALANCE.

           MOVE ZERO TO REYDB-POSTSYS-LINKING.
           MOVE REYDB-LOAN-ACCOUNT-ID    TO REYDB-POSTSYS-ACCOUNT-ID.
           MOVE "WRITE-OFF"              TO REYDB-POSTSYS-OPERATION.
           MOVE REYDB-WRITEOFF-WRITTEN   TO REYDB-POSTSYS-AMOUNT.
           SET REYDB-POSTSYS-CREDIT      TO TRUE.
           MOVE "N"                      TO REYDB-POSTSYS-FUNDS-SW.
           MOVE REYDB-WRITEOFF-OPERATOR  TO REYDB-POSTSYS-OPERATOR.
           MOVE REYDB-WRITEOFF-ACCT-BRANCH TO REYDB-POSTSYS-BRANCH.

           CALL "REYDB-POSTSYS" USING REYDB-POSTSYS-LINKING.

           IF NOT REYDB-POSTSYS-OK
               DISPLAY "Writeoff: WRITE-OFF entry refused"
               SET REYDB-WRITEOFF-REFUSED TO TRUE
           ELSE
               SET REYDB-LOAN-WRITTEN-OFF TO TRUE
               MOVE ZERO TO REYDB-LOAN-OUTSTANDING

               REWRITE REYDB-LOAN-RECORD

               IF NOT REYDB-LOAN-STATUS-OK
                   DISPLAY "Writeoff: unable to rewrite REYDB-LOAN, "
                       "status " REYDB-LOAN-STATUS-CODE
               END-IF

               MOVE REYDB-LOAN-ACCOUNT-ID  TO REYDB-WO-LOAN-ID
               MOVE REYDB-LOAN-DEPOSIT-ID  TO REYDB-WO-DEPOSIT-ID
               MOVE REYDB-WRITEOFF-CUST-ID TO REYDB-WO-CUST-ID

               IF REYDB-WRITEOFF-ACCT-BRANCH = SPACES
                   MOVE "0000" TO REYDB-WO-BRANCH
               ELSE
                   MOVE REYDB-WRITEOFF-ACCT-BRANCH
                       TO REYDB-WO-BRANCH
               END-IF

               MOVE REYDB-WRITEOFF-TODAY    TO REYDB-WO-DATE
               MOVE REYDB-WRITEOFF-OPERATOR TO REYDB-WO-OPERATOR
               MOVE REYDB-WRITEOFF-WRITTEN  TO REYDB-WO-AMOUNT
               MOVE ZERO TO REYDB-WO-RECOVERED
               MOVE ZERO TO REYDB-WO-LAST-RECOVERY
               MOVE ZERO TO REYDB-WO-MTD-MONTH
               MOVE ZERO TO REYDB-WO-MTD-RECOVERED
               SET REYDB-WO-OPEN TO TRUE

               WRITE REYDB-WO-RECORD

               IF NOT REYDB-WO-STATUS-OK
                   DISPLAY "Writeoff: unable to write REYDB-WRITEOFF, "
                       "status " REYDB-WO-STATUS-CODE
               END-IF

               MOVE REYDB-WRITEOFF-OPERATOR TO REYDB-SECLOG-OPERATOR
               MOVE "LOAN-WRITEOFF"         TO REYDB-SECLOG-ACTION
               MOVE REYDB-LOAN-ACCOUNT-ID   TO REYDB-WRITEOFF-SEC-ID
               MOVE REYDB-WRITEOFF-SEC-DETAIL TO REYDB-SECLOG-DETAIL
               MOVE REYDB-WRITEOFF-WRITTEN  TO REYDB-WRITEOFF-SEC-AMT
               MOVE REYDB-WRITEOFF-SEC-VALUE TO REYDB-SECLOG-BEFORE
               MOVE "WRITTEN OFF"           TO REYDB-SECLOG-AFTER
               CALL "REYDB-SECLOG" USING REYDB-SECLOG-LINKING

               IF NOT REYDB-SECLOG-OK
                   DISPLAY "Writeoff: security journal entry not "
                       "recorded"
               END-IF

               MOVE REYDB-WRITEOFF-WRITTEN
                   TO REYDB-WRITEOFF-REMAINING
               SET REYDB-WRITEOFF-OK TO TRUE
           END-IF.

      ****************************************************
      *** Name: 2000-RECOVER                           ***
      *** A recovery must be positive and no more than ***
      *** the amount still unrecovered                 ***
      ****************************************************

       2000-RECOVER.

           MOVE REYDB-WRITEOFF-LOAN-ID TO REYDB-WO-LOAN-ID.

           READ REYDB-WRITEOFF-FILE
               INVALID KEY
                   DISPLAY "Writeoff: loan is not on the register"
               NOT INVALID KEY
                   MOVE REYDB-WO-AMOUNT TO REYDB-WRITEOFF-WRITTEN
                   COMPUTE REYDB-WRITEOFF-REMAINING =
                       REYDB-WO-AMOUNT - REYDB-WO-RECOVERED

                   IF REYDB-WRITEOFF-AMOUNT = ZERO
                          OR REYDB-WRITEOFF-AMOUNT
                              > REYDB-WRITEOFF-REMAINING
                       DISPLAY "Writeoff: recovery must be between "
                           "zero and the unrecovered balance"
                       SET REYDB-WRITEOFF-INVALID TO TRUE
                   ELSE
                       IF REYDB-WRITEOFF-RECOVER-ACCT
                           PERFORM 2100-RECOVER-FROM-ACCOUNT
                       ELSE
                           PERFORM 2200-RECOVER-IN-CASH
                       END-IF
                   END-IF
           END-READ.

           IF REYDB-WRITEOFF-OK
               PERFORM 2500-APPLY-RECOVERY
           END-IF.

      ****************************************************
      *** Name: 2100-RECOVER-FROM-ACCOUNT              ***
      ****************************************************

       2100-RECOVER-FROM-ACCOUNT.

           MOVE ZERO TO REYDB-POSTSYS-LINKING.
           MOVE REYDB-WO-DEPOSIT-ID     TO REYDB-POSTSYS-ACCOUNT-ID.
           MOVE "WO-RECOVERY"           TO REYDB-POSTSYS-OPERATION.
           MOVE REYDB-WRITEOFF-AMOUNT   TO REYDB-POSTSYS-AMOUNT.
           SET REYDB-POSTSYS-DEBIT      TO TRUE.
           SET REYDB-POSTSYS-CHECK-FUNDS TO TRUE.
           MOVE REYDB-WRITEOFF-OPERATOR TO REYDB-POSTSYS-OPERATOR.
           MOVE REYDB-WRITEOFF-BRANCH   TO REYDB-POSTSYS-BRANCH.

           CALL "REYDB-POSTSYS" USING REYDB-POSTSYS-LINKING.

           IF REYDB-POSTSYS-OK
               SET REYDB-WRITEOFF-OK TO TRUE
           ELSE
               IF REYDB-POSTSYS-INSUFFICIENT
                   SET REYDB-WRITEOFF-INSUFFICIENT TO TRUE
               ELSE
                   SET REYDB-WRITEOFF-REFUSED TO TRUE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 2200-RECOVER-IN-CASH                   ***
      *** Cash over the counter moves no account       ***
      *** balance; the entry on the loan account is    ***
      *** what the drawer and the GL extract count,    ***
      *** in the loan account's currency               ***
      ****************************************************

       2200-RECOVER-IN-CASH.

           MOVE SPACES TO REYDB-LOG-CURRENCY.

           OPEN INPUT REYDB-FILE.

           IF REYDB-FILE-STATUS-OK
               MOVE REYDB-WO-LOAN-ID TO REYDB-FILE-ID

               READ REYDB-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REYDB-FILE-CURRENCY TO REYDB-LOG-CURRENCY
               END-READ
           END-IF.

           CLOSE REYDB-FILE.

           MOVE REYDB-WO-LOAN-ID        TO REYDB-LOG-ACCOUNT-ID.
           MOVE "WO-RECOV-CSH"          TO REYDB-LOG-OPERATION.
           MOVE REYDB-WRITEOFF-AMOUNT   TO REYDB-LOG-AMOUNT.
           MOVE REYDB-WRITEOFF-OPERATOR TO REYDB-LOG-OPERATOR.
           MOVE REYDB-WRITEOFF-BRANCH   TO REYDB-LOG-BRANCH.
           MOVE ZERO                    TO REYDB-LOG-VALUE-DATE.
           CALL "REYDB-LOG" USING REYDB-LOG-LINKING.

           IF REYDB-LOG-OK
               SET REYDB-WRITEOFF-OK TO TRUE
           ELSE
               DISPLAY "Writeoff: cash recovery entry not recorded"
               SET REYDB-WRITEOFF-REFUSED TO TRUE
           END-IF.

      ****************************************************
      *** Name: 2500-APPLY-RECOVERY                    ***
      *** Month-to-date restarts on the first recovery ***
      *** of a new month                               ***
      ****************************************************

       2500-APPLY-RECOVERY.

           ADD REYDB-WRITEOFF-AMOUNT TO REYDB-WO-RECOVERED.
           MOVE REYDB-WRITEOFF-TODAY TO REYDB-WO-LAST-RECOVERY.

           IF REYDB-WO-MTD-MONTH NOT = REYDB-WRITEOFF-TODAY(1:6)
               MOVE REYDB-WRITEOFF-TODAY(1:6) TO REYDB-WO-MTD-MONTH
               MOVE ZERO TO REYDB-WO-MTD-RECOVERED
           END-IF.

           ADD REYDB-WRITEOFF-AMOUNT TO REYDB-WO-MTD-RECOVERED.

           IF REYDB-WO-RECOVERED NOT LESS THAN REYDB-WO-AMOUNT
               SET REYDB-WO-RECOVERED-IN-FULL TO TRUE
           END-IF.

           REWRITE REYDB-WO-RECORD.

           IF NOT REYDB-WO-STATUS-OK
               DISPLAY "Writeoff: unable to rewrite REYDB-WRITEOFF, "
                   "status " REYDB-WO-STATUS-CODE
           END-IF.

           COMPUTE REYDB-WRITEOFF-REMAINING =
               REYDB-WO-AMOUNT - REYDB-WO-RECOVERED.
