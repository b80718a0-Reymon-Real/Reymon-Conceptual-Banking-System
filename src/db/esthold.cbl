      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: esthold.cbl            ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: credits arriving for a deceased customer.
      ***               A credit path that finds a FROZEN account
      ***               asks first (action C) whether the owner is
      ***               recorded as deceased; if so it lets the
      ***               credit through and, once the account is
      ***               released, asks for the hold (action H). The
      ***               amount is held open-ended through
      ***               REYDB-HOLDMAINT so it stays with the estate
      ***               until the executors are dealt with, and is
      ***               added to the REYDB-ESTATE register entry.
      ***               REYDB-DECEASED asks for the same hold for
      ***               each credit already posted between the date
      ***               of death and the notification.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-ESTHOLD.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       COPY "reydb-control.cbl".

           SELECT OPTIONAL REYDB-ESTATE-FILE
               ASSIGN TO "REYDB-ESTATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-EST-CUST-ID
               FILE STATUS IS REYDB-ESTATE-STATUS-CODE.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-file.cbl".
       COPY "reydb-counter.cbl".
       COPY "reydb-custfile.cbl".
       COPY "reydb-tranlog.cbl".
       COPY "reydb-estate.cbl".

       WORKING-STORAGE SECTION.

       COPY "reydb-status.cbl".

       COPY "reydb-holdmaint-linking.cbl".

       01 REYDB-ESTATE-STATUS-CODE PIC X(02).
           88 REYDB-ESTATE-STATUS-OK VALUE "00" "05".

       01 REYDB-ESTHOLD-OPEN-ENDED PIC 9(08) VALUE 99991231.

       LINKAGE SECTION.

       COPY "reydb-esthold-linking.cbl".

       PROCEDURE DIVISION USING REYDB-ESTHOLD-LINKING.

       0000-MAINLINE.

           EVALUATE TRUE
               WHEN REYDB-ESTHOLD-ACTION-CHECK
                   PERFORM 1000-CHECK-CUSTOMER
               WHEN REYDB-ESTHOLD-ACTION-HOLD
                   PERFORM 2000-HOLD-CREDIT
               WHEN OTHER
                   DISPLAY "Esthold: invalid action"
                   SET REYDB-ESTHOLD-FAILED TO TRUE
           END-EVALUATE.

       9999-EXIT.

           GOBACK.

      ****************************************************
      *** Name: 1000-CHECK-CUSTOMER                    ***
      *** A customer not found, or found living, is    ***
      *** reported LIVING so the caller keeps its      ***
      *** ordinary refusal of a frozen account         ***
      ****************************************************

       1000-CHECK-CUSTOMER.

           SET REYDB-ESTHOLD-LIVING TO TRUE.
           MOVE ZERO TO REYDB-ESTHOLD-DEATH-DATE.

           OPEN INPUT REYDB-CUST-FILE.

           IF NOT REYDB-CUST-STATUS-OK
               DISPLAY "Esthold: unable to open REYDB-CUST-FILE, "
                   "status " REYDB-CUST-STATUS-CODE
           ELSE
               MOVE REYDB-ESTHOLD-CUST-ID TO REYDB-CUST-ID

               READ REYDB-CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REYDB-CUST-DECEASED
                           SET REYDB-ESTHOLD-DECEASED TO TRUE
                       END-IF
               END-READ
           END-IF.

           CLOSE REYDB-CUST-FILE.

           IF REYDB-ESTHOLD-DECEASED
               OPEN INPUT REYDB-ESTATE-FILE

               IF REYDB-ESTATE-STATUS-OK
                   MOVE REYDB-ESTHOLD-CUST-ID TO REYDB-EST-CUST-ID

                   READ REYDB-ESTATE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE REYDB-EST-DEATH-DATE
                               TO REYDB-ESTHOLD-DEATH-DATE
                   END-READ
               END-IF

               CLOSE REYDB-ESTATE-FILE
           END-IF.

      ****************************************************
      *** Name: 2000-HOLD-CREDIT                       ***
      *** Places an open-ended hold for the credit and ***
      *** adds it to the estate register entry         ***
      ****************************************************

       2000-HOLD-CREDIT.

           SET REYDB-ESTHOLD-FAILED TO TRUE.
           MOVE ZERO TO REYDB-ESTHOLD-HOLD-ID.

           MOVE ZERO TO REYDB-HOLDMAINT-LINKING.
           SET REYDB-HOLDMAINT-ACTION-PLACE TO TRUE.
           MOVE REYDB-ESTHOLD-ACCOUNT-ID TO REYDB-HOLDMAINT-ACCOUNT-ID.
           MOVE REYDB-ESTHOLD-AMOUNT     TO REYDB-HOLDMAINT-AMOUNT.
           MOVE REYDB-ESTHOLD-OPEN-ENDED
               TO REYDB-HOLDMAINT-RELEASE-DATE.
           MOVE REYDB-ESTHOLD-OPERATOR   TO REYDB-HOLDMAINT-OPERATOR.
           MOVE REYDB-ESTHOLD-BRANCH     TO REYDB-HOLDMAINT-BRANCH.

           CALL "REYDB-HOLDMAINT" USING REYDB-HOLDMAINT-LINKING.

           IF NOT REYDB-HOLDMAINT-OK
               DISPLAY "Esthold: estate hold not placed on account "
                   REYDB-ESTHOLD-ACCOUNT-ID
           ELSE
               SET REYDB-ESTHOLD-HELD TO TRUE
               MOVE REYDB-HOLDMAINT-HOLD-ID TO REYDB-ESTHOLD-HOLD-ID
               PERFORM 2100-UPDATE-REGISTER
           END-IF.

      ****************************************************
      *** Name: 2100-UPDATE-REGISTER                   ***
      ****************************************************

       2100-UPDATE-REGISTER.

           OPEN I-O REYDB-ESTATE-FILE.

           IF NOT REYDB-ESTATE-STATUS-OK
               DISPLAY "Esthold: unable to open REYDB-ESTATE, "
                   "status " REYDB-ESTATE-STATUS-CODE
           ELSE
               MOVE REYDB-ESTHOLD-CUST-ID TO REYDB-EST-CUST-ID

               READ REYDB-ESTATE-FILE
                   INVALID KEY
                       DISPLAY "Esthold: customer not on REYDB-ESTATE"
                   NOT INVALID KEY
                       PERFORM 2200-REWRITE-REGISTER
               END-READ
           END-IF.

           CLOSE REYDB-ESTATE-FILE.

      ****************************************************
      *** Name: 2200-REWRITE-REGISTER                  ***
      ****************************************************

       2200-REWRITE-REGISTER.

           ADD 1 TO REYDB-EST-HELD-COUNT.
           ADD REYDB-ESTHOLD-AMOUNT TO REYDB-EST-HELD-AMOUNT.

           REWRITE REYDB-EST-RECORD.

           IF NOT REYDB-ESTATE-STATUS-OK
               DISPLAY "Esthold: unable to rewrite REYDB-ESTATE, "
                   "status " REYDB-ESTATE-STATUS-CODE
           END-IF.
