      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: swpmaint.cbl           ***
      *** Date: 10/15/2026             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: refuse a pair whose checking and savings
      ***               accounts are in different currencies.
      ***               REYDB-SWEEP works the floor and ceiling amounts
      ***               out in the checking account's currency, and
      ***               REYDB-TRANSFER would convert them as the savings
      ***               account's.
      *** 10/15/2026 - EPH: creates, amends and cancels checking/
      ***               savings sweep arrangements on REYDB-SWEEP.
      ***               Both accounts must be open, the first a CK
      ***               and the second an SV of the same customer,
      ***               and a non-zero ceiling must lie above the
      ***               floor. One arrangement per checking account;
      ***               a cancelled one is reused on create.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-SWPMAINT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       COPY "reydb-control.cbl".

           SELECT OPTIONAL REYDB-SWEEP-FILE
               ASSIGN TO "REYDB-SWEEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-SWP-CK-ID
               FILE STATUS IS REYDB-SWEEP-STATUS-CODE.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-file.cbl".
       COPY "reydb-counter.cbl".
       COPY "reydb-custfile.cbl".
       COPY "reydb-tranlog.cbl".
       COPY "reydb-sweep.cbl".

       WORKING-STORAGE SECTION.

       COPY "reydb-status.cbl".

       01 REYDB-SWEEP-STATUS-CODE PIC X(02).
           88 REYDB-SWEEP-STATUS-OK VALUE "00" "05".
           88 REYDB-SWEEP-NOT-FOUND VALUE "35".

       01 REYDB-SWPMAINT-CK-CUST PIC 9(18).

       01 REYDB-SWPMAINT-CK-CURRENCY PIC X(03).

       01 REYDB-SWPMAINT-PAIR-SW PIC X(01).
           88 REYDB-SWPMAINT-PAIR-OK VALUE "Y".

       LINKAGE SECTION.

       COPY "reydb-swpmaint-linking.cbl".

       PROCEDURE DIVISION USING REYDB-SWPMAINT-LINKING.

       0000-MAINLINE.

           MOVE "N" TO REYDB-SWPMAINT-STATUS.

           IF REYDB-SWPMAINT-ACTION-CREATE
                  OR REYDB-SWPMAINT-ACTION-AMEND
               IF REYDB-SWPMAINT-CEILING > ZERO
                      AND REYDB-SWPMAINT-CEILING
                          NOT GREATER THAN REYDB-SWPMAINT-FLOOR
                   DISPLAY "Swpmaint: ceiling must be above the floor"
                   SET REYDB-SWPMAINT-INVALID TO TRUE
                   GO TO 9999-EXIT
               END-IF

               PERFORM 0500-CHECK-PAIR

               IF NOT REYDB-SWPMAINT-PAIR-OK
                   SET REYDB-SWPMAINT-INVALID TO TRUE
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           PERFORM 1000-OPEN-SWEEP.

           IF NOT REYDB-SWEEP-STATUS-OK
               GO TO 9999-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN REYDB-SWPMAINT-ACTION-CREATE
                   PERFORM 2000-CREATE-SWEEP
               WHEN REYDB-SWPMAINT-ACTION-AMEND
                   PERFORM 3000-AMEND-SWEEP
               WHEN REYDB-SWPMAINT-ACTION-CANCEL
                   PERFORM 4000-CANCEL-SWEEP
               WHEN OTHER
                   DISPLAY "Swpmaint: invalid action"
                   SET REYDB-SWPMAINT-INVALID TO TRUE
           END-EVALUATE.

           CLOSE REYDB-SWEEP-FILE.

       9999-EXIT.

           GOBACK.

      ****************************************************
      *** Name: 0500-CHECK-PAIR                        ***
      *** The first account must be an open checking   ***
      *** account and the second an open savings       ***
      *** account belonging to the same customer and   ***
      *** held in the same currency                    ***
      ****************************************************

       0500-CHECK-PAIR.

           MOVE "N" TO REYDB-SWPMAINT-PAIR-SW.

           OPEN INPUT REYDB-FILE.

           IF NOT REYDB-FILE-STATUS-OK
               DISPLAY "Swpmaint: unable to open REYDB-FILE, status "
                   REYDB-FILE-STATUS-CODE
           ELSE
               MOVE REYDB-SWPMAINT-CK-ID TO REYDB-FILE-ID

               READ REYDB-FILE
                   INVALID KEY
                       DISPLAY "Swpmaint: checking account not found"
                   NOT INVALID KEY
                       PERFORM 0600-CHECK-CHECKING
               END-READ

               CLOSE REYDB-FILE
           END-IF.

      ****************************************************
      *** Name: 0600-CHECK-CHECKING                    ***
      ****************************************************

       0600-CHECK-CHECKING.

           IF NOT REYDB-FILE-PRODUCT-CHECKING
               DISPLAY "Swpmaint: first account is not checking"
           ELSE
               IF REYDB-FILE-CLOSED
                   DISPLAY "Swpmaint: checking account is closed"
               ELSE
                   MOVE REYDB-FILE-CUST-ID TO REYDB-SWPMAINT-CK-CUST
                   MOVE REYDB-FILE-CURRENCY
                       TO REYDB-SWPMAINT-CK-CURRENCY
                   MOVE REYDB-SWPMAINT-SV-ID TO REYDB-FILE-ID

                   READ REYDB-FILE
                       INVALID KEY
                           DISPLAY "Swpmaint: savings account not "
                               "found"
                       NOT INVALID KEY
                           PERFORM 0700-CHECK-SAVINGS
                   END-READ
               END-IF
           END-IF.

      ****************************************************
      *** Name: 0700-CHECK-SAVINGS                     ***
      ****************************************************

       0700-CHECK-SAVINGS.

           EVALUATE TRUE
               WHEN NOT REYDB-FILE-PRODUCT-SAVINGS
                   DISPLAY "Swpmaint: second account is not savings"
               WHEN REYDB-FILE-CLOSED
                   DISPLAY "Swpmaint: savings account is closed"
               WHEN REYDB-FILE-CUST-ID NOT = REYDB-SWPMAINT-CK-CUST
                   DISPLAY "Swpmaint: accounts belong to different "
                       "customers"
               WHEN REYDB-FILE-CURRENCY NOT = REYDB-SWPMAINT-CK-CURRENCY
                   DISPLAY "Swpmaint: accounts are in different "
                       "currencies"
               WHEN OTHER
                   SET REYDB-SWPMAINT-PAIR-OK TO TRUE
           END-EVALUATE.

      ****************************************************
      *** Name: 1000-OPEN-SWEEP                        ***
      *** REYDB-SWEEP is indexed, so create it the     ***
      *** first time it is found missing, the same way ***
      *** REYDB-INIT creates the other masters         ***
      ****************************************************

       1000-OPEN-SWEEP.

           OPEN I-O REYDB-SWEEP-FILE.

           IF REYDB-SWEEP-NOT-FOUND
               OPEN OUTPUT REYDB-SWEEP-FILE
               CLOSE REYDB-SWEEP-FILE
               OPEN I-O REYDB-SWEEP-FILE
           END-IF.

           IF NOT REYDB-SWEEP-STATUS-OK
               DISPLAY "Swpmaint: unable to open REYDB-SWEEP, "
                   "status " REYDB-SWEEP-STATUS-CODE
           END-IF.

      ****************************************************
      *** Name: 2000-CREATE-SWEEP                      ***
      *** A cancelled arrangement on the same checking ***
      *** account is reactivated with the new terms    ***
      ****************************************************

       2000-CREATE-SWEEP.

           MOVE REYDB-SWPMAINT-CK-ID TO REYDB-SWP-CK-ID.

           READ REYDB-SWEEP-FILE KEY IS REYDB-SWP-CK-ID
               INVALID KEY
                   PERFORM 2100-WRITE-SWEEP
               NOT INVALID KEY
                   IF REYDB-SWP-ACTIVE
                       DISPLAY "Swpmaint: account already has a sweep"
                       SET REYDB-SWPMAINT-DUPLICATE TO TRUE
                   ELSE
                       PERFORM 2200-REUSE-SWEEP
                   END-IF
           END-READ.

      ****************************************************
      *** Name: 2100-WRITE-SWEEP                       ***
      ****************************************************

       2100-WRITE-SWEEP.

           MOVE REYDB-SWPMAINT-CK-ID   TO REYDB-SWP-CK-ID.
           MOVE REYDB-SWPMAINT-SV-ID   TO REYDB-SWP-SV-ID.
           MOVE REYDB-SWPMAINT-FLOOR   TO REYDB-SWP-FLOOR.
           MOVE REYDB-SWPMAINT-CEILING TO REYDB-SWP-CEILING.
           SET REYDB-SWP-ACTIVE        TO TRUE.
           MOVE ZERO                   TO REYDB-SWP-LAST-EXEC.

           WRITE REYDB-SWP-RECORD.

           IF NOT REYDB-SWEEP-STATUS-OK
               DISPLAY "Swpmaint: unable to write REYDB-SWEEP, "
                   "status " REYDB-SWEEP-STATUS-CODE
           ELSE
               SET REYDB-SWPMAINT-OK TO TRUE
           END-IF.

      ****************************************************
      *** Name: 2200-REUSE-SWEEP                       ***
      ****************************************************

       2200-REUSE-SWEEP.

           MOVE REYDB-SWPMAINT-SV-ID   TO REYDB-SWP-SV-ID.
           MOVE REYDB-SWPMAINT-FLOOR   TO REYDB-SWP-FLOOR.
           MOVE REYDB-SWPMAINT-CEILING TO REYDB-SWP-CEILING.
           SET REYDB-SWP-ACTIVE        TO TRUE.

           PERFORM 5000-REWRITE-SWEEP.

      ****************************************************
      *** Name: 3000-AMEND-SWEEP                       ***
      ****************************************************

       3000-AMEND-SWEEP.

           MOVE REYDB-SWPMAINT-CK-ID TO REYDB-SWP-CK-ID.

           READ REYDB-SWEEP-FILE KEY IS REYDB-SWP-CK-ID
               INVALID KEY
                   DISPLAY "Swpmaint: sweep not found"
               NOT INVALID KEY
                   MOVE REYDB-SWPMAINT-SV-ID   TO REYDB-SWP-SV-ID
                   MOVE REYDB-SWPMAINT-FLOOR   TO REYDB-SWP-FLOOR
                   MOVE REYDB-SWPMAINT-CEILING TO REYDB-SWP-CEILING
                   PERFORM 5000-REWRITE-SWEEP
           END-READ.

      ****************************************************
      *** Name: 4000-CANCEL-SWEEP                      ***
      ****************************************************

       4000-CANCEL-SWEEP.

           MOVE REYDB-SWPMAINT-CK-ID TO REYDB-SWP-CK-ID.

           READ REYDB-SWEEP-FILE KEY IS REYDB-SWP-CK-ID
               INVALID KEY
                   DISPLAY "Swpmaint: sweep not found"
               NOT INVALID KEY
                   SET REYDB-SWP-CANCELLED TO TRUE
                   PERFORM 5000-REWRITE-SWEEP
           END-READ.

      ****************************************************
      *** Name: 5000-REWRITE-SWEEP                     ***
      ****************************************************

       5000-REWRITE-SWEEP.

           REWRITE REYDB-SWP-RECORD.

           IF NOT REYDB-SWEEP-STATUS-OK
               DISPLAY "Swpmaint: unable to rewrite REYDB-SWEEP, "
                   "status " REYDB-SWEEP-STATUS-CODE
           ELSE
               SET REYDB-SWPMAINT-OK TO TRUE
           END-IF.
