      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: deceased.cbl           ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: supervisor processing of a notified
      ***               death in one action, instead of a visit to
      ***               freeze, holder, standing order and cheque
      ***               maintenance one account at a time. The
      ***               customer is marked deceased, the estate
      ***               summary is printed through REYDB-ESTSUMM as
      ***               at the date of death, every account the
      ***               customer holds alone is frozen through
      ***               REYDB-FREEZE, and on a joint account the
      ***               customer is only dropped as a holder - an
      ***               account they enrolled passes to the first
      ***               surviving holder on REYDB-HOLDER. Active
      ***               standing orders drawn on the frozen
      ***               accounts are cancelled through REYDB-SOMAINT
      ***               and every cheque not yet presented from
      ***               their books is stopped through REYDB-CHEQUE.
      ***               Every DEPOSIT, TRANSFER-IN and CHQ-DEPOSIT
      ***               posted to a frozen account after the date of
      ***               death - on REYDB-TRANHIST or today's
      ***               REYDB-TRANLOG - is held open-ended through
      ***               REYDB-ESTHOLD, so credits that came in
      ***               between the death and the notification do
      ***               not stay free. The REYDB-ESTATE register
      ***               keeps the date of death for REYDB-ESTHOLD,
      ***               which holds the credits arriving from now
      ***               on, and the supervisor is recorded on
      ***               REYDB-SECJRNL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-DECEASED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       COPY "reydb-control.cbl".

           SELECT OPTIONAL REYDB-HOLDER-FILE ASSIGN TO "REYDB-HOLDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-HOLDER-KEY
               FILE STATUS IS REYDB-HOLDER-STATUS-CODE.

           SELECT OPTIONAL REYDB-STANDING-FILE
               ASSIGN TO "REYDB-STANDING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-SO-ID
               FILE STATUS IS REYDB-STANDING-STATUS-CODE.

           SELECT OPTIONAL REYDB-CHEQBOOK-FILE
               ASSIGN TO "REYDB-CHEQBOOK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-CHQB-KEY
               FILE STATUS IS REYDB-CHEQBOOK-STATUS-CODE.

           SELECT OPTIONAL REYDB-CHEQITEM-FILE
               ASSIGN TO "REYDB-CHEQITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-CHQI-KEY
               FILE STATUS IS REYDB-CHEQITEM-STATUS-CODE.

           SELECT OPTIONAL REYDB-TRANHIST-FILE
               ASSIGN TO "REYDB-TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-TRANHIST-KEY
               ALTERNATE RECORD KEY IS REYDB-TRANHIST-REF
               FILE STATUS IS REYDB-TRANHIST-STATUS-CODE.

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
       COPY "reydb-holder.cbl".
       COPY "reydb-standing.cbl".
       COPY "reydb-cheqbook.cbl".
       COPY "reydb-cheqitem.cbl".
       COPY "reydb-estate.cbl".
       COPY "reydb-tranhist.cbl".

       WORKING-STORAGE SECTION.

       COPY "reydb-status.cbl".

       COPY "reydb-jrnl-linking.cbl".

       COPY "reydb-log-linking.cbl".

       COPY "reydb-seclog-linking.cbl".

       COPY "reydb-freeze-linking.cbl".

       COPY "reydb-holder-linking.cbl".

       COPY "reydb-somaint-linking.cbl".

       COPY "reydb-cheque-linking.cbl".

       COPY "reydb-estsumm-linking.cbl".

       COPY "reydb-esthold-linking.cbl".

       01 REYDB-TRANHIST-STATUS-CODE PIC X(02).
           88 REYDB-TRANHIST-STATUS-OK VALUE "00" "05".

       01 REYDB-HOLDER-STATUS-CODE PIC X(02).
           88 REYDB-HOLDER-STATUS-OK VALUE "00" "05".

       01 REYDB-STANDING-STATUS-CODE PIC X(02).
           88 REYDB-STANDING-STATUS-OK VALUE "00" "05".

       01 REYDB-CHEQBOOK-STATUS-CODE PIC X(02).
           88 REYDB-CHEQBOOK-STATUS-OK VALUE "00" "05".

       01 REYDB-CHEQITEM-STATUS-CODE PIC X(02).
           88 REYDB-CHEQITEM-STATUS-OK VALUE "00" "05".

       01 REYDB-ESTATE-STATUS-CODE PIC X(02).
           88 REYDB-ESTATE-STATUS-OK   VALUE "00" "05".
           88 REYDB-ESTATE-NOT-FOUND   VALUE "35".
           88 REYDB-ESTATE-KEY-EXISTS  VALUE "22".

       01 REYDB-DECEASED-TODAY PIC 9(08).

       01 REYDB-DECEASED-EOF-SW PIC X(01).
           88 REYDB-DECEASED-EOF VALUE "Y".

       01 REYDB-DECEASED-FOUND-SW PIC X(01).
           88 REYDB-DECEASED-FOUND VALUE "Y".

      *** Accounts the customer enrolled. A survivor is the
      *** first other customer linked to the account on
      *** REYDB-HOLDER - none means the customer held it alone.

       01 REYDB-DECEASED-ACCT-TABLE.
           05 REYDB-DECEASED-ACCT-COUNT PIC 9(03) COMP.
           05 REYDB-DECEASED-ACCT-ROW OCCURS 50 TIMES.
               10 REYDB-DECEASED-ACCT-ID       PIC 9(18).
               10 REYDB-DECEASED-ACCT-PRODUCT  PIC X(02).
               10 REYDB-DECEASED-ACCT-SURVIVOR PIC 9(18).
               10 REYDB-DECEASED-ACCT-SOLE-SW  PIC X(01).
                   88 REYDB-DECEASED-ACCT-FROZEN VALUE "Y".

      *** Accounts of other customers the deceased is linked to

       01 REYDB-DECEASED-LINK-TABLE.
           05 REYDB-DECEASED-LINK-COUNT PIC 9(03) COMP.
           05 REYDB-DECEASED-LINK-ROW OCCURS 50 TIMES.
               10 REYDB-DECEASED-LINK-ACCOUNT PIC 9(18).

       01 REYDB-DECEASED-SO-TABLE.
           05 REYDB-DECEASED-SO-TOTAL PIC 9(03) COMP.
           05 REYDB-DECEASED-SO-ROW OCCURS 100 TIMES.
               10 REYDB-DECEASED-SO-ORDER PIC 9(09).

       01 REYDB-DECEASED-STOP-TABLE.
           05 REYDB-DECEASED-STOP-TOTAL PIC 9(03) COMP.
           05 REYDB-DECEASED-STOP-ROW OCCURS 500 TIMES.
               10 REYDB-DECEASED-STOP-ACCOUNT PIC 9(18).
               10 REYDB-DECEASED-STOP-NUMBER  PIC 9(09).

      *** Credits posted to the frozen accounts after the date
      *** of death, gathered before any hold is placed - each
      *** hold writes its own entry to REYDB-TRANLOG

       01 REYDB-DECEASED-LATE-TABLE.
           05 REYDB-DECEASED-LATE-TOTAL PIC 9(03) COMP.
           05 REYDB-DECEASED-LATE-ROW OCCURS 200 TIMES.
               10 REYDB-DECEASED-LATE-ACCOUNT PIC 9(18).
               10 REYDB-DECEASED-LATE-REF     PIC 9(12).
               10 REYDB-DECEASED-LATE-AMOUNT  PIC 9(13)V99.

       01 REYDB-DECEASED-ENTRY.
           05 REYDB-DECEASED-ENTRY-ACCOUNT   PIC 9(18).
           05 REYDB-DECEASED-ENTRY-REF       PIC 9(12).
           05 REYDB-DECEASED-ENTRY-OPERATION PIC X(12).
               88 REYDB-DECEASED-ENTRY-CREDIT
                   VALUE "DEPOSIT" "TRANSFER-IN" "CHQ-DEPOSIT".
           05 REYDB-DECEASED-ENTRY-AMOUNT    PIC S9(13)V99.
           05 REYDB-DECEASED-ENTRY-DATE      PIC 9(08).

       77 REYDB-DECEASED-SUB        PIC 9(03) COMP.
       77 REYDB-DECEASED-SUB2       PIC 9(03) COMP.
       77 REYDB-DECEASED-CHQ-NUMBER PIC 9(09).

       01 REYDB-DECEASED-SEC-DETAIL.
           05 FILLER                  PIC X(09) VALUE "CUSTOMER ".
           05 REYDB-DECEASED-SEC-ID   PIC 9(18).

       01 REYDB-DECEASED-SEC-AFTER.
           05 FILLER                  PIC X(09) VALUE "DECEASED ".
           05 REYDB-DECEASED-SEC-DATE PIC 9(08).

       LINKAGE SECTION.

       COPY "reydb-deceased-linking.cbl".

       PROCEDURE DIVISION USING REYDB-DECEASED-LINKING.

       0000-MAINLINE.

           MOVE "N" TO REYDB-DECEASED-STATUS.
           MOVE ZERO TO REYDB-DECEASED-SOLE-COUNT.
           MOVE ZERO TO REYDB-DECEASED-JOINT-COUNT.
           MOVE ZERO TO REYDB-DECEASED-SO-COUNT.
           MOVE ZERO TO REYDB-DECEASED-CHQ-COUNT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-DECEASED-TODAY.

           IF REYDB-DECEASED-DEATH-DATE = ZERO
                  OR REYDB-DECEASED-DEATH-DATE > REYDB-DECEASED-TODAY
                  OR FUNCTION TEST-DATE-YYYYMMDD
                      (REYDB-DECEASED-DEATH-DATE) NOT = ZERO
               DISPLAY "Deceased: date of death is missing, not a "
                   "valid date or in the future"
               SET REYDB-DECEASED-INVALID TO TRUE
               GO TO 9999-EXIT
           END-IF.

           PERFORM 1000-MARK-CUSTOMER.

           IF NOT REYDB-DECEASED-OK
               GO TO 9999-EXIT
           END-IF.

           MOVE REYDB-DECEASED-CUST-ID    TO REYDB-ESTSUMM-CUST-ID.
           MOVE REYDB-DECEASED-DEATH-DATE TO REYDB-ESTSUMM-DEATH-DATE.
           CALL "REYDB-ESTSUMM" USING REYDB-ESTSUMM-LINKING.

           IF NOT REYDB-ESTSUMM-OK
               DISPLAY "Deceased: estate summary not printed"
           END-IF.

           PERFORM 2000-COLLECT-ACCOUNTS.

           PERFORM 2500-COLLECT-HOLDERS.

           MOVE ZERO TO REYDB-DECEASED-SUB.
           PERFORM 3000-SETTLE-ONE-ACCOUNT
               REYDB-DECEASED-ACCT-COUNT TIMES.

           MOVE ZERO TO REYDB-DECEASED-SUB.
           PERFORM 3500-DROP-ONE-LINK
               REYDB-DECEASED-LINK-COUNT TIMES.

           PERFORM 4000-COLLECT-ORDERS.

           MOVE ZERO TO REYDB-DECEASED-SUB.
           PERFORM 4500-CANCEL-ONE-ORDER
               REYDB-DECEASED-SO-TOTAL TIMES.

           MOVE ZERO TO REYDB-DECEASED-STOP-TOTAL.
           MOVE ZERO TO REYDB-DECEASED-SUB.
           PERFORM 5000-COLLECT-CHEQUES
               REYDB-DECEASED-ACCT-COUNT TIMES.

           MOVE ZERO TO REYDB-DECEASED-SUB.
           PERFORM 5500-STOP-ONE-CHEQUE
               REYDB-DECEASED-STOP-TOTAL TIMES.

           PERFORM 6000-WRITE-REGISTER.

           PERFORM 6500-HOLD-LATE-CREDITS.

           PERFORM 7000-SECURITY-LOG.

       9999-EXIT.

           GOBACK.

      ****************************************************
      *** Name: 1000-MARK-CUSTOMER                     ***
      *** Sets the customer status to deceased and     ***
      *** journals the after-image                     ***
      ****************************************************

       1000-MARK-CUSTOMER.

           OPEN I-O REYDB-CUST-FILE.

           IF NOT REYDB-CUST-STATUS-OK
               DISPLAY "Deceased: unable to open REYDB-CUST-FILE, "
                   "status " REYDB-CUST-STATUS-CODE
               CLOSE REYDB-CUST-FILE
               GO TO 9999-EXIT
           END-IF.

           MOVE REYDB-DECEASED-CUST-ID TO REYDB-CUST-ID.

           READ REYDB-CUST-FILE
               INVALID KEY
                   DISPLAY "Deceased: customer not found"
                   SET REYDB-DECEASED-NOT-FOUND TO TRUE
                   CLOSE REYDB-CUST-FILE
                   GO TO 9999-EXIT
           END-READ.

           IF REYDB-CUST-DECEASED
               DISPLAY "Deceased: customer is already recorded as "
                   "deceased"
               SET REYDB-DECEASED-ALREADY TO TRUE
               CLOSE REYDB-CUST-FILE
               GO TO 9999-EXIT
           END-IF.

           SET REYDB-CUST-DECEASED TO TRUE.

           REWRITE REYDB-CUST-RECORD.

           IF NOT REYDB-CUST-STATUS-OK
               DISPLAY "Deceased: unable to rewrite REYDB-CUST-FILE, "
                   "status " REYDB-CUST-STATUS-CODE
               CLOSE REYDB-CUST-FILE
               GO TO 9999-EXIT
           END-IF.

           MOVE REYDB-CUST-RECORD TO REYDB-JRNL-LINK-IMAGE.
           SET REYDB-JRNL-LINK-CUSTOMER TO TRUE.
           CALL "REYDB-JRNL" USING REYDB-JRNL-LINKING.

           IF NOT REYDB-JRNL-OK
               DISPLAY "Deceased: after-image not journaled"
           END-IF.

           CLOSE REYDB-CUST-FILE.

           SET REYDB-DECEASED-OK TO TRUE.

      ****************************************************
      *** Name: 2000-COLLECT-ACCOUNTS                  ***
      *** Tables every account the customer enrolled   ***
      *** that is not already closed                   ***
      ****************************************************

       2000-COLLECT-ACCOUNTS.

           MOVE ZERO TO REYDB-DECEASED-ACCT-COUNT.
           MOVE "N" TO REYDB-DECEASED-EOF-SW.

           OPEN INPUT REYDB-FILE.

           IF NOT REYDB-FILE-STATUS-OK
               DISPLAY "Deceased: unable to open REYDB-FILE, status "
                   REYDB-FILE-STATUS-CODE
           ELSE
               PERFORM 2100-SCAN-NEXT-ACCOUNT
                   UNTIL REYDB-DECEASED-EOF
           END-IF.

           CLOSE REYDB-FILE.

      ****************************************************
      *** Name: 2100-SCAN-NEXT-ACCOUNT                 ***
      ****************************************************

       2100-SCAN-NEXT-ACCOUNT.

           READ REYDB-FILE NEXT RECORD
               AT END
                   SET REYDB-DECEASED-EOF TO TRUE
           END-READ.

           IF NOT REYDB-DECEASED-EOF
               IF REYDB-FILE-CUST-ID = REYDB-DECEASED-CUST-ID
                      AND NOT REYDB-FILE-CLOSED
                   IF REYDB-DECEASED-ACCT-COUNT < 50
                       ADD 1 TO REYDB-DECEASED-ACCT-COUNT
                       MOVE REYDB-FILE-ID TO REYDB-DECEASED-ACCT-ID
                           (REYDB-DECEASED-ACCT-COUNT)
                       MOVE REYDB-FILE-PRODUCT
                           TO REYDB-DECEASED-ACCT-PRODUCT
                               (REYDB-DECEASED-ACCT-COUNT)
                       MOVE ZERO TO REYDB-DECEASED-ACCT-SURVIVOR
                           (REYDB-DECEASED-ACCT-COUNT)
                       MOVE "N" TO REYDB-DECEASED-ACCT-SOLE-SW
                           (REYDB-DECEASED-ACCT-COUNT)
                   ELSE
                       DISPLAY "Deceased: account table full"
                   END-IF
               END-IF
           END-IF.

      ****************************************************
      *** Name: 2500-COLLECT-HOLDERS                   ***
      *** One pass over REYDB-HOLDER: the deceased's   ***
      *** own links go to the link table, and another  ***
      *** customer linked to an enrolled account is    ***
      *** its survivor - a primary holder is preferred ***
      ****************************************************

       2500-COLLECT-HOLDERS.

           MOVE ZERO TO REYDB-DECEASED-LINK-COUNT.
           MOVE "N" TO REYDB-DECEASED-EOF-SW.

           OPEN INPUT REYDB-HOLDER-FILE.

           IF NOT REYDB-HOLDER-STATUS-OK
               DISPLAY "Deceased: unable to open REYDB-HOLDER, "
                   "status " REYDB-HOLDER-STATUS-CODE
           ELSE
               PERFORM 2600-SCAN-NEXT-HOLDER
                   UNTIL REYDB-DECEASED-EOF
           END-IF.

           CLOSE REYDB-HOLDER-FILE.

      ****************************************************
      *** Name: 2600-SCAN-NEXT-HOLDER                  ***
      ****************************************************

       2600-SCAN-NEXT-HOLDER.

           READ REYDB-HOLDER-FILE NEXT RECORD
               AT END
                   SET REYDB-DECEASED-EOF TO TRUE
           END-READ.

           IF NOT REYDB-DECEASED-EOF
               IF REYDB-HOLDER-CUST-ID = REYDB-DECEASED-CUST-ID
                   IF REYDB-DECEASED-LINK-COUNT < 50
                       ADD 1 TO REYDB-DECEASED-LINK-COUNT
                       MOVE REYDB-HOLDER-ACCOUNT-ID
                           TO REYDB-DECEASED-LINK-ACCOUNT
                               (REYDB-DECEASED-LINK-COUNT)
                   ELSE
                       DISPLAY "Deceased: holder link table full"
                   END-IF
               ELSE
                   MOVE ZERO TO REYDB-DECEASED-SUB
                   PERFORM 2700-MATCH-SURVIVOR
                       REYDB-DECEASED-ACCT-COUNT TIMES
               END-IF
           END-IF.

      ****************************************************
      *** Name: 2700-MATCH-SURVIVOR                    ***
      ****************************************************

       2700-MATCH-SURVIVOR.

           ADD 1 TO REYDB-DECEASED-SUB.

           IF REYDB-DECEASED-ACCT-ID (REYDB-DECEASED-SUB)
                  = REYDB-HOLDER-ACCOUNT-ID
               IF REYDB-DECEASED-ACCT-SURVIVOR (REYDB-DECEASED-SUB)
                      = ZERO
                      OR REYDB-HOLDER-ROLE-PRIMARY
                   MOVE REYDB-HOLDER-CUST-ID
                       TO REYDB-DECEASED-ACCT-SURVIVOR
                           (REYDB-DECEASED-SUB)
               END-IF
           END-IF.

      ****************************************************
      *** Name: 3000-SETTLE-ONE-ACCOUNT                ***
      *** An account held alone is frozen; a joint one ***
      *** passes to its survivor                       ***
      ****************************************************

       3000-SETTLE-ONE-ACCOUNT.

           ADD 1 TO REYDB-DECEASED-SUB.

           IF REYDB-DECEASED-ACCT-SURVIVOR (REYDB-DECEASED-SUB)
                  = ZERO
               PERFORM 3100-FREEZE-ACCOUNT
           ELSE
               PERFORM 3200-PASS-TO-SURVIVOR
           END-IF.

      ****************************************************
      *** Name: 3100-FREEZE-ACCOUNT                    ***
      *** An account frozen before the death stays     ***
      *** frozen and is still treated as the estate's  ***
      ****************************************************

       3100-FREEZE-ACCOUNT.

           MOVE REYDB-DECEASED-ACCT-ID (REYDB-DECEASED-SUB)
               TO REYDB-FREEZE-ID.
           SET REYDB-FREEZE-ACTION-FREEZE TO TRUE.
           MOVE REYDB-DECEASED-OPERATOR TO REYDB-FREEZE-OPERATOR.

           CALL "REYDB-FREEZE" USING REYDB-FREEZE-LINKING.

           IF REYDB-FREEZE-OK OR REYDB-FREEZE-INVALID
               SET REYDB-DECEASED-ACCT-FROZEN (REYDB-DECEASED-SUB)
                   TO TRUE
               ADD 1 TO REYDB-DECEASED-SOLE-COUNT
           ELSE
               DISPLAY "Deceased: account "
                   REYDB-DECEASED-ACCT-ID (REYDB-DECEASED-SUB)
                   " NOT frozen - freeze it by hand"
           END-IF.

      ****************************************************
      *** Name: 3200-PASS-TO-SURVIVOR                  ***
      *** Moves the enrolling customer on the account  ***
      *** record to the survivor and removes the       ***
      *** survivor's now redundant holder link. The    ***
      *** change is posted as a HOLDER-DEL entry for   ***
      *** the deceased                                 ***
      ****************************************************

       3200-PASS-TO-SURVIVOR.

           MOVE "N" TO REYDB-DECEASED-FOUND-SW.

           OPEN I-O REYDB-FILE.

           IF NOT REYDB-FILE-STATUS-OK
               DISPLAY "Deceased: unable to open REYDB-FILE, status "
                   REYDB-FILE-STATUS-CODE
           ELSE
               MOVE REYDB-DECEASED-ACCT-ID (REYDB-DECEASED-SUB)
                   TO REYDB-FILE-ID

               READ REYDB-FILE WITH LOCK
                   INVALID KEY
                       DISPLAY "Deceased: account "
                           REYDB-FILE-ID " not found"
               END-READ

               IF REYDB-FILE-RECORD-LOCKED
                   DISPLAY "Deceased: account " REYDB-FILE-ID
                       " busy at another station, NOT passed to "
                       "the surviving holder"
               ELSE
                   IF REYDB-FILE-STATUS-OK
                       PERFORM 3300-REWRITE-OWNER
                   END-IF
               END-IF
           END-IF.

           CLOSE REYDB-FILE.

           IF REYDB-DECEASED-FOUND
               ADD 1 TO REYDB-DECEASED-JOINT-COUNT

               MOVE REYDB-DECEASED-ACCT-ID (REYDB-DECEASED-SUB)
                   TO REYDB-LOG-ACCOUNT-ID
               MOVE "HOLDER-DEL" TO REYDB-LOG-OPERATION
               PERFORM 8000-POST-LEDGER

               SET REYDB-HOLDER-ACTION-REMOVE TO TRUE
               MOVE REYDB-DECEASED-ACCT-ID (REYDB-DECEASED-SUB)
                   TO REYDB-HOLDER-LINK-ACCOUNT-ID
               MOVE REYDB-DECEASED-ACCT-SURVIVOR (REYDB-DECEASED-SUB)
                   TO REYDB-HOLDER-LINK-CUST-ID
               MOVE SPACE TO REYDB-HOLDER-LINK-ROLE
               MOVE REYDB-DECEASED-OPERATOR
                   TO REYDB-HOLDER-LINK-OPERATOR
               MOVE REYDB-DECEASED-BRANCH TO REYDB-HOLDER-LINK-BRANCH

               CALL "REYDB-HOLDER" USING REYDB-HOLDER-LINKING

               IF NOT REYDB-HOLDER-OK
                   DISPLAY "Deceased: survivor's holder link on "
                       REYDB-HOLDER-LINK-ACCOUNT-ID " not removed"
               END-IF
           END-IF.

      ****************************************************
      *** Name: 3300-REWRITE-OWNER                     ***
      ****************************************************

       3300-REWRITE-OWNER.

           MOVE REYDB-DECEASED-ACCT-SURVIVOR (REYDB-DECEASED-SUB)
               TO REYDB-FILE-CUST-ID.

           REWRITE REYDB-TABLE.

           IF NOT REYDB-FILE-STATUS-OK
               DISPLAY "Deceased: unable to rewrite REYDB-FILE, "
                   "status " REYDB-FILE-STATUS-CODE
           ELSE
               SET REYDB-DECEASED-FOUND TO TRUE

               MOVE REYDB-TABLE TO REYDB-JRNL-LINK-IMAGE
               SET REYDB-JRNL-LINK-ACCOUNT TO TRUE
               CALL "REYDB-JRNL" USING REYDB-JRNL-LINKING

               IF NOT REYDB-JRNL-OK
                   DISPLAY "Deceased: after-image not journaled"
               END-IF
           END-IF.

      ****************************************************
      *** Name: 3500-DROP-ONE-LINK                     ***
      *** The deceased is removed as a holder of       ***
      *** another customer's account                   ***
      ****************************************************

       3500-DROP-ONE-LINK.

           ADD 1 TO REYDB-DECEASED-SUB.

           SET REYDB-HOLDER-ACTION-REMOVE TO TRUE.
           MOVE REYDB-DECEASED-LINK-ACCOUNT (REYDB-DECEASED-SUB)
               TO REYDB-HOLDER-LINK-ACCOUNT-ID.
           MOVE REYDB-DECEASED-CUST-ID TO REYDB-HOLDER-LINK-CUST-ID.
           MOVE SPACE TO REYDB-HOLDER-LINK-ROLE.
           MOVE REYDB-DECEASED-OPERATOR TO REYDB-HOLDER-LINK-OPERATOR.
           MOVE REYDB-DECEASED-BRANCH TO REYDB-HOLDER-LINK-BRANCH.

           CALL "REYDB-HOLDER" USING REYDB-HOLDER-LINKING.

           IF REYDB-HOLDER-OK
               ADD 1 TO REYDB-DECEASED-JOINT-COUNT
           ELSE
               DISPLAY "Deceased: holder link on "
                   REYDB-HOLDER-LINK-ACCOUNT-ID " not removed"
           END-IF.

      ****************************************************
      *** Name: 4000-COLLECT-ORDERS                    ***
      *** Tables the active standing orders drawn on   ***
      *** an account just frozen                       ***
      ****************************************************

       4000-COLLECT-ORDERS.

           MOVE ZERO TO REYDB-DECEASED-SO-TOTAL.
           MOVE "N" TO REYDB-DECEASED-EOF-SW.

           OPEN INPUT REYDB-STANDING-FILE.

           IF NOT REYDB-STANDING-STATUS-OK
               DISPLAY "Deceased: unable to open REYDB-STANDING, "
                   "status " REYDB-STANDING-STATUS-CODE
           ELSE
               PERFORM 4100-SCAN-NEXT-ORDER
                   UNTIL REYDB-DECEASED-EOF
           END-IF.

           CLOSE REYDB-STANDING-FILE.

      ****************************************************
      *** Name: 4100-SCAN-NEXT-ORDER                   ***
      ****************************************************

       4100-SCAN-NEXT-ORDER.

           READ REYDB-STANDING-FILE NEXT RECORD
               AT END
                   SET REYDB-DECEASED-EOF TO TRUE
           END-READ.

           IF NOT REYDB-DECEASED-EOF AND REYDB-SO-ACTIVE
               MOVE "N" TO REYDB-DECEASED-FOUND-SW
               MOVE ZERO TO REYDB-DECEASED-SUB
               PERFORM 4200-MATCH-ORDER
                   REYDB-DECEASED-ACCT-COUNT TIMES

               IF REYDB-DECEASED-FOUND
                   IF REYDB-DECEASED-SO-TOTAL < 100
                       ADD 1 TO REYDB-DECEASED-SO-TOTAL
                       MOVE REYDB-SO-ID TO REYDB-DECEASED-SO-ORDER
                           (REYDB-DECEASED-SO-TOTAL)
                   ELSE
                       DISPLAY "Deceased: standing order table full"
                   END-IF
               END-IF
           END-IF.

      ****************************************************
      *** Name: 4200-MATCH-ORDER                       ***
      ****************************************************

       4200-MATCH-ORDER.

           ADD 1 TO REYDB-DECEASED-SUB.

           IF REYDB-DECEASED-ACCT-ID (REYDB-DECEASED-SUB)
                  = REYDB-SO-FROM-ID
                  AND REYDB-DECEASED-ACCT-FROZEN (REYDB-DECEASED-SUB)
               SET REYDB-DECEASED-FOUND TO TRUE
           END-IF.

      ****************************************************
      *** Name: 4500-CANCEL-ONE-ORDER                  ***
      ****************************************************

       4500-CANCEL-ONE-ORDER.

           ADD 1 TO REYDB-DECEASED-SUB.

           MOVE ZERO TO REYDB-SOMAINT-LINKING.
           SET REYDB-SOMAINT-ACTION-CANCEL TO TRUE.
           MOVE REYDB-DECEASED-SO-ORDER (REYDB-DECEASED-SUB)
               TO REYDB-SOMAINT-ORDER-ID.

           CALL "REYDB-SOMAINT" USING REYDB-SOMAINT-LINKING.

           IF REYDB-SOMAINT-OK
               ADD 1 TO REYDB-DECEASED-SO-COUNT
           ELSE
               DISPLAY "Deceased: standing order "
                   REYDB-SOMAINT-ORDER-ID " not cancelled"
           END-IF.

      ****************************************************
      *** Name: 5000-COLLECT-CHEQUES                   ***
      *** Tables every number in the cheque books of   ***
      *** a frozen checking account that has not been  ***
      *** paid or stopped yet                          ***
      ****************************************************

       5000-COLLECT-CHEQUES.

           ADD 1 TO REYDB-DECEASED-SUB.

           IF REYDB-DECEASED-ACCT-FROZEN (REYDB-DECEASED-SUB)
                  AND REYDB-DECEASED-ACCT-PRODUCT
                      (REYDB-DECEASED-SUB) = "CK"
               PERFORM 5100-SCAN-BOOKS
           END-IF.

      ****************************************************
      *** Name: 5100-SCAN-BOOKS                        ***
      ****************************************************

       5100-SCAN-BOOKS.

           MOVE "N" TO REYDB-DECEASED-EOF-SW.

           OPEN INPUT REYDB-CHEQBOOK-FILE.
           OPEN INPUT REYDB-CHEQITEM-FILE.

           IF NOT REYDB-CHEQBOOK-STATUS-OK
               DISPLAY "Deceased: unable to open REYDB-CHEQBOOK, "
                   "status " REYDB-CHEQBOOK-STATUS-CODE
           ELSE
               MOVE REYDB-DECEASED-ACCT-ID (REYDB-DECEASED-SUB)
                   TO REYDB-CHQB-ACCOUNT-ID
               MOVE ZERO TO REYDB-CHQB-START

               START REYDB-CHEQBOOK-FILE
                   KEY IS NOT LESS THAN REYDB-CHQB-KEY
                   INVALID KEY
                       SET REYDB-DECEASED-EOF TO TRUE
               END-START

               PERFORM 5200-READ-NEXT-BOOK
                   UNTIL REYDB-DECEASED-EOF
           END-IF.

           CLOSE REYDB-CHEQITEM-FILE.
           CLOSE REYDB-CHEQBOOK-FILE.

      ****************************************************
      *** Name: 5200-READ-NEXT-BOOK                    ***
      ****************************************************

       5200-READ-NEXT-BOOK.

           READ REYDB-CHEQBOOK-FILE NEXT RECORD
               AT END
                   SET REYDB-DECEASED-EOF TO TRUE
           END-READ.

           IF NOT REYDB-DECEASED-EOF
               IF REYDB-CHQB-ACCOUNT-ID
                      NOT = REYDB-DECEASED-ACCT-ID (REYDB-DECEASED-SUB)
                   SET REYDB-DECEASED-EOF TO TRUE
               ELSE
                   MOVE REYDB-CHQB-START TO REYDB-DECEASED-CHQ-NUMBER
                   PERFORM 5300-CHECK-ONE-NUMBER
                       UNTIL REYDB-DECEASED-CHQ-NUMBER
                           > REYDB-CHQB-END
               END-IF
           END-IF.

      ****************************************************
      *** Name: 5300-CHECK-ONE-NUMBER                  ***
      *** A number with no item on REYDB-CHEQITEM has  ***
      *** been neither presented nor stopped           ***
      ****************************************************

       5300-CHECK-ONE-NUMBER.

           MOVE "N" TO REYDB-DECEASED-FOUND-SW.

           IF REYDB-CHEQITEM-STATUS-OK
               MOVE REYDB-CHQB-ACCOUNT-ID TO REYDB-CHQI-ACCOUNT-ID
               MOVE REYDB-DECEASED-CHQ-NUMBER TO REYDB-CHQI-NUMBER

               READ REYDB-CHEQITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET REYDB-DECEASED-FOUND TO TRUE
               END-READ
           END-IF.

           IF NOT REYDB-DECEASED-FOUND
               IF REYDB-DECEASED-STOP-TOTAL < 500
                   ADD 1 TO REYDB-DECEASED-STOP-TOTAL
                   MOVE REYDB-CHQB-ACCOUNT-ID
                       TO REYDB-DECEASED-STOP-ACCOUNT
                           (REYDB-DECEASED-STOP-TOTAL)
                   MOVE REYDB-DECEASED-CHQ-NUMBER
                       TO REYDB-DECEASED-STOP-NUMBER
                           (REYDB-DECEASED-STOP-TOTAL)
               ELSE
                   DISPLAY "Deceased: cheque " REYDB-DECEASED-CHQ-NUMBER
                       " NOT stopped - stop table full"
               END-IF
           END-IF.

           ADD 1 TO REYDB-DECEASED-CHQ-NUMBER.

      ****************************************************
      *** Name: 5500-STOP-ONE-CHEQUE                   ***
      ****************************************************

       5500-STOP-ONE-CHEQUE.

           ADD 1 TO REYDB-DECEASED-SUB.

           MOVE ZERO TO REYDB-CHEQUE-LINKING.
           SET REYDB-CHEQUE-ACTION-STOP TO TRUE.
           MOVE REYDB-DECEASED-STOP-ACCOUNT (REYDB-DECEASED-SUB)
               TO REYDB-CHEQUE-ACCOUNT-ID.
           MOVE REYDB-DECEASED-STOP-NUMBER (REYDB-DECEASED-SUB)
               TO REYDB-CHEQUE-NUMBER.
           MOVE REYDB-DECEASED-OPERATOR TO REYDB-CHEQUE-OPERATOR.
           MOVE REYDB-DECEASED-BRANCH   TO REYDB-CHEQUE-BRANCH.

           CALL "REYDB-CHEQUE" USING REYDB-CHEQUE-LINKING.

           IF REYDB-CHEQUE-OK
               ADD 1 TO REYDB-DECEASED-CHQ-COUNT
           END-IF.

      ****************************************************
      *** Name: 6000-WRITE-REGISTER                    ***
      *** REYDB-ESTATE is indexed, so create it the    ***
      *** first time it is found missing, the same way ***
      *** REYDB-INIT creates the other masters         ***
      ****************************************************

       6000-WRITE-REGISTER.

           OPEN I-O REYDB-ESTATE-FILE.

           IF REYDB-ESTATE-NOT-FOUND
               OPEN OUTPUT REYDB-ESTATE-FILE
               CLOSE REYDB-ESTATE-FILE
               OPEN I-O REYDB-ESTATE-FILE
           END-IF.

           IF NOT REYDB-ESTATE-STATUS-OK
               DISPLAY "Deceased: unable to open REYDB-ESTATE, "
                   "status " REYDB-ESTATE-STATUS-CODE
           ELSE
               MOVE REYDB-DECEASED-CUST-ID     TO REYDB-EST-CUST-ID
               MOVE REYDB-DECEASED-DEATH-DATE  TO REYDB-EST-DEATH-DATE
               MOVE REYDB-DECEASED-TODAY       TO REYDB-EST-NOTIFIED
               MOVE REYDB-DECEASED-OPERATOR    TO REYDB-EST-OPERATOR
               MOVE REYDB-DECEASED-SOLE-COUNT  TO REYDB-EST-SOLE-COUNT
               MOVE REYDB-DECEASED-JOINT-COUNT TO REYDB-EST-JOINT-COUNT
               MOVE REYDB-DECEASED-SO-COUNT    TO REYDB-EST-SO-COUNT
               MOVE REYDB-DECEASED-CHQ-COUNT   TO REYDB-EST-CHQ-COUNT
               MOVE ZERO                       TO REYDB-EST-HELD-COUNT
               MOVE ZERO                       TO REYDB-EST-HELD-AMOUNT

               WRITE REYDB-EST-RECORD

               IF REYDB-ESTATE-KEY-EXISTS
                   REWRITE REYDB-EST-RECORD
               END-IF

               IF NOT REYDB-ESTATE-STATUS-OK
                   DISPLAY "Deceased: unable to write REYDB-ESTATE, "
                       "status " REYDB-ESTATE-STATUS-CODE
               END-IF
           END-IF.

           CLOSE REYDB-ESTATE-FILE.

      ****************************************************
      *** Name: 6500-HOLD-LATE-CREDITS                 ***
      *** Credits already posted to a frozen account   ***
      *** after the date of death are held for the     ***
      *** estate. Runs once the register entry exists, ***
      *** since REYDB-ESTHOLD adds each hold to it     ***
      ****************************************************

       6500-HOLD-LATE-CREDITS.

           MOVE ZERO TO REYDB-DECEASED-LATE-TOTAL.

           OPEN INPUT REYDB-TRANHIST-FILE.

           IF NOT REYDB-TRANHIST-STATUS-OK
               DISPLAY "Deceased: unable to open REYDB-TRANHIST, "
                   "status " REYDB-TRANHIST-STATUS-CODE
           ELSE
               MOVE ZERO TO REYDB-DECEASED-SUB
               PERFORM 6600-SCAN-ACCOUNT-HISTORY
                   REYDB-DECEASED-ACCT-COUNT TIMES
           END-IF.

           CLOSE REYDB-TRANHIST-FILE.

           MOVE "N" TO REYDB-DECEASED-EOF-SW.

           OPEN INPUT REYDB-TRANLOG-FILE.

           IF NOT REYDB-TRANLOG-STATUS-OK
               DISPLAY "Deceased: unable to open REYDB-TRANLOG-FILE, "
                   "status " REYDB-TRANLOG-STATUS-CODE
           ELSE
               PERFORM 6800-EXAMINE-NEXT-TRAN
                   UNTIL REYDB-DECEASED-EOF
           END-IF.

           CLOSE REYDB-TRANLOG-FILE.

           MOVE ZERO TO REYDB-DECEASED-SUB.
           PERFORM 6950-HOLD-ONE-CREDIT
               REYDB-DECEASED-LATE-TOTAL TIMES.

      ****************************************************
      *** Name: 6600-SCAN-ACCOUNT-HISTORY              ***
      *** History is keyed by account, so only the     ***
      *** frozen account's own entries are read        ***
      ****************************************************

       6600-SCAN-ACCOUNT-HISTORY.

           ADD 1 TO REYDB-DECEASED-SUB.

           IF REYDB-DECEASED-ACCT-FROZEN (REYDB-DECEASED-SUB)
               MOVE "N" TO REYDB-DECEASED-EOF-SW
               MOVE REYDB-DECEASED-ACCT-ID (REYDB-DECEASED-SUB)
                   TO REYDB-TRANHIST-ACCOUNT-ID
               MOVE ZERO TO REYDB-TRANHIST-REF

               START REYDB-TRANHIST-FILE
                   KEY IS NOT LESS THAN REYDB-TRANHIST-KEY
                   INVALID KEY
                       SET REYDB-DECEASED-EOF TO TRUE
               END-START

               PERFORM 6700-EXAMINE-NEXT-HIST
                   UNTIL REYDB-DECEASED-EOF
           END-IF.

      ****************************************************
      *** Name: 6700-EXAMINE-NEXT-HIST                 ***
      ****************************************************

       6700-EXAMINE-NEXT-HIST.

           READ REYDB-TRANHIST-FILE NEXT RECORD
               AT END
                   SET REYDB-DECEASED-EOF TO TRUE
           END-READ.

           IF NOT REYDB-DECEASED-EOF
               IF REYDB-TRANHIST-ACCOUNT-ID
                      NOT = REYDB-DECEASED-ACCT-ID (REYDB-DECEASED-SUB)
                   SET REYDB-DECEASED-EOF TO TRUE
               ELSE
                   MOVE REYDB-TRANHIST-ACCOUNT-ID
                       TO REYDB-DECEASED-ENTRY-ACCOUNT
                   MOVE REYDB-TRANHIST-REF
                       TO REYDB-DECEASED-ENTRY-REF
                   MOVE REYDB-TRANHIST-OPERATION
                       TO REYDB-DECEASED-ENTRY-OPERATION
                   MOVE REYDB-TRANHIST-AMOUNT
                       TO REYDB-DECEASED-ENTRY-AMOUNT
                   MOVE REYDB-TRANHIST-TIMESTAMP(1:8)
                       TO REYDB-DECEASED-ENTRY-DATE
                   PERFORM 6900-TABLE-LATE-CREDIT
               END-IF
           END-IF.

      ****************************************************
      *** Name: 6800-EXAMINE-NEXT-TRAN                 ***
      *** Today's entries are not yet in the history   ***
      ****************************************************

       6800-EXAMINE-NEXT-TRAN.

           READ REYDB-TRANLOG-FILE
               AT END
                   SET REYDB-DECEASED-EOF TO TRUE
           END-READ.

           IF NOT REYDB-DECEASED-EOF
               MOVE "N" TO REYDB-DECEASED-FOUND-SW
               MOVE ZERO TO REYDB-DECEASED-SUB2
               PERFORM 6850-MATCH-FROZEN-ACCOUNT
                   REYDB-DECEASED-ACCT-COUNT TIMES

               IF REYDB-DECEASED-FOUND
                   MOVE REYDB-TRANLOG-ACCOUNT-ID
                       TO REYDB-DECEASED-ENTRY-ACCOUNT
                   MOVE REYDB-TRANLOG-REF
                       TO REYDB-DECEASED-ENTRY-REF
                   MOVE REYDB-TRANLOG-OPERATION
                       TO REYDB-DECEASED-ENTRY-OPERATION
                   MOVE REYDB-TRANLOG-AMOUNT
                       TO REYDB-DECEASED-ENTRY-AMOUNT
                   MOVE REYDB-TRANLOG-TIMESTAMP(1:8)
                       TO REYDB-DECEASED-ENTRY-DATE
                   PERFORM 6900-TABLE-LATE-CREDIT
               END-IF
           END-IF.

      ****************************************************
      *** Name: 6850-MATCH-FROZEN-ACCOUNT              ***
      ****************************************************

       6850-MATCH-FROZEN-ACCOUNT.

           ADD 1 TO REYDB-DECEASED-SUB2.

           IF REYDB-DECEASED-ACCT-FROZEN (REYDB-DECEASED-SUB2)
                  AND REYDB-DECEASED-ACCT-ID (REYDB-DECEASED-SUB2)
                      = REYDB-TRANLOG-ACCOUNT-ID
               SET REYDB-DECEASED-FOUND TO TRUE
           END-IF.

      ****************************************************
      *** Name: 6900-TABLE-LATE-CREDIT                 ***
      *** A credit posted after the date of death.     ***
      *** SETTLE-IN is only the settlement memo of a   ***
      *** TRANSFER-IN and moves no balance             ***
      ****************************************************

       6900-TABLE-LATE-CREDIT.

           IF REYDB-DECEASED-ENTRY-CREDIT
                  AND REYDB-DECEASED-ENTRY-AMOUNT > ZERO
                  AND REYDB-DECEASED-ENTRY-DATE
                      > REYDB-DECEASED-DEATH-DATE
               IF REYDB-DECEASED-LATE-TOTAL < 200
                   ADD 1 TO REYDB-DECEASED-LATE-TOTAL
                   MOVE REYDB-DECEASED-ENTRY-ACCOUNT
                       TO REYDB-DECEASED-LATE-ACCOUNT
                           (REYDB-DECEASED-LATE-TOTAL)
                   MOVE REYDB-DECEASED-ENTRY-REF
                       TO REYDB-DECEASED-LATE-REF
                           (REYDB-DECEASED-LATE-TOTAL)
                   MOVE REYDB-DECEASED-ENTRY-AMOUNT
                       TO REYDB-DECEASED-LATE-AMOUNT
                           (REYDB-DECEASED-LATE-TOTAL)
               ELSE
                   DISPLAY "Deceased: credit " REYDB-DECEASED-ENTRY-REF
                       " on account " REYDB-DECEASED-ENTRY-ACCOUNT
                       " NOT held - hold it by hand"
               END-IF
           END-IF.

      ****************************************************
      *** Name: 6950-HOLD-ONE-CREDIT                   ***
      ****************************************************

       6950-HOLD-ONE-CREDIT.

           ADD 1 TO REYDB-DECEASED-SUB.

           MOVE ZERO TO REYDB-ESTHOLD-LINKING.
           SET REYDB-ESTHOLD-ACTION-HOLD TO TRUE.
           MOVE REYDB-DECEASED-LATE-ACCOUNT (REYDB-DECEASED-SUB)
               TO REYDB-ESTHOLD-ACCOUNT-ID.
           MOVE REYDB-DECEASED-CUST-ID   TO REYDB-ESTHOLD-CUST-ID.
           MOVE REYDB-DECEASED-LATE-AMOUNT (REYDB-DECEASED-SUB)
               TO REYDB-ESTHOLD-AMOUNT.
           MOVE REYDB-DECEASED-OPERATOR  TO REYDB-ESTHOLD-OPERATOR.
           MOVE REYDB-DECEASED-BRANCH    TO REYDB-ESTHOLD-BRANCH.

           CALL "REYDB-ESTHOLD" USING REYDB-ESTHOLD-LINKING.

           IF NOT REYDB-ESTHOLD-HELD
               DISPLAY "Deceased: credit "
                   REYDB-DECEASED-LATE-REF (REYDB-DECEASED-SUB)
                   " on account "
                   REYDB-DECEASED-LATE-ACCOUNT (REYDB-DECEASED-SUB)
                   " NOT held - hold it by hand"
           END-IF.

      ****************************************************
      *** Name: 7000-SECURITY-LOG                      ***
      ****************************************************

       7000-SECURITY-LOG.

           MOVE REYDB-DECEASED-OPERATOR   TO REYDB-SECLOG-OPERATOR.
           MOVE "DECEASED"                TO REYDB-SECLOG-ACTION.
           MOVE REYDB-DECEASED-CUST-ID    TO REYDB-DECEASED-SEC-ID.
           MOVE REYDB-DECEASED-SEC-DETAIL TO REYDB-SECLOG-DETAIL.
           MOVE "LIVING"                  TO REYDB-SECLOG-BEFORE.
           MOVE REYDB-DECEASED-DEATH-DATE TO REYDB-DECEASED-SEC-DATE.
           MOVE REYDB-DECEASED-SEC-AFTER  TO REYDB-SECLOG-AFTER.

           CALL "REYDB-SECLOG" USING REYDB-SECLOG-LINKING.

           IF NOT REYDB-SECLOG-OK
               DISPLAY "Deceased: security journal entry not recorded"
           END-IF.

      ****************************************************
      *** Name: 8000-POST-LEDGER                       ***
      ****************************************************

       8000-POST-LEDGER.

           MOVE ZERO TO REYDB-LOG-AMOUNT.
           MOVE REYDB-DECEASED-OPERATOR TO REYDB-LOG-OPERATOR.
           MOVE REYDB-DECEASED-BRANCH   TO REYDB-LOG-BRANCH.
           MOVE ZERO TO REYDB-LOG-REF.
           MOVE ZERO TO REYDB-LOG-VALUE-DATE.

           CALL "REYDB-LOG" USING REYDB-LOG-LINKING.

           IF NOT REYDB-LOG-OK
               DISPLAY "Deceased: ledger entry not recorded"
           END-IF.
