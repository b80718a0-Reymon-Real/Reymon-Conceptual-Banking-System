      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: postsys.cbl            ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: pass the account's currency to REYDB-LOG so
      ***               the offsetting internal leg lands in the right
      ***               currency.
      *** 10/15/2026 - EPH: system posting of a single debit or
      ***               credit under a caller-named ledger
      ***               operation - loan interest and the other
      ***               bank-generated entries that have no teller
      ***               verb of their own. Reads the account WITH
      ***               LOCK, refuses CLOSED accounts, optionally
      ***               tests a debit against balance, authorized
      ***               overdraft and open holds the way
      ***               REYDB-WITHDRAW does, then rewrites,
      ***               journals the after-image and posts the
      ***               entry to REYDB-TRANLOG. Limits are not
      ***               applied: these are not customer-initiated.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-POSTSYS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       COPY "reydb-control.cbl".

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-file.cbl".
       COPY "reydb-counter.cbl".
       COPY "reydb-custfile.cbl".
       COPY "reydb-tranlog.cbl".

       WORKING-STORAGE SECTION.

       COPY "reydb-status.cbl".

       COPY "reydb-log-linking.cbl".

       COPY "reydb-holdcheck-linking.cbl".

       COPY "reydb-jrnl-linking.cbl".

       01 REYDB-POSTSYS-AVAILABLE PIC S9(13)V99.

       LINKAGE SECTION.

       COPY "reydb-postsys-linking.cbl".

       PROCEDURE DIVISION USING REYDB-POSTSYS-LINKING.

       0000-MAINLINE.

           MOVE "N" TO REYDB-POSTSYS-STATUS.
           MOVE ZERO TO REYDB-POSTSYS-REF.

           IF REYDB-POSTSYS-AMOUNT NOT GREATER THAN ZERO
               DISPLAY "Postsys: amount must be positive"
               SET REYDB-POSTSYS-INVALID-AMOUNT TO TRUE
               GO TO 9999-EXIT
           END-IF.

           IF NOT REYDB-POSTSYS-DEBIT AND NOT REYDB-POSTSYS-CREDIT
               DISPLAY "Postsys: direction must be D or C"
               SET REYDB-POSTSYS-INVALID-AMOUNT TO TRUE
               GO TO 9999-EXIT
           END-IF.

           OPEN I-O REYDB-FILE.

           IF NOT REYDB-FILE-STATUS-OK
               DISPLAY "Postsys: unable to open REYDB-FILE, status "
                   REYDB-FILE-STATUS-CODE
               GO TO 9999-EXIT
           END-IF.

           MOVE REYDB-POSTSYS-ACCOUNT-ID TO REYDB-FILE-ID.

           READ REYDB-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Postsys: account not found"
                   GO TO 9000-CLOSE
           END-READ.

           IF REYDB-FILE-RECORD-LOCKED
               DISPLAY "Postsys: account busy at another station"
               SET REYDB-POSTSYS-BUSY TO TRUE
               GO TO 9000-CLOSE
           END-IF.

           IF REYDB-FILE-CLOSED
               DISPLAY "Postsys: account is closed"
               SET REYDB-POSTSYS-CLOSED TO TRUE
               GO TO 9000-CLOSE
           END-IF.

           IF REYDB-POSTSYS-DEBIT AND REYDB-POSTSYS-CHECK-FUNDS
               MOVE REYDB-FILE-BALANCE TO REYDB-POSTSYS-AVAILABLE

               IF REYDB-FILE-OVERDRAFT-AUTHORIZED
                   ADD REYDB-FILE-OVERDRAFT-LIMIT
                       TO REYDB-POSTSYS-AVAILABLE
               END-IF

               MOVE REYDB-POSTSYS-ACCOUNT-ID
                   TO REYDB-HOLDCHECK-ACCOUNT-ID
               CALL "REYDB-HOLDCHECK" USING REYDB-HOLDCHECK-LINKING

               SUBTRACT REYDB-HOLDCHECK-OPEN-TOTAL
                   FROM REYDB-POSTSYS-AVAILABLE

               IF REYDB-POSTSYS-AVAILABLE < REYDB-POSTSYS-AMOUNT
                   DISPLAY "Postsys: insufficient funds"
                   SET REYDB-POSTSYS-INSUFFICIENT TO TRUE
                   GO TO 9000-CLOSE
               END-IF
           END-IF.

           IF REYDB-POSTSYS-DEBIT
               SUBTRACT REYDB-POSTSYS-AMOUNT FROM REYDB-FILE-BALANCE
           ELSE
               ADD REYDB-POSTSYS-AMOUNT TO REYDB-FILE-BALANCE
           END-IF.

           REWRITE REYDB-TABLE.

           MOVE REYDB-TABLE TO REYDB-JRNL-LINK-IMAGE.
           SET REYDB-JRNL-LINK-ACCOUNT TO TRUE.
           CALL "REYDB-JRNL" USING REYDB-JRNL-LINKING.

           IF NOT REYDB-JRNL-OK
               DISPLAY "Postsys: after-image not journaled"
           END-IF.

           SET REYDB-POSTSYS-OK TO TRUE.

           MOVE REYDB-POSTSYS-ACCOUNT-ID TO REYDB-LOG-ACCOUNT-ID.
           MOVE REYDB-POSTSYS-OPERATION  TO REYDB-LOG-OPERATION.
           MOVE REYDB-POSTSYS-AMOUNT     TO REYDB-LOG-AMOUNT.
           MOVE REYDB-POSTSYS-OPERATOR   TO REYDB-LOG-OPERATOR.
           MOVE REYDB-POSTSYS-BRANCH     TO REYDB-LOG-BRANCH.
           MOVE REYDB-POSTSYS-VALUE-DATE TO REYDB-LOG-VALUE-DATE.
           MOVE REYDB-FILE-CURRENCY      TO REYDB-LOG-CURRENCY.
           CALL "REYDB-LOG" USING REYDB-LOG-LINKING.

           IF NOT REYDB-LOG-OK
               DISPLAY "Postsys: ledger entry not recorded"
           ELSE
               MOVE REYDB-LOG-REF TO REYDB-POSTSYS-REF
           END-IF.

       9000-CLOSE.

           CLOSE REYDB-FILE.

       9999-EXIT.

           GOBACK.
