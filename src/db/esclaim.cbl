      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: esclaim.cbl            ***
      *** Date: 10/15/2026             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: supervisor claim-back of an escheated
      ***               balance. The account must still be on
      ***               REYDB-FILE - an archived one is reinstated
      ***               through REYDB-RESTORE first. The account is
      ***               reopened ACTIVE, the amount on the
      ***               REYDB-ESCHEAT register is paid back in with
      ***               an ESCHEAT-CLM credit through REYDB-POSTSYS,
      ***               the entry is marked claimed and the
      ***               supervisor is recorded on REYDB-SECJRNL with
      ***               the before and after state. A refused credit
      ***               closes the account again.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-ESCLAIM.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       COPY "reydb-control.cbl".

           SELECT OPTIONAL REYDB-ESCHEAT-FILE
               ASSIGN TO "REYDB-ESCHEAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-ESC-ACCOUNT-ID
               FILE STATUS IS REYDB-ESC-STATUS-CODE.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-file.cbl".
       COPY "reydb-counter.cbl".
       COPY "reydb-custfile.cbl".
       COPY "reydb-tranlog.cbl".
       COPY "reydb-escheat.cbl".

       WORKING-STORAGE SECTION.

       COPY "reydb-status.cbl".

       COPY "reydb-postsys-linking.cbl".

       COPY "reydb-seclog-linking.cbl".

       COPY "reydb-jrnl-linking.cbl".

       01 REYDB-ESC-STATUS-CODE PIC X(02).
           88 REYDB-ESC-STATUS-OK VALUE "00" "05".

       01 REYDB-ESCLAIM-TODAY PIC 9(08).

       01 REYDB-ESCLAIM-OPENED-SW PIC X(01).
           88 REYDB-ESCLAIM-OPENED VALUE "Y".

       01 REYDB-ESCLAIM-NEW-STATUS PIC X(01).

       01 REYDB-ESCLAIM-SEC-DETAIL.
           05 FILLER                  PIC X(08) VALUE "ACCOUNT ".
           05 REYDB-ESCLAIM-SEC-ID    PIC 9(18).

       01 REYDB-ESCLAIM-SEC-VALUE.
           05 FILLER                  PIC X(08) VALUE "HELD    ".
           05 REYDB-ESCLAIM-SEC-AMT   PIC -(12)9.99.

       LINKAGE SECTION.

       COPY "reydb-esclaim-linking.cbl".

       PROCEDURE DIVISION USING REYDB-ESCLAIM-LINKING.

       0000-MAINLINE.

           MOVE "N" TO REYDB-ESCLAIM-STATUS.
           MOVE ZERO TO REYDB-ESCLAIM-AMOUNT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-ESCLAIM-TODAY.

           OPEN I-O REYDB-ESCHEAT-FILE.

           IF NOT REYDB-ESC-STATUS-OK
               DISPLAY "Esclaim: unable to open REYDB-ESCHEAT, "
                   "status " REYDB-ESC-STATUS-CODE
               CLOSE REYDB-ESCHEAT-FILE
               GO TO 9999-EXIT
           END-IF.

           MOVE REYDB-ESCLAIM-ACCOUNT-ID TO REYDB-ESC-ACCOUNT-ID.

           READ REYDB-ESCHEAT-FILE
               INVALID KEY
                   DISPLAY "Esclaim: account was never escheated"
                   CLOSE REYDB-ESCHEAT-FILE
                   GO TO 9999-EXIT
           END-READ.

           IF REYDB-ESC-CLAIMED
               DISPLAY "Esclaim: already claimed on "
                   REYDB-ESC-CLAIM-DATE
               SET REYDB-ESCLAIM-ALREADY TO TRUE
               CLOSE REYDB-ESCHEAT-FILE
               GO TO 9999-EXIT
           END-IF.

           MOVE REYDB-ESC-AMOUNT TO REYDB-ESCLAIM-AMOUNT.

           MOVE "A" TO REYDB-ESCLAIM-NEW-STATUS.

           PERFORM 1000-SET-ACCOUNT-STATUS.

           IF REYDB-ESCLAIM-OPENED
               PERFORM 2000-PAY-BACK
           END-IF.

           CLOSE REYDB-ESCHEAT-FILE.

       9999-EXIT.

           GOBACK.

      ****************************************************
      *** Name: 1000-SET-ACCOUNT-STATUS                ***
      *** Moves REYDB-ESCLAIM-NEW-STATUS onto the      ***
      *** account - A to reopen it, C to close it      ***
      *** again after a refused credit                 ***
      ****************************************************

       1000-SET-ACCOUNT-STATUS.

           MOVE "N" TO REYDB-ESCLAIM-OPENED-SW.

           OPEN I-O REYDB-FILE.

           IF NOT REYDB-FILE-STATUS-OK
               DISPLAY "Esclaim: unable to open REYDB-FILE, status "
                   REYDB-FILE-STATUS-CODE
           ELSE
               MOVE REYDB-ESCLAIM-ACCOUNT-ID TO REYDB-FILE-ID

               READ REYDB-FILE WITH LOCK
                   INVALID KEY
                       DISPLAY "Esclaim: account not on file - "
                           "restore it from the archive first"
                       SET REYDB-ESCLAIM-NO-ACCOUNT TO TRUE
               END-READ

               IF REYDB-FILE-RECORD-LOCKED
                   DISPLAY "Esclaim: account busy at another station"
                   SET REYDB-ESCLAIM-BUSY TO TRUE
               ELSE
                   IF NOT REYDB-ESCLAIM-NO-ACCOUNT
                       PERFORM 1100-REWRITE-ACCOUNT
                   END-IF
               END-IF
           END-IF.

           CLOSE REYDB-FILE.

      ****************************************************
      *** Name: 1100-REWRITE-ACCOUNT                   ***
      ****************************************************

       1100-REWRITE-ACCOUNT.

           MOVE REYDB-ESCLAIM-NEW-STATUS TO REYDB-FILE-STATUS.

           IF REYDB-FILE-ACTIVE
               MOVE ZERO TO REYDB-FILE-CLOSED-DATE
           ELSE
               MOVE REYDB-ESCLAIM-TODAY TO REYDB-FILE-CLOSED-DATE
           END-IF.

           REWRITE REYDB-TABLE.

           IF NOT REYDB-FILE-STATUS-OK
               DISPLAY "Esclaim: unable to rewrite REYDB-FILE, "
                   "status " REYDB-FILE-STATUS-CODE
           ELSE
               SET REYDB-ESCLAIM-OPENED TO TRUE

               MOVE REYDB-TABLE TO REYDB-JRNL-LINK-IMAGE
               SET REYDB-JRNL-LINK-ACCOUNT TO TRUE
               CALL "REYDB-JRNL" USING REYDB-JRNL-LINKING

               IF NOT REYDB-JRNL-OK
                   DISPLAY "Esclaim: after-image not journaled"
               END-IF
           END-IF.

      ****************************************************
      *** Name: 2000-PAY-BACK                          ***
      ****************************************************

       2000-PAY-BACK.

           MOVE ZERO TO REYDB-POSTSYS-LINKING.
           MOVE REYDB-ESCLAIM-ACCOUNT-ID TO REYDB-POSTSYS-ACCOUNT-ID.
           MOVE "ESCHEAT-CLM"            TO REYDB-POSTSYS-OPERATION.
           MOVE REYDB-ESC-AMOUNT         TO REYDB-POSTSYS-AMOUNT.
           SET REYDB-POSTSYS-CREDIT      TO TRUE.
           MOVE "N"                      TO REYDB-POSTSYS-FUNDS-SW.
           MOVE REYDB-ESCLAIM-OPERATOR   TO REYDB-POSTSYS-OPERATOR.
           MOVE REYDB-ESCLAIM-BRANCH     TO REYDB-POSTSYS-BRANCH.

           CALL "REYDB-POSTSYS" USING REYDB-POSTSYS-LINKING.

           IF NOT REYDB-POSTSYS-OK
               DISPLAY "Esclaim: ESCHEAT-CLM entry refused"
               SET REYDB-ESCLAIM-REFUSED TO TRUE

               MOVE "C" TO REYDB-ESCLAIM-NEW-STATUS
               PERFORM 1000-SET-ACCOUNT-STATUS
           ELSE
               MOVE REYDB-ESCLAIM-TODAY    TO REYDB-ESC-CLAIM-DATE
               MOVE REYDB-ESCLAIM-OPERATOR TO REYDB-ESC-CLAIM-OPER
               SET REYDB-ESC-CLAIMED       TO TRUE

               REWRITE REYDB-ESC-RECORD

               IF NOT REYDB-ESC-STATUS-OK
                   DISPLAY "Esclaim: unable to rewrite REYDB-ESCHEAT, "
                       "status " REYDB-ESC-STATUS-CODE
               END-IF

               MOVE REYDB-ESCLAIM-OPERATOR  TO REYDB-SECLOG-OPERATOR
               MOVE "ESCHEAT-CLAIM"         TO REYDB-SECLOG-ACTION
               MOVE REYDB-ESCLAIM-ACCOUNT-ID TO REYDB-ESCLAIM-SEC-ID
               MOVE REYDB-ESCLAIM-SEC-DETAIL TO REYDB-SECLOG-DETAIL
               MOVE REYDB-ESC-AMOUNT        TO REYDB-ESCLAIM-SEC-AMT
               MOVE REYDB-ESCLAIM-SEC-VALUE TO REYDB-SECLOG-BEFORE
               MOVE "CLAIMED, ACCOUNT REOPENED" TO REYDB-SECLOG-AFTER
               CALL "REYDB-SECLOG" USING REYDB-SECLOG-LINKING

               IF NOT REYDB-SECLOG-OK
                   DISPLAY "Esclaim: security journal entry not "
                       "recorded"
               END-IF

               SET REYDB-ESCLAIM-OK TO TRUE
           END-IF.
