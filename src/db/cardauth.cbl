      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: cardauth.cbl           ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: debit card check for the posting
      ***               batch. Check refuses a card that is not on
      ***               REYDB-CARD, is not ACTIVE, is past its
      ***               expiry month, or would go over its own
      ***               daily ATM or POS limit with this amount,
      ***               and hands back the account the card draws
      ***               on. Use adds a posted amount to the card's
      ***               day totals, starting them again on a new
      ***               day.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-CARDAUTH.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL REYDB-CARD-FILE
               ASSIGN TO "REYDB-CARD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-CARD-NUMBER
               FILE STATUS IS REYDB-CARD-STATUS-CODE.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-card.cbl".

       WORKING-STORAGE SECTION.

       01 REYDB-CARD-STATUS-CODE PIC X(02).
           88 REYDB-CARD-STATUS-OK VALUE "00" "05".
           88 REYDB-CARD-RECORD-LOCKED VALUE "51" "99".

       01 REYDB-CARDAUTH-USED  PIC 9(13)V99.

       01 REYDB-CARDAUTH-LIMIT PIC 9(13)V99.

       LINKAGE SECTION.

       COPY "reydb-cardauth-linking.cbl".

       PROCEDURE DIVISION USING REYDB-CARDAUTH-LINKING.

       0000-MAINLINE.

           SET REYDB-CARDAUTH-FAILED TO TRUE.
           MOVE ZERO TO REYDB-CARDAUTH-ACCOUNT-ID.

           IF REYDB-CARDAUTH-TODAY = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-CARDAUTH-TODAY
           END-IF.

           OPEN I-O REYDB-CARD-FILE.

           IF NOT REYDB-CARD-STATUS-OK
               DISPLAY "Cardauth: unable to open REYDB-CARD, status "
                   REYDB-CARD-STATUS-CODE
               GO TO 9999-EXIT
           END-IF.

           MOVE REYDB-CARDAUTH-NUMBER TO REYDB-CARD-NUMBER.

           READ REYDB-CARD-FILE WITH LOCK
               INVALID KEY
                   SET REYDB-CARDAUTH-NOT-FOUND TO TRUE
                   GO TO 9999-EXIT
           END-READ.

           IF REYDB-CARD-RECORD-LOCKED
               DISPLAY "Cardauth: card busy at another station"
               GO TO 9999-EXIT
           END-IF.

           MOVE REYDB-CARD-ACCOUNT-ID TO REYDB-CARDAUTH-ACCOUNT-ID.

           IF REYDB-CARD-USE-DATE NOT = REYDB-CARDAUTH-TODAY
               MOVE REYDB-CARDAUTH-TODAY TO REYDB-CARD-USE-DATE
               MOVE ZERO TO REYDB-CARD-USE-ATM
               MOVE ZERO TO REYDB-CARD-USE-POS
           END-IF.

           IF REYDB-CARDAUTH-ATM
               MOVE REYDB-CARD-USE-ATM   TO REYDB-CARDAUTH-USED
               MOVE REYDB-CARD-ATM-LIMIT TO REYDB-CARDAUTH-LIMIT
           ELSE
               MOVE REYDB-CARD-USE-POS   TO REYDB-CARDAUTH-USED
               MOVE REYDB-CARD-POS-LIMIT TO REYDB-CARDAUTH-LIMIT
           END-IF.

           IF REYDB-CARDAUTH-ACTION-USE
               PERFORM 2000-RECORD-USE
               GO TO 9999-EXIT
           END-IF.

      *** A zero limit on the card means no card limit for that
      *** channel
           EVALUATE TRUE
               WHEN NOT REYDB-CARD-ACTIVE
                   SET REYDB-CARDAUTH-BLOCKED TO TRUE
               WHEN REYDB-CARD-EXPIRY < REYDB-CARDAUTH-TODAY(1:6)
                   SET REYDB-CARDAUTH-EXPIRED TO TRUE
               WHEN REYDB-CARDAUTH-LIMIT > ZERO
                      AND REYDB-CARDAUTH-USED + REYDB-CARDAUTH-AMOUNT
                          > REYDB-CARDAUTH-LIMIT
                   SET REYDB-CARDAUTH-OVER-LIMIT TO TRUE
               WHEN OTHER
                   SET REYDB-CARDAUTH-OK TO TRUE
           END-EVALUATE.

       9999-EXIT.

           CLOSE REYDB-CARD-FILE.

           GOBACK.

      ****************************************************
      *** Name: 2000-RECORD-USE                        ***
      *** Adds a posted amount to the day's use on     ***
      *** the channel it went through                  ***
      ****************************************************

       2000-RECORD-USE.

           ADD REYDB-CARDAUTH-AMOUNT TO REYDB-CARDAUTH-USED.

           IF REYDB-CARDAUTH-ATM
               MOVE REYDB-CARDAUTH-USED TO REYDB-CARD-USE-ATM
           ELSE
               MOVE REYDB-CARDAUTH-USED TO REYDB-CARD-USE-POS
           END-IF.

           REWRITE REYDB-CARD-RECORD.

           IF NOT REYDB-CARD-STATUS-OK
               DISPLAY "Cardauth: unable to rewrite REYDB-CARD, "
                   "status " REYDB-CARD-STATUS-CODE
           ELSE
               SET REYDB-CARDAUTH-OK TO TRUE
           END-IF.
