      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: hotcard.cbl            ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: nightly hot-card file for the card
      ***               network. Lists every card on REYDB-CARD
      ***               that must be refused at an ATM or
      ***               terminal: blocked, lost or stolen, replaced
      ***               by a new card, or still active past its
      ***               expiry month at the business date. Header
      ***               and count trailer as in REYDB-CBEXTRACT; a
      ***               card master that will not open abandons
      ***               the run and no file is written.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-HOTCARD.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL REYDB-CARD-FILE
               ASSIGN TO "REYDB-CARD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-CARD-NUMBER
               FILE STATUS IS REYDB-CARD-STATUS-CODE.

           SELECT REYDB-HOTCARD-FILE ASSIGN TO "REYDB-HOTCARD-FILE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-card.cbl".
       COPY "reydb-hotcard.cbl".

       WORKING-STORAGE SECTION.

       01 REYDB-CARD-STATUS-CODE PIC X(02).
           88 REYDB-CARD-STATUS-OK VALUE "00" "05".

       01 REYDB-HOTCARD-TODAY PIC 9(08).

       01 REYDB-HOTCARD-EOF-SW PIC X(01).
           88 REYDB-HOTCARD-EOF VALUE "Y".

       01 REYDB-HOTCARD-COUNT         PIC 9(09).
       01 REYDB-HOTCARD-BLOCKED-COUNT PIC 9(09).
       01 REYDB-HOTCARD-LOST-COUNT    PIC 9(09).
       01 REYDB-HOTCARD-REPLACE-COUNT PIC 9(09).
       01 REYDB-HOTCARD-EXPIRED-COUNT PIC 9(09).

       LINKAGE SECTION.

       COPY "reydb-hotcard-linking.cbl".

       PROCEDURE DIVISION USING REYDB-HOTCARD-LINKING.

       0000-MAINLINE.

           SET REYDB-HOTCARD-RESULT-FAILED TO TRUE.

           IF REYDB-HOTCARD-BUSINESS-DATE > ZERO
               MOVE REYDB-HOTCARD-BUSINESS-DATE TO REYDB-HOTCARD-TODAY
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-HOTCARD-TODAY
           END-IF.

           OPEN INPUT REYDB-CARD-FILE.

           IF NOT REYDB-CARD-STATUS-OK
               DISPLAY "Hotcard: unable to open REYDB-CARD, status "
                   REYDB-CARD-STATUS-CODE
               DISPLAY "HOTCARD: RUN ABANDONED, NO FILE WRITTEN"
               GO TO 9999-EXIT
           END-IF.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-CHECK-ONE-CARD
               UNTIL REYDB-HOTCARD-EOF.

           PERFORM 3000-WRITE-TRAILER.

           CLOSE REYDB-CARD-FILE.

           SET REYDB-HOTCARD-RESULT-OK TO TRUE.

           DISPLAY "HOTCARD: CARDS LISTED " REYDB-HOTCARD-COUNT.

       9999-EXIT.

           GOBACK.

      ****************************************************
      *** Name: 1000-INITIALIZE                        ***
      ****************************************************

       1000-INITIALIZE.

           MOVE "N" TO REYDB-HOTCARD-EOF-SW.
           MOVE ZERO TO REYDB-HOTCARD-COUNT.
           MOVE ZERO TO REYDB-HOTCARD-BLOCKED-COUNT.
           MOVE ZERO TO REYDB-HOTCARD-LOST-COUNT.
           MOVE ZERO TO REYDB-HOTCARD-REPLACE-COUNT.
           MOVE ZERO TO REYDB-HOTCARD-EXPIRED-COUNT.

           OPEN OUTPUT REYDB-HOTCARD-FILE.

           MOVE SPACES TO REYDB-HOTCARD-RECORD.
           SET REYDB-HOTCARD-TYPE-HEADER TO TRUE.
           MOVE REYDB-HOTCARD-TODAY TO REYDB-HOTCARD-HDR-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO REYDB-HOTCARD-HDR-RUN-ID.

           WRITE REYDB-HOTCARD-RECORD.

           PERFORM 1100-READ-NEXT-CARD.

      ****************************************************
      *** Name: 1100-READ-NEXT-CARD                    ***
      ****************************************************

       1100-READ-NEXT-CARD.

           READ REYDB-CARD-FILE NEXT RECORD
               AT END
                   SET REYDB-HOTCARD-EOF TO TRUE
           END-READ.

      ****************************************************
      *** Name: 2000-CHECK-ONE-CARD                    ***
      *** An active card is only listed once it is     ***
      *** past the end of its expiry month             ***
      ****************************************************

       2000-CHECK-ONE-CARD.

           MOVE SPACES TO REYDB-HOTCARD-RECORD.
           SET REYDB-HOTCARD-TYPE-DETAIL TO TRUE.

           EVALUATE TRUE
               WHEN REYDB-CARD-BLOCKED
                   SET REYDB-HOTCARD-DTL-BLOCKED TO TRUE
                   ADD 1 TO REYDB-HOTCARD-BLOCKED-COUNT
               WHEN REYDB-CARD-LOST-STOLEN
                   SET REYDB-HOTCARD-DTL-LOST-STOLEN TO TRUE
                   ADD 1 TO REYDB-HOTCARD-LOST-COUNT
               WHEN REYDB-CARD-REPLACED
                   SET REYDB-HOTCARD-DTL-REPLACED TO TRUE
                   ADD 1 TO REYDB-HOTCARD-REPLACE-COUNT
               WHEN REYDB-CARD-EXPIRY < REYDB-HOTCARD-TODAY(1:6)
                   SET REYDB-HOTCARD-DTL-EXPIRED TO TRUE
                   ADD 1 TO REYDB-HOTCARD-EXPIRED-COUNT
           END-EVALUATE.

           IF REYDB-HOTCARD-DTL-REASON NOT = SPACE
               MOVE REYDB-CARD-NUMBER TO REYDB-HOTCARD-DTL-NUMBER
               MOVE REYDB-CARD-EXPIRY TO REYDB-HOTCARD-DTL-EXPIRY
               MOVE REYDB-CARD-STATUS-DATE
                   TO REYDB-HOTCARD-DTL-STATUS-DATE

               WRITE REYDB-HOTCARD-RECORD

               ADD 1 TO REYDB-HOTCARD-COUNT
           END-IF.

           PERFORM 1100-READ-NEXT-CARD.

      ****************************************************
      *** Name: 3000-WRITE-TRAILER                     ***
      ****************************************************

       3000-WRITE-TRAILER.

           MOVE SPACES TO REYDB-HOTCARD-RECORD.
           SET REYDB-HOTCARD-TYPE-TRAILER TO TRUE.
           MOVE REYDB-HOTCARD-COUNT TO REYDB-HOTCARD-TRL-COUNT.
           MOVE REYDB-HOTCARD-BLOCKED-COUNT
               TO REYDB-HOTCARD-TRL-BLOCKED.
           MOVE REYDB-HOTCARD-LOST-COUNT
               TO REYDB-HOTCARD-TRL-LOST-STOLEN.
           MOVE REYDB-HOTCARD-REPLACE-COUNT
               TO REYDB-HOTCARD-TRL-REPLACED.
           MOVE REYDB-HOTCARD-EXPIRED-COUNT
               TO REYDB-HOTCARD-TRL-EXPIRED.

           WRITE REYDB-HOTCARD-RECORD.

           CLOSE REYDB-HOTCARD-FILE.
