      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: chqextract.cbl         ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: nightly outward clearing extract of
      ***               deposited checks. Writes every QUEUED item on
      ***               REYDB-CHQDEP to the REYDB-CHQOUT-FILE for
      ***               presentation to the drawee banks, with a
      ***               header and a count/amount trailer, the same
      ***               control-total discipline as
      ***               REYDB-PAYEXTRACT, and marks the presented
      ***               items SENT so a rerun does not present them
      ***               twice.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-CHQEXTRACT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL REYDB-CHQDEP-FILE
               ASSIGN TO "REYDB-CHQDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-CQD-ID
               FILE STATUS IS REYDB-CHQDEP-STATUS-CODE.

           SELECT REYDB-CHQOUT-FILE ASSIGN TO "REYDB-CHQOUT-FILE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-chqdep.cbl".
       COPY "reydb-chqout.cbl".

       WORKING-STORAGE SECTION.

       01 REYDB-CHQDEP-STATUS-CODE PIC X(02).
           88 REYDB-CHQDEP-STATUS-OK VALUE "00" "05".

       01 REYDB-CHQEXT-EOF-SW PIC X(01).
           88 REYDB-CHQEXT-EOF VALUE "Y".

       01 REYDB-CHQEXT-ITEM-COUNT PIC 9(09).

       01 REYDB-CHQEXT-AMOUNT-TOTAL PIC S9(15)V99.

       LINKAGE SECTION.

       COPY "reydb-chqext-linking.cbl".

       PROCEDURE DIVISION USING REYDB-CHQEXT-LINKING.

       0000-MAINLINE.

           MOVE "N" TO REYDB-CHQEXT-EOF-SW.
           MOVE ZERO TO REYDB-CHQEXT-ITEM-COUNT.
           MOVE ZERO TO REYDB-CHQEXT-AMOUNT-TOTAL.

           OPEN I-O REYDB-CHQDEP-FILE.

           IF NOT REYDB-CHQDEP-STATUS-OK
               DISPLAY "Chqextract: unable to open REYDB-CHQDEP, "
                   "status " REYDB-CHQDEP-STATUS-CODE
               CLOSE REYDB-CHQDEP-FILE
               GO TO 9999-EXIT
           END-IF.

           OPEN OUTPUT REYDB-CHQOUT-FILE.

           PERFORM 1000-WRITE-HEADER.

           MOVE ZERO TO REYDB-CQD-ID.

           START REYDB-CHQDEP-FILE
               KEY IS NOT LESS THAN REYDB-CQD-ID
               INVALID KEY
                   SET REYDB-CHQEXT-EOF TO TRUE
           END-START.

           PERFORM 2000-PROCESS-NEXT-ITEM
               UNTIL REYDB-CHQEXT-EOF.

           PERFORM 3000-WRITE-TRAILER.

           CLOSE REYDB-CHQOUT-FILE.
           CLOSE REYDB-CHQDEP-FILE.

           DISPLAY "CHQEXTRACT: ITEMS PRESENTED "
               REYDB-CHQEXT-ITEM-COUNT.

       9999-EXIT.

           GOBACK.

      ****************************************************
      *** Name: 1000-WRITE-HEADER                      ***
      ****************************************************

       1000-WRITE-HEADER.

           MOVE SPACES TO REYDB-CHQOUT-RECORD.
           SET REYDB-CHQOUT-TYPE-HEADER TO TRUE.

           IF REYDB-CHQEXT-BUSINESS-DATE > ZERO
               MOVE REYDB-CHQEXT-BUSINESS-DATE
                   TO REYDB-CHQOUT-HDR-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO REYDB-CHQOUT-HDR-DATE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14)
               TO REYDB-CHQOUT-HDR-RUN-ID.

           WRITE REYDB-CHQOUT-RECORD.

      ****************************************************
      *** Name: 2000-PROCESS-NEXT-ITEM                 ***
      ****************************************************

       2000-PROCESS-NEXT-ITEM.

           READ REYDB-CHQDEP-FILE NEXT RECORD
               AT END
                   SET REYDB-CHQEXT-EOF TO TRUE
           END-READ.

           IF NOT REYDB-CHQEXT-EOF
               IF REYDB-CQD-QUEUED
                   PERFORM 2500-PRESENT-ONE-ITEM
               END-IF
           END-IF.

      ****************************************************
      *** Name: 2500-PRESENT-ONE-ITEM                     ***
      ****************************************************

       2500-PRESENT-ONE-ITEM.

           MOVE SPACES TO REYDB-CHQOUT-RECORD.
           SET REYDB-CHQOUT-TYPE-DETAIL TO TRUE.
           MOVE REYDB-CQD-ID          TO REYDB-CHQOUT-DET-ID.
           MOVE REYDB-CQD-NUMBER      TO REYDB-CHQOUT-DET-NUMBER.
           MOVE REYDB-CQD-DRAWEE-BANK
               TO REYDB-CHQOUT-DET-DRAWEE-BANK.
           MOVE REYDB-CQD-DRAWER-ACCT
               TO REYDB-CHQOUT-DET-DRAWER-ACCT.
           MOVE REYDB-CQD-AMOUNT      TO REYDB-CHQOUT-DET-AMOUNT.

           WRITE REYDB-CHQOUT-RECORD.

           ADD 1 TO REYDB-CHQEXT-ITEM-COUNT.
           ADD REYDB-CQD-AMOUNT TO REYDB-CHQEXT-AMOUNT-TOTAL.

           SET REYDB-CQD-SENT TO TRUE.

           REWRITE REYDB-CQD-RECORD.

           IF NOT REYDB-CHQDEP-STATUS-OK
               DISPLAY "Chqextract: unable to rewrite "
                   "REYDB-CHQDEP, status "
                   REYDB-CHQDEP-STATUS-CODE
           END-IF.

      ****************************************************
      *** Name: 3000-WRITE-TRAILER                     ***
      ****************************************************

       3000-WRITE-TRAILER.

           MOVE SPACES TO REYDB-CHQOUT-RECORD.
           SET REYDB-CHQOUT-TYPE-TRAILER TO TRUE.
           MOVE REYDB-CHQEXT-ITEM-COUNT
               TO REYDB-CHQOUT-TRL-COUNT.
           MOVE REYDB-CHQEXT-AMOUNT-TOTAL
               TO REYDB-CHQOUT-TRL-AMOUNT.

           WRITE REYDB-CHQOUT-RECORD.
