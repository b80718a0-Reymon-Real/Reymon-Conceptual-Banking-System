      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: histconv.cbl           ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: one-off conversion of the ledger
      ***               history to the INDEXED REYDB-TRANHIST keyed
      ***               on the account and ledger reference. Before
      ***               it is run the old sequential history is
      ***               renamed REYDB-TRANHIST-SEQ; every entry is
      ***               then loaded under its key. Entries rolled
      ***               before ledger references existed carry a
      ***               zero reference and are numbered here from
      ***               the REYDB-LOG reference counter, so each
      ***               still has a key of its own. A duplicate key
      ***               is listed and counted, never loaded over
      ***               the first entry. Run by hand once, with the
      ***               stations signed off and before the next
      ***               nightly cycle - it REPLACES REYDB-TRANHIST.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-HISTCONV.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       COPY "reydb-control.cbl".

           SELECT REYDB-HISTSEQ-FILE
               ASSIGN TO "REYDB-TRANHIST-SEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REYDB-HISTSEQ-STATUS-CODE.

           SELECT REYDB-TRANHIST-FILE
               ASSIGN TO "REYDB-TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-TRANHIST-KEY
               ALTERNATE RECORD KEY IS REYDB-TRANHIST-REF
               FILE STATUS IS REYDB-TRANHIST-STATUS-CODE.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-file.cbl".
       COPY "reydb-counter.cbl".
       COPY "reydb-custfile.cbl".
       COPY "reydb-tranlog.cbl".
       COPY "reydb-tranhist.cbl".

      **************************************************
      *** The sequential history as REYDB-CUTOVER     ***
      *** wrote it, in the REYDB-TRANLOG field order  ***
      **************************************************

       FD REYDB-HISTSEQ-FILE.
       01 REYDB-HISTSEQ-RECORD.
           05 REYDB-HISTSEQ-ACCOUNT-ID PIC 9(18).
           05 REYDB-HISTSEQ-OPERATION  PIC X(12).
           05 REYDB-HISTSEQ-AMOUNT     PIC S9(13)V99.
           05 REYDB-HISTSEQ-TIMESTAMP  PIC X(21).
           05 REYDB-HISTSEQ-OPERATOR   PIC X(08).
           05 REYDB-HISTSEQ-BRANCH     PIC X(04).
           05 REYDB-HISTSEQ-REF        PIC 9(12).
           05 REYDB-HISTSEQ-VALUE-DATE PIC 9(08).

       WORKING-STORAGE SECTION.

       COPY "reydb-status.cbl".

       01 REYDB-HISTSEQ-STATUS-CODE PIC X(02).
           88 REYDB-HISTSEQ-STATUS-OK VALUE "00".

       01 REYDB-TRANHIST-STATUS-CODE PIC X(02).
           88 REYDB-TRANHIST-STATUS-OK VALUE "00" "05".
           88 REYDB-TRANHIST-DUP-KEY   VALUE "22".

       01 REYDB-HISTCONV-COUNTER-KEY PIC X(01) VALUE "R".

       01 REYDB-HISTCONV-COUNTER-FOUND-SW PIC X(01).
           88 REYDB-HISTCONV-COUNTER-FOUND VALUE "Y".

       01 REYDB-HISTCONV-COUNTER-OPEN-SW PIC X(01).
           88 REYDB-HISTCONV-COUNTER-OPEN VALUE "Y".

       01 REYDB-HISTCONV-EOF-SW PIC X(01).
           88 REYDB-HISTCONV-EOF VALUE "Y".

       01 REYDB-HISTCONV-LAST-REF PIC 9(12).

       01 REYDB-HISTCONV-READ-COUNT PIC 9(09) COMP.

       01 REYDB-HISTCONV-LOADED-COUNT PIC 9(09) COMP.

       01 REYDB-HISTCONV-NUMBERED-COUNT PIC 9(09) COMP.

       01 REYDB-HISTCONV-REJECTED-COUNT PIC 9(09) COMP.

       01 REYDB-HISTCONV-READ-TOTAL PIC S9(15)V99.

       01 REYDB-HISTCONV-LOADED-TOTAL PIC S9(15)V99.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           MOVE "N" TO REYDB-HISTCONV-EOF-SW.
           MOVE ZERO TO REYDB-HISTCONV-READ-COUNT.
           MOVE ZERO TO REYDB-HISTCONV-LOADED-COUNT.
           MOVE ZERO TO REYDB-HISTCONV-NUMBERED-COUNT.
           MOVE ZERO TO REYDB-HISTCONV-REJECTED-COUNT.
           MOVE ZERO TO REYDB-HISTCONV-READ-TOTAL.
           MOVE ZERO TO REYDB-HISTCONV-LOADED-TOTAL.

           OPEN INPUT REYDB-HISTSEQ-FILE.

           IF NOT REYDB-HISTSEQ-STATUS-OK
               DISPLAY "Histconv: unable to open REYDB-TRANHIST-SEQ, "
                   "status " REYDB-HISTSEQ-STATUS-CODE
               GO TO 9999-EXIT
           END-IF.

           PERFORM 1000-READ-COUNTER.

           IF NOT REYDB-HISTCONV-COUNTER-OPEN
               CLOSE REYDB-HISTSEQ-FILE
               GO TO 9999-EXIT
           END-IF.

           OPEN OUTPUT REYDB-TRANHIST-FILE.

           IF NOT REYDB-TRANHIST-STATUS-OK
               DISPLAY "Histconv: unable to open REYDB-TRANHIST, "
                   "status " REYDB-TRANHIST-STATUS-CODE
               CLOSE REYDB-COUNTER-FILE
               CLOSE REYDB-HISTSEQ-FILE
               GO TO 9999-EXIT
           END-IF.

           PERFORM 2000-READ-NEXT-ENTRY.

           PERFORM 3000-LOAD-ENTRY
               UNTIL REYDB-HISTCONV-EOF.

           CLOSE REYDB-TRANHIST-FILE.
           CLOSE REYDB-HISTSEQ-FILE.

           PERFORM 4000-ADVANCE-COUNTER.

           CLOSE REYDB-COUNTER-FILE.

           DISPLAY "HISTCONV: ENTRIES READ     "
               REYDB-HISTCONV-READ-COUNT.
           DISPLAY "HISTCONV: ENTRIES LOADED   "
               REYDB-HISTCONV-LOADED-COUNT.
           DISPLAY "HISTCONV: GIVEN A REFERENCE "
               REYDB-HISTCONV-NUMBERED-COUNT.
           DISPLAY "HISTCONV: ENTRIES REJECTED "
               REYDB-HISTCONV-REJECTED-COUNT.
           DISPLAY "HISTCONV: AMOUNT READ      "
               REYDB-HISTCONV-READ-TOTAL.
           DISPLAY "HISTCONV: AMOUNT LOADED    "
               REYDB-HISTCONV-LOADED-TOTAL.

           IF REYDB-HISTCONV-REJECTED-COUNT > ZERO
               DISPLAY "HISTCONV: HISTORY NOT FULLY CONVERTED - "
                   "KEEP REYDB-TRANHIST-SEQ"
           END-IF.

       9999-EXIT.

           GOBACK.

      ****************************************************
      *** Name: 1000-READ-COUNTER                      ***
      *** Picks up the last ledger reference issued,   ***
      *** so entries without one are numbered past it  ***
      ****************************************************

       1000-READ-COUNTER.

           MOVE "N" TO REYDB-HISTCONV-COUNTER-FOUND-SW.
           MOVE "N" TO REYDB-HISTCONV-COUNTER-OPEN-SW.

           OPEN I-O REYDB-COUNTER-FILE.

           IF NOT REYDB-COUNTER-STATUS-OK
               DISPLAY "Histconv: unable to open REYDB-COUNTER-FILE, "
                   "status " REYDB-COUNTER-STATUS-CODE
               CLOSE REYDB-COUNTER-FILE
           ELSE
               MOVE REYDB-HISTCONV-COUNTER-KEY TO REYDB-COUNTER-KEY

               READ REYDB-COUNTER-FILE WITH LOCK
                   INVALID KEY
                       MOVE ZERO TO REYDB-COUNTER-LAST-ID
                   NOT INVALID KEY
                       SET REYDB-HISTCONV-COUNTER-FOUND TO TRUE
               END-READ

               IF REYDB-COUNTER-RECORD-LOCKED
                   DISPLAY "Histconv: reference counter busy at "
                       "another station - sign every station off "
                       "first"
                   CLOSE REYDB-COUNTER-FILE
               ELSE
                   MOVE REYDB-COUNTER-LAST-ID
                       TO REYDB-HISTCONV-LAST-REF
                   SET REYDB-HISTCONV-COUNTER-OPEN TO TRUE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 2000-READ-NEXT-ENTRY                    ***
      ****************************************************

       2000-READ-NEXT-ENTRY.

           READ REYDB-HISTSEQ-FILE
               AT END
                   SET REYDB-HISTCONV-EOF TO TRUE
           END-READ.

           IF NOT REYDB-HISTCONV-EOF
               ADD 1 TO REYDB-HISTCONV-READ-COUNT
               ADD REYDB-HISTSEQ-AMOUNT TO REYDB-HISTCONV-READ-TOTAL
           END-IF.

      ****************************************************
      *** Name: 3000-LOAD-ENTRY                         ***
      ****************************************************

       3000-LOAD-ENTRY.

           MOVE REYDB-HISTSEQ-ACCOUNT-ID TO REYDB-TRANHIST-ACCOUNT-ID.
           MOVE REYDB-HISTSEQ-OPERATION  TO REYDB-TRANHIST-OPERATION.
           MOVE REYDB-HISTSEQ-AMOUNT     TO REYDB-TRANHIST-AMOUNT.
           MOVE REYDB-HISTSEQ-TIMESTAMP  TO REYDB-TRANHIST-TIMESTAMP.
           MOVE REYDB-HISTSEQ-OPERATOR   TO REYDB-TRANHIST-OPERATOR.
           MOVE REYDB-HISTSEQ-BRANCH     TO REYDB-TRANHIST-BRANCH.
           MOVE REYDB-HISTSEQ-REF        TO REYDB-TRANHIST-REF.
           MOVE REYDB-HISTSEQ-VALUE-DATE
               TO REYDB-TRANHIST-VALUE-DATE.

           IF REYDB-TRANHIST-REF = ZERO
               ADD 1 TO REYDB-HISTCONV-LAST-REF
               MOVE REYDB-HISTCONV-LAST-REF TO REYDB-TRANHIST-REF
               ADD 1 TO REYDB-HISTCONV-NUMBERED-COUNT
           END-IF.

           IF REYDB-TRANHIST-BRANCH = SPACES
                  OR REYDB-TRANHIST-BRANCH = LOW-VALUES
               MOVE "0000" TO REYDB-TRANHIST-BRANCH
           END-IF.

           IF REYDB-TRANHIST-VALUE-DATE = ZERO
               MOVE REYDB-TRANHIST-TIMESTAMP(1:8)
                   TO REYDB-TRANHIST-VALUE-DATE
           END-IF.

           WRITE REYDB-TRANHIST-RECORD.

           EVALUATE TRUE
               WHEN REYDB-TRANHIST-STATUS-OK
                   ADD 1 TO REYDB-HISTCONV-LOADED-COUNT
                   ADD REYDB-TRANHIST-AMOUNT
                       TO REYDB-HISTCONV-LOADED-TOTAL
               WHEN REYDB-TRANHIST-DUP-KEY
                   ADD 1 TO REYDB-HISTCONV-REJECTED-COUNT
                   DISPLAY "HISTCONV: DUPLICATE ACCOUNT "
                       REYDB-TRANHIST-ACCOUNT-ID " REF "
                       REYDB-TRANHIST-REF
               WHEN OTHER
                   ADD 1 TO REYDB-HISTCONV-REJECTED-COUNT
                   DISPLAY "HISTCONV: UNABLE TO WRITE ACCOUNT "
                       REYDB-TRANHIST-ACCOUNT-ID " REF "
                       REYDB-TRANHIST-REF ", STATUS "
                       REYDB-TRANHIST-STATUS-CODE
           END-EVALUATE.

           PERFORM 2000-READ-NEXT-ENTRY.

      ****************************************************
      *** Name: 4000-ADVANCE-COUNTER                   ***
      *** Carries the references handed out here back  ***
      *** to the counter REYDB-LOG numbers from        ***
      ****************************************************

       4000-ADVANCE-COUNTER.

           IF REYDB-HISTCONV-NUMBERED-COUNT > ZERO
               MOVE REYDB-HISTCONV-COUNTER-KEY TO REYDB-COUNTER-KEY
               MOVE REYDB-HISTCONV-LAST-REF TO REYDB-COUNTER-LAST-ID

               IF REYDB-HISTCONV-COUNTER-FOUND
                   REWRITE REYDB-COUNTER-RECORD
               ELSE
                   WRITE REYDB-COUNTER-RECORD
               END-IF

               IF NOT REYDB-COUNTER-STATUS-OK
                   DISPLAY "Histconv: unable to write REYDB-COUNTER-"
                       "FILE, status " REYDB-COUNTER-STATUS-CODE
                       " - ADVANCE REFERENCE COUNTER R TO "
                       REYDB-HISTCONV-LAST-REF
               END-IF
           END-IF.
