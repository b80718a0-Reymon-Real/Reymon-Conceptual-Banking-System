      *** Author: Eduardo Pozos Huerta ***
      *** File: reverse.cbl            ***
      *** Date: 11/12/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: take the original entry's internal leg back
      ***               off through REYDB-GLPOST - same internal
      ***               account, other side, in the account's currency.
      ***               The original operator, now picked up from
      ***               history too, tells a teller's cash from a batch
      ***               item.
      *** 10/15/2026 - EPH: number each reversal entry from the
      ***               REYDB-LOG ledger reference counter and stamp
      ***               it with the posting branch and value date.
      ***               The entries went out with no reference, and
      ***               REYDB-TRANHIST is now keyed on the account
      ***               and reference, so two reversals on one
      ***               account would collide at cutover. The
      ***               references are drawn before any balance is
      ***               touched. History is INDEXED now and still
      ***               read end to end here.
      *** 09/02/2026 - EPH: READ every account WITH LOCK for the
      ***               balance adjustments and hand back the BUSY
      ***               status when another station holds one - an

           SELECT OPTIONAL REYDB-TRANHIST-FILE
               ASSIGN TO "REYDB-TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REYDB-TRANHIST-KEY
               ALTERNATE RECORD KEY IS REYDB-TRANHIST-REF.

       DATA DIVISION.


       01 REYDB-REVERSE-LEG-OPERATION PIC X(12).

       01 REYDB-REVERSE-COUNTER-KEY PIC X(01) VALUE "R".

       01 REYDB-REVERSE-COUNTER-FOUND-SW PIC X(01).
           88 REYDB-REVERSE-COUNTER-FOUND VALUE "Y".

       77 REYDB-REVERSE-RETRY-COUNT PIC 9(04) COMP.

       01 REYDB-REVERSE-NEW-REF PIC 9(12).

       01 REYDB-REVERSE-ENTRY-REF PIC 9(12).

       01 REYDB-REVERSE-LEG-REF PIC 9(12).

       01 REYDB-REVERSE-ORIG-OPERATOR PIC X(08).

       01 REYDB-REVERSE-CURRENCY PIC X(03).

       COPY "reydb-glpost-linking.cbl".

       COPY "reydb-jrnl-linking.cbl".

       LINKAGE SECTION.
           MOVE "N" TO REYDB-REVERSE-FOUND-SW.
           MOVE "N" TO REYDB-REVERSE-DONE-SW.
           MOVE "N" TO REYDB-REVERSE-LEG-SW.
           MOVE SPACES TO REYDB-REVERSE-ORIG-OPERATOR.

           IF REYDB-REVERSE-OPERATION NOT = "DEPOSIT"
                  AND REYDB-REVERSE-OPERATION NOT = "WITHDRAW"
               GO TO 9999-EXIT
           END-IF.

           PERFORM 2900-NEXT-REFERENCE.
           MOVE REYDB-REVERSE-NEW-REF TO REYDB-REVERSE-ENTRY-REF.

           IF REYDB-REVERSE-HAS-LEG
                  AND REYDB-REVERSE-NEW-REF > ZERO
               PERFORM 2900-NEXT-REFERENCE
           END-IF.

           MOVE REYDB-REVERSE-NEW-REF TO REYDB-REVERSE-LEG-REF.

           IF REYDB-REVERSE-NEW-REF = ZERO
               DISPLAY "Reverse: no ledger reference available, "
                   "nothing reversed"
               GO TO 9999-EXIT
           END-IF.

           PERFORM 2000-ADJUST-BALANCES.

           IF NOT REYDB-REVERSE-OK
           MOVE REYDB-TRANHIST-OPERATION  TO REYDB-TRANLOG-OPERATION.
           MOVE REYDB-TRANHIST-AMOUNT     TO REYDB-TRANLOG-AMOUNT.
           MOVE REYDB-TRANHIST-TIMESTAMP  TO REYDB-TRANLOG-TIMESTAMP.
           MOVE REYDB-TRANHIST-OPERATOR   TO REYDB-TRANLOG-OPERATOR.

           PERFORM 1250-EXAMINE-FIELDS.

                          AND REYDB-TRANLOG-OPERATION
                              = REYDB-REVERSE-OPERATION
                       SET REYDB-REVERSE-FOUND TO TRUE
                       MOVE REYDB-TRANLOG-OPERATOR
                           TO REYDB-REVERSE-ORIG-OPERATOR
                   WHEN REYDB-TRANLOG-OPERATION = "REVERSAL-DR"
                       SET REYDB-REVERSE-DONE TO TRUE
                   WHEN REYDB-TRANLOG-OPERATION = "REVERSAL-CR"
               GO TO 9999-EXIT
           END-IF.

           MOVE REYDB-FILE-CURRENCY TO REYDB-REVERSE-CURRENCY.

           IF REYDB-REVERSE-OPERATION = "WITHDRAW"
                  OR REYDB-REVERSE-OPERATION = "TRANSFER-OUT"
               ADD REYDB-REVERSE-AMOUNT TO REYDB-FILE-BALANCE

           SET REYDB-REVERSE-OK TO TRUE.

      ****************************************************
      *** Name: 2900-NEXT-REFERENCE                    ***
      *** Draws the next ledger reference from the     ***
      *** counter REYDB-LOG numbers entries from.      ***
      *** Leaves REYDB-REVERSE-NEW-REF at zero when    ***
      *** the counter cannot be taken                  ***
      ****************************************************

       2900-NEXT-REFERENCE.

           MOVE ZERO TO REYDB-REVERSE-NEW-REF.

           OPEN I-O REYDB-COUNTER-FILE.

           IF NOT REYDB-COUNTER-STATUS-OK
               DISPLAY "Reverse: unable to open REYDB-COUNTER-FILE, "
                   "status " REYDB-COUNTER-STATUS-CODE
           ELSE
               MOVE ZERO TO REYDB-REVERSE-RETRY-COUNT

               PERFORM 2950-READ-COUNTER-RECORD

               PERFORM 2950-READ-COUNTER-RECORD
                   UNTIL NOT REYDB-COUNTER-RECORD-LOCKED
                      OR REYDB-REVERSE-RETRY-COUNT > 1000

               IF REYDB-COUNTER-RECORD-LOCKED
                   DISPLAY "Reverse: reference counter busy at "
                       "another station"
               ELSE
                   ADD 1 TO REYDB-COUNTER-LAST-ID
                   MOVE REYDB-REVERSE-COUNTER-KEY TO REYDB-COUNTER-KEY

                   IF REYDB-REVERSE-COUNTER-FOUND
                       REWRITE REYDB-COUNTER-RECORD
                   ELSE
                       WRITE REYDB-COUNTER-RECORD
                   END-IF

                   IF NOT REYDB-COUNTER-STATUS-OK
                       DISPLAY "Reverse: unable to write REYDB-"
                           "COUNTER-FILE, status "
                           REYDB-COUNTER-STATUS-CODE
                   ELSE
                       MOVE REYDB-COUNTER-LAST-ID
                           TO REYDB-REVERSE-NEW-REF
                   END-IF
               END-IF
           END-IF.

           CLOSE REYDB-COUNTER-FILE.

      ****************************************************
      *** Name: 2950-READ-COUNTER-RECORD               ***
      *** One attempt at the locked counter read - the ***
      *** caller loops while another station holds it  ***
      ****************************************************

       2950-READ-COUNTER-RECORD.

           ADD 1 TO REYDB-REVERSE-RETRY-COUNT.

           MOVE "N" TO REYDB-REVERSE-COUNTER-FOUND-SW.
           MOVE REYDB-REVERSE-COUNTER-KEY TO REYDB-COUNTER-KEY.

           READ REYDB-COUNTER-FILE WITH LOCK
               INVALID KEY
                   MOVE ZERO TO REYDB-COUNTER-LAST-ID
               NOT INVALID KEY
                   SET REYDB-REVERSE-COUNTER-FOUND TO TRUE
           END-READ.

      ****************************************************
      *** Name: 3000-POST-REVERSALS                    ***
      *** Writes the compensating entries, carrying the ***
           MOVE REYDB-REVERSE-AMOUNT    TO REYDB-TRANLOG-AMOUNT.
           MOVE REYDB-REVERSE-TIMESTAMP TO REYDB-TRANLOG-TIMESTAMP.
           MOVE REYDB-REVERSE-OPERATOR  TO REYDB-TRANLOG-OPERATOR.
           MOVE "0000"                  TO REYDB-TRANLOG-BRANCH.
           MOVE REYDB-REVERSE-ENTRY-REF TO REYDB-TRANLOG-REF.
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO REYDB-TRANLOG-VALUE-DATE.

           WRITE REYDB-TRANLOG-RECORD.

           IF NOT REYDB-TRANLOG-STATUS-OK
               DISPLAY "Reverse: ledger entry not recorded, status "
                   REYDB-TRANLOG-STATUS-CODE
           ELSE
               PERFORM 3100-POST-OFFSET
           END-IF.

           IF REYDB-REVERSE-HAS-LEG
                   TO REYDB-TRANLOG-TIMESTAMP
               MOVE REYDB-REVERSE-OPERATOR
                   TO REYDB-TRANLOG-OPERATOR
               MOVE REYDB-REVERSE-LEG-REF TO REYDB-TRANLOG-REF

               WRITE REYDB-TRANLOG-RECORD


           CLOSE REYDB-TRANLOG-FILE.

      ****************************************************
      *** Name: 3100-POST-OFFSET                       ***
      *** Takes the original entry's internal leg back ***
      *** off the bank's side through REYDB-GLPOST -   ***
      *** the same internal account, the other side.   ***
      *** The original operator tells a teller's cash  ***
      *** from a batch item. Transfers have no         ***
      *** internal side                                ***
      ****************************************************

       3100-POST-OFFSET.

           MOVE REYDB-REVERSE-OPERATION  TO REYDB-GLPOST-OPERATION.
           MOVE REYDB-REVERSE-AMOUNT     TO REYDB-GLPOST-AMOUNT.
           MOVE REYDB-REVERSE-CURRENCY   TO REYDB-GLPOST-CURRENCY.
           MOVE REYDB-REVERSE-ID         TO REYDB-GLPOST-ACCOUNT-ID.
           MOVE REYDB-REVERSE-ENTRY-REF  TO REYDB-GLPOST-REF.
           MOVE REYDB-REVERSE-OPERATOR   TO REYDB-GLPOST-OPERATOR.
           MOVE REYDB-REVERSE-ORIG-OPERATOR
               TO REYDB-GLPOST-SOURCE-OPER.
           MOVE "0000"                   TO REYDB-GLPOST-BRANCH.
           MOVE REYDB-TRANLOG-VALUE-DATE TO REYDB-GLPOST-VALUE-DATE.
           SET REYDB-GLPOST-REVERSAL     TO TRUE.

           CALL "REYDB-GLPOST" USING REYDB-GLPOST-LINKING.

           IF REYDB-GLPOST-NOT-OK
               DISPLAY "Reverse: offsetting internal entry not "
                   "recorded"
           END-IF.

      ****************************************************
      *** Name: 8000-UNDO-ADJUSTMENT                   ***
      *** Puts the first leg's balance back when the   ***
