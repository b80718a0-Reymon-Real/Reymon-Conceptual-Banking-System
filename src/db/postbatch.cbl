      *** Author: Eduardo Pozos Huerta ***
      *** File: postbatch.cbl          ***
      *** Date: 11/22/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: debit card items. CARD-ATM and CARD-POS
      ***               carry the card number in the first sixteen
      ***               positions of the reference and are checked
      ***               through REYDB-CARDAUTH before the debit goes
      ***               through REYDB-WITHDRAW against the card's
      ***               account; an unknown, blocked or lost, expired or
      ***               over-limit card lands on the rejects file as
      ***               CARD-UNKNOWN, CARD-BLOCKED, CARD-EXPIRED or
      ***               CARD-LIMIT, and an account that is not the
      ***               card's as CARD-ACCOUNT. A posted item adds to
      ***               the card's day use.
      *** 10/15/2026 - EPH: inward check returns. Every refused
      ***               CHECK item is also written to the outward
      ***               REYDB-CHQRETURN-FILE in clearing layout with
      ***               a return reason - NSF, STOPPED, NOT-ISSUED,
      ***               DUPLICATE, CLOSED (closed or frozen) or
      ***               REFER for any other refusal - under a header
      ***               and a count/amount trailer. A check returned
      ***               for insufficient funds charges the NSF row
      ***               of REYDB-FEESCHED to the drawer's account
      ***               through REYDB-POSTSYS as a FEE entry.
      *** 12/20/2025 - EPH: stamp every posted item with a proper
      ***               value date resolved through REYDB-BIZDAY -
      ***               a file posted after Friday's cutover now

       FILE-CONTROL.

       COPY "reydb-control.cbl".

           SELECT REYDB-POSTBATCH-INPUT-FILE
               ASSIGN TO "REYDB-POSTBATCH-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REYDB-POSTBATCH-REJECT-STATUS.

           SELECT REYDB-CHQRETURN-FILE ASSIGN TO "REYDB-CHQRETURN-FILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REYDB-CHQRETURN-STATUS.

           SELECT OPTIONAL REYDB-FEESCHED-FILE
               ASSIGN TO "REYDB-FEESCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REYDB-FEESCHED-STATUS-CODE.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-postbatch-input.cbl".
       COPY "reydb-postbatch-reject.cbl".
       COPY "reydb-file.cbl".
       COPY "reydb-counter.cbl".
       COPY "reydb-custfile.cbl".
       COPY "reydb-tranlog.cbl".
       COPY "reydb-chqreturn.cbl".
       COPY "reydb-feesched.cbl".

       WORKING-STORAGE SECTION.

       COPY "reydb-status.cbl".

       01 REYDB-POSTBATCH-INPUT-STATUS PIC X(02).
           88 REYDB-POSTBATCH-INPUT-OK VALUE "00".

       01 REYDB-POSTBATCH-REJECT-STATUS PIC X(02).
           88 REYDB-POSTBATCH-REJECT-OK VALUE "00".

       01 REYDB-CHQRETURN-STATUS PIC X(02).
           88 REYDB-CHQRETURN-OK VALUE "00".

       01 REYDB-FEESCHED-STATUS-CODE PIC X(02).
           88 REYDB-FEESCHED-STATUS-OK VALUE "00" "05".

       COPY "reydb-deposit-linking.cbl".
       COPY "reydb-withdraw-linking.cbl".
       COPY "reydb-transfer-linking.cbl".
       COPY "reydb-chqclear-linking.cbl".
       COPY "reydb-bizday-linking.cbl".
       COPY "reydb-postsys-linking.cbl".
       COPY "reydb-cardauth-linking.cbl".

       01 REYDB-POSTBATCH-VALUE-DATE PIC 9(08).


       01 REYDB-POSTBATCH-MONEY-MOVED PIC S9(13)V99.

       01 REYDB-POSTBATCH-SCHED-EOF-SW PIC X(01).
           88 REYDB-POSTBATCH-SCHED-EOF VALUE "Y".

       01 REYDB-POSTBATCH-NSF-TABLE.
           05 REYDB-POSTBATCH-NSF-COUNT PIC 9(03) COMP.
           05 REYDB-POSTBATCH-NSF-ROW OCCURS 20 TIMES.
               10 REYDB-POSTBATCH-NSF-PRODUCT PIC X(02).
               10 REYDB-POSTBATCH-NSF-STATUS  PIC X(01).
               10 REYDB-POSTBATCH-NSF-BASIS   PIC X(01).
               10 REYDB-POSTBATCH-NSF-VALUE   PIC 9(13)V99.

       77 REYDB-POSTBATCH-NSF-SUB PIC 9(03) COMP.

       01 REYDB-POSTBATCH-NSF-SW PIC X(01).
           88 REYDB-POSTBATCH-NSF-MATCHED VALUE "Y".

       01 REYDB-POSTBATCH-NSF-FEE PIC S9(13)V99.

       01 REYDB-POSTBATCH-NSF-BRANCH PIC X(04).

       01 REYDB-POSTBATCH-RETURN-COUNT PIC 9(09) COMP.

       01 REYDB-POSTBATCH-RETURN-AMOUNT PIC S9(15)V99.

       01 REYDB-POSTBATCH-FEE-COUNT PIC 9(09) COMP.

       01 REYDB-POSTBATCH-FEE-TOTAL PIC S9(13)V99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE ZERO TO REYDB-POSTBATCH-MONEY-IN.
           MOVE ZERO TO REYDB-POSTBATCH-MONEY-OUT.
           MOVE ZERO TO REYDB-POSTBATCH-MONEY-MOVED.
           MOVE ZERO TO REYDB-POSTBATCH-RETURN-COUNT.
           MOVE ZERO TO REYDB-POSTBATCH-RETURN-AMOUNT.
           MOVE ZERO TO REYDB-POSTBATCH-FEE-COUNT.
           MOVE ZERO TO REYDB-POSTBATCH-FEE-TOTAL.

           MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-BIZDAY-DATE-IN.

               GO TO 9999-EXIT
           END-IF.

           OPEN OUTPUT REYDB-CHQRETURN-FILE.

           IF NOT REYDB-CHQRETURN-OK
               DISPLAY "Postbatch: unable to open check returns file, "
                   "status " REYDB-CHQRETURN-STATUS
               CLOSE REYDB-POSTBATCH-INPUT-FILE
               CLOSE REYDB-POSTBATCH-REJECT-FILE
               GO TO 9999-EXIT
           END-IF.

           PERFORM 7000-WRITE-RETURN-HEADER.

           PERFORM 8000-LOAD-NSF-FEES.

           PERFORM 1000-READ-NEXT-ITEM.

           PERFORM 2000-PROCESS-ITEM
           CLOSE REYDB-POSTBATCH-INPUT-FILE.
           CLOSE REYDB-POSTBATCH-REJECT-FILE.

           PERFORM 7200-WRITE-RETURN-TRAILER.

           CLOSE REYDB-CHQRETURN-FILE.

           DISPLAY "POSTBATCH: ITEMS READ     "
               REYDB-POSTBATCH-READ-COUNT.
           DISPLAY "POSTBATCH: ITEMS POSTED   "
               REYDB-POSTBATCH-MONEY-OUT.
           DISPLAY "POSTBATCH: MONEY MOVED    "
               REYDB-POSTBATCH-MONEY-MOVED.
           DISPLAY "POSTBATCH: CHECKS RETURNED "
               REYDB-POSTBATCH-RETURN-COUNT.
           DISPLAY "POSTBATCH: NSF FEES CHARGED "
               REYDB-POSTBATCH-FEE-COUNT.

       9999-EXIT.

                   PERFORM 5000-POST-TRANSFER
               WHEN "CHECK"
                   PERFORM 5500-POST-CHECK
               WHEN "CARD-ATM"
               WHEN "CARD-POS"
                   PERFORM 5600-POST-CARD
               WHEN OTHER
                   MOVE "BAD-OPCODE" TO REYDB-POSTBATCH-REASON
           END-EVALUATE.
                       MOVE "DUPLICATE"   TO REYDB-POSTBATCH-REASON
                   WHEN REYDB-CHQCLEAR-INSUFFICIENT
                       MOVE "INSUF-FUNDS" TO REYDB-POSTBATCH-REASON
                   WHEN REYDB-CHQCLEAR-CLOSED
                       MOVE "CLOSED"      TO REYDB-POSTBATCH-REASON
                   WHEN OTHER
                       MOVE "REFUSED"     TO REYDB-POSTBATCH-REASON
               END-EVALUATE

               PERFORM 7100-WRITE-RETURN

               IF REYDB-CHQCLEAR-INSUFFICIENT
                   PERFORM 8200-CHARGE-NSF-FEE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 5600-POST-CARD                          ***
      *** Debit card withdrawal or purchase - the card ***
      *** number is the first sixteen positions of the ***
      *** reference. REYDB-CARDAUTH refuses a card     ***
      *** that is blocked, expired or over its own     ***
      *** daily limit, and names the account it draws  ***
      *** on; the debit then goes through              ***
      *** REYDB-WITHDRAW like any other                ***
      ****************************************************

       5600-POST-CARD.

           MOVE ZERO TO REYDB-CARDAUTH-LINKING.
           SET REYDB-CARDAUTH-ACTION-CHECK TO TRUE.
           MOVE FUNCTION
               NUMVAL(REYDB-POSTBATCH-IN-REFERENCE(1:16))
               TO REYDB-CARDAUTH-NUMBER.
           MOVE REYDB-POSTBATCH-IN-AMOUNT TO REYDB-CARDAUTH-AMOUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-CARDAUTH-TODAY.

           IF REYDB-POSTBATCH-IN-OPERATION = "CARD-ATM"
               SET REYDB-CARDAUTH-ATM TO TRUE
           ELSE
               SET REYDB-CARDAUTH-POS TO TRUE
           END-IF.

           CALL "REYDB-CARDAUTH" USING REYDB-CARDAUTH-LINKING.

           EVALUATE TRUE
               WHEN REYDB-CARDAUTH-NOT-FOUND
                   MOVE "CARD-UNKNOWN" TO REYDB-POSTBATCH-REASON
               WHEN REYDB-CARDAUTH-BLOCKED
                   MOVE "CARD-BLOCKED" TO REYDB-POSTBATCH-REASON
               WHEN REYDB-CARDAUTH-EXPIRED
                   MOVE "CARD-EXPIRED" TO REYDB-POSTBATCH-REASON
               WHEN REYDB-CARDAUTH-OVER-LIMIT
                   MOVE "CARD-LIMIT"   TO REYDB-POSTBATCH-REASON
               WHEN NOT REYDB-CARDAUTH-OK
                   MOVE "REFUSED"      TO REYDB-POSTBATCH-REASON
               WHEN REYDB-POSTBATCH-IN-ACCOUNT NOT = ZERO
                      AND REYDB-POSTBATCH-IN-ACCOUNT
                          NOT = REYDB-CARDAUTH-ACCOUNT-ID
                   MOVE "CARD-ACCOUNT" TO REYDB-POSTBATCH-REASON
               WHEN OTHER
                   PERFORM 5700-POST-CARD-DEBIT
           END-EVALUATE.

      ****************************************************
      *** Name: 5700-POST-CARD-DEBIT                    ***
      ****************************************************

       5700-POST-CARD-DEBIT.

           MOVE ZERO TO REYDB-WITHDRAW-LINKING.
           MOVE REYDB-CARDAUTH-ACCOUNT-ID  TO REYDB-WITHDRAW-ID.
           MOVE REYDB-POSTBATCH-IN-AMOUNT  TO REYDB-WITHDRAW-AMOUNT.
           MOVE "POSTBTCH"                 TO REYDB-WITHDRAW-OPERATOR.
           MOVE REYDB-POSTBATCH-VALUE-DATE
               TO REYDB-WITHDRAW-VALUE-DATE.

           CALL "REYDB-WITHDRAW" USING REYDB-WITHDRAW-LINKING.

           IF REYDB-WITHDRAW-OK
               SET REYDB-POSTBATCH-POSTED TO TRUE
               ADD REYDB-POSTBATCH-IN-AMOUNT
                   TO REYDB-POSTBATCH-MONEY-OUT

               SET REYDB-CARDAUTH-ACTION-USE TO TRUE

               CALL "REYDB-CARDAUTH" USING REYDB-CARDAUTH-LINKING

               IF NOT REYDB-CARDAUTH-OK
                   DISPLAY "Postbatch: card use not recorded for "
                       REYDB-CARDAUTH-NUMBER
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN REYDB-WITHDRAW-INSUFFICIENT
                       MOVE "INSUF-FUNDS" TO REYDB-POSTBATCH-REASON
                   WHEN REYDB-WITHDRAW-INVALID-AMOUNT
                       MOVE "BAD-AMOUNT"  TO REYDB-POSTBATCH-REASON
                   WHEN OTHER
                       MOVE "REFUSED"     TO REYDB-POSTBATCH-REASON
               END-EVALUATE
               TO REYDB-POSTBATCH-REJ-REASON.

           WRITE REYDB-POSTBATCH-REJECT-RECORD.

      ****************************************************
      *** Name: 7000-WRITE-RETURN-HEADER                ***
      ****************************************************

       7000-WRITE-RETURN-HEADER.

           MOVE SPACES TO REYDB-CHQRET-RECORD.
           SET REYDB-CHQRET-TYPE-HEADER TO TRUE.
           MOVE REYDB-POSTBATCH-VALUE-DATE TO REYDB-CHQRET-HDR-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO REYDB-CHQRET-HDR-RUN-ID.

           WRITE REYDB-CHQRET-RECORD.

      ****************************************************
      *** Name: 7100-WRITE-RETURN                       ***
      *** One refused inward check back to the         ***
      *** presenting bank, with the return reason      ***
      ****************************************************

       7100-WRITE-RETURN.

           MOVE SPACES TO REYDB-CHQRET-RECORD.
           SET REYDB-CHQRET-TYPE-DETAIL TO TRUE.
           MOVE REYDB-CHQCLEAR-NUMBER TO REYDB-CHQRET-DET-NUMBER.
           MOVE REYDB-POSTBATCH-IN-ACCOUNT
               TO REYDB-CHQRET-DET-ACCOUNT.
           MOVE REYDB-POSTBATCH-IN-AMOUNT
               TO REYDB-CHQRET-DET-AMOUNT.
           MOVE REYDB-POSTBATCH-IN-REFERENCE
               TO REYDB-CHQRET-DET-REFERENCE.

           EVALUATE TRUE
               WHEN REYDB-CHQCLEAR-INSUFFICIENT
                   SET REYDB-CHQRET-NSF        TO TRUE
               WHEN REYDB-CHQCLEAR-STOPPED
                   SET REYDB-CHQRET-STOPPED    TO TRUE
               WHEN REYDB-CHQCLEAR-NOT-ISSUED
                   SET REYDB-CHQRET-NOT-ISSUED TO TRUE
               WHEN REYDB-CHQCLEAR-DUPLICATE
                   SET REYDB-CHQRET-DUPLICATE  TO TRUE
               WHEN REYDB-CHQCLEAR-CLOSED
                   SET REYDB-CHQRET-CLOSED     TO TRUE
               WHEN OTHER
                   SET REYDB-CHQRET-REFER      TO TRUE
           END-EVALUATE.

           WRITE REYDB-CHQRET-RECORD.

           ADD 1 TO REYDB-POSTBATCH-RETURN-COUNT.
           ADD REYDB-POSTBATCH-IN-AMOUNT
               TO REYDB-POSTBATCH-RETURN-AMOUNT.

      ****************************************************
      *** Name: 7200-WRITE-RETURN-TRAILER               ***
      ****************************************************

       7200-WRITE-RETURN-TRAILER.

           MOVE SPACES TO REYDB-CHQRET-RECORD.
           SET REYDB-CHQRET-TYPE-TRAILER TO TRUE.
           MOVE REYDB-POSTBATCH-RETURN-COUNT
               TO REYDB-CHQRET-TRL-COUNT.
           MOVE REYDB-POSTBATCH-RETURN-AMOUNT
               TO REYDB-CHQRET-TRL-AMOUNT.

           WRITE REYDB-CHQRET-RECORD.

      ****************************************************
      *** Name: 8000-LOAD-NSF-FEES                      ***
      *** Keeps only the NSF rows of REYDB-FEESCHED    ***
      ****************************************************

       8000-LOAD-NSF-FEES.

           MOVE "N" TO REYDB-POSTBATCH-SCHED-EOF-SW.
           MOVE ZERO TO REYDB-POSTBATCH-NSF-COUNT.

           OPEN INPUT REYDB-FEESCHED-FILE.

           IF NOT REYDB-FEESCHED-STATUS-OK
               DISPLAY "Postbatch: unable to open REYDB-FEESCHED, "
                   "status " REYDB-FEESCHED-STATUS-CODE
               SET REYDB-POSTBATCH-SCHED-EOF TO TRUE
           END-IF.

           PERFORM 8100-READ-NEXT-FEE
               UNTIL REYDB-POSTBATCH-SCHED-EOF.

           CLOSE REYDB-FEESCHED-FILE.

      ****************************************************
      *** Name: 8100-READ-NEXT-FEE                      ***
      ****************************************************

       8100-READ-NEXT-FEE.

           READ REYDB-FEESCHED-FILE
               AT END
                   SET REYDB-POSTBATCH-SCHED-EOF TO TRUE
           END-READ.

           IF NOT REYDB-POSTBATCH-SCHED-EOF
              AND REYDB-FEESCHED-CODE = "NSF"
               IF REYDB-POSTBATCH-NSF-COUNT < 20
                   ADD 1 TO REYDB-POSTBATCH-NSF-COUNT
                   MOVE REYDB-FEESCHED-PRODUCT
                       TO REYDB-POSTBATCH-NSF-PRODUCT
                          (REYDB-POSTBATCH-NSF-COUNT)
                   MOVE REYDB-FEESCHED-STATUS
                       TO REYDB-POSTBATCH-NSF-STATUS
                          (REYDB-POSTBATCH-NSF-COUNT)
                   MOVE REYDB-FEESCHED-BASIS
                       TO REYDB-POSTBATCH-NSF-BASIS
                          (REYDB-POSTBATCH-NSF-COUNT)
                   MOVE REYDB-FEESCHED-VALUE
                       TO REYDB-POSTBATCH-NSF-VALUE
                          (REYDB-POSTBATCH-NSF-COUNT)
               ELSE
                   DISPLAY "Postbatch: NSF fee rows full, row dropped"
               END-IF
           END-IF.

      ****************************************************
      *** Name: 8200-CHARGE-NSF-FEE                     ***
      *** The first NSF row matching the account's     ***
      *** product and status prices the fee - flat, or ***
      *** a percentage of the returned check. It is    ***
      *** charged without a funds check: the account   ***
      *** is short by definition                       ***
      ****************************************************

       8200-CHARGE-NSF-FEE.

           MOVE ZERO TO REYDB-POSTBATCH-NSF-FEE.
           MOVE "N" TO REYDB-POSTBATCH-NSF-SW.
           MOVE SPACES TO REYDB-POSTBATCH-NSF-BRANCH.

           OPEN INPUT REYDB-FILE.

           IF NOT REYDB-FILE-STATUS-OK
               DISPLAY "Postbatch: unable to open REYDB-FILE, status "
                   REYDB-FILE-STATUS-CODE
           ELSE
               MOVE REYDB-POSTBATCH-IN-ACCOUNT TO REYDB-FILE-ID

               READ REYDB-FILE
                   INVALID KEY
                       DISPLAY "Postbatch: NSF account not found"
                   NOT INVALID KEY
                       MOVE REYDB-FILE-BRANCH
                           TO REYDB-POSTBATCH-NSF-BRANCH
                       MOVE ZERO TO REYDB-POSTBATCH-NSF-SUB
                       PERFORM 8300-MATCH-NSF-ROW
                           UNTIL REYDB-POSTBATCH-NSF-MATCHED
                              OR REYDB-POSTBATCH-NSF-SUB
                                 NOT LESS THAN
                                 REYDB-POSTBATCH-NSF-COUNT
               END-READ
           END-IF.

           CLOSE REYDB-FILE.

           IF REYDB-POSTBATCH-NSF-FEE > ZERO
               MOVE ZERO TO REYDB-POSTSYS-LINKING
               MOVE REYDB-POSTBATCH-IN-ACCOUNT
                   TO REYDB-POSTSYS-ACCOUNT-ID
               MOVE "FEE"                   TO REYDB-POSTSYS-OPERATION
               MOVE REYDB-POSTBATCH-NSF-FEE TO REYDB-POSTSYS-AMOUNT
               SET REYDB-POSTSYS-DEBIT      TO TRUE
               MOVE "N"                     TO REYDB-POSTSYS-FUNDS-SW
               MOVE "POSTBTCH"              TO REYDB-POSTSYS-OPERATOR
               MOVE REYDB-POSTBATCH-NSF-BRANCH
                   TO REYDB-POSTSYS-BRANCH
               MOVE REYDB-POSTBATCH-VALUE-DATE
                   TO REYDB-POSTSYS-VALUE-DATE

               CALL "REYDB-POSTSYS" USING REYDB-POSTSYS-LINKING

               IF REYDB-POSTSYS-OK
                   ADD 1 TO REYDB-POSTBATCH-FEE-COUNT
                   ADD REYDB-POSTBATCH-NSF-FEE
                       TO REYDB-POSTBATCH-FEE-TOTAL
               ELSE
                   DISPLAY "Postbatch: NSF fee not charged to account "
                       REYDB-POSTBATCH-IN-ACCOUNT
               END-IF
           END-IF.

      ****************************************************
      *** Name: 8300-MATCH-NSF-ROW                      ***
      ****************************************************

       8300-MATCH-NSF-ROW.

           ADD 1 TO REYDB-POSTBATCH-NSF-SUB.

           IF (REYDB-POSTBATCH-NSF-PRODUCT (REYDB-POSTBATCH-NSF-SUB)
                  = "**"
                  OR REYDB-POSTBATCH-NSF-PRODUCT
                     (REYDB-POSTBATCH-NSF-SUB) = REYDB-FILE-PRODUCT)
              AND (REYDB-POSTBATCH-NSF-STATUS (REYDB-POSTBATCH-NSF-SUB)
                  = "*"
                  OR REYDB-POSTBATCH-NSF-STATUS
                     (REYDB-POSTBATCH-NSF-SUB) = REYDB-FILE-STATUS)
               SET REYDB-POSTBATCH-NSF-MATCHED TO TRUE

               IF REYDB-POSTBATCH-NSF-BASIS (REYDB-POSTBATCH-NSF-SUB)
                      = "P"
                   COMPUTE REYDB-POSTBATCH-NSF-FEE ROUNDED =
                       REYDB-POSTBATCH-IN-AMOUNT
                       * REYDB-POSTBATCH-NSF-VALUE
                         (REYDB-POSTBATCH-NSF-SUB)
                       / 100
               ELSE
                   MOVE REYDB-POSTBATCH-NSF-VALUE
                       (REYDB-POSTBATCH-NSF-SUB)
                       TO REYDB-POSTBATCH-NSF-FEE
               END-IF
           END-IF.
