      *** Date: 12/03/2025             ***
      ************************************

      *** 10/15/2026 - EPH: read each account's own entries
      ***               straight off REYDB-TRANHIST, now INDEXED on
      ***               the account and ledger reference, instead of
      ***               tabling every history entry since go-live.
      ***               The month's history was overflowing the
      ***               entry table and running the step past the
      ***               batch window. The table now holds only the
      ***               live ledger's entries.
      *** 10/15/2026 - EPH: show ESCHEAT and ESCHEAT-CLM entries on
      ***               the monthly statement.
      *** 10/15/2026 - EPH: sign a CHQ-DEPOSIT check deposit as a
      ***               credit and a CHQ-RETURN as a debit.
      *** 10/15/2026 - EPH: sign a loan WRITE-OFF as a credit and a
      ***               WO-RECOVERY as a debit.
      *** 10/15/2026 - EPH: sign the LOAN-INT loan interest
      ***               entries as debits.
      *** 10/15/2026 - EPH: sign the DEBIT-INT overdraft interest
      ***               entries as debits.
      *** 12/03/2025 - EPH: monthly statement production run. On the
      ***               first of the month the nightly cycle prints
      ***               a statement for every open account covering

           SELECT OPTIONAL REYDB-TRANHIST-FILE
               ASSIGN TO "REYDB-TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-TRANHIST-KEY
               ALTERNATE RECORD KEY IS REYDB-TRANHIST-REF
               FILE STATUS IS REYDB-TRANHIST-STATUS-CODE.

           SELECT REYDB-RPT-STMTS-FILE
               ASSIGN TO DYNAMIC REYDB-RPT-STMTS-NAME
       01 REYDB-HOLDER-STATUS-CODE PIC X(02).
           88 REYDB-HOLDER-STATUS-OK VALUE "00" "05".

       01 REYDB-TRANHIST-STATUS-CODE PIC X(02).
           88 REYDB-TRANHIST-STATUS-OK VALUE "00" "05".

       01 REYDB-STMTRUN-HIST-OPEN-SW PIC X(01).
           88 REYDB-STMTRUN-HIST-OPEN VALUE "Y".

       COPY "reydb-catreg-linking.cbl".

       01 REYDB-RPT-STMTS-NAME.

           OPEN INPUT REYDB-HOLDER-FILE.

           MOVE "N" TO REYDB-STMTRUN-HIST-OPEN-SW.

           OPEN INPUT REYDB-TRANHIST-FILE.

           IF REYDB-TRANHIST-STATUS-OK
               SET REYDB-STMTRUN-HIST-OPEN TO TRUE
           ELSE
               DISPLAY "Stmtrun: unable to open REYDB-TRANHIST, "
                   "status " REYDB-TRANHIST-STATUS-CODE
           END-IF.

           MOVE REYDB-STMTRUN-TODAY TO REYDB-RPT-STMTS-NAME-DATE.

           OPEN OUTPUT REYDB-RPT-STMTS-FILE.
           CLOSE REYDB-FILE.
           CLOSE REYDB-CUST-FILE.
           CLOSE REYDB-HOLDER-FILE.
           CLOSE REYDB-TRANHIST-FILE.
           CLOSE REYDB-RPT-STMTS-FILE.

           MOVE "RPT-STMTS" TO REYDB-CATREG-CODE.

      ****************************************************
      *** Name: 1000-BUILD-ENTRY-TABLE                 ***
      *** One pass over the live ledger, tabling every ***
      *** signed entry not yet cut over into history   ***
      ****************************************************

       1000-BUILD-ENTRY-TABLE.

           MOVE ZERO TO REYDB-STMTRUN-ENTRY-COUNT.
           MOVE "N" TO REYDB-STMTRUN-FULL-SW.
           MOVE "N" TO REYDB-STMTRUN-TRAN-EOF-SW.

           OPEN INPUT REYDB-TRANLOG-FILE.

           PERFORM 1300-READ-NEXT-TRAN.

           CLOSE REYDB-TRANLOG-FILE.

      ****************************************************
      *** Name: 1300-READ-NEXT-TRAN                     ***
      ****************************************************
               WHEN "RESTORE"
               WHEN "ADJUST-CR"
               WHEN "PAYMENT-RET"
               WHEN "WRITE-OFF"
               WHEN "CHQ-DEPOSIT"
               WHEN "ESCHEAT-CLM"
                   MOVE REYDB-STMTRUN-ENTRY-AMOUNT
                       TO REYDB-STMTRUN-ENTRY-EFFECT
               WHEN "TRANSFER-OUT"
               WHEN "WHT-TAX"
               WHEN "PAYMENT-OUT"
               WHEN "TD-PENALTY"
               WHEN "DEBIT-INT"
               WHEN "LOAN-INT"
               WHEN "WO-RECOVERY"
               WHEN "CHQ-RETURN"
               WHEN "ESCHEAT"
                   COMPUTE REYDB-STMTRUN-ENTRY-EFFECT =
                       ZERO - REYDB-STMTRUN-ENTRY-AMOUNT
               WHEN OTHER
           PERFORM 4100-WRITE-HEADINGS.

           MOVE ZERO TO REYDB-STMTRUN-OPENING-BALANCE.

           PERFORM 4700-START-HISTORY.

           PERFORM 4500-FOLD-OPENING-HIST
               UNTIL REYDB-STMTRUN-HIST-EOF.

           MOVE ZERO TO REYDB-STMTRUN-SUB.

           PERFORM 4300-FOLD-OPENING-ROW
           MOVE REYDB-STMTRUN-OPENING-LINE TO REYDB-RPT-STMTS-LINE.
           WRITE REYDB-RPT-STMTS-LINE.

           PERFORM 4700-START-HISTORY.

           PERFORM 4600-PRINT-ONE-HIST
               UNTIL REYDB-STMTRUN-HIST-EOF.

           MOVE ZERO TO REYDB-STMTRUN-SUB.

           PERFORM 4400-PRINT-ONE-ROW

           IF REYDB-STMTRUN-ROW-ACCOUNT (REYDB-STMTRUN-SUB)
                  = REYDB-FILE-ID
               MOVE REYDB-STMTRUN-ROW-DATE (REYDB-STMTRUN-SUB)
                   TO REYDB-STMTRUN-ENTRY-DATE
               MOVE REYDB-STMTRUN-ROW-OPER (REYDB-STMTRUN-SUB)
                   TO REYDB-STMTRUN-ENTRY-OPER
               MOVE REYDB-STMTRUN-ROW-EFFECT (REYDB-STMTRUN-SUB)
                   TO REYDB-STMTRUN-ENTRY-EFFECT
               PERFORM 4900-PRINT-ENTRY
           END-IF.

      ****************************************************
      *** Name: 4500-FOLD-OPENING-HIST                  ***
      *** History entries dated before the statement   ***
      *** month fold into the opening balance          ***
      ****************************************************

       4500-FOLD-OPENING-HIST.

           IF REYDB-STMTRUN-ENTRY-DATE < REYDB-STMTRUN-FROM-DATE
               ADD REYDB-STMTRUN-ENTRY-EFFECT
                   TO REYDB-STMTRUN-OPENING-BALANCE
           END-IF.

           PERFORM 4800-READ-NEXT-HIST.

      ****************************************************
      *** Name: 4600-PRINT-ONE-HIST                     ***
      ****************************************************

       4600-PRINT-ONE-HIST.

           PERFORM 4900-PRINT-ENTRY.

           PERFORM 4800-READ-NEXT-HIST.

      ****************************************************
      *** Name: 4700-START-HISTORY                     ***
      *** STARTs the history file at the account's     ***
      *** first entry and reads it. The account is     ***
      *** passed twice - once for the opening balance  ***
      *** and once to print - because a reversal dated ***
      *** back into an earlier month is keyed after    ***
      *** the month's own entries                      ***
      ****************************************************

       4700-START-HISTORY.

           MOVE "N" TO REYDB-STMTRUN-HIST-EOF-SW.

           IF NOT REYDB-STMTRUN-HIST-OPEN
               SET REYDB-STMTRUN-HIST-EOF TO TRUE
           ELSE
               MOVE REYDB-FILE-ID TO REYDB-TRANHIST-ACCOUNT-ID
               MOVE ZERO          TO REYDB-TRANHIST-REF

               START REYDB-TRANHIST-FILE
                   KEY IS NOT LESS THAN REYDB-TRANHIST-KEY
                   INVALID KEY
                       SET REYDB-STMTRUN-HIST-EOF TO TRUE
               END-START
           END-IF.

           IF NOT REYDB-STMTRUN-HIST-EOF
               PERFORM 4800-READ-NEXT-HIST
           END-IF.

      ****************************************************
      *** Name: 4800-READ-NEXT-HIST                     ***
      *** Reads and signs the account's next history   ***
      *** entry, stopping at the next account          ***
      ****************************************************

       4800-READ-NEXT-HIST.

           READ REYDB-TRANHIST-FILE NEXT RECORD
               AT END
                   SET REYDB-STMTRUN-HIST-EOF TO TRUE
           END-READ.

           IF NOT REYDB-STMTRUN-HIST-EOF
               IF REYDB-TRANHIST-ACCOUNT-ID NOT = REYDB-FILE-ID
                   SET REYDB-STMTRUN-HIST-EOF TO TRUE
               ELSE
                   MOVE REYDB-TRANHIST-OPERATION
                       TO REYDB-STMTRUN-ENTRY-OPER
                   MOVE REYDB-TRANHIST-AMOUNT
                       TO REYDB-STMTRUN-ENTRY-AMOUNT
                   MOVE REYDB-TRANHIST-TIMESTAMP(1:8)
                       TO REYDB-STMTRUN-ENTRY-DATE
                   PERFORM 1600-COMPUTE-EFFECT
               END-IF
           END-IF.

      ****************************************************
      *** Name: 4900-PRINT-ENTRY                        ***
      *** Prints a signed entry dated inside the       ***
      *** statement month                              ***
      ****************************************************

       4900-PRINT-ENTRY.

           IF REYDB-STMTRUN-ENTRY-EFFECT NOT = ZERO
                  AND REYDB-STMTRUN-ENTRY-DATE
                      NOT LESS THAN REYDB-STMTRUN-FROM-DATE
                  AND REYDB-STMTRUN-ENTRY-DATE
                      NOT GREATER THAN REYDB-STMTRUN-TO-DATE
               ADD REYDB-STMTRUN-ENTRY-EFFECT
                   TO REYDB-STMTRUN-RUNNING-BALANCE

               MOVE REYDB-STMTRUN-ENTRY-DATE
                   TO REYDB-STMTRUN-DETAIL-DATE
               MOVE REYDB-STMTRUN-ENTRY-OPER
                   TO REYDB-STMTRUN-DETAIL-OPER
               MOVE REYDB-STMTRUN-ENTRY-EFFECT
                   TO REYDB-STMTRUN-DETAIL-AMT
               MOVE REYDB-STMTRUN-RUNNING-BALANCE
                   TO REYDB-STMTRUN-DETAIL-BAL
