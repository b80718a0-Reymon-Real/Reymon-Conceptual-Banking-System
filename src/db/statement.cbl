      *** Author: Eduardo Pozos Huerta ***
      *** File: statement.cbl          ***
      *** Date: 11/10/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: REYDB-TRANHIST is INDEXED on the
      ***               account and ledger reference now, so START
      ***               at the account's first history entry and
      ***               read only its entries instead of every entry
      ***               since go-live.
      *** 10/15/2026 - EPH: show an escheated balance (ESCHEAT)
      ***               and its claim-back (ESCHEAT-CLM) on the
      ***               statement.
      *** 10/15/2026 - EPH: show a CHQ-DEPOSIT check deposit as a
      ***               credit and a CHQ-RETURN as a debit.
      *** 10/15/2026 - EPH: show a loan WRITE-OFF as a credit and a
      ***               WO-RECOVERY as a debit.
      *** 10/15/2026 - EPH: show the LOAN-INT interest charged on
      ***               each loan collection as a debit, so the
      ***               loan statement separates interest from the
      ***               principal repaid.
      *** 10/15/2026 - EPH: show the DEBIT-INT overdraft interest
      ***               entries posted by REYDB-DEBITINT as debits.
      *** 11/10/2025 - EPH: per-account statement printed from
      ***               REYDB-TRANLOG. Selects one account's ledger
      ***               entries inside a from/to date range, prints
      ***               and each REYDB-HOLDER link with its role.

      ***************************************************
      *** The ledger is appended in timestamp order and ***
      *** history is keyed on the account and the       ***
      *** reference REYDB-LOG issued in posting order,  ***
      *** so the account's history entries followed by  ***
      *** the live ledger come out already ordered.     ***
      *** Entries dated before the                      ***
      *** range fold into the opening balance; entries  ***
      *** after the range fold into the reconciliation  ***
      *** total only.                                   ***

           SELECT OPTIONAL REYDB-TRANHIST-FILE
               ASSIGN TO "REYDB-TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-TRANHIST-KEY
               ALTERNATE RECORD KEY IS REYDB-TRANHIST-REF
               FILE STATUS IS REYDB-TRANHIST-STATUS-CODE.

           SELECT REYDB-RPT-STMT-FILE ASSIGN TO "REYDB-RPT-STMT"
               ORGANIZATION IS LINE SEQUENTIAL.
       01 REYDB-HOLDER-STATUS-CODE PIC X(02).
           88 REYDB-HOLDER-STATUS-OK VALUE "00" "05".

       01 REYDB-TRANHIST-STATUS-CODE PIC X(02).
           88 REYDB-TRANHIST-STATUS-OK VALUE "00" "05".

       01 REYDB-STMT-LINK-EOF-SW PIC X(01).
           88 REYDB-STMT-LINK-EOF VALUE "Y".

           MOVE REYDB-STMT-RANGE-LINE TO REYDB-RPT-STMT-LINE.
           WRITE REYDB-RPT-STMT-LINE.

           PERFORM 1400-POSITION-HISTORY.

      ****************************************************
      *** Name: 1050-WRITE-HOLDERS                      ***
                   SET REYDB-STMT-EOF TO TRUE
           END-READ.

      ****************************************************
      *** Name: 1400-POSITION-HISTORY                  ***
      *** STARTs the history file at the account's     ***
      *** first entry and reads it                     ***
      ****************************************************

       1400-POSITION-HISTORY.

           IF NOT REYDB-TRANHIST-STATUS-OK
               DISPLAY "Statement: unable to open REYDB-TRANHIST, "
                   "status " REYDB-TRANHIST-STATUS-CODE
               SET REYDB-STMT-HIST-EOF TO TRUE
           ELSE
               MOVE REYDB-STATEMENT-ID TO REYDB-TRANHIST-ACCOUNT-ID
               MOVE ZERO               TO REYDB-TRANHIST-REF

               START REYDB-TRANHIST-FILE
                   KEY IS NOT LESS THAN REYDB-TRANHIST-KEY
                   INVALID KEY
                       SET REYDB-STMT-HIST-EOF TO TRUE
               END-START
           END-IF.

           IF NOT REYDB-STMT-HIST-EOF
               PERFORM 1600-READ-NEXT-HIST-ENTRY
           END-IF.

      ****************************************************
      *** Name: 1500-PROCESS-HIST-ENTRY                 ***
      *** Replays one history entry through the same    ***

       1500-PROCESS-HIST-ENTRY.

           MOVE REYDB-TRANHIST-ACCOUNT-ID TO REYDB-TRANLOG-ACCOUNT-ID.
           MOVE REYDB-TRANHIST-OPERATION  TO REYDB-TRANLOG-OPERATION.
           MOVE REYDB-TRANHIST-AMOUNT     TO REYDB-TRANLOG-AMOUNT.
           MOVE REYDB-TRANHIST-TIMESTAMP  TO REYDB-TRANLOG-TIMESTAMP.
           MOVE REYDB-TRANHIST-REF        TO REYDB-TRANLOG-REF.

           PERFORM 2100-APPLY-ENTRY.

           PERFORM 1600-READ-NEXT-HIST-ENTRY.

      ****************************************************
      *** Name: 1600-READ-NEXT-HIST-ENTRY               ***
      *** Stops at the first entry for another account ***
      ****************************************************

       1600-READ-NEXT-HIST-ENTRY.

           READ REYDB-TRANHIST-FILE NEXT RECORD
               AT END
                   SET REYDB-STMT-HIST-EOF TO TRUE
           END-READ.

           IF NOT REYDB-STMT-HIST-EOF
               IF REYDB-TRANHIST-ACCOUNT-ID NOT = REYDB-STATEMENT-ID
                   SET REYDB-STMT-HIST-EOF TO TRUE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 2000-PROCESS-ENTRY                      ***
      *** Folds one ledger entry for the requested      ***
               WHEN "TD-PENALTY"
                   COMPUTE REYDB-STMT-ENTRY-EFFECT =
                       ZERO - REYDB-TRANLOG-AMOUNT
               WHEN "DEBIT-INT"
                   COMPUTE REYDB-STMT-ENTRY-EFFECT =
                       ZERO - REYDB-TRANLOG-AMOUNT
               WHEN "LOAN-INT"
                   COMPUTE REYDB-STMT-ENTRY-EFFECT =
                       ZERO - REYDB-TRANLOG-AMOUNT
               WHEN "WO-RECOVERY"
                   COMPUTE REYDB-STMT-ENTRY-EFFECT =
                       ZERO - REYDB-TRANLOG-AMOUNT
               WHEN "WRITE-OFF"
                   MOVE REYDB-TRANLOG-AMOUNT
                       TO REYDB-STMT-ENTRY-EFFECT
               WHEN "PAYMENT-RET"
                   MOVE REYDB-TRANLOG-AMOUNT
                       TO REYDB-STMT-ENTRY-EFFECT
               WHEN "CHQ-DEPOSIT"
                   MOVE REYDB-TRANLOG-AMOUNT
                       TO REYDB-STMT-ENTRY-EFFECT
               WHEN "CHQ-RETURN"
                   COMPUTE REYDB-STMT-ENTRY-EFFECT =
                       ZERO - REYDB-TRANLOG-AMOUNT
               WHEN "ESCHEAT"
                   COMPUTE REYDB-STMT-ENTRY-EFFECT =
                       ZERO - REYDB-TRANLOG-AMOUNT
               WHEN "ESCHEAT-CLM"
                   MOVE REYDB-TRANLOG-AMOUNT
                       TO REYDB-STMT-ENTRY-EFFECT
               WHEN OTHER
                   MOVE ZERO TO REYDB-STMT-ENTRY-EFFECT
           END-EVALUATE.
