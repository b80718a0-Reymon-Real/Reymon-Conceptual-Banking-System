      *** Author: Eduardo Pozos Huerta ***
      *** File: glextract.cbl          ***
      *** Date: 11/23/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: foreign currency accounts. Each ledger
      ***               entry takes its account's currency from
      ***               REYDB-FILE, and the operation summaries and
      ***               the branch balance, settlement and write-off
      ***               figures are kept per branch AND currency,
      ***               each record carrying the currency and its
      ***               local-currency equivalent at the latest
      ***               REYDB-FXRATE rate on or before the business
      ***               date. A currency with no rate extracts a
      ***               zero local equivalent and is reported on
      ***               the console. The trailer hash still sums the
      ***               amounts as posted. The summary table grew to
      ***               200 rows and the branch table to 40.
      *** 10/15/2026 - EPH: report loan write-offs separately. A W
      ***               record per branch carries the day's
      ***               WRITE-OFF total and the recoveries against
      ***               written-off loans (WO-RECOVERY from the
      ***               linked account, WO-RECOV-CSH in cash), and
      ***               goes into the trailer hash like every other
      ***               record. The S summaries still list the
      ***               operations as before.
      *** 10/15/2026 - EPH: widen the branch/operation summary table
      ***               from 40 to 100 rows. The DEBIT-INT charges
      ***               from REYDB-DEBITINT extract as their own S
      ***               record per branch, and with every branch
      ***               now posting the full set of operations the
      ***               old table was overflowing and dropping rows.
      *** 12/06/2025 - EPH: break the extract down by branch. The
      ***               operation summaries carry the ledger
      ***               entry's branch, the balance records are

       01 REYDB-GLX-WORK-BRANCH PIC X(04).

       01 REYDB-GLX-WORK-CURRENCY PIC X(03).

       01 REYDB-GLX-OPER-TABLE.
           05 REYDB-GLX-OPER-COUNT PIC 9(03) COMP.
           05 REYDB-GLX-OPER-ROW OCCURS 200 TIMES.
               10 REYDB-GLX-OPER-BRANCH PIC X(04).
               10 REYDB-GLX-OPER-CURRENCY PIC X(03).
               10 REYDB-GLX-OPER-CODE  PIC X(12).
               10 REYDB-GLX-OPER-ITEMS PIC 9(09) COMP.
               10 REYDB-GLX-OPER-TOTAL PIC S9(13)V99.

       01 REYDB-GLX-BRANCH-TABLE.
           05 REYDB-GLX-BRANCH-COUNT PIC 9(03) COMP.
           05 REYDB-GLX-BRANCH-ROW OCCURS 40 TIMES.
               10 REYDB-GLX-BRANCH-CODE   PIC X(04).
               10 REYDB-GLX-BRANCH-CURRENCY PIC X(03).
               10 REYDB-GLX-BRANCH-ACTIVE PIC S9(13)V99.
               10 REYDB-GLX-BRANCH-FROZEN PIC S9(13)V99.
               10 REYDB-GLX-BRANCH-SETTLE PIC S9(13)V99.
               10 REYDB-GLX-BRANCH-WO     PIC S9(13)V99.
               10 REYDB-GLX-BRANCH-WO-REC PIC S9(13)V99.

       77 REYDB-GLX-BR-SUB PIC 9(03) COMP.

       COPY "reydb-fxlook-linking.cbl".

       01 REYDB-GLX-RATE-HIT-SW PIC X(01).
           88 REYDB-GLX-RATE-HIT VALUE "Y".

       01 REYDB-GLX-RATE-TABLE.
           05 REYDB-GLX-RATE-COUNT PIC 9(03) COMP.
           05 REYDB-GLX-RATE-ROW OCCURS 10 TIMES.
               10 REYDB-GLX-RATE-CURRENCY PIC X(03).
               10 REYDB-GLX-RATE-VALUE    PIC 9(05)V9(06).

       77 REYDB-GLX-RATE-SUB PIC 9(03) COMP.

       01 REYDB-GLX-RATE PIC 9(05)V9(06).

       01 REYDB-GLX-RECORD-COUNT PIC 9(09).

       01 REYDB-GLX-HASH-TOTAL PIC S9(15)V99.
           MOVE "N" TO REYDB-GLX-ACCT-EOF-SW.
           MOVE ZERO TO REYDB-GLX-OPER-COUNT.
           MOVE ZERO TO REYDB-GLX-BRANCH-COUNT.
           MOVE ZERO TO REYDB-GLX-RATE-COUNT.
           MOVE ZERO TO REYDB-GLX-RECORD-COUNT.
           MOVE ZERO TO REYDB-GLX-HASH-TOTAL.
           MOVE "N" TO REYDB-GLX-ABANDON-SW.
                   "FILE, status " REYDB-TRANLOG-STATUS-CODE
               SET REYDB-GLX-TRAN-EOF TO TRUE
               SET REYDB-GLX-ABANDON TO TRUE
           END-IF.

      *** REYDB-FILE gives each entry its account's currency ***

           OPEN INPUT REYDB-FILE.

           IF NOT REYDB-FILE-STATUS-OK
               DISPLAY "Glextract: unable to open REYDB-FILE, "
                   "status " REYDB-FILE-STATUS-CODE
               SET REYDB-GLX-TRAN-EOF TO TRUE
               SET REYDB-GLX-ABANDON TO TRUE
           END-IF.

           IF NOT REYDB-GLX-ABANDON
               PERFORM 1100-READ-NEXT-TRAN
           END-IF.

               UNTIL REYDB-GLX-TRAN-EOF.

           CLOSE REYDB-TRANLOG-FILE.
           CLOSE REYDB-FILE.

      ****************************************************
      *** Name: 1100-READ-NEXT-TRAN                     ***
               MOVE REYDB-TRANLOG-BRANCH TO REYDB-GLX-WORK-BRANCH
           END-IF.

           MOVE REYDB-TRANLOG-ACCOUNT-ID TO REYDB-FILE-ID.

           READ REYDB-FILE
               INVALID KEY
                   MOVE SPACES TO REYDB-GLX-WORK-CURRENCY
               NOT INVALID KEY
                   MOVE REYDB-FILE-CURRENCY TO REYDB-GLX-WORK-CURRENCY
           END-READ.

           MOVE "N" TO REYDB-GLX-HIT-SW.
           MOVE ZERO TO REYDB-GLX-SUB.

               REYDB-GLX-OPER-COUNT TIMES.

           IF NOT REYDB-GLX-HIT
               IF REYDB-GLX-OPER-COUNT < 200
                   ADD 1 TO REYDB-GLX-OPER-COUNT
                   MOVE REYDB-GLX-OPER-COUNT TO REYDB-GLX-SUB
                   MOVE REYDB-GLX-WORK-BRANCH
                       TO REYDB-GLX-OPER-BRANCH (REYDB-GLX-SUB)
                   MOVE REYDB-GLX-WORK-CURRENCY
                       TO REYDB-GLX-OPER-CURRENCY (REYDB-GLX-SUB)
                   MOVE REYDB-TRANLOG-OPERATION
                       TO REYDB-GLX-OPER-CODE (REYDB-GLX-SUB)
                   MOVE ZERO
                   FROM REYDB-GLX-BRANCH-SETTLE (REYDB-GLX-BR-SUB)
           END-IF.

           IF REYDB-TRANLOG-OPERATION = "WRITE-OFF"
               PERFORM 1500-FIND-BRANCH-ROW
               ADD REYDB-TRANLOG-AMOUNT
                   TO REYDB-GLX-BRANCH-WO (REYDB-GLX-BR-SUB)
           END-IF.

           IF REYDB-TRANLOG-OPERATION = "WO-RECOVERY"
                  OR REYDB-TRANLOG-OPERATION = "WO-RECOV-CSH"
               PERFORM 1500-FIND-BRANCH-ROW
               ADD REYDB-TRANLOG-AMOUNT
                   TO REYDB-GLX-BRANCH-WO-REC (REYDB-GLX-BR-SUB)
           END-IF.

           PERFORM 1100-READ-NEXT-TRAN.

      ****************************************************
                      = REYDB-TRANLOG-OPERATION
                      AND REYDB-GLX-OPER-BRANCH (REYDB-GLX-SUB)
                          = REYDB-GLX-WORK-BRANCH
                      AND REYDB-GLX-OPER-CURRENCY (REYDB-GLX-SUB)
                          = REYDB-GLX-WORK-CURRENCY
                   SET REYDB-GLX-HIT TO TRUE
               END-IF
           END-IF.
      ****************************************************
      *** Name: 1500-FIND-BRANCH-ROW                    ***
      *** Leaves REYDB-GLX-BR-SUB at the row for       ***
      *** REYDB-GLX-WORK-BRANCH and -CURRENCY,         ***
      *** creating it on their first appearance        ***
      ****************************************************

       1500-FIND-BRANCH-ROW.
               REYDB-GLX-BRANCH-COUNT TIMES.

           IF NOT REYDB-GLX-BR-HIT
               IF REYDB-GLX-BRANCH-COUNT < 40
                   ADD 1 TO REYDB-GLX-BRANCH-COUNT
                   MOVE REYDB-GLX-BRANCH-COUNT TO REYDB-GLX-BR-SUB
                   MOVE REYDB-GLX-WORK-BRANCH
                       TO REYDB-GLX-BRANCH-CODE (REYDB-GLX-BR-SUB)
                   MOVE REYDB-GLX-WORK-CURRENCY
                       TO REYDB-GLX-BRANCH-CURRENCY (REYDB-GLX-BR-SUB)
                   MOVE ZERO
                       TO REYDB-GLX-BRANCH-ACTIVE (REYDB-GLX-BR-SUB)
                   MOVE ZERO
                       TO REYDB-GLX-BRANCH-FROZEN (REYDB-GLX-BR-SUB)
                   MOVE ZERO
                       TO REYDB-GLX-BRANCH-SETTLE (REYDB-GLX-BR-SUB)
                   MOVE ZERO
                       TO REYDB-GLX-BRANCH-WO (REYDB-GLX-BR-SUB)
                   MOVE ZERO
                       TO REYDB-GLX-BRANCH-WO-REC (REYDB-GLX-BR-SUB)
               ELSE
                   DISPLAY "Glextract: branch table full"
                   MOVE 1 TO REYDB-GLX-BR-SUB

               IF REYDB-GLX-BRANCH-CODE (REYDB-GLX-BR-SUB)
                      = REYDB-GLX-WORK-BRANCH
                      AND REYDB-GLX-BRANCH-CURRENCY (REYDB-GLX-BR-SUB)
                          = REYDB-GLX-WORK-CURRENCY
                   SET REYDB-GLX-BR-HIT TO TRUE
               END-IF
           END-IF.
                   MOVE REYDB-FILE-BRANCH TO REYDB-GLX-WORK-BRANCH
               END-IF

               MOVE REYDB-FILE-CURRENCY TO REYDB-GLX-WORK-CURRENCY

               PERFORM 1500-FIND-BRANCH-ROW

               IF REYDB-FILE-ACTIVE
           MOVE REYDB-GLX-OPER-TOTAL (REYDB-GLX-SUB)
               TO REYDB-GL-SUM-AMOUNT.

           MOVE REYDB-GLX-OPER-CURRENCY (REYDB-GLX-SUB)
               TO REYDB-GLX-WORK-CURRENCY.
           PERFORM 3500-FIND-RATE.

           MOVE REYDB-GLX-WORK-CURRENCY TO REYDB-GL-SUM-CURRENCY.
           COMPUTE REYDB-GL-SUM-LOCAL ROUNDED =
               REYDB-GLX-OPER-TOTAL (REYDB-GLX-SUB) * REYDB-GLX-RATE.

           WRITE REYDB-GL-RECORD.

           ADD 1 TO REYDB-GLX-RECORD-COUNT.

      ****************************************************
      *** Name: 3200-WRITE-BALANCE-RECORDS              ***
      *** One A and one F balance record per branch    ***
      *** and currency,                                ***
      *** plus an X settlement record when the day had ***
      *** cross-branch transfers touching the branch,  ***
      *** and a W record when it had write-offs or     ***
      *** recoveries                                   ***
      ****************************************************

       3200-WRITE-BALANCE-RECORDS.

           ADD 1 TO REYDB-GLX-BR-SUB.

           MOVE REYDB-GLX-BRANCH-CURRENCY (REYDB-GLX-BR-SUB)
               TO REYDB-GLX-WORK-CURRENCY.
           PERFORM 3500-FIND-RATE.

           MOVE SPACES TO REYDB-GL-RECORD.
           SET REYDB-GL-TYPE-BALANCE TO TRUE.
           MOVE REYDB-GLX-BRANCH-CODE (REYDB-GLX-BR-SUB)
           MOVE "A" TO REYDB-GL-BAL-STATUS.
           MOVE REYDB-GLX-BRANCH-ACTIVE (REYDB-GLX-BR-SUB)
               TO REYDB-GL-BAL-TOTAL.
           MOVE REYDB-GLX-WORK-CURRENCY TO REYDB-GL-BAL-CURRENCY.
           COMPUTE REYDB-GL-BAL-LOCAL ROUNDED =
               REYDB-GLX-BRANCH-ACTIVE (REYDB-GLX-BR-SUB)
               * REYDB-GLX-RATE.

           WRITE REYDB-GL-RECORD.

           MOVE "F" TO REYDB-GL-BAL-STATUS.
           MOVE REYDB-GLX-BRANCH-FROZEN (REYDB-GLX-BR-SUB)
               TO REYDB-GL-BAL-TOTAL.
           MOVE REYDB-GLX-WORK-CURRENCY TO REYDB-GL-BAL-CURRENCY.
           COMPUTE REYDB-GL-BAL-LOCAL ROUNDED =
               REYDB-GLX-BRANCH-FROZEN (REYDB-GLX-BR-SUB)
               * REYDB-GLX-RATE.

           WRITE REYDB-GL-RECORD.

                   TO REYDB-GL-SET-BRANCH
               MOVE REYDB-GLX-BRANCH-SETTLE (REYDB-GLX-BR-SUB)
                   TO REYDB-GL-SET-NET
               MOVE REYDB-GLX-WORK-CURRENCY TO REYDB-GL-SET-CURRENCY
               COMPUTE REYDB-GL-SET-LOCAL ROUNDED =
                   REYDB-GLX-BRANCH-SETTLE (REYDB-GLX-BR-SUB)
                   * REYDB-GLX-RATE

               WRITE REYDB-GL-RECORD

               ADD REYDB-GLX-BRANCH-SETTLE (REYDB-GLX-BR-SUB)
                   TO REYDB-GLX-HASH-TOTAL
           END-IF.

           IF REYDB-GLX-BRANCH-WO (REYDB-GLX-BR-SUB) NOT = ZERO
                  OR REYDB-GLX-BRANCH-WO-REC (REYDB-GLX-BR-SUB)
                      NOT = ZERO
               MOVE SPACES TO REYDB-GL-RECORD
               SET REYDB-GL-TYPE-WRITEOFF TO TRUE
               MOVE REYDB-GLX-BRANCH-CODE (REYDB-GLX-BR-SUB)
                   TO REYDB-GL-WO-BRANCH
               MOVE REYDB-GLX-BRANCH-WO (REYDB-GLX-BR-SUB)
                   TO REYDB-GL-WO-WRITTEN
               MOVE REYDB-GLX-BRANCH-WO-REC (REYDB-GLX-BR-SUB)
                   TO REYDB-GL-WO-RECOVERED
               MOVE REYDB-GLX-WORK-CURRENCY TO REYDB-GL-WO-CURRENCY
               COMPUTE REYDB-GL-WO-WRITTEN-LOCAL ROUNDED =
                   REYDB-GLX-BRANCH-WO (REYDB-GLX-BR-SUB)
                   * REYDB-GLX-RATE
               COMPUTE REYDB-GL-WO-RECOV-LOCAL ROUNDED =
                   REYDB-GLX-BRANCH-WO-REC (REYDB-GLX-BR-SUB)
                   * REYDB-GLX-RATE

               WRITE REYDB-GL-RECORD

               ADD 1 TO REYDB-GLX-RECORD-COUNT
               ADD REYDB-GLX-BRANCH-WO (REYDB-GLX-BR-SUB)
                   TO REYDB-GLX-HASH-TOTAL
               ADD REYDB-GLX-BRANCH-WO-REC (REYDB-GLX-BR-SUB)
                   TO REYDB-GLX-HASH-TOTAL
           END-IF.

      ****************************************************
      *** Name: 3500-FIND-RATE                          ***
      *** Leaves REYDB-GLX-RATE at the local value of   ***
      *** one unit of REYDB-GLX-WORK-CURRENCY, looked   ***
      *** up once per currency per run. No rate on     ***
      *** file leaves it at zero                       ***
      ****************************************************

       3500-FIND-RATE.

           MOVE "N" TO REYDB-GLX-RATE-HIT-SW.
           MOVE ZERO TO REYDB-GLX-RATE-SUB.

           PERFORM 3600-TEST-ONE-RATE
               REYDB-GLX-RATE-COUNT TIMES.

           IF REYDB-GLX-RATE-HIT
               MOVE REYDB-GLX-RATE-VALUE (REYDB-GLX-RATE-SUB)
                   TO REYDB-GLX-RATE
           ELSE
               MOVE REYDB-GLX-WORK-CURRENCY TO REYDB-FXLOOK-CURRENCY
               MOVE REYDB-GLX-BUSINESS-DATE TO REYDB-FXLOOK-AS-OF
               SET REYDB-FXLOOK-LATEST TO TRUE
               CALL "REYDB-FXLOOK" USING REYDB-FXLOOK-LINKING

               MOVE REYDB-FXLOOK-RATE TO REYDB-GLX-RATE

               IF NOT REYDB-FXLOOK-OK
                   DISPLAY "Glextract: no exchange rate for "
                       REYDB-GLX-WORK-CURRENCY
                       ", local equivalent extracted as zero"
               END-IF

               IF REYDB-GLX-RATE-COUNT < 10
                   ADD 1 TO REYDB-GLX-RATE-COUNT
                   MOVE REYDB-GLX-WORK-CURRENCY
                       TO REYDB-GLX-RATE-CURRENCY
                           (REYDB-GLX-RATE-COUNT)
                   MOVE REYDB-GLX-RATE
                       TO REYDB-GLX-RATE-VALUE (REYDB-GLX-RATE-COUNT)
               END-IF
           END-IF.

      ****************************************************
      *** Name: 3600-TEST-ONE-RATE                      ***
      ****************************************************

       3600-TEST-ONE-RATE.

           IF NOT REYDB-GLX-RATE-HIT
               ADD 1 TO REYDB-GLX-RATE-SUB

               IF REYDB-GLX-RATE-CURRENCY (REYDB-GLX-RATE-SUB)
                      = REYDB-GLX-WORK-CURRENCY
                   SET REYDB-GLX-RATE-HIT TO TRUE
               END-IF
           END-IF.
