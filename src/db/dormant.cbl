      *** Author: Eduardo Pozos Huerta ***
      *** File: dormant.cbl            ***
      *** Date: 11/16/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: REYDB-TRANHIST is INDEXED on the
      ***               account and ledger reference now. The
      ***               activity table holds only the live ledger's
      ***               entries, and each ACTIVE account's history
      ***               is read directly under its own key, so the
      ***               sweep no longer tables every account with
      ***               activity since go-live.
      *** 10/15/2026 - EPH: count an ESCHEAT-CLM claim-back as
      ***               customer activity, so a reopened account
      ***               does not go straight back to DORMANT.
      *** 10/15/2026 - EPH: count a CHQ-DEPOSIT check deposit as
      ***               customer activity.
      *** 09/02/2026 - EPH: take the business date from
      ***               REYDB-NIGHTLY through a new linkage area
      ***               instead of the clock - a cycle resumed

           SELECT OPTIONAL REYDB-TRANHIST-FILE
               ASSIGN TO "REYDB-TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-TRANHIST-KEY
               ALTERNATE RECORD KEY IS REYDB-TRANHIST-REF
               FILE STATUS IS REYDB-TRANHIST-STATUS-CODE.

           SELECT OPTIONAL REYDB-PARAMS-FILE ASSIGN TO "REYDB-PARAMS"
               ORGANIZATION IS LINE SEQUENTIAL
       01 REYDB-PARAMS-STATUS-CODE PIC X(02).
           88 REYDB-PARAMS-STATUS-OK VALUE "00" "05".

       01 REYDB-TRANHIST-STATUS-CODE PIC X(02).
           88 REYDB-TRANHIST-STATUS-OK VALUE "00" "05".

       01 REYDB-DORMANT-EOF-SW PIC X(01).
           88 REYDB-DORMANT-EOF VALUE "Y".

       01 REYDB-DORMANT-HIT-SW PIC X(01).
           88 REYDB-DORMANT-HIT VALUE "Y".

       01 REYDB-DORMANT-ACTIVITY-SW PIC X(01).
           88 REYDB-DORMANT-ACTIVITY VALUE "Y".

       01 REYDB-DORMANT-FULL-SW PIC X(01).
           88 REYDB-DORMANT-TABLE-FULL VALUE "Y".

               GO TO 9999-EXIT
           END-IF.

           OPEN INPUT REYDB-TRANHIST-FILE.

           IF NOT REYDB-TRANHIST-STATUS-OK
               DISPLAY "Dormant: unable to open REYDB-TRANHIST, "
                   "status " REYDB-TRANHIST-STATUS-CODE
               CLOSE REYDB-FILE
               CLOSE REYDB-TRANHIST-FILE
               GO TO 9999-EXIT
           END-IF.

           MOVE REYDB-DORMANT-TODAY TO REYDB-RPT-DORMANT-NAME-DATE.

           OPEN OUTPUT REYDB-RPT-DORMANT-FILE.
               UNTIL REYDB-DORMANT-EOF.

           CLOSE REYDB-FILE.
           CLOSE REYDB-TRANHIST-FILE.
           CLOSE REYDB-RPT-DORMANT-FILE.

           MOVE "RPT-DORMANT" TO REYDB-CATREG-CODE.

      ****************************************************
      *** Name: 2000-BUILD-ACTIVITY-TABLE              ***
      *** One pass over the live ledger, keeping each  ***
      *** account's newest customer-initiated entry    ***
      *** date. History is read per account later      ***
      ****************************************************

       2000-BUILD-ACTIVITY-TABLE.

           MOVE ZERO TO REYDB-DORMANT-ACT-COUNT.
           MOVE "N" TO REYDB-DORMANT-FULL-SW.
           MOVE "N" TO REYDB-DORMANT-TRAN-EOF-SW.

           OPEN INPUT REYDB-TRANLOG-FILE.

           PERFORM 2300-READ-NEXT-TRAN.

           CLOSE REYDB-TRANLOG-FILE.

      ****************************************************
      *** Name: 2300-READ-NEXT-TRAN                     ***
      ****************************************************

       2500-NOTE-ACTIVITY.

           PERFORM 2550-TEST-ACTIVITY.

           IF REYDB-DORMANT-ACTIVITY
               PERFORM 2600-FIND-ACT-ROW

               IF REYDB-DORMANT-HIT
               END-IF
           END-IF.

      ****************************************************
      *** Name: 2550-TEST-ACTIVITY                      ***
      *** Sets REYDB-DORMANT-ACTIVITY when the entry   ***
      *** in REYDB-DORMANT-ENTRY-OPER is customer      ***
      *** activity                                     ***
      ****************************************************

       2550-TEST-ACTIVITY.

           MOVE "N" TO REYDB-DORMANT-ACTIVITY-SW.

           IF REYDB-DORMANT-ENTRY-OPER = "DEPOSIT"
                  OR REYDB-DORMANT-ENTRY-OPER = "WITHDRAW"
                  OR REYDB-DORMANT-ENTRY-OPER = "TRANSFER-IN"
                  OR REYDB-DORMANT-ENTRY-OPER = "TRANSFER-OUT"
                  OR REYDB-DORMANT-ENTRY-OPER = "CHQ-DEPOSIT"
                  OR REYDB-DORMANT-ENTRY-OPER = "ADD"
                  OR REYDB-DORMANT-ENTRY-OPER = "REACTIVATE"
                  OR REYDB-DORMANT-ENTRY-OPER = "RESTORE"
                  OR REYDB-DORMANT-ENTRY-OPER = "ESCHEAT-CLM"
               SET REYDB-DORMANT-ACTIVITY TO TRUE
           END-IF.

      ****************************************************
      *** Name: 2600-FIND-ACT-ROW                       ***
      *** Leaves REYDB-DORMANT-ACT-SUB at the row for  ***
               MOVE ZERO TO REYDB-DORMANT-LAST-DATE
           END-IF.

           MOVE "N" TO REYDB-DORMANT-HIST-EOF-SW.
           MOVE REYDB-FILE-ID TO REYDB-TRANHIST-ACCOUNT-ID.
           MOVE ZERO          TO REYDB-TRANHIST-REF.

           START REYDB-TRANHIST-FILE
               KEY IS NOT LESS THAN REYDB-TRANHIST-KEY
               INVALID KEY
                   SET REYDB-DORMANT-HIST-EOF TO TRUE
           END-START.

           PERFORM 3600-EXAMINE-NEXT-HIST
               UNTIL REYDB-DORMANT-HIST-EOF.

      ****************************************************
      *** Name: 3600-EXAMINE-NEXT-HIST                  ***
      *** Keeps the newest activity date among the     ***
      *** account's own history entries                ***
      ****************************************************

       3600-EXAMINE-NEXT-HIST.

           READ REYDB-TRANHIST-FILE NEXT RECORD
               AT END
                   SET REYDB-DORMANT-HIST-EOF TO TRUE
           END-READ.

           IF NOT REYDB-DORMANT-HIST-EOF
               IF REYDB-TRANHIST-ACCOUNT-ID NOT = REYDB-FILE-ID
                   SET REYDB-DORMANT-HIST-EOF TO TRUE
               ELSE
                   MOVE REYDB-TRANHIST-OPERATION
                       TO REYDB-DORMANT-ENTRY-OPER
                   MOVE REYDB-TRANHIST-TIMESTAMP(1:8)
                       TO REYDB-DORMANT-ENTRY-DATE

                   PERFORM 2550-TEST-ACTIVITY

                   IF REYDB-DORMANT-ACTIVITY
                          AND REYDB-DORMANT-ENTRY-DATE
                              > REYDB-DORMANT-LAST-DATE
                       MOVE REYDB-DORMANT-ENTRY-DATE
                           TO REYDB-DORMANT-LAST-DATE
                   END-IF
               END-IF
           END-IF.

      ****************************************************
      *** Name: 4000-MARK-DORMANT                      ***
      ****************************************************
