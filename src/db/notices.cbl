      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: notices.cbl            ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: nightly customer notices. Writes a dated
      ***               letters file, each letter addressed from
      ***               REYDB-CUST-FILE, warning the customer before
      ***               something happens to them - a dormancy
      ***               warning NOTICE-DORM-DAYS before an account
      ***               would reach DORMANT-DAYS without activity,
      ***               a maturity notice NOTICE-TD-DAYS before
      ***               REYDB-TD-MATURITY, an installment reminder
      ***               NOTICE-LOAN-DAYS before REYDB-LOAN-NEXT-DUE
      ***               - and a notice when a checking or savings
      ***               account has gone past its overdraft limit.
      ***               Every notice sent is kept on REYDB-NOTICE so
      ***               it is sent once; a rerun of the same night
      ***               prints that night's letters again rather
      ***               than losing them. Last activity is found the
      ***               way REYDB-DORMANT finds it. No letter goes to
      ***               a deceased customer. The file is registered
      ***               on REYDB-RPTCAT through REYDB-CATREG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-NOTICES.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       COPY "reydb-control.cbl".

           SELECT OPTIONAL REYDB-TRANHIST-FILE
               ASSIGN TO "REYDB-TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-TRANHIST-KEY
               ALTERNATE RECORD KEY IS REYDB-TRANHIST-REF
               FILE STATUS IS REYDB-TRANHIST-STATUS-CODE.

           SELECT OPTIONAL REYDB-TERMDEP-FILE
               ASSIGN TO "REYDB-TERMDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-TD-ACCOUNT-ID
               FILE STATUS IS REYDB-TERMDEP-STATUS-CODE.

           SELECT OPTIONAL REYDB-LOAN-FILE ASSIGN TO "REYDB-LOAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-LOAN-ACCOUNT-ID
               FILE STATUS IS REYDB-LOAN-STATUS-CODE.

           SELECT OPTIONAL REYDB-NOTICE-FILE
               ASSIGN TO "REYDB-NOTICE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-NTC-KEY
               FILE STATUS IS REYDB-NOTICE-STATUS-CODE.

           SELECT OPTIONAL REYDB-PARAMS-FILE ASSIGN TO "REYDB-PARAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REYDB-PARAMS-STATUS-CODE.

           SELECT REYDB-RPT-NOTICES-FILE
               ASSIGN TO DYNAMIC REYDB-RPT-NOTICES-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-file.cbl".
       COPY "reydb-counter.cbl".
       COPY "reydb-custfile.cbl".
       COPY "reydb-tranlog.cbl".
       COPY "reydb-tranhist.cbl".
       COPY "reydb-termdep.cbl".
       COPY "reydb-loan.cbl".
       COPY "reydb-notice.cbl".
       COPY "reydb-params.cbl".

       FD REYDB-RPT-NOTICES-FILE.
       01 REYDB-RPT-NOTICES-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       COPY "reydb-status.cbl".

       COPY "reydb-catreg-linking.cbl".

       01 REYDB-RPT-NOTICES-NAME.
           05 FILLER                      PIC X(18)
               VALUE "REYDB-RPT-NOTICES-".
           05 REYDB-RPT-NOTICES-NAME-DATE PIC 9(08).

       01 REYDB-TRANHIST-STATUS-CODE PIC X(02).
           88 REYDB-TRANHIST-STATUS-OK VALUE "00" "05".

       01 REYDB-TERMDEP-STATUS-CODE PIC X(02).
           88 REYDB-TERMDEP-STATUS-OK VALUE "00" "05".

       01 REYDB-LOAN-STATUS-CODE PIC X(02).
           88 REYDB-LOAN-STATUS-OK VALUE "00" "05".

       01 REYDB-NOTICE-STATUS-CODE PIC X(02).
           88 REYDB-NOTICE-STATUS-OK VALUE "00" "05".
           88 REYDB-NOTICE-NOT-FOUND VALUE "35".

       01 REYDB-PARAMS-STATUS-CODE PIC X(02).
           88 REYDB-PARAMS-STATUS-OK VALUE "00" "05".

       01 REYDB-NOTICES-EOF-SW PIC X(01).
           88 REYDB-NOTICES-EOF VALUE "Y".

       01 REYDB-NOTICES-PARAM-EOF-SW PIC X(01).
           88 REYDB-NOTICES-PARAM-EOF VALUE "Y".

       01 REYDB-NOTICES-TRAN-EOF-SW PIC X(01).
           88 REYDB-NOTICES-TRAN-EOF VALUE "Y".

       01 REYDB-NOTICES-HIST-EOF-SW PIC X(01).
           88 REYDB-NOTICES-HIST-EOF VALUE "Y".

       01 REYDB-NOTICES-HIT-SW PIC X(01).
           88 REYDB-NOTICES-HIT VALUE "Y".

       01 REYDB-NOTICES-ACTIVITY-SW PIC X(01).
           88 REYDB-NOTICES-ACTIVITY VALUE "Y".

       01 REYDB-NOTICES-FULL-SW PIC X(01).
           88 REYDB-NOTICES-TABLE-FULL VALUE "Y".

       01 REYDB-NOTICES-OPEN-SW PIC X(01).
           88 REYDB-NOTICES-OPEN-FAILED VALUE "Y".

       01 REYDB-NOTICES-FOUND-SW PIC X(01).
           88 REYDB-NOTICES-FOUND VALUE "Y".

       01 REYDB-NOTICES-SENT-SW PIC X(01).
           88 REYDB-NOTICES-SENT-BEFORE VALUE "Y".

       01 REYDB-NOTICES-DORMANT-DAYS PIC 9(09) VALUE 730.
       01 REYDB-NOTICES-DORM-DAYS    PIC 9(05) VALUE 30.
       01 REYDB-NOTICES-TD-DAYS      PIC 9(05) VALUE 14.
       01 REYDB-NOTICES-LOAN-DAYS    PIC 9(05) VALUE 7.

       01 REYDB-NOTICES-TODAY PIC 9(08).

       01 REYDB-NOTICES-TODAY-INT PIC S9(09) COMP.

       01 REYDB-NOTICES-LAST-DATE PIC 9(08).

       01 REYDB-NOTICES-EVENT-INT PIC S9(09) COMP.

       01 REYDB-NOTICES-ENTRY-ACCOUNT PIC 9(18).

       01 REYDB-NOTICES-ENTRY-OPER PIC X(12).

       01 REYDB-NOTICES-ENTRY-DATE PIC 9(08).

       01 REYDB-NOTICES-OVERDRAWN PIC S9(13)V99.

       01 REYDB-NOTICES-ALLOWED PIC S9(13)V99.

      *** The notice being issued, set before 5000-ISSUE-NOTICE
       01 REYDB-NOTICES-TYPE       PIC X(02).
       01 REYDB-NOTICES-EVENT-DATE PIC 9(08).

       01 REYDB-NOTICES-WRITTEN-COUNT PIC 9(05) COMP.
       01 REYDB-NOTICES-SKIPPED-COUNT PIC 9(05) COMP.
       01 REYDB-NOTICES-UNSENT-COUNT  PIC 9(05) COMP.

       01 REYDB-NOTICES-ACT-TABLE.
           05 REYDB-NOTICES-ACT-COUNT PIC 9(03) COMP.
           05 REYDB-NOTICES-ACT-ROW OCCURS 500 TIMES.
               10 REYDB-NOTICES-ACT-ACCOUNT PIC 9(18).
               10 REYDB-NOTICES-ACT-DATE    PIC 9(08).

       77 REYDB-NOTICES-ACT-SUB PIC 9(03) COMP.

       01 REYDB-NOTICES-HEADER-LINE.
           05 FILLER                     PIC X(16)
               VALUE "CUSTOMER NOTICE ".
           05 REYDB-NOTICES-HEADER-TYPE  PIC X(02).
           05 FILLER                     PIC X(07) VALUE "  DATE ".
           05 REYDB-NOTICES-HEADER-DATE  PIC 9(08).
           05 FILLER                     PIC X(11)
               VALUE "  CUSTOMER ".
           05 REYDB-NOTICES-HEADER-CUST  PIC 9(18).
           05 FILLER                     PIC X(10)
               VALUE "  ACCOUNT ".
           05 REYDB-NOTICES-HEADER-ACCT  PIC 9(18).

       01 REYDB-NOTICES-TOWN-LINE.
           05 REYDB-NOTICES-TOWN-CITY     PIC X(32).
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 REYDB-NOTICES-TOWN-POSTCODE PIC X(10).

       01 REYDB-NOTICES-TEXT-1 PIC X(132).
       01 REYDB-NOTICES-TEXT-2 PIC X(132).

       01 REYDB-NOTICES-AMOUNT-1.
           05 REYDB-NOTICES-AMOUNT-1-LABEL PIC X(20).
           05 REYDB-NOTICES-AMOUNT-1-VALUE PIC -(12)9.99.

       01 REYDB-NOTICES-AMOUNT-2.
           05 REYDB-NOTICES-AMOUNT-2-LABEL PIC X(20).
           05 REYDB-NOTICES-AMOUNT-2-VALUE PIC -(12)9.99.

       LINKAGE SECTION.

       COPY "reydb-notices-linking.cbl".

       PROCEDURE DIVISION USING REYDB-NOTICES-LINKING.

       0000-MAINLINE.

           MOVE "N" TO REYDB-NOTICES-EOF-SW.
           MOVE "N" TO REYDB-NOTICES-OPEN-SW.
           MOVE ZERO TO REYDB-NOTICES-WRITTEN-COUNT.
           MOVE ZERO TO REYDB-NOTICES-SKIPPED-COUNT.
           MOVE ZERO TO REYDB-NOTICES-UNSENT-COUNT.
           MOVE SPACES TO REYDB-NOTICES-TEXT-1.
           MOVE SPACES TO REYDB-NOTICES-TEXT-2.
           MOVE SPACES TO REYDB-NOTICES-AMOUNT-1-LABEL.
           MOVE SPACES TO REYDB-NOTICES-AMOUNT-2-LABEL.

           IF REYDB-NOTICES-BUSINESS-DATE > ZERO
               MOVE REYDB-NOTICES-BUSINESS-DATE
                   TO REYDB-NOTICES-TODAY
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO REYDB-NOTICES-TODAY
           END-IF.

           COMPUTE REYDB-NOTICES-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(REYDB-NOTICES-TODAY).

           PERFORM 1000-READ-PARAMS.

           PERFORM 2000-BUILD-ACTIVITY-TABLE.

           IF REYDB-NOTICES-TABLE-FULL
               DISPLAY "NOTICES: ACTIVITY TABLE FULL - RUN "
                   "ABANDONED, NO NOTICES WRITTEN"
               GO TO 9999-EXIT
           END-IF.

           PERFORM 1500-OPEN-FILES.

           IF REYDB-NOTICES-OPEN-FAILED
               PERFORM 1800-CLOSE-FILES
               GO TO 9999-EXIT
           END-IF.

           MOVE REYDB-NOTICES-TODAY TO REYDB-RPT-NOTICES-NAME-DATE.

           OPEN OUTPUT REYDB-RPT-NOTICES-FILE.

           PERFORM 1600-READ-NEXT-ACCOUNT.

           PERFORM 3000-PROCESS-ACCOUNT
               UNTIL REYDB-NOTICES-EOF.

           PERFORM 1800-CLOSE-FILES.
           CLOSE REYDB-RPT-NOTICES-FILE.

           MOVE "RPT-NOTICES" TO REYDB-CATREG-CODE.
           MOVE REYDB-RPT-NOTICES-NAME-DATE TO REYDB-CATREG-DATE.
           MOVE REYDB-RPT-NOTICES-NAME TO REYDB-CATREG-NAME.
           CALL "REYDB-CATREG" USING REYDB-CATREG-LINKING.

           IF NOT REYDB-CATREG-OK
               DISPLAY "Notices: letters file not cataloged"
           END-IF.

           DISPLAY "NOTICES: LETTERS WRITTEN "
               REYDB-NOTICES-WRITTEN-COUNT
               " ALREADY SENT " REYDB-NOTICES-SKIPPED-COUNT
               " NOT ADDRESSED " REYDB-NOTICES-UNSENT-COUNT.

       9999-EXIT.

           GOBACK.

      ****************************************************
      *** Name: 1000-READ-PARAMS                       ***
      ****************************************************

       1000-READ-PARAMS.

           MOVE "N" TO REYDB-NOTICES-PARAM-EOF-SW.

           OPEN INPUT REYDB-PARAMS-FILE.

           IF NOT REYDB-PARAMS-STATUS-OK
               DISPLAY "Notices: unable to open REYDB-PARAMS, "
                   "status " REYDB-PARAMS-STATUS-CODE
               SET REYDB-NOTICES-PARAM-EOF TO TRUE
           END-IF.

           PERFORM 1100-READ-NEXT-PARAM
               UNTIL REYDB-NOTICES-PARAM-EOF.

           CLOSE REYDB-PARAMS-FILE.

      ****************************************************
      *** Name: 1100-READ-NEXT-PARAM                    ***
      ****************************************************

       1100-READ-NEXT-PARAM.

           READ REYDB-PARAMS-FILE
               AT END
                   SET REYDB-NOTICES-PARAM-EOF TO TRUE
           END-READ.

           IF NOT REYDB-NOTICES-PARAM-EOF
               EVALUATE REYDB-PARAMS-KEYWORD
                   WHEN "DORMANT-DAYS"
                       MOVE REYDB-PARAMS-VALUE
                           TO REYDB-NOTICES-DORMANT-DAYS
                   WHEN "NOTICE-DORM-DAYS"
                       MOVE REYDB-PARAMS-VALUE
                           TO REYDB-NOTICES-DORM-DAYS
                   WHEN "NOTICE-TD-DAYS"
                       MOVE REYDB-PARAMS-VALUE
                           TO REYDB-NOTICES-TD-DAYS
                   WHEN "NOTICE-LOAN-DAYS"
                       MOVE REYDB-PARAMS-VALUE
                           TO REYDB-NOTICES-LOAN-DAYS
               END-EVALUATE
           END-IF.

      ****************************************************
      *** Name: 1500-OPEN-FILES                        ***
      *** REYDB-NOTICE is indexed, so create it the    ***
      *** first time it is found missing, the same way ***
      *** REYDB-INIT creates the other masters         ***
      ****************************************************

       1500-OPEN-FILES.

           OPEN INPUT REYDB-FILE.

           IF NOT REYDB-FILE-STATUS-OK
               DISPLAY "Notices: unable to open REYDB-FILE, status "
                   REYDB-FILE-STATUS-CODE
               SET REYDB-NOTICES-OPEN-FAILED TO TRUE
           END-IF.

           OPEN INPUT REYDB-CUST-FILE.

           IF NOT REYDB-CUST-STATUS-OK
               DISPLAY "Notices: unable to open REYDB-CUSTFILE, "
                   "status " REYDB-CUST-STATUS-CODE
               SET REYDB-NOTICES-OPEN-FAILED TO TRUE
           END-IF.

           OPEN INPUT REYDB-TRANHIST-FILE.

           IF NOT REYDB-TRANHIST-STATUS-OK
               DISPLAY "Notices: unable to open REYDB-TRANHIST, "
                   "status " REYDB-TRANHIST-STATUS-CODE
               SET REYDB-NOTICES-OPEN-FAILED TO TRUE
           END-IF.

           OPEN INPUT REYDB-TERMDEP-FILE.

           IF NOT REYDB-TERMDEP-STATUS-OK
               DISPLAY "Notices: unable to open REYDB-TERMDEP, "
                   "status " REYDB-TERMDEP-STATUS-CODE
               SET REYDB-NOTICES-OPEN-FAILED TO TRUE
           END-IF.

           OPEN INPUT REYDB-LOAN-FILE.

           IF NOT REYDB-LOAN-STATUS-OK
               DISPLAY "Notices: unable to open REYDB-LOAN, "
                   "status " REYDB-LOAN-STATUS-CODE
               SET REYDB-NOTICES-OPEN-FAILED TO TRUE
           END-IF.

           OPEN I-O REYDB-NOTICE-FILE.

           IF REYDB-NOTICE-NOT-FOUND
               OPEN OUTPUT REYDB-NOTICE-FILE
               CLOSE REYDB-NOTICE-FILE
               OPEN I-O REYDB-NOTICE-FILE
           END-IF.

           IF NOT REYDB-NOTICE-STATUS-OK
               DISPLAY "Notices: unable to open REYDB-NOTICE, "
                   "status " REYDB-NOTICE-STATUS-CODE
               SET REYDB-NOTICES-OPEN-FAILED TO TRUE
           END-IF.

      ****************************************************
      *** Name: 1600-READ-NEXT-ACCOUNT                  ***
      ****************************************************

       1600-READ-NEXT-ACCOUNT.

           READ REYDB-FILE NEXT RECORD
               AT END
                   SET REYDB-NOTICES-EOF TO TRUE
           END-READ.

      ****************************************************
      *** Name: 1800-CLOSE-FILES                       ***
      ****************************************************

       1800-CLOSE-FILES.

           CLOSE REYDB-FILE.
           CLOSE REYDB-CUST-FILE.
           CLOSE REYDB-TRANHIST-FILE.
           CLOSE REYDB-TERMDEP-FILE.
           CLOSE REYDB-LOAN-FILE.
           CLOSE REYDB-NOTICE-FILE.

      ****************************************************
      *** Name: 2000-BUILD-ACTIVITY-TABLE              ***
      *** One pass over the live ledger, keeping each  ***
      *** account's newest customer-initiated entry    ***
      *** date, as REYDB-DORMANT does                  ***
      ****************************************************

       2000-BUILD-ACTIVITY-TABLE.

           MOVE ZERO TO REYDB-NOTICES-ACT-COUNT.
           MOVE "N" TO REYDB-NOTICES-FULL-SW.
           MOVE "N" TO REYDB-NOTICES-TRAN-EOF-SW.

           OPEN INPUT REYDB-TRANLOG-FILE.

           IF NOT REYDB-TRANLOG-STATUS-OK
               DISPLAY "Notices: unable to open REYDB-TRANLOG-"
                   "FILE, status " REYDB-TRANLOG-STATUS-CODE
               SET REYDB-NOTICES-TRAN-EOF TO TRUE
           ELSE
               PERFORM 2300-READ-NEXT-TRAN
           END-IF.

           PERFORM 2400-EXAMINE-TRAN
               UNTIL REYDB-NOTICES-TRAN-EOF.

           CLOSE REYDB-TRANLOG-FILE.

      ****************************************************
      *** Name: 2300-READ-NEXT-TRAN                     ***
      ****************************************************

       2300-READ-NEXT-TRAN.

           READ REYDB-TRANLOG-FILE
               AT END
                   SET REYDB-NOTICES-TRAN-EOF TO TRUE
           END-READ.

      ****************************************************
      *** Name: 2400-EXAMINE-TRAN                       ***
      ****************************************************

       2400-EXAMINE-TRAN.

           MOVE REYDB-TRANLOG-ACCOUNT-ID
               TO REYDB-NOTICES-ENTRY-ACCOUNT.
           MOVE REYDB-TRANLOG-OPERATION
               TO REYDB-NOTICES-ENTRY-OPER.
           MOVE REYDB-TRANLOG-TIMESTAMP(1:8)
               TO REYDB-NOTICES-ENTRY-DATE.

           PERFORM 2500-NOTE-ACTIVITY.

           PERFORM 2300-READ-NEXT-TRAN.

      ****************************************************
      *** Name: 2500-NOTE-ACTIVITY                      ***
      ****************************************************

       2500-NOTE-ACTIVITY.

           PERFORM 2550-TEST-ACTIVITY.

           IF REYDB-NOTICES-ACTIVITY
               PERFORM 2600-FIND-ACT-ROW

               IF REYDB-NOTICES-HIT
                   IF REYDB-NOTICES-ENTRY-DATE
                          > REYDB-NOTICES-ACT-DATE
                              (REYDB-NOTICES-ACT-SUB)
                       MOVE REYDB-NOTICES-ENTRY-DATE
                           TO REYDB-NOTICES-ACT-DATE
                               (REYDB-NOTICES-ACT-SUB)
                   END-IF
               ELSE
                   IF REYDB-NOTICES-ACT-COUNT < 500
                       ADD 1 TO REYDB-NOTICES-ACT-COUNT
                       MOVE REYDB-NOTICES-ACT-COUNT
                           TO REYDB-NOTICES-ACT-SUB
                       MOVE REYDB-NOTICES-ENTRY-ACCOUNT
                           TO REYDB-NOTICES-ACT-ACCOUNT
                               (REYDB-NOTICES-ACT-SUB)
                       MOVE REYDB-NOTICES-ENTRY-DATE
                           TO REYDB-NOTICES-ACT-DATE
                               (REYDB-NOTICES-ACT-SUB)
                   ELSE
                       SET REYDB-NOTICES-TABLE-FULL TO TRUE
                   END-IF
               END-IF
           END-IF.

      ****************************************************
      *** Name: 2550-TEST-ACTIVITY                      ***
      *** The same customer activity REYDB-DORMANT     ***
      *** counts, so the warning date is the date the  ***
      *** sweep would act on                           ***
      ****************************************************

       2550-TEST-ACTIVITY.

           MOVE "N" TO REYDB-NOTICES-ACTIVITY-SW.

           IF REYDB-NOTICES-ENTRY-OPER = "DEPOSIT"
                  OR REYDB-NOTICES-ENTRY-OPER = "WITHDRAW"
                  OR REYDB-NOTICES-ENTRY-OPER = "TRANSFER-IN"
                  OR REYDB-NOTICES-ENTRY-OPER = "TRANSFER-OUT"
                  OR REYDB-NOTICES-ENTRY-OPER = "CHQ-DEPOSIT"
                  OR REYDB-NOTICES-ENTRY-OPER = "ADD"
                  OR REYDB-NOTICES-ENTRY-OPER = "REACTIVATE"
                  OR REYDB-NOTICES-ENTRY-OPER = "RESTORE"
                  OR REYDB-NOTICES-ENTRY-OPER = "ESCHEAT-CLM"
               SET REYDB-NOTICES-ACTIVITY TO TRUE
           END-IF.

      ****************************************************
      *** Name: 2600-FIND-ACT-ROW                       ***
      ****************************************************

       2600-FIND-ACT-ROW.

           MOVE "N" TO REYDB-NOTICES-HIT-SW.
           MOVE ZERO TO REYDB-NOTICES-ACT-SUB.

           PERFORM 2700-TEST-ONE-ROW
               REYDB-NOTICES-ACT-COUNT TIMES.

      ****************************************************
      *** Name: 2700-TEST-ONE-ROW                       ***
      ****************************************************

       2700-TEST-ONE-ROW.

           IF NOT REYDB-NOTICES-HIT
               ADD 1 TO REYDB-NOTICES-ACT-SUB

               IF REYDB-NOTICES-ACT-ACCOUNT (REYDB-NOTICES-ACT-SUB)
                      = REYDB-NOTICES-ENTRY-ACCOUNT
                   SET REYDB-NOTICES-HIT TO TRUE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 3000-PROCESS-ACCOUNT                    ***
      *** Each product has its own event to warn of -  ***
      *** closed accounts have none                    ***
      ****************************************************

       3000-PROCESS-ACCOUNT.

           EVALUATE TRUE
               WHEN REYDB-FILE-CLOSED
                   CONTINUE
               WHEN REYDB-FILE-PRODUCT-TERMDEP
                   PERFORM 3300-CHECK-MATURITY
               WHEN REYDB-FILE-PRODUCT-LOAN
                   PERFORM 3400-CHECK-INSTALLMENT
               WHEN OTHER
                   IF REYDB-FILE-ACTIVE
                       PERFORM 3100-CHECK-DORMANCY
                   END-IF
                   PERFORM 3200-CHECK-OVER-LIMIT
           END-EVALUATE.

           PERFORM 1600-READ-NEXT-ACCOUNT.

      ****************************************************
      *** Name: 3100-CHECK-DORMANCY                     ***
      *** Warns once the account is within             ***
      *** NOTICE-DORM-DAYS of the date REYDB-DORMANT   ***
      *** would mark it. An account with no activity   ***
      *** on record at all has nothing to count from   ***
      ****************************************************

       3100-CHECK-DORMANCY.

           PERFORM 3150-LOOK-UP-ACTIVITY.

           IF REYDB-NOTICES-LAST-DATE > ZERO
               COMPUTE REYDB-NOTICES-EVENT-INT =
                   FUNCTION INTEGER-OF-DATE(REYDB-NOTICES-LAST-DATE)
                   + REYDB-NOTICES-DORMANT-DAYS

               IF REYDB-NOTICES-EVENT-INT > REYDB-NOTICES-TODAY-INT
                  AND REYDB-NOTICES-EVENT-INT
                      NOT > REYDB-NOTICES-TODAY-INT
                          + REYDB-NOTICES-DORM-DAYS
                   MOVE "DW" TO REYDB-NOTICES-TYPE
                   COMPUTE REYDB-NOTICES-EVENT-DATE =
                       FUNCTION DATE-OF-INTEGER
                           (REYDB-NOTICES-EVENT-INT)

                   STRING "YOUR ACCOUNT HAS HAD NO ACTIVITY SINCE "
                              DELIMITED BY SIZE
                          REYDB-NOTICES-LAST-DATE DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                       INTO REYDB-NOTICES-TEXT-1
                   END-STRING
                   STRING "UNLESS IT IS USED IT WILL BE MARKED "
                              DELIMITED BY SIZE
                          "DORMANT ON " DELIMITED BY SIZE
                          REYDB-NOTICES-EVENT-DATE DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                       INTO REYDB-NOTICES-TEXT-2
                   END-STRING

                   MOVE "BALANCE" TO REYDB-NOTICES-AMOUNT-1-LABEL
                   MOVE REYDB-FILE-BALANCE
                       TO REYDB-NOTICES-AMOUNT-1-VALUE

                   PERFORM 5000-ISSUE-NOTICE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 3150-LOOK-UP-ACTIVITY                   ***
      *** Newest activity date from the live ledger    ***
      *** table and the account's own history          ***
      ****************************************************

       3150-LOOK-UP-ACTIVITY.

           MOVE REYDB-FILE-ID TO REYDB-NOTICES-ENTRY-ACCOUNT.

           PERFORM 2600-FIND-ACT-ROW.

           IF REYDB-NOTICES-HIT
               MOVE REYDB-NOTICES-ACT-DATE (REYDB-NOTICES-ACT-SUB)
                   TO REYDB-NOTICES-LAST-DATE
           ELSE
               MOVE ZERO TO REYDB-NOTICES-LAST-DATE
           END-IF.

           MOVE "N" TO REYDB-NOTICES-HIST-EOF-SW.
           MOVE REYDB-FILE-ID TO REYDB-TRANHIST-ACCOUNT-ID.
           MOVE ZERO          TO REYDB-TRANHIST-REF.

           START REYDB-TRANHIST-FILE
               KEY IS NOT LESS THAN REYDB-TRANHIST-KEY
               INVALID KEY
                   SET REYDB-NOTICES-HIST-EOF TO TRUE
           END-START.

           PERFORM 3160-EXAMINE-NEXT-HIST
               UNTIL REYDB-NOTICES-HIST-EOF.

      ****************************************************
      *** Name: 3160-EXAMINE-NEXT-HIST                  ***
      ****************************************************

       3160-EXAMINE-NEXT-HIST.

           READ REYDB-TRANHIST-FILE NEXT RECORD
               AT END
                   SET REYDB-NOTICES-HIST-EOF TO TRUE
           END-READ.

           IF NOT REYDB-NOTICES-HIST-EOF
               IF REYDB-TRANHIST-ACCOUNT-ID NOT = REYDB-FILE-ID
                   SET REYDB-NOTICES-HIST-EOF TO TRUE
               ELSE
                   MOVE REYDB-TRANHIST-OPERATION
                       TO REYDB-NOTICES-ENTRY-OPER
                   MOVE REYDB-TRANHIST-TIMESTAMP(1:8)
                       TO REYDB-NOTICES-ENTRY-DATE

                   PERFORM 2550-TEST-ACTIVITY

                   IF REYDB-NOTICES-ACTIVITY
                          AND REYDB-NOTICES-ENTRY-DATE
                              > REYDB-NOTICES-LAST-DATE
                       MOVE REYDB-NOTICES-ENTRY-DATE
                           TO REYDB-NOTICES-LAST-DATE
                   END-IF
               END-IF
           END-IF.

      ****************************************************
      *** Name: 3200-CHECK-OVER-LIMIT                   ***
      *** Overdrawn past the authorized limit, or at   ***
      *** all without one. Once the account is back    ***
      *** within it the register entry is dropped, so  ***
      *** the next time it goes over is noticed again  ***
      ****************************************************

       3200-CHECK-OVER-LIMIT.

           MOVE ZERO TO REYDB-NOTICES-OVERDRAWN.
           MOVE ZERO TO REYDB-NOTICES-ALLOWED.

           IF REYDB-FILE-BALANCE < ZERO
               COMPUTE REYDB-NOTICES-OVERDRAWN =
                   ZERO - REYDB-FILE-BALANCE
           END-IF.

           IF REYDB-FILE-OVERDRAFT-AUTHORIZED
               MOVE REYDB-FILE-OVERDRAFT-LIMIT
                   TO REYDB-NOTICES-ALLOWED
           END-IF.

           IF REYDB-NOTICES-OVERDRAWN > REYDB-NOTICES-ALLOWED
               MOVE "OL" TO REYDB-NOTICES-TYPE
               MOVE ZERO TO REYDB-NOTICES-EVENT-DATE

               MOVE "YOUR ACCOUNT HAS GONE PAST ITS OVERDRAFT LIMIT."
                   TO REYDB-NOTICES-TEXT-1
               MOVE "PLEASE BRING THE BALANCE BACK WITHIN THE LIMIT."
                   TO REYDB-NOTICES-TEXT-2

               MOVE "OVERDRAWN BY" TO REYDB-NOTICES-AMOUNT-1-LABEL
               MOVE REYDB-NOTICES-OVERDRAWN
                   TO REYDB-NOTICES-AMOUNT-1-VALUE
               MOVE "OVERDRAFT LIMIT" TO REYDB-NOTICES-AMOUNT-2-LABEL
               MOVE REYDB-NOTICES-ALLOWED
                   TO REYDB-NOTICES-AMOUNT-2-VALUE

               PERFORM 5000-ISSUE-NOTICE
           ELSE
               MOVE REYDB-FILE-ID TO REYDB-NTC-ACCOUNT-ID
               MOVE "OL"          TO REYDB-NTC-TYPE
               MOVE ZERO          TO REYDB-NTC-EVENT-DATE

               DELETE REYDB-NOTICE-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

      ****************************************************
      *** Name: 3300-CHECK-MATURITY                     ***
      ****************************************************

       3300-CHECK-MATURITY.

           MOVE "N" TO REYDB-NOTICES-FOUND-SW.
           MOVE REYDB-FILE-ID TO REYDB-TD-ACCOUNT-ID.

           READ REYDB-TERMDEP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET REYDB-NOTICES-FOUND TO TRUE
           END-READ.

           IF REYDB-NOTICES-FOUND
              AND REYDB-TD-MATURITY > ZERO
               COMPUTE REYDB-NOTICES-EVENT-INT =
                   FUNCTION INTEGER-OF-DATE(REYDB-TD-MATURITY)

               IF REYDB-NOTICES-EVENT-INT > REYDB-NOTICES-TODAY-INT
                  AND REYDB-NOTICES-EVENT-INT
                      NOT > REYDB-NOTICES-TODAY-INT
                          + REYDB-NOTICES-TD-DAYS
                   MOVE "TM" TO REYDB-NOTICES-TYPE
                   MOVE REYDB-TD-MATURITY TO REYDB-NOTICES-EVENT-DATE

                   STRING "YOUR TERM DEPOSIT MATURES ON "
                              DELIMITED BY SIZE
                          REYDB-TD-MATURITY DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                       INTO REYDB-NOTICES-TEXT-1
                   END-STRING

                   IF REYDB-TD-ROLLOVER
                       STRING "IT WILL BE ROLLED OVER FOR A FURTHER "
                                  DELIMITED BY SIZE
                              "TERM UNLESS YOU INSTRUCT US OTHERWISE."
                                  DELIMITED BY SIZE
                           INTO REYDB-NOTICES-TEXT-2
                       END-STRING
                   ELSE
                       STRING "THE PRINCIPAL AND INTEREST WILL BE "
                                  DELIMITED BY SIZE
                              "PAID TO ACCOUNT " DELIMITED BY SIZE
                              REYDB-TD-SETTLE-ACCT DELIMITED BY SIZE
                              "." DELIMITED BY SIZE
                           INTO REYDB-NOTICES-TEXT-2
                       END-STRING
                   END-IF

                   MOVE "PRINCIPAL" TO REYDB-NOTICES-AMOUNT-1-LABEL
                   MOVE REYDB-TD-PRINCIPAL
                       TO REYDB-NOTICES-AMOUNT-1-VALUE

                   PERFORM 5000-ISSUE-NOTICE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 3400-CHECK-INSTALLMENT                  ***
      ****************************************************

       3400-CHECK-INSTALLMENT.

           MOVE "N" TO REYDB-NOTICES-FOUND-SW.
           MOVE REYDB-FILE-ID TO REYDB-LOAN-ACCOUNT-ID.

           READ REYDB-LOAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET REYDB-NOTICES-FOUND TO TRUE
           END-READ.

           IF REYDB-NOTICES-FOUND
              AND REYDB-LOAN-ACTIVE
              AND REYDB-LOAN-NEXT-DUE > ZERO
               COMPUTE REYDB-NOTICES-EVENT-INT =
                   FUNCTION INTEGER-OF-DATE(REYDB-LOAN-NEXT-DUE)

               IF REYDB-NOTICES-EVENT-INT > REYDB-NOTICES-TODAY-INT
                  AND REYDB-NOTICES-EVENT-INT
                      NOT > REYDB-NOTICES-TODAY-INT
                          + REYDB-NOTICES-LOAN-DAYS
                   MOVE "LI" TO REYDB-NOTICES-TYPE
                   MOVE REYDB-LOAN-NEXT-DUE TO REYDB-NOTICES-EVENT-DATE

                   STRING "YOUR LOAN INSTALLMENT IS DUE ON "
                              DELIMITED BY SIZE
                          REYDB-LOAN-NEXT-DUE DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                       INTO REYDB-NOTICES-TEXT-1
                   END-STRING
                   STRING "IT WILL BE COLLECTED FROM ACCOUNT "
                              DELIMITED BY SIZE
                          REYDB-LOAN-DEPOSIT-ID DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                       INTO REYDB-NOTICES-TEXT-2
                   END-STRING

                   MOVE "INSTALLMENT" TO REYDB-NOTICES-AMOUNT-1-LABEL
                   MOVE REYDB-LOAN-INSTALLMENT
                       TO REYDB-NOTICES-AMOUNT-1-VALUE

                   PERFORM 5000-ISSUE-NOTICE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 5000-ISSUE-NOTICE                      ***
      *** Sends the notice set up by the caller unless ***
      *** the register shows it went out on an earlier ***
      *** night. One registered tonight is printed     ***
      *** again, since a rerun rewrites tonight's file ***
      ****************************************************

       5000-ISSUE-NOTICE.

           MOVE "N" TO REYDB-NOTICES-SENT-SW.
           MOVE REYDB-FILE-ID            TO REYDB-NTC-ACCOUNT-ID.
           MOVE REYDB-NOTICES-TYPE       TO REYDB-NTC-TYPE.
           MOVE REYDB-NOTICES-EVENT-DATE TO REYDB-NTC-EVENT-DATE.

           READ REYDB-NOTICE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET REYDB-NOTICES-SENT-BEFORE TO TRUE
           END-READ.

           IF REYDB-NOTICES-SENT-BEFORE
              AND REYDB-NTC-SENT-DATE NOT = REYDB-NOTICES-TODAY
               ADD 1 TO REYDB-NOTICES-SKIPPED-COUNT
           ELSE
               PERFORM 5100-READ-CUSTOMER

               IF REYDB-NOTICES-FOUND
                   PERFORM 6000-WRITE-LETTER

                   IF NOT REYDB-NOTICES-SENT-BEFORE
                       PERFORM 5200-REGISTER-NOTICE
                   END-IF
               ELSE
                   ADD 1 TO REYDB-NOTICES-UNSENT-COUNT
               END-IF
           END-IF.

           MOVE SPACES TO REYDB-NOTICES-TEXT-1.
           MOVE SPACES TO REYDB-NOTICES-TEXT-2.
           MOVE SPACES TO REYDB-NOTICES-AMOUNT-1-LABEL.
           MOVE SPACES TO REYDB-NOTICES-AMOUNT-2-LABEL.

      ****************************************************
      *** Name: 5100-READ-CUSTOMER                     ***
      *** A customer missing from REYDB-CUSTFILE, or   ***
      *** deceased, is not written to                  ***
      ****************************************************

       5100-READ-CUSTOMER.

           MOVE "N" TO REYDB-NOTICES-FOUND-SW.
           MOVE REYDB-FILE-CUST-ID TO REYDB-CUST-ID.

           READ REYDB-CUST-FILE
               INVALID KEY
                   DISPLAY "Notices: customer " REYDB-FILE-CUST-ID
                       " not on file for account " REYDB-FILE-ID
               NOT INVALID KEY
                   IF REYDB-CUST-LIVING
                       SET REYDB-NOTICES-FOUND TO TRUE
                   END-IF
           END-READ.

      ****************************************************
      *** Name: 5200-REGISTER-NOTICE                   ***
      ****************************************************

       5200-REGISTER-NOTICE.

           MOVE REYDB-FILE-ID            TO REYDB-NTC-ACCOUNT-ID.
           MOVE REYDB-NOTICES-TYPE       TO REYDB-NTC-TYPE.
           MOVE REYDB-NOTICES-EVENT-DATE TO REYDB-NTC-EVENT-DATE.
           MOVE REYDB-FILE-CUST-ID       TO REYDB-NTC-CUST-ID.
           MOVE REYDB-NOTICES-TODAY      TO REYDB-NTC-SENT-DATE.

           WRITE REYDB-NTC-RECORD.

           IF NOT REYDB-NOTICE-STATUS-OK
               DISPLAY "Notices: unable to write REYDB-NOTICE, "
                   "status " REYDB-NOTICE-STATUS-CODE
                   " - account " REYDB-FILE-ID
                   " may be noticed again"
           END-IF.

      ****************************************************
      *** Name: 6000-WRITE-LETTER                      ***
      *** Header, address block, then the text and     ***
      *** amounts the caller set up                    ***
      ****************************************************

       6000-WRITE-LETTER.

           ADD 1 TO REYDB-NOTICES-WRITTEN-COUNT.

           MOVE REYDB-NOTICES-TYPE  TO REYDB-NOTICES-HEADER-TYPE.
           MOVE REYDB-NOTICES-TODAY TO REYDB-NOTICES-HEADER-DATE.
           MOVE REYDB-CUST-ID       TO REYDB-NOTICES-HEADER-CUST.
           MOVE REYDB-FILE-ID       TO REYDB-NOTICES-HEADER-ACCT.
           MOVE REYDB-NOTICES-HEADER-LINE TO REYDB-RPT-NOTICES-LINE.
           WRITE REYDB-RPT-NOTICES-LINE.

           MOVE SPACES TO REYDB-RPT-NOTICES-LINE.
           STRING REYDB-CUST-NAME DELIMITED BY "  "
                  " "             DELIMITED BY SIZE
                  REYDB-CUST-LASTNAME DELIMITED BY "  "
               INTO REYDB-RPT-NOTICES-LINE
           END-STRING.
           WRITE REYDB-RPT-NOTICES-LINE.

           MOVE REYDB-CUST-STREET TO REYDB-RPT-NOTICES-LINE.
           WRITE REYDB-RPT-NOTICES-LINE.

           MOVE REYDB-CUST-CITY     TO REYDB-NOTICES-TOWN-CITY.
           MOVE REYDB-CUST-POSTCODE TO REYDB-NOTICES-TOWN-POSTCODE.
           MOVE REYDB-NOTICES-TOWN-LINE TO REYDB-RPT-NOTICES-LINE.
           WRITE REYDB-RPT-NOTICES-LINE.

           MOVE SPACES TO REYDB-RPT-NOTICES-LINE.
           WRITE REYDB-RPT-NOTICES-LINE.

           MOVE REYDB-NOTICES-TEXT-1 TO REYDB-RPT-NOTICES-LINE.
           WRITE REYDB-RPT-NOTICES-LINE.

           MOVE REYDB-NOTICES-TEXT-2 TO REYDB-RPT-NOTICES-LINE.
           WRITE REYDB-RPT-NOTICES-LINE.

           IF REYDB-NOTICES-AMOUNT-1-LABEL NOT = SPACES
               MOVE REYDB-NOTICES-AMOUNT-1 TO REYDB-RPT-NOTICES-LINE
               WRITE REYDB-RPT-NOTICES-LINE
           END-IF.

           IF REYDB-NOTICES-AMOUNT-2-LABEL NOT = SPACES
               MOVE REYDB-NOTICES-AMOUNT-2 TO REYDB-RPT-NOTICES-LINE
               WRITE REYDB-RPT-NOTICES-LINE
           END-IF.

           MOVE SPACES TO REYDB-RPT-NOTICES-LINE.
           WRITE REYDB-RPT-NOTICES-LINE.
