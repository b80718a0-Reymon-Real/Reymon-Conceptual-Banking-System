      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: amlreview.cbl          ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: compliance review screen for the cases
      ***               REYDB-AMLMON opens on REYDB-AMLCASE. Lists
      ***               the open cases with the entries behind them,
      ***               and closes one by its case number as cleared
      ***               or reported. The officer and the date are
      ***               kept on the case and the decision is
      ***               journaled to REYDB-SECJRNL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-AMLREVIEW.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL REYDB-AMLCASE-FILE
               ASSIGN TO "REYDB-AMLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-AML-ID
               FILE STATUS IS REYDB-AMLCASE-STATUS-CODE.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-amlcase.cbl".

       WORKING-STORAGE SECTION.

       01 REYDB-AMLCASE-STATUS-CODE PIC X(02).
           88 REYDB-AMLCASE-STATUS-OK VALUE "00" "05".
           88 REYDB-AMLCASE-NOT-FOUND VALUE "35".
           88 REYDB-AMLCASE-RECORD-LOCKED VALUE "51" "99".

       01 REYDB-AMLREVIEW-EOF-SW PIC X(01).
           88 REYDB-AMLREVIEW-EOF VALUE "Y".

       01 REYDB-AMLREVIEW-DONE-SW PIC X(01).
           88 REYDB-AMLREVIEW-DONE VALUE "Y".

       01 REYDB-AMLREVIEW-HIT-SW PIC X(01).
           88 REYDB-AMLREVIEW-HIT VALUE "Y".

       01 REYDB-AMLREVIEW-FOUND-SW PIC X(01).
           88 REYDB-AMLREVIEW-FOUND VALUE "Y".

       77 REYDB-AMLREVIEW-ACTION PIC X(01).

       77 REYDB-AMLREVIEW-SHOWN PIC 9(05) COMP.

       77 REYDB-AMLREVIEW-SUB PIC 9(02) COMP.

       01 REYDB-AMLREVIEW-WORK-ID PIC X(18).

       01 REYDB-AMLREVIEW-SHOW-AMT PIC -(12)9.99.

       COPY "reydb-seclog-linking.cbl".

       01 REYDB-AMLREVIEW-SEC-DETAIL.
           05 FILLER                     PIC X(05) VALUE "CASE ".
           05 REYDB-AMLREVIEW-SEC-ID     PIC 9(18).
           05 FILLER                     PIC X(01) VALUE SPACE.
           05 REYDB-AMLREVIEW-SEC-SCEN   PIC X(01).

       01 REYDB-AMLREVIEW-SEC-BEFORE.
           05 FILLER                     PIC X(14)
               VALUE "OPEN CUSTOMER ".
           05 REYDB-AMLREVIEW-SEC-CUST   PIC 9(18).

       LINKAGE SECTION.

       COPY "reydb-amlreview-linking.cbl".

       PROCEDURE DIVISION USING REYDB-AMLREVIEW-LINKING.

       0000-MAINLINE.

           MOVE "N" TO REYDB-AMLREVIEW-DONE-SW.

           PERFORM 2000-PROMPT-ACTION
               UNTIL REYDB-AMLREVIEW-DONE.

           GOBACK.

      ****************************************************
      *** Name: 1000-OPEN-CASES                        ***
      *** REYDB-AMLCASE is indexed, so create it the   ***
      *** first time it is found missing, the same way ***
      *** REYDB-INIT creates the other masters         ***
      ****************************************************

       1000-OPEN-CASES.

           OPEN I-O REYDB-AMLCASE-FILE.

           IF REYDB-AMLCASE-NOT-FOUND
               OPEN OUTPUT REYDB-AMLCASE-FILE
               CLOSE REYDB-AMLCASE-FILE
               OPEN I-O REYDB-AMLCASE-FILE
           END-IF.

           IF NOT REYDB-AMLCASE-STATUS-OK
               DISPLAY "Amlreview: unable to open REYDB-AMLCASE, "
                   "status " REYDB-AMLCASE-STATUS-CODE
           END-IF.

      ****************************************************
      *** Name: 2000-PROMPT-ACTION                     ***
      ****************************************************

       2000-PROMPT-ACTION.

           DISPLAY "AML cases: L)ist C)lear R)eport X)exit".
           DISPLAY "Action: " ACCEPT REYDB-AMLREVIEW-ACTION.

           EVALUATE FUNCTION UPPER-CASE(REYDB-AMLREVIEW-ACTION)
               WHEN "L"
                   PERFORM 3000-LIST-CASES
               WHEN "C"
                   PERFORM 4000-CLEAR-CASE
               WHEN "R"
                   PERFORM 5000-REPORT-CASE
               WHEN "X"
                   SET REYDB-AMLREVIEW-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Amlreview: invalid action"
           END-EVALUATE.

      ****************************************************
      *** Name: 3000-LIST-CASES                        ***
      *** Shows every case still open, oldest first,   ***
      *** with the entries kept on it                  ***
      ****************************************************

       3000-LIST-CASES.

           MOVE "N" TO REYDB-AMLREVIEW-EOF-SW.
           MOVE ZERO TO REYDB-AMLREVIEW-SHOWN.

           PERFORM 1000-OPEN-CASES.

           IF NOT REYDB-AMLCASE-STATUS-OK
               SET REYDB-AMLREVIEW-EOF TO TRUE
           END-IF.

           PERFORM 3100-LIST-NEXT-CASE
               UNTIL REYDB-AMLREVIEW-EOF.

           CLOSE REYDB-AMLCASE-FILE.

           IF REYDB-AMLREVIEW-SHOWN = ZERO
               DISPLAY "Amlreview: no open cases"
           END-IF.

      ****************************************************
      *** Name: 3100-LIST-NEXT-CASE                     ***
      ****************************************************

       3100-LIST-NEXT-CASE.

           READ REYDB-AMLCASE-FILE NEXT RECORD
               AT END
                   SET REYDB-AMLREVIEW-EOF TO TRUE
           END-READ.

           IF NOT REYDB-AMLREVIEW-EOF
              AND REYDB-AML-OPEN
               ADD 1 TO REYDB-AMLREVIEW-SHOWN

               MOVE REYDB-AML-TOTAL TO REYDB-AMLREVIEW-SHOW-AMT

               IF REYDB-AML-STRUCTURING
                   DISPLAY "  " REYDB-AML-ID " STRUCTURING"
                       " CUSTOMER " REYDB-AML-CUST-ID
                       " ON " REYDB-AML-OPEN-DATE
               ELSE
                   DISPLAY "  " REYDB-AML-ID " RAPID MOVEMENT"
                       " CUSTOMER " REYDB-AML-CUST-ID
                       " ON " REYDB-AML-OPEN-DATE
               END-IF

               DISPLAY "    ENTRIES " REYDB-AML-HIT-COUNT
                   " TOTAL " REYDB-AMLREVIEW-SHOW-AMT

               MOVE ZERO TO REYDB-AMLREVIEW-SUB

               PERFORM 3200-LIST-ONE-ENTRY
                   REYDB-AML-ENTRY-COUNT TIMES
           END-IF.

      ****************************************************
      *** Name: 3200-LIST-ONE-ENTRY                     ***
      ****************************************************

       3200-LIST-ONE-ENTRY.

           ADD 1 TO REYDB-AMLREVIEW-SUB.

           MOVE REYDB-AML-ENTRY-AMOUNT (REYDB-AMLREVIEW-SUB)
               TO REYDB-AMLREVIEW-SHOW-AMT.

           DISPLAY "    " REYDB-AML-ENTRY-DATE (REYDB-AMLREVIEW-SUB)
               " " REYDB-AML-ENTRY-ACCOUNT (REYDB-AMLREVIEW-SUB)
               " " REYDB-AML-ENTRY-OPER (REYDB-AMLREVIEW-SUB)
               " " REYDB-AMLREVIEW-SHOW-AMT
               " REF " REYDB-AML-ENTRY-REF (REYDB-AMLREVIEW-SUB).

      ****************************************************
      *** Name: 4000-CLEAR-CASE                        ***
      ****************************************************

       4000-CLEAR-CASE.

           PERFORM 6000-READ-CASE.

           IF REYDB-AMLREVIEW-HIT
               SET REYDB-AML-CLEARED TO TRUE
               MOVE "AML-CLEAR" TO REYDB-SECLOG-ACTION
               MOVE "CLEARED"   TO REYDB-SECLOG-AFTER
               PERFORM 8000-RECORD-DECISION
           END-IF.

           CLOSE REYDB-AMLCASE-FILE.

      ****************************************************
      *** Name: 5000-REPORT-CASE                       ***
      ****************************************************

       5000-REPORT-CASE.

           PERFORM 6000-READ-CASE.

           IF REYDB-AMLREVIEW-HIT
               SET REYDB-AML-REPORTED TO TRUE
               MOVE "AML-REPORT" TO REYDB-SECLOG-ACTION
               MOVE "REPORTED"   TO REYDB-SECLOG-AFTER
               PERFORM 8000-RECORD-DECISION
           END-IF.

           CLOSE REYDB-AMLCASE-FILE.

      ****************************************************
      *** Name: 6000-READ-CASE                         ***
      *** Asks for a case number and holds the case    ***
      *** locked when it is still open                 ***
      ****************************************************

       6000-READ-CASE.

           MOVE "N" TO REYDB-AMLREVIEW-HIT-SW.
           MOVE "N" TO REYDB-AMLREVIEW-FOUND-SW.

           DISPLAY "Enter the case number".
           ACCEPT REYDB-AMLREVIEW-WORK-ID.

           PERFORM 1000-OPEN-CASES.

           IF REYDB-AMLCASE-STATUS-OK
               COMPUTE REYDB-AML-ID =
                   FUNCTION NUMVAL(REYDB-AMLREVIEW-WORK-ID)

               READ REYDB-AMLCASE-FILE WITH LOCK
                   INVALID KEY
                       DISPLAY "Amlreview: case not found"
                   NOT INVALID KEY
                       SET REYDB-AMLREVIEW-FOUND TO TRUE
               END-READ

               EVALUATE TRUE
                   WHEN REYDB-AMLCASE-RECORD-LOCKED
                       DISPLAY "Amlreview: case busy at another "
                           "station"
                   WHEN NOT REYDB-AMLREVIEW-FOUND
                       CONTINUE
                   WHEN NOT REYDB-AML-OPEN
                       DISPLAY "Amlreview: case has already been "
                           "closed"
                   WHEN OTHER
                       SET REYDB-AMLREVIEW-HIT TO TRUE
               END-EVALUATE
           END-IF.

      ****************************************************
      *** Name: 8000-RECORD-DECISION                   ***
      *** Rewrites the closed case and journals it     ***
      *** with REYDB-SECLOG-ACTION and -AFTER already  ***
      *** set                                          ***
      ****************************************************

       8000-RECORD-DECISION.

           MOVE REYDB-AMLREVIEW-OPERATOR TO REYDB-AML-OFFICER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-AML-CLOSE-DATE.

           REWRITE REYDB-AML-RECORD.

           IF NOT REYDB-AMLCASE-STATUS-OK
               DISPLAY "Amlreview: unable to rewrite REYDB-AMLCASE, "
                   "status " REYDB-AMLCASE-STATUS-CODE
           ELSE
               IF REYDB-AML-REPORTED
                   DISPLAY "Amlreview: case " REYDB-AML-ID
                       " closed as reported"
               ELSE
                   DISPLAY "Amlreview: case " REYDB-AML-ID
                       " closed as cleared"
               END-IF

               MOVE REYDB-AMLREVIEW-OPERATOR TO REYDB-SECLOG-OPERATOR
               MOVE REYDB-AML-ID        TO REYDB-AMLREVIEW-SEC-ID
               MOVE REYDB-AML-SCENARIO  TO REYDB-AMLREVIEW-SEC-SCEN
               MOVE REYDB-AMLREVIEW-SEC-DETAIL TO REYDB-SECLOG-DETAIL
               MOVE REYDB-AML-CUST-ID   TO REYDB-AMLREVIEW-SEC-CUST
               MOVE REYDB-AMLREVIEW-SEC-BEFORE TO REYDB-SECLOG-BEFORE

               CALL "REYDB-SECLOG" USING REYDB-SECLOG-LINKING

               IF NOT REYDB-SECLOG-OK
                   DISPLAY "Amlreview: security journal entry not "
                       "recorded"
               END-IF
           END-IF.
