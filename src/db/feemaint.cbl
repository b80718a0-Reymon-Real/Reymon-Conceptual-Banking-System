      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: feemaint.cbl           ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: maintenance screen for the
      ***               REYDB-FEESCHED fee schedule, the same
      ***               list/update/delete shape as
      ***               REYDB-RATEMAINT, so the schedule is no
      ***               longer edited by hand. A row is keyed by
      ***               fee code, product and status. Every update
      ***               or delete is filed on REYDB-PENDING through
      ***               REYDB-PENDSUB and the schedule is only
      ***               rewritten when REYDB-CHGREVIEW calls back
      ***               in apply mode once a second supervisor
      ***               approves it; the saved schedule is
      ***               journaled to REYDB-SECJRNL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-FEEMAINT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL REYDB-FEESCHED-FILE
               ASSIGN TO "REYDB-FEESCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REYDB-FEESCHED-STATUS-CODE.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-feesched.cbl".

       WORKING-STORAGE SECTION.

       01 REYDB-FEESCHED-STATUS-CODE PIC X(02).
           88 REYDB-FEESCHED-STATUS-OK VALUE "00" "05".

       01 REYDB-FEEMAINT-EOF-SW PIC X(01).
           88 REYDB-FEEMAINT-EOF VALUE "Y".

       01 REYDB-FEEMAINT-DONE-SW PIC X(01).
           88 REYDB-FEEMAINT-DONE VALUE "Y".

       01 REYDB-FEEMAINT-HIT-SW PIC X(01).
           88 REYDB-FEEMAINT-HIT VALUE "Y".

      *** Twenty rows, the most REYDB-FEES will load
       01 REYDB-FEEMAINT-TABLE.
           05 REYDB-FEEMAINT-ROW-COUNT PIC 9(03) COMP.
           05 REYDB-FEEMAINT-ROW OCCURS 20 TIMES.
               10 REYDB-FEEMAINT-CODE    PIC X(12).
               10 REYDB-FEEMAINT-PRODUCT PIC X(02).
               10 REYDB-FEEMAINT-STATUS  PIC X(01).
               10 REYDB-FEEMAINT-BASIS   PIC X(01).
               10 REYDB-FEEMAINT-VALUE   PIC 9(13)V99.

       77 REYDB-FEEMAINT-SUB PIC 9(03) COMP.

       77 REYDB-FEEMAINT-ACTION PIC X(01).

       01 REYDB-FEEMAINT-WORKING.
           05 REYDB-FEEMAINT-WORK-CODE    PIC X(12).
           05 REYDB-FEEMAINT-WORK-PRODUCT PIC X(02).
           05 REYDB-FEEMAINT-WORK-STATUS  PIC X(01).
           05 REYDB-FEEMAINT-WORK-BASIS   PIC X(01).
           05 REYDB-FEEMAINT-WORK-VALUE   PIC X(16).

       01 REYDB-FEEMAINT-SHOW-VALUE PIC Z(12)9.99.

       COPY "reydb-seclog-linking.cbl".

       01 REYDB-FEEMAINT-SEC-AFTER.
           05 FILLER                  PIC X(05) VALUE "ROWS ".
           05 REYDB-FEEMAINT-SEC-ROWS PIC 9(03).

      *** The row being changed - also the change data filed on
      *** REYDB-PENDING and handed back when it is approved
       01 REYDB-FEEMAINT-KEY.
           05 REYDB-FEEMAINT-KEY-CODE    PIC X(12).
           05 REYDB-FEEMAINT-KEY-PRODUCT PIC X(02).
           05 REYDB-FEEMAINT-KEY-STATUS  PIC X(01).
           05 REYDB-FEEMAINT-KEY-BASIS   PIC X(01).
           05 REYDB-FEEMAINT-KEY-VALUE   PIC 9(13)V99.
           05 FILLER                     PIC X(33).

       01 REYDB-FEEMAINT-SEC-ROW.
           05 REYDB-FEEMAINT-SEC-CODE    PIC X(12).
           05 FILLER                     PIC X(01) VALUE SPACE.
           05 REYDB-FEEMAINT-SEC-PRODUCT PIC X(02).
           05 REYDB-FEEMAINT-SEC-STATUS  PIC X(01).
           05 REYDB-FEEMAINT-SEC-BASIS   PIC X(01).
           05 FILLER                     PIC X(01) VALUE SPACE.
           05 REYDB-FEEMAINT-SEC-VALUE   PIC Z(09)9.99.

       COPY "reydb-pendsub-linking.cbl".

       LINKAGE SECTION.

       COPY "reydb-feemaint-linking.cbl".

       PROCEDURE DIVISION USING REYDB-FEEMAINT-LINKING.

       0000-MAINLINE.

           MOVE "N" TO REYDB-FEEMAINT-DONE-SW.
           SET REYDB-FEEMAINT-RESULT-FAILED TO TRUE.

           PERFORM 1000-LOAD-TABLE.

           IF REYDB-FEEMAINT-MODE-APPLY
               PERFORM 8000-APPLY-CHANGE
           ELSE
               PERFORM 2000-PROMPT-ACTION
                   UNTIL REYDB-FEEMAINT-DONE
           END-IF.

           GOBACK.

      ****************************************************
      *** Name: 1000-LOAD-TABLE                        ***
      *** Reads the fee schedule into working storage  ***
      ****************************************************

       1000-LOAD-TABLE.

           MOVE "N" TO REYDB-FEEMAINT-EOF-SW.
           MOVE ZERO TO REYDB-FEEMAINT-ROW-COUNT.

           OPEN INPUT REYDB-FEESCHED-FILE.

           IF NOT REYDB-FEESCHED-STATUS-OK
               DISPLAY "Feemaint: unable to open REYDB-FEESCHED, "
                   "status " REYDB-FEESCHED-STATUS-CODE
               SET REYDB-FEEMAINT-EOF TO TRUE
           END-IF.

           PERFORM 1100-READ-NEXT-FEE
               UNTIL REYDB-FEEMAINT-EOF.

           CLOSE REYDB-FEESCHED-FILE.

      ****************************************************
      *** Name: 1100-READ-NEXT-FEE                      ***
      ****************************************************

       1100-READ-NEXT-FEE.

           READ REYDB-FEESCHED-FILE
               AT END
                   SET REYDB-FEEMAINT-EOF TO TRUE
           END-READ.

           IF NOT REYDB-FEEMAINT-EOF
               IF REYDB-FEEMAINT-ROW-COUNT < 20
                   ADD 1 TO REYDB-FEEMAINT-ROW-COUNT
                   MOVE REYDB-FEESCHED-RECORD
                       TO REYDB-FEEMAINT-ROW
                           (REYDB-FEEMAINT-ROW-COUNT)
               ELSE
                   DISPLAY "Feemaint: fee schedule full, row dropped"
               END-IF
           END-IF.

      ****************************************************
      *** Name: 2000-PROMPT-ACTION                     ***
      ****************************************************

       2000-PROMPT-ACTION.

           DISPLAY "Fees: L)ist U)pdate D)elete X)exit - changes "
               "wait for a second supervisor".
           DISPLAY "Action: " ACCEPT REYDB-FEEMAINT-ACTION.

           EVALUATE FUNCTION UPPER-CASE(REYDB-FEEMAINT-ACTION)
               WHEN "L"
                   PERFORM 3000-LIST-TABLE
               WHEN "U"
                   PERFORM 4000-UPDATE-ROW
               WHEN "D"
                   PERFORM 5000-DELETE-ROW
               WHEN "X"
                   SET REYDB-FEEMAINT-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Feemaint: invalid action"
           END-EVALUATE.

      ****************************************************
      *** Name: 3000-LIST-TABLE                        ***
      ****************************************************

       3000-LIST-TABLE.

           IF REYDB-FEEMAINT-ROW-COUNT = ZERO
               DISPLAY "Feemaint: fee schedule is empty"
           END-IF.

           MOVE ZERO TO REYDB-FEEMAINT-SUB.

           PERFORM 3100-LIST-ONE-ROW
               REYDB-FEEMAINT-ROW-COUNT TIMES.

      ****************************************************
      *** Name: 3100-LIST-ONE-ROW                       ***
      ****************************************************

       3100-LIST-ONE-ROW.

           ADD 1 TO REYDB-FEEMAINT-SUB.

           MOVE REYDB-FEEMAINT-VALUE (REYDB-FEEMAINT-SUB)
               TO REYDB-FEEMAINT-SHOW-VALUE.

           DISPLAY "  "
               REYDB-FEEMAINT-CODE (REYDB-FEEMAINT-SUB)
               " PRODUCT "
               REYDB-FEEMAINT-PRODUCT (REYDB-FEEMAINT-SUB)
               " STATUS "
               REYDB-FEEMAINT-STATUS (REYDB-FEEMAINT-SUB)
               " BASIS "
               REYDB-FEEMAINT-BASIS (REYDB-FEEMAINT-SUB)
               " VALUE "
               REYDB-FEEMAINT-SHOW-VALUE.

      ****************************************************
      *** Name: 4000-UPDATE-ROW                        ***
      *** Files the addition of a fee row, or a new    ***
      *** basis and value for one that already exists, ***
      *** for approval                                 ***
      ****************************************************

       4000-UPDATE-ROW.

           PERFORM 4500-ASK-KEY.

           DISPLAY "Enter the basis, F flat or P percent".
           ACCEPT REYDB-FEEMAINT-WORK-BASIS.

           DISPLAY "Enter the fee value".
           ACCEPT REYDB-FEEMAINT-WORK-VALUE.

           MOVE FUNCTION UPPER-CASE(REYDB-FEEMAINT-WORK-BASIS)
               TO REYDB-FEEMAINT-KEY-BASIS.
           COMPUTE REYDB-FEEMAINT-KEY-VALUE =
               FUNCTION NUMVAL(REYDB-FEEMAINT-WORK-VALUE).

           PERFORM 7000-FIND-ROW.

           EVALUATE TRUE
               WHEN REYDB-FEEMAINT-KEY-BASIS NOT = "F"
                      AND REYDB-FEEMAINT-KEY-BASIS NOT = "P"
                   DISPLAY "Feemaint: basis must be F or P"
               WHEN NOT REYDB-FEEMAINT-HIT
                      AND REYDB-FEEMAINT-ROW-COUNT >= 20
                   DISPLAY "Feemaint: fee schedule is full"
               WHEN OTHER
                   IF REYDB-FEEMAINT-HIT
                       PERFORM 4700-SHOW-ROW
                       MOVE REYDB-FEEMAINT-SEC-ROW
                           TO REYDB-PENDSUB-BEFORE
                   ELSE
                       MOVE "NEW ROW" TO REYDB-PENDSUB-BEFORE
                   END-IF

                   MOVE REYDB-FEEMAINT-KEY-CODE
                       TO REYDB-FEEMAINT-SEC-CODE
                   MOVE REYDB-FEEMAINT-KEY-PRODUCT
                       TO REYDB-FEEMAINT-SEC-PRODUCT
                   MOVE REYDB-FEEMAINT-KEY-STATUS
                       TO REYDB-FEEMAINT-SEC-STATUS
                   MOVE REYDB-FEEMAINT-KEY-BASIS
                       TO REYDB-FEEMAINT-SEC-BASIS
                   MOVE REYDB-FEEMAINT-KEY-VALUE
                       TO REYDB-FEEMAINT-SEC-VALUE
                   MOVE REYDB-FEEMAINT-SEC-ROW TO REYDB-PENDSUB-AFTER

                   MOVE "U" TO REYDB-PENDSUB-ACTION
                   PERFORM 4600-SUBMIT-CHANGE
           END-EVALUATE.

      ****************************************************
      *** Name: 4500-ASK-KEY                           ***
      ****************************************************

       4500-ASK-KEY.

           DISPLAY "Enter the fee code".
           ACCEPT REYDB-FEEMAINT-WORK-CODE.

           DISPLAY "Enter the product code, ** for any".
           ACCEPT REYDB-FEEMAINT-WORK-PRODUCT.

           DISPLAY "Enter the account status, * for any".
           ACCEPT REYDB-FEEMAINT-WORK-STATUS.

           MOVE SPACES TO REYDB-FEEMAINT-KEY.
           MOVE FUNCTION UPPER-CASE(REYDB-FEEMAINT-WORK-CODE)
               TO REYDB-FEEMAINT-KEY-CODE.
           MOVE FUNCTION UPPER-CASE(REYDB-FEEMAINT-WORK-PRODUCT)
               TO REYDB-FEEMAINT-KEY-PRODUCT.
           MOVE FUNCTION UPPER-CASE(REYDB-FEEMAINT-WORK-STATUS)
               TO REYDB-FEEMAINT-KEY-STATUS.
           MOVE ZERO TO REYDB-FEEMAINT-KEY-VALUE.

      ****************************************************
      *** Name: 4600-SUBMIT-CHANGE                     ***
      *** Nothing reaches REYDB-FEESCHED until a       ***
      *** second supervisor approves the change        ***
      *** through REYDB-CHGREVIEW                      ***
      ****************************************************

       4600-SUBMIT-CHANGE.

           MOVE "F"                     TO REYDB-PENDSUB-TABLE.
           MOVE REYDB-FEEMAINT-OPERATOR TO REYDB-PENDSUB-OPERATOR.
           MOVE REYDB-FEEMAINT-KEY      TO REYDB-PENDSUB-DATA.

           CALL "REYDB-PENDSUB" USING REYDB-PENDSUB-LINKING.

           IF REYDB-PENDSUB-OK
               DISPLAY "Feemaint: change " REYDB-PENDSUB-ID
                   " filed for approval"
           ELSE
               DISPLAY "Feemaint: change not filed"
           END-IF.

      ****************************************************
      *** Name: 4700-SHOW-ROW                          ***
      *** Journal view of the row at REYDB-FEEMAINT-   ***
      *** SUB                                          ***
      ****************************************************

       4700-SHOW-ROW.

           MOVE REYDB-FEEMAINT-CODE (REYDB-FEEMAINT-SUB)
               TO REYDB-FEEMAINT-SEC-CODE.
           MOVE REYDB-FEEMAINT-PRODUCT (REYDB-FEEMAINT-SUB)
               TO REYDB-FEEMAINT-SEC-PRODUCT.
           MOVE REYDB-FEEMAINT-STATUS (REYDB-FEEMAINT-SUB)
               TO REYDB-FEEMAINT-SEC-STATUS.
           MOVE REYDB-FEEMAINT-BASIS (REYDB-FEEMAINT-SUB)
               TO REYDB-FEEMAINT-SEC-BASIS.
           MOVE REYDB-FEEMAINT-VALUE (REYDB-FEEMAINT-SUB)
               TO REYDB-FEEMAINT-SEC-VALUE.

      ****************************************************
      *** Name: 5000-DELETE-ROW                        ***
      ****************************************************

       5000-DELETE-ROW.

           PERFORM 4500-ASK-KEY.

           PERFORM 7000-FIND-ROW.

           IF NOT REYDB-FEEMAINT-HIT
               DISPLAY "Feemaint: row not found"
           ELSE
               PERFORM 4700-SHOW-ROW
               MOVE REYDB-FEEMAINT-SEC-ROW TO REYDB-PENDSUB-BEFORE
               MOVE "DELETED" TO REYDB-PENDSUB-AFTER
               MOVE REYDB-FEEMAINT-BASIS (REYDB-FEEMAINT-SUB)
                   TO REYDB-FEEMAINT-KEY-BASIS
               MOVE REYDB-FEEMAINT-VALUE (REYDB-FEEMAINT-SUB)
                   TO REYDB-FEEMAINT-KEY-VALUE

               MOVE "D" TO REYDB-PENDSUB-ACTION
               PERFORM 4600-SUBMIT-CHANGE
           END-IF.

      ****************************************************
      *** Name: 7000-FIND-ROW                          ***
      *** Leaves REYDB-FEEMAINT-SUB at the row whose   ***
      *** code, product and status match REYDB-        ***
      *** FEEMAINT-KEY                                 ***
      ****************************************************

       7000-FIND-ROW.

           MOVE "N" TO REYDB-FEEMAINT-HIT-SW.
           MOVE ZERO TO REYDB-FEEMAINT-SUB.

           PERFORM 7100-TEST-ONE-ROW
               REYDB-FEEMAINT-ROW-COUNT TIMES.

      ****************************************************
      *** Name: 7100-TEST-ONE-ROW                       ***
      ****************************************************

       7100-TEST-ONE-ROW.

           IF NOT REYDB-FEEMAINT-HIT
               ADD 1 TO REYDB-FEEMAINT-SUB

               IF REYDB-FEEMAINT-CODE (REYDB-FEEMAINT-SUB)
                      = REYDB-FEEMAINT-KEY-CODE
                  AND REYDB-FEEMAINT-PRODUCT (REYDB-FEEMAINT-SUB)
                      = REYDB-FEEMAINT-KEY-PRODUCT
                  AND REYDB-FEEMAINT-STATUS (REYDB-FEEMAINT-SUB)
                      = REYDB-FEEMAINT-KEY-STATUS
                   SET REYDB-FEEMAINT-HIT TO TRUE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 6000-SAVE-TABLE                        ***
      *** Rewrites the whole fee schedule from working ***
      *** storage                                      ***
      ****************************************************

       6000-SAVE-TABLE.

           OPEN OUTPUT REYDB-FEESCHED-FILE.

           IF NOT REYDB-FEESCHED-STATUS-OK
               DISPLAY "Feemaint: unable to rewrite REYDB-FEESCHED, "
                   "status " REYDB-FEESCHED-STATUS-CODE
           ELSE
               MOVE ZERO TO REYDB-FEEMAINT-SUB

               PERFORM 6100-SAVE-ONE-ROW
                   REYDB-FEEMAINT-ROW-COUNT TIMES

               DISPLAY "Feemaint: fee schedule saved"

               SET REYDB-FEEMAINT-RESULT-OK TO TRUE

               PERFORM 6500-LOG-SECURITY
           END-IF.

           CLOSE REYDB-FEESCHED-FILE.

      ****************************************************
      *** Name: 6100-SAVE-ONE-ROW                       ***
      ****************************************************

       6100-SAVE-ONE-ROW.

           ADD 1 TO REYDB-FEEMAINT-SUB.

           MOVE REYDB-FEEMAINT-ROW (REYDB-FEEMAINT-SUB)
               TO REYDB-FEESCHED-RECORD.

           WRITE REYDB-FEESCHED-RECORD.

      ****************************************************
      *** Name: 6500-LOG-SECURITY                      ***
      ****************************************************

       6500-LOG-SECURITY.

           MOVE REYDB-FEEMAINT-OPERATOR TO REYDB-SECLOG-OPERATOR.
           MOVE "FEE-MAINT"             TO REYDB-SECLOG-ACTION.
           MOVE "FEE SCHEDULE SAVED"    TO REYDB-SECLOG-DETAIL.
           MOVE SPACES                  TO REYDB-SECLOG-BEFORE.
           MOVE REYDB-FEEMAINT-ROW-COUNT
               TO REYDB-FEEMAINT-SEC-ROWS.
           MOVE REYDB-FEEMAINT-SEC-AFTER TO REYDB-SECLOG-AFTER.
           CALL "REYDB-SECLOG" USING REYDB-SECLOG-LINKING.

           IF NOT REYDB-SECLOG-OK
               DISPLAY "Feemaint: security journal entry not "
                   "recorded"
           END-IF.

      ****************************************************
      *** Name: 8000-APPLY-CHANGE                      ***
      *** An approved change from REYDB-CHGREVIEW,     ***
      *** applied to the schedule as it stands now     ***
      ****************************************************

       8000-APPLY-CHANGE.

           MOVE REYDB-FEEMAINT-PEND-DATA TO REYDB-FEEMAINT-KEY.

           PERFORM 7000-FIND-ROW.

           EVALUATE TRUE
               WHEN REYDB-FEEMAINT-PEND-ACTION = "D"
                      AND NOT REYDB-FEEMAINT-HIT
                   DISPLAY "Feemaint: row is no longer on the schedule"
               WHEN REYDB-FEEMAINT-PEND-ACTION = "D"
                   MOVE REYDB-FEEMAINT-ROW (REYDB-FEEMAINT-ROW-COUNT)
                       TO REYDB-FEEMAINT-ROW (REYDB-FEEMAINT-SUB)
                   SUBTRACT 1 FROM REYDB-FEEMAINT-ROW-COUNT
                   PERFORM 6000-SAVE-TABLE
               WHEN NOT REYDB-FEEMAINT-HIT
                      AND REYDB-FEEMAINT-ROW-COUNT >= 20
                   DISPLAY "Feemaint: fee schedule is full"
               WHEN OTHER
                   IF NOT REYDB-FEEMAINT-HIT
                       ADD 1 TO REYDB-FEEMAINT-ROW-COUNT
                       MOVE REYDB-FEEMAINT-ROW-COUNT
                           TO REYDB-FEEMAINT-SUB
                       MOVE REYDB-FEEMAINT-KEY-CODE
                           TO REYDB-FEEMAINT-CODE (REYDB-FEEMAINT-SUB)
                       MOVE REYDB-FEEMAINT-KEY-PRODUCT
                           TO REYDB-FEEMAINT-PRODUCT
                               (REYDB-FEEMAINT-SUB)
                       MOVE REYDB-FEEMAINT-KEY-STATUS
                           TO REYDB-FEEMAINT-STATUS
                               (REYDB-FEEMAINT-SUB)
                   END-IF
                   MOVE REYDB-FEEMAINT-KEY-BASIS
                       TO REYDB-FEEMAINT-BASIS (REYDB-FEEMAINT-SUB)
                   MOVE REYDB-FEEMAINT-KEY-VALUE
                       TO REYDB-FEEMAINT-VALUE (REYDB-FEEMAINT-SUB)
                   PERFORM 6000-SAVE-TABLE
           END-EVALUATE.
