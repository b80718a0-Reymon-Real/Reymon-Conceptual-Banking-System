      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: chgreview.cbl          ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: approved exchange rate changes are applied
      ***               through REYDB-FXMAINT.
      *** 10/15/2026 - EPH: review screen for the changes waiting
      ***               on REYDB-PENDING. Lists them, and approves
      ***               or rejects one by its change number. A change
      ***               is never approved or rejected by the
      ***               supervisor who made it. Approval calls the
      ***               owning maintenance program in apply mode -
      ***               REYDB-RATEMAINT, REYDB-FEEMAINT,
      ***               REYDB-CALMAINT or REYDB-OPERMAINT - and only
      ***               marks the change approved when it has been
      ***               applied. Both decisions are journaled to
      ***               REYDB-SECJRNL with the before and after
      ***               values.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-CHGREVIEW.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL REYDB-PENDING-FILE
               ASSIGN TO "REYDB-PENDING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-PEND-ID
               FILE STATUS IS REYDB-PENDING-STATUS-CODE.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-pending.cbl".

       WORKING-STORAGE SECTION.

       01 REYDB-PENDING-STATUS-CODE PIC X(02).
           88 REYDB-PENDING-STATUS-OK VALUE "00" "05".
           88 REYDB-PENDING-NOT-FOUND VALUE "35".
           88 REYDB-PENDING-RECORD-LOCKED VALUE "51" "99".

       01 REYDB-CHGREVIEW-EOF-SW PIC X(01).
           88 REYDB-CHGREVIEW-EOF VALUE "Y".

       01 REYDB-CHGREVIEW-DONE-SW PIC X(01).
           88 REYDB-CHGREVIEW-DONE VALUE "Y".

       01 REYDB-CHGREVIEW-HIT-SW PIC X(01).
           88 REYDB-CHGREVIEW-HIT VALUE "Y".

       01 REYDB-CHGREVIEW-FOUND-SW PIC X(01).
           88 REYDB-CHGREVIEW-FOUND VALUE "Y".

       01 REYDB-CHGREVIEW-APPLIED-SW PIC X(01).
           88 REYDB-CHGREVIEW-APPLIED VALUE "Y".

       77 REYDB-CHGREVIEW-ACTION PIC X(01).

       77 REYDB-CHGREVIEW-SHOWN PIC 9(05) COMP.

       01 REYDB-CHGREVIEW-WORK-ID PIC X(18).

       COPY "reydb-seclog-linking.cbl".

       01 REYDB-CHGREVIEW-SEC-DETAIL.
           05 FILLER                     PIC X(07) VALUE "CHANGE ".
           05 REYDB-CHGREVIEW-SEC-ID     PIC 9(18).
           05 FILLER                     PIC X(01) VALUE SPACE.
           05 REYDB-CHGREVIEW-SEC-TABLE  PIC X(01).
           05 REYDB-CHGREVIEW-SEC-ACTION PIC X(01).

       COPY "reydb-ratemaint-linking.cbl".
       COPY "reydb-feemaint-linking.cbl".
       COPY "reydb-calmaint-linking.cbl".
       COPY "reydb-opermaint-linking.cbl".
       COPY "reydb-fxmaint-linking.cbl".

       LINKAGE SECTION.

       COPY "reydb-chgreview-linking.cbl".

       PROCEDURE DIVISION USING REYDB-CHGREVIEW-LINKING.

       0000-MAINLINE.

           MOVE "N" TO REYDB-CHGREVIEW-DONE-SW.

           PERFORM 2000-PROMPT-ACTION
               UNTIL REYDB-CHGREVIEW-DONE.

           GOBACK.

      ****************************************************
      *** Name: 1000-OPEN-PENDING                      ***
      *** REYDB-PENDING is indexed, so create it the   ***
      *** first time it is found missing, the same way ***
      *** REYDB-INIT creates the other masters         ***
      ****************************************************

       1000-OPEN-PENDING.

           OPEN I-O REYDB-PENDING-FILE.

           IF REYDB-PENDING-NOT-FOUND
               OPEN OUTPUT REYDB-PENDING-FILE
               CLOSE REYDB-PENDING-FILE
               OPEN I-O REYDB-PENDING-FILE
           END-IF.

           IF NOT REYDB-PENDING-STATUS-OK
               DISPLAY "Chgreview: unable to open REYDB-PENDING, "
                   "status " REYDB-PENDING-STATUS-CODE
           END-IF.

      ****************************************************
      *** Name: 2000-PROMPT-ACTION                     ***
      ****************************************************

       2000-PROMPT-ACTION.

           DISPLAY "Pending changes: L)ist A)pprove R)eject X)exit".
           DISPLAY "Action: " ACCEPT REYDB-CHGREVIEW-ACTION.

           EVALUATE FUNCTION UPPER-CASE(REYDB-CHGREVIEW-ACTION)
               WHEN "L"
                   PERFORM 3000-LIST-CHANGES
               WHEN "A"
                   PERFORM 4000-APPROVE-CHANGE
               WHEN "R"
                   PERFORM 5000-REJECT-CHANGE
               WHEN "X"
                   SET REYDB-CHGREVIEW-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Chgreview: invalid action"
           END-EVALUATE.

      ****************************************************
      *** Name: 3000-LIST-CHANGES                      ***
      *** Shows every change still waiting, oldest     ***
      *** first                                        ***
      ****************************************************

       3000-LIST-CHANGES.

           MOVE "N" TO REYDB-CHGREVIEW-EOF-SW.
           MOVE ZERO TO REYDB-CHGREVIEW-SHOWN.

           PERFORM 1000-OPEN-PENDING.

           IF NOT REYDB-PENDING-STATUS-OK
               SET REYDB-CHGREVIEW-EOF TO TRUE
           END-IF.

           PERFORM 3100-LIST-NEXT-CHANGE
               UNTIL REYDB-CHGREVIEW-EOF.

           CLOSE REYDB-PENDING-FILE.

           IF REYDB-CHGREVIEW-SHOWN = ZERO
               DISPLAY "Chgreview: no changes waiting for approval"
           END-IF.

      ****************************************************
      *** Name: 3100-LIST-NEXT-CHANGE                   ***
      ****************************************************

       3100-LIST-NEXT-CHANGE.

           READ REYDB-PENDING-FILE NEXT RECORD
               AT END
                   SET REYDB-CHGREVIEW-EOF TO TRUE
           END-READ.

           IF NOT REYDB-CHGREVIEW-EOF
              AND REYDB-PEND-WAITING
               ADD 1 TO REYDB-CHGREVIEW-SHOWN

               DISPLAY "  " REYDB-PEND-ID
                   " " REYDB-PEND-TABLE REYDB-PEND-ACTION
                   " BY " REYDB-PEND-MAKER
                   " ON " REYDB-PEND-MADE-DATE
               DISPLAY "    WAS " REYDB-PEND-BEFORE
               DISPLAY "    NOW " REYDB-PEND-AFTER
           END-IF.

      ****************************************************
      *** Name: 4000-APPROVE-CHANGE                    ***
      *** The change is only marked approved once the  ***
      *** owning program reports it applied            ***
      ****************************************************

       4000-APPROVE-CHANGE.

           PERFORM 6000-READ-CHANGE.

           IF REYDB-CHGREVIEW-HIT
               PERFORM 7000-APPLY-CHANGE

               IF NOT REYDB-CHGREVIEW-APPLIED
                   DISPLAY "Chgreview: change could not be applied, "
                       "it is still waiting"
               ELSE
                   SET REYDB-PEND-APPROVED TO TRUE
                   MOVE "CHG-APPROVE" TO REYDB-SECLOG-ACTION
                   PERFORM 8000-RECORD-DECISION
               END-IF
           END-IF.

           CLOSE REYDB-PENDING-FILE.

      ****************************************************
      *** Name: 5000-REJECT-CHANGE                     ***
      ****************************************************

       5000-REJECT-CHANGE.

           PERFORM 6000-READ-CHANGE.

           IF REYDB-CHGREVIEW-HIT
               SET REYDB-PEND-REJECTED TO TRUE
               MOVE "CHG-REJECT" TO REYDB-SECLOG-ACTION
               PERFORM 8000-RECORD-DECISION
           END-IF.

           CLOSE REYDB-PENDING-FILE.

      ****************************************************
      *** Name: 6000-READ-CHANGE                       ***
      *** Asks for a change number and holds the       ***
      *** change locked when it is waiting and was     ***
      *** made by another supervisor                   ***
      ****************************************************

       6000-READ-CHANGE.

           MOVE "N" TO REYDB-CHGREVIEW-HIT-SW.
           MOVE "N" TO REYDB-CHGREVIEW-FOUND-SW.

           DISPLAY "Enter the change number".
           ACCEPT REYDB-CHGREVIEW-WORK-ID.

           PERFORM 1000-OPEN-PENDING.

           IF REYDB-PENDING-STATUS-OK
               COMPUTE REYDB-PEND-ID =
                   FUNCTION NUMVAL(REYDB-CHGREVIEW-WORK-ID)

               READ REYDB-PENDING-FILE WITH LOCK
                   INVALID KEY
                       DISPLAY "Chgreview: change not found"
                   NOT INVALID KEY
                       SET REYDB-CHGREVIEW-FOUND TO TRUE
               END-READ

               EVALUATE TRUE
                   WHEN REYDB-PENDING-RECORD-LOCKED
                       DISPLAY "Chgreview: change busy at another "
                           "station"
                   WHEN NOT REYDB-CHGREVIEW-FOUND
                       CONTINUE
                   WHEN NOT REYDB-PEND-WAITING
                       DISPLAY "Chgreview: change has already been "
                           "decided"
                   WHEN REYDB-PEND-MAKER = REYDB-CHGREVIEW-OPERATOR
                       DISPLAY "Chgreview: a change must be decided "
                           "by a different supervisor"
                   WHEN OTHER
                       SET REYDB-CHGREVIEW-HIT TO TRUE
               END-EVALUATE
           END-IF.

      ****************************************************
      *** Name: 7000-APPLY-CHANGE                      ***
      *** Hands the change back to the program that    ***
      *** owns the table, under the approving          ***
      *** supervisor                                   ***
      ****************************************************

       7000-APPLY-CHANGE.

           MOVE "N" TO REYDB-CHGREVIEW-APPLIED-SW.

           EVALUATE TRUE
               WHEN REYDB-PEND-TABLE-RATES
                   MOVE SPACES TO REYDB-RATEMAINT-LINKING
                   MOVE REYDB-CHGREVIEW-OPERATOR
                       TO REYDB-RATEMAINT-OPERATOR
                   SET REYDB-RATEMAINT-MODE-APPLY TO TRUE
                   MOVE REYDB-PEND-ACTION TO REYDB-RATEMAINT-PEND-ACTION
                   MOVE REYDB-PEND-DATA   TO REYDB-RATEMAINT-PEND-DATA
                   CALL "REYDB-RATEMAINT"
                       USING REYDB-RATEMAINT-LINKING
                   IF REYDB-RATEMAINT-RESULT-OK
                       SET REYDB-CHGREVIEW-APPLIED TO TRUE
                   END-IF
               WHEN REYDB-PEND-TABLE-FEES
                   MOVE SPACES TO REYDB-FEEMAINT-LINKING
                   MOVE REYDB-CHGREVIEW-OPERATOR
                       TO REYDB-FEEMAINT-OPERATOR
                   SET REYDB-FEEMAINT-MODE-APPLY TO TRUE
                   MOVE REYDB-PEND-ACTION TO REYDB-FEEMAINT-PEND-ACTION
                   MOVE REYDB-PEND-DATA   TO REYDB-FEEMAINT-PEND-DATA
                   CALL "REYDB-FEEMAINT"
                       USING REYDB-FEEMAINT-LINKING
                   IF REYDB-FEEMAINT-RESULT-OK
                       SET REYDB-CHGREVIEW-APPLIED TO TRUE
                   END-IF
               WHEN REYDB-PEND-TABLE-CALENDAR
                   MOVE SPACES TO REYDB-CALMAINT-LINKING
                   MOVE REYDB-CHGREVIEW-OPERATOR
                       TO REYDB-CALMAINT-OPERATOR
                   SET REYDB-CALMAINT-MODE-APPLY TO TRUE
                   MOVE REYDB-PEND-ACTION TO REYDB-CALMAINT-PEND-ACTION
                   MOVE REYDB-PEND-DATA   TO REYDB-CALMAINT-PEND-DATA
                   CALL "REYDB-CALMAINT"
                       USING REYDB-CALMAINT-LINKING
                   IF REYDB-CALMAINT-RESULT-OK
                       SET REYDB-CHGREVIEW-APPLIED TO TRUE
                   END-IF
               WHEN REYDB-PEND-TABLE-OPERATOR
                   MOVE SPACES TO REYDB-OPERMAINT-LINKING
                   MOVE REYDB-CHGREVIEW-OPERATOR
                       TO REYDB-OPERMAINT-OPERATOR
                   SET REYDB-OPERMAINT-MODE-APPLY TO TRUE
                   MOVE REYDB-PEND-ACTION TO REYDB-OPERMAINT-ACTION
                   MOVE REYDB-PEND-DATA   TO REYDB-OPERMAINT-PEND-DATA
                   CALL "REYDB-OPERMAINT"
                       USING REYDB-OPERMAINT-LINKING
                   IF REYDB-OPERMAINT-OK
                       SET REYDB-CHGREVIEW-APPLIED TO TRUE
                   END-IF
               WHEN REYDB-PEND-TABLE-FXRATES
                   MOVE SPACES TO REYDB-FXMAINT-LINKING
                   MOVE REYDB-CHGREVIEW-OPERATOR
                       TO REYDB-FXMAINT-OPERATOR
                   SET REYDB-FXMAINT-MODE-APPLY TO TRUE
                   MOVE REYDB-PEND-ACTION TO REYDB-FXMAINT-PEND-ACTION
                   MOVE REYDB-PEND-DATA   TO REYDB-FXMAINT-PEND-DATA
                   CALL "REYDB-FXMAINT"
                       USING REYDB-FXMAINT-LINKING
                   IF REYDB-FXMAINT-RESULT-OK
                       SET REYDB-CHGREVIEW-APPLIED TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "Chgreview: unknown table on the change"
           END-EVALUATE.

      ****************************************************
      *** Name: 8000-RECORD-DECISION                   ***
      *** Rewrites the decided change and journals it  ***
      *** with REYDB-SECLOG-ACTION already set         ***
      ****************************************************

       8000-RECORD-DECISION.

           MOVE REYDB-CHGREVIEW-OPERATOR TO REYDB-PEND-CHECKER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-PEND-CHECK-DATE.

           REWRITE REYDB-PEND-RECORD.

           IF NOT REYDB-PENDING-STATUS-OK
               DISPLAY "Chgreview: unable to rewrite REYDB-PENDING, "
                   "status " REYDB-PENDING-STATUS-CODE
           ELSE
               IF REYDB-PEND-APPROVED
                   DISPLAY "Chgreview: change " REYDB-PEND-ID
                       " approved and applied"
               ELSE
                   DISPLAY "Chgreview: change " REYDB-PEND-ID
                       " rejected"
               END-IF
           END-IF.

           MOVE REYDB-CHGREVIEW-OPERATOR TO REYDB-SECLOG-OPERATOR.
           MOVE REYDB-PEND-ID            TO REYDB-CHGREVIEW-SEC-ID.
           MOVE REYDB-PEND-TABLE         TO REYDB-CHGREVIEW-SEC-TABLE.
           MOVE REYDB-PEND-ACTION        TO REYDB-CHGREVIEW-SEC-ACTION.
           MOVE REYDB-CHGREVIEW-SEC-DETAIL TO REYDB-SECLOG-DETAIL.
           MOVE REYDB-PEND-BEFORE        TO REYDB-SECLOG-BEFORE.
           MOVE REYDB-PEND-AFTER         TO REYDB-SECLOG-AFTER.

           CALL "REYDB-SECLOG" USING REYDB-SECLOG-LINKING.

           IF NOT REYDB-SECLOG-OK
               DISPLAY "Chgreview: security journal entry not "
                   "recorded"
           END-IF.
