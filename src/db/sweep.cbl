      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: sweep.cbl              ***
      *** Date: 10/15/2026             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: runs the checking/savings sweep
      ***               arrangements on REYDB-SWEEP. A checking
      ***               balance under the floor is topped back up
      ***               to the floor from savings; a balance over
      ***               the ceiling, less any open funds holds, has
      ***               the excess moved to savings. Every movement
      ***               goes through REYDB-TRANSFER, so the same
      ***               status, limit and funds rules apply as at
      ***               the teller window. A sweep that fails is
      ***               reported to a dated REYDB-RPT-SWEEP file,
      ***               cataloged through REYDB-CATREG, instead of
      ***               stopping the run.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-SWEEP.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       COPY "reydb-control.cbl".

           SELECT OPTIONAL REYDB-SWEEP-FILE
               ASSIGN TO "REYDB-SWEEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-SWP-CK-ID
               FILE STATUS IS REYDB-SWEEP-STATUS-CODE.

           SELECT REYDB-RPT-SWEEP-FILE
               ASSIGN TO DYNAMIC REYDB-RPT-SWEEP-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-file.cbl".
       COPY "reydb-counter.cbl".
       COPY "reydb-custfile.cbl".
       COPY "reydb-tranlog.cbl".
       COPY "reydb-sweep.cbl".

       FD REYDB-RPT-SWEEP-FILE.
       01 REYDB-RPT-SWEEP-LINE PIC X(80).

       WORKING-STORAGE SECTION.

       COPY "reydb-status.cbl".

       01 REYDB-SWEEP-STATUS-CODE PIC X(02).
           88 REYDB-SWEEP-STATUS-OK VALUE "00" "05".

       COPY "reydb-transfer-linking.cbl".

       COPY "reydb-holdcheck-linking.cbl".

       COPY "reydb-catreg-linking.cbl".

       01 REYDB-RPT-SWEEP-NAME.
           05 FILLER                    PIC X(16)
               VALUE "REYDB-RPT-SWEEP-".
           05 REYDB-RPT-SWEEP-NAME-DATE PIC 9(08).

       01 REYDB-SWEEP-EOF-SW PIC X(01).
           88 REYDB-SWEEP-EOF VALUE "Y".

       01 REYDB-SWEEP-FOUND-SW PIC X(01).
           88 REYDB-SWEEP-FOUND VALUE "Y".

       01 REYDB-SWEEP-TODAY PIC 9(08).

       01 REYDB-SWEEP-BALANCE PIC S9(13)V99.

       01 REYDB-SWEEP-AMOUNT PIC S9(13)V99.

       01 REYDB-SWEEP-DIRECTION PIC X(03).
           88 REYDB-SWEEP-TO-CHECKING VALUE "IN".
           88 REYDB-SWEEP-TO-SAVINGS  VALUE "OUT".
           88 REYDB-SWEEP-NONE        VALUE SPACES.

       01 REYDB-SWEEP-DONE-COUNT PIC 9(05) COMP.

       01 REYDB-SWEEP-FAILED-COUNT PIC 9(05) COMP.

       01 REYDB-SWEEP-FAIL-LINE.
           05 FILLER                  PIC X(03) VALUE "CK ".
           05 REYDB-SWEEP-FAIL-CK     PIC 9(18).
           05 FILLER                  PIC X(04) VALUE " SV ".
           05 REYDB-SWEEP-FAIL-SV     PIC 9(18).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REYDB-SWEEP-FAIL-DIR    PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REYDB-SWEEP-FAIL-AMOUNT PIC -(12)9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REYDB-SWEEP-FAIL-REASON PIC X(12).

       LINKAGE SECTION.

       COPY "reydb-sweep-linking.cbl".

       PROCEDURE DIVISION USING REYDB-SWEEP-LINKING.

       0000-MAINLINE.

           MOVE "N" TO REYDB-SWEEP-EOF-SW.
           MOVE ZERO TO REYDB-SWEEP-DONE-COUNT.
           MOVE ZERO TO REYDB-SWEEP-FAILED-COUNT.

           IF REYDB-SWEEP-BUSINESS-DATE > ZERO
               MOVE REYDB-SWEEP-BUSINESS-DATE TO REYDB-SWEEP-TODAY
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-SWEEP-TODAY
           END-IF.

           OPEN I-O REYDB-SWEEP-FILE.

           IF NOT REYDB-SWEEP-STATUS-OK
               DISPLAY "Sweep: unable to open REYDB-SWEEP, "
                   "status " REYDB-SWEEP-STATUS-CODE
               CLOSE REYDB-SWEEP-FILE
               GO TO 9999-EXIT
           END-IF.

           MOVE REYDB-SWEEP-TODAY TO REYDB-RPT-SWEEP-NAME-DATE.

           OPEN OUTPUT REYDB-RPT-SWEEP-FILE.

           MOVE ZERO TO REYDB-SWP-CK-ID.

           START REYDB-SWEEP-FILE KEY IS NOT LESS THAN REYDB-SWP-CK-ID
               INVALID KEY
                   SET REYDB-SWEEP-EOF TO TRUE
           END-START.

           PERFORM 1000-PROCESS-NEXT-SWEEP
               UNTIL REYDB-SWEEP-EOF.

           CLOSE REYDB-SWEEP-FILE.
           CLOSE REYDB-RPT-SWEEP-FILE.

           MOVE "RPT-SWEEP" TO REYDB-CATREG-CODE.
           MOVE REYDB-RPT-SWEEP-NAME-DATE TO REYDB-CATREG-DATE.
           MOVE REYDB-RPT-SWEEP-NAME TO REYDB-CATREG-NAME.
           CALL "REYDB-CATREG" USING REYDB-CATREG-LINKING.

           IF NOT REYDB-CATREG-OK
               DISPLAY "Sweep: report not cataloged"
           END-IF.

           DISPLAY "SWEEP: PAIRS SWEPT " REYDB-SWEEP-DONE-COUNT.
           DISPLAY "SWEEP: PAIRS FAILED " REYDB-SWEEP-FAILED-COUNT.

       9999-EXIT.

           GOBACK.

      ****************************************************
      *** Name: 1000-PROCESS-NEXT-SWEEP                ***
      ****************************************************

       1000-PROCESS-NEXT-SWEEP.

           READ REYDB-SWEEP-FILE NEXT RECORD
               AT END
                   SET REYDB-SWEEP-EOF TO TRUE
           END-READ.

           IF NOT REYDB-SWEEP-EOF
               IF REYDB-SWP-ACTIVE
                      AND REYDB-SWP-LAST-EXEC < REYDB-SWEEP-TODAY
                   PERFORM 2000-SWEEP-PAIR
               END-IF
           END-IF.

      ****************************************************
      *** Name: 2000-SWEEP-PAIR                        ***
      *** Decides which way, if at all, the pair needs ***
      *** sweeping from the checking balance           ***
      ****************************************************

       2000-SWEEP-PAIR.

           MOVE SPACES TO REYDB-SWEEP-DIRECTION.
           MOVE ZERO   TO REYDB-SWEEP-AMOUNT.

           PERFORM 2100-READ-CHECKING.

           IF NOT REYDB-SWEEP-FOUND
               MOVE "NO-ACCOUNT" TO REYDB-SWEEP-FAIL-REASON
               PERFORM 4000-REPORT-FAILURE
           ELSE
               IF REYDB-SWEEP-BALANCE < REYDB-SWP-FLOOR
                   SET REYDB-SWEEP-TO-CHECKING TO TRUE
                   COMPUTE REYDB-SWEEP-AMOUNT =
                       REYDB-SWP-FLOOR - REYDB-SWEEP-BALANCE
               ELSE
                   IF REYDB-SWP-CEILING > ZERO
                       PERFORM 2200-CHECK-CEILING
                   END-IF
               END-IF

               IF NOT REYDB-SWEEP-NONE
                   PERFORM 3000-EXECUTE-SWEEP
               END-IF
           END-IF.

      ****************************************************
      *** Name: 2100-READ-CHECKING                     ***
      *** REYDB-FILE is closed again before the sweep  ***
      *** so REYDB-TRANSFER can open it for update     ***
      ****************************************************

       2100-READ-CHECKING.

           MOVE "N" TO REYDB-SWEEP-FOUND-SW.

           OPEN INPUT REYDB-FILE.

           IF NOT REYDB-FILE-STATUS-OK
               DISPLAY "Sweep: unable to open REYDB-FILE, status "
                   REYDB-FILE-STATUS-CODE
           ELSE
               MOVE REYDB-SWP-CK-ID TO REYDB-FILE-ID

               READ REYDB-FILE
                   NOT INVALID KEY
                       SET REYDB-SWEEP-FOUND TO TRUE
                       MOVE REYDB-FILE-BALANCE TO REYDB-SWEEP-BALANCE
               END-READ

               CLOSE REYDB-FILE
           END-IF.

      ****************************************************
      *** Name: 2200-CHECK-CEILING                     ***
      *** Funds under an open hold stay in checking -  ***
      *** only the free balance over the ceiling moves ***
      ****************************************************

       2200-CHECK-CEILING.

           MOVE REYDB-SWP-CK-ID TO REYDB-HOLDCHECK-ACCOUNT-ID.
           CALL "REYDB-HOLDCHECK" USING REYDB-HOLDCHECK-LINKING.

           SUBTRACT REYDB-HOLDCHECK-OPEN-TOTAL
               FROM REYDB-SWEEP-BALANCE.

           IF REYDB-SWEEP-BALANCE > REYDB-SWP-CEILING
               SET REYDB-SWEEP-TO-SAVINGS TO TRUE
               COMPUTE REYDB-SWEEP-AMOUNT =
                   REYDB-SWEEP-BALANCE - REYDB-SWP-CEILING
           END-IF.

      ****************************************************
      *** Name: 3000-EXECUTE-SWEEP                     ***
      *** Moves the amount through REYDB-TRANSFER      ***
      ****************************************************

       3000-EXECUTE-SWEEP.

           MOVE ZERO TO REYDB-TRANSFER-LINKING.

           IF REYDB-SWEEP-TO-CHECKING
               MOVE REYDB-SWP-SV-ID TO REYDB-TRANSFER-FROM-ID
               MOVE REYDB-SWP-CK-ID TO REYDB-TRANSFER-TO-ID
           ELSE
               MOVE REYDB-SWP-CK-ID TO REYDB-TRANSFER-FROM-ID
               MOVE REYDB-SWP-SV-ID TO REYDB-TRANSFER-TO-ID
           END-IF.

           MOVE REYDB-SWEEP-AMOUNT TO REYDB-TRANSFER-AMOUNT.
           MOVE "SYSTEM"           TO REYDB-TRANSFER-OPERATOR.

           CALL "REYDB-TRANSFER" USING REYDB-TRANSFER-LINKING.

           IF REYDB-TRANSFER-OK
               ADD 1 TO REYDB-SWEEP-DONE-COUNT

               MOVE REYDB-SWEEP-TODAY TO REYDB-SWP-LAST-EXEC
               REWRITE REYDB-SWP-RECORD
           ELSE
               IF REYDB-TRANSFER-INSUFFICIENT
                   MOVE "INSUF-FUNDS" TO REYDB-SWEEP-FAIL-REASON
               ELSE
                   MOVE "REFUSED"     TO REYDB-SWEEP-FAIL-REASON
               END-IF

               PERFORM 4000-REPORT-FAILURE
           END-IF.

      ****************************************************
      *** Name: 4000-REPORT-FAILURE                    ***
      ****************************************************

       4000-REPORT-FAILURE.

           ADD 1 TO REYDB-SWEEP-FAILED-COUNT.

           MOVE REYDB-SWP-CK-ID       TO REYDB-SWEEP-FAIL-CK.
           MOVE REYDB-SWP-SV-ID       TO REYDB-SWEEP-FAIL-SV.
           MOVE REYDB-SWEEP-DIRECTION TO REYDB-SWEEP-FAIL-DIR.
           MOVE REYDB-SWEEP-AMOUNT    TO REYDB-SWEEP-FAIL-AMOUNT.

           MOVE REYDB-SWEEP-FAIL-LINE TO REYDB-RPT-SWEEP-LINE.
           WRITE REYDB-RPT-SWEEP-LINE.
