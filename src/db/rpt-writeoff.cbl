      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: rpt-writeoff.cbl       ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: monthly write-off and recovery report.
      ***               On the last business day of the month lists
      ***               every REYDB-WRITEOFF register entry written
      ***               off or recovered against during the month,
      ***               then totals both by the loan's branch. The
      ***               report is dated and registered on the
      ***               REYDB-RPTCAT catalog through REYDB-CATREG.

      ***************************************************
      *** Month-end write-off report. Reads the         ***
      *** written-off loan register only; the ledger    ***
      *** entries behind it are in the GL extract.      ***
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-RPT-WRITEOFF.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL REYDB-WRITEOFF-FILE
               ASSIGN TO "REYDB-WRITEOFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-WO-LOAN-ID
               FILE STATUS IS REYDB-WO-STATUS-CODE.

           SELECT REYDB-RPT-WRITEOFF-FILE
               ASSIGN TO DYNAMIC REYDB-RPT-WRITEOFF-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-writeoff.cbl".

       FD REYDB-RPT-WRITEOFF-FILE.
       01 REYDB-RPT-WRITEOFF-LINE PIC X(120).

       WORKING-STORAGE SECTION.

       COPY "reydb-bizday-linking.cbl".

       COPY "reydb-catreg-linking.cbl".

       01 REYDB-WO-STATUS-CODE PIC X(02).
           88 REYDB-WO-STATUS-OK VALUE "00" "05".

       01 REYDB-RPT-WRITEOFF-NAME.
           05 FILLER                       PIC X(19)
               VALUE "REYDB-RPT-WRITEOFF-".
           05 REYDB-RPT-WRITEOFF-NAME-DATE PIC 9(08).

       01 REYDB-RPTWO-TODAY PIC 9(08).

       01 REYDB-RPTWO-MONTH PIC 9(06).

       01 REYDB-RPTWO-EOF-SW PIC X(01).
           88 REYDB-RPTWO-EOF VALUE "Y".

       01 REYDB-RPTWO-WRITTEN PIC 9(13)V99.

       01 REYDB-RPTWO-RECOVERED PIC 9(13)V99.

       01 REYDB-RPTWO-UNRECOVERED PIC 9(13)V99.

       01 REYDB-RPTWO-TOTAL-WRITTEN PIC 9(13)V99.

       01 REYDB-RPTWO-TOTAL-RECOVERED PIC 9(13)V99.

       01 REYDB-RPTWO-LOAN-COUNT PIC 9(05) COMP.

       01 REYDB-RPTWO-BR-HIT-SW PIC X(01).
           88 REYDB-RPTWO-BR-HIT VALUE "Y".

       01 REYDB-RPTWO-BRANCH-TABLE.
           05 REYDB-RPTWO-BRANCH-COUNT PIC 9(03) COMP.
           05 REYDB-RPTWO-BRANCH-ROW OCCURS 20 TIMES.
               10 REYDB-RPTWO-BRANCH-CODE      PIC X(04).
               10 REYDB-RPTWO-BRANCH-WRITTEN   PIC 9(13)V99.
               10 REYDB-RPTWO-BRANCH-RECOVERED PIC 9(13)V99.

       77 REYDB-RPTWO-BR-SUB PIC 9(03) COMP.

       01 REYDB-RPTWO-HEADER-LINE.
           05 FILLER PIC X(35) VALUE
               "LOAN WRITE-OFFS AND RECOVERIES FOR ".
           05 REYDB-RPTWO-HEADER-MONTH PIC 9(06).

       01 REYDB-RPTWO-TITLE-LINE.
           05 FILLER PIC X(20) VALUE "LOAN ACCOUNT".
           05 FILLER PIC X(19) VALUE "CUSTOMER".
           05 FILLER PIC X(05) VALUE "BRCH".
           05 FILLER PIC X(17) VALUE "      WRITTEN OFF".
           05 FILLER PIC X(17) VALUE "        RECOVERED".
           05 FILLER PIC X(17) VALUE "      UNRECOVERED".

       01 REYDB-RPTWO-DETAIL-LINE.
           05 REYDB-RPTWO-DETAIL-LOAN      PIC 9(18).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 REYDB-RPTWO-DETAIL-CUST      PIC 9(18).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 REYDB-RPTWO-DETAIL-BRANCH    PIC X(04).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 REYDB-RPTWO-DETAIL-WRITTEN   PIC Z(13)9.99.
           05 REYDB-RPTWO-DETAIL-RECOVERED PIC Z(13)9.99.
           05 REYDB-RPTWO-DETAIL-UNRECOV   PIC Z(13)9.99.

       01 REYDB-RPTWO-BRANCH-LINE.
           05 FILLER                       PIC X(07) VALUE "BRANCH ".
           05 REYDB-RPTWO-BRANCH-LCODE     PIC X(04).
           05 FILLER                       PIC X(33) VALUE SPACES.
           05 REYDB-RPTWO-BRANCH-LWRITTEN  PIC Z(13)9.99.
           05 REYDB-RPTWO-BRANCH-LRECOV    PIC Z(13)9.99.

       01 REYDB-RPTWO-TOTAL-LINE.
           05 FILLER                       PIC X(06) VALUE "LOANS ".
           05 REYDB-RPTWO-TOTAL-LCOUNT     PIC Z(04)9.
           05 FILLER                       PIC X(33) VALUE SPACES.
           05 REYDB-RPTWO-TOTAL-LWRITTEN   PIC Z(13)9.99.
           05 REYDB-RPTWO-TOTAL-LRECOV     PIC Z(13)9.99.

       LINKAGE SECTION.

       COPY "reydb-rpt-writeoff-linking.cbl".

       PROCEDURE DIVISION USING REYDB-RPT-WRITEOFF-LINKING.

       0000-MAINLINE.

           IF REYDB-RPTWO-BUSINESS-DATE > ZERO
               MOVE REYDB-RPTWO-BUSINESS-DATE TO REYDB-RPTWO-TODAY
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-RPTWO-TODAY
           END-IF.

           MOVE REYDB-RPTWO-TODAY TO REYDB-BIZDAY-DATE-IN.

           CALL "REYDB-BIZDAY" USING REYDB-BIZDAY-LINKING.

           IF NOT REYDB-BIZDAY-LAST-OF-MONTH
               DISPLAY "RPT-WRITEOFF: NOT THE MONTH-END BUSINESS "
                   "DAY, SKIPPING"
               GO TO 9999-EXIT
           END-IF.

           PERFORM 1000-INITIALIZE.

           PERFORM 2000-PROCESS-ENTRY
               UNTIL REYDB-RPTWO-EOF.

           PERFORM 9000-TERMINATE.

       9999-EXIT.

           GOBACK.

      ****************************************************
      *** Name: 1000-INITIALIZE                        ***
      ****************************************************

       1000-INITIALIZE.

           MOVE "N" TO REYDB-RPTWO-EOF-SW.
           MOVE ZERO TO REYDB-RPTWO-LOAN-COUNT.
           MOVE ZERO TO REYDB-RPTWO-BRANCH-COUNT.
           MOVE ZERO TO REYDB-RPTWO-TOTAL-WRITTEN.
           MOVE ZERO TO REYDB-RPTWO-TOTAL-RECOVERED.
           MOVE REYDB-RPTWO-TODAY(1:6) TO REYDB-RPTWO-MONTH.

           MOVE REYDB-RPTWO-TODAY TO REYDB-RPT-WRITEOFF-NAME-DATE.

           OPEN OUTPUT REYDB-RPT-WRITEOFF-FILE.

           MOVE REYDB-RPTWO-MONTH TO REYDB-RPTWO-HEADER-MONTH.
           MOVE REYDB-RPTWO-HEADER-LINE TO REYDB-RPT-WRITEOFF-LINE.
           WRITE REYDB-RPT-WRITEOFF-LINE.
           MOVE REYDB-RPTWO-TITLE-LINE TO REYDB-RPT-WRITEOFF-LINE.
           WRITE REYDB-RPT-WRITEOFF-LINE.

           OPEN INPUT REYDB-WRITEOFF-FILE.

           IF NOT REYDB-WO-STATUS-OK
               DISPLAY "Rpt-writeoff: unable to open REYDB-WRITEOFF, "
                   "status " REYDB-WO-STATUS-CODE
               SET REYDB-RPTWO-EOF TO TRUE
           ELSE
               PERFORM 1100-READ-NEXT-ENTRY
           END-IF.

      ****************************************************
      *** Name: 1100-READ-NEXT-ENTRY                    ***
      ****************************************************

       1100-READ-NEXT-ENTRY.

           READ REYDB-WRITEOFF-FILE NEXT RECORD
               AT END
                   SET REYDB-RPTWO-EOF TO TRUE
           END-READ.

      ****************************************************
      *** Name: 2000-PROCESS-ENTRY                     ***
      *** Written off this month, recovered against    ***
      *** this month, or both                          ***
      ****************************************************

       2000-PROCESS-ENTRY.

           MOVE ZERO TO REYDB-RPTWO-WRITTEN.
           MOVE ZERO TO REYDB-RPTWO-RECOVERED.

           IF REYDB-WO-DATE(1:6) = REYDB-RPTWO-MONTH
               MOVE REYDB-WO-AMOUNT TO REYDB-RPTWO-WRITTEN
           END-IF.

           IF REYDB-WO-MTD-MONTH = REYDB-RPTWO-MONTH
               MOVE REYDB-WO-MTD-RECOVERED TO REYDB-RPTWO-RECOVERED
           END-IF.

           IF REYDB-RPTWO-WRITTEN > ZERO
                  OR REYDB-RPTWO-RECOVERED > ZERO
               PERFORM 2100-WRITE-DETAIL
           END-IF.

           PERFORM 1100-READ-NEXT-ENTRY.

      ****************************************************
      *** Name: 2100-WRITE-DETAIL                      ***
      ****************************************************

       2100-WRITE-DETAIL.

           ADD 1 TO REYDB-RPTWO-LOAN-COUNT.

           COMPUTE REYDB-RPTWO-UNRECOVERED =
               REYDB-WO-AMOUNT - REYDB-WO-RECOVERED.

           MOVE REYDB-WO-LOAN-ID       TO REYDB-RPTWO-DETAIL-LOAN.
           MOVE REYDB-WO-CUST-ID       TO REYDB-RPTWO-DETAIL-CUST.
           MOVE REYDB-WO-BRANCH        TO REYDB-RPTWO-DETAIL-BRANCH.
           MOVE REYDB-RPTWO-WRITTEN    TO REYDB-RPTWO-DETAIL-WRITTEN.
           MOVE REYDB-RPTWO-RECOVERED
               TO REYDB-RPTWO-DETAIL-RECOVERED.
           MOVE REYDB-RPTWO-UNRECOVERED
               TO REYDB-RPTWO-DETAIL-UNRECOV.

           MOVE REYDB-RPTWO-DETAIL-LINE TO REYDB-RPT-WRITEOFF-LINE.
           WRITE REYDB-RPT-WRITEOFF-LINE.

           PERFORM 2200-FIND-BRANCH-ROW.

           ADD REYDB-RPTWO-WRITTEN
               TO REYDB-RPTWO-BRANCH-WRITTEN (REYDB-RPTWO-BR-SUB).
           ADD REYDB-RPTWO-RECOVERED
               TO REYDB-RPTWO-BRANCH-RECOVERED (REYDB-RPTWO-BR-SUB).

           ADD REYDB-RPTWO-WRITTEN TO REYDB-RPTWO-TOTAL-WRITTEN.
           ADD REYDB-RPTWO-RECOVERED TO REYDB-RPTWO-TOTAL-RECOVERED.

      ****************************************************
      *** Name: 2200-FIND-BRANCH-ROW                   ***
      *** Leaves REYDB-RPTWO-BR-SUB at the row for the ***
      *** entry's branch, creating it on first sight   ***
      ****************************************************

       2200-FIND-BRANCH-ROW.

           MOVE "N" TO REYDB-RPTWO-BR-HIT-SW.
           MOVE ZERO TO REYDB-RPTWO-BR-SUB.

           PERFORM 2300-TEST-ONE-BRANCH
               REYDB-RPTWO-BRANCH-COUNT TIMES.

           IF NOT REYDB-RPTWO-BR-HIT
               IF REYDB-RPTWO-BRANCH-COUNT < 20
                   ADD 1 TO REYDB-RPTWO-BRANCH-COUNT
                   MOVE REYDB-RPTWO-BRANCH-COUNT TO REYDB-RPTWO-BR-SUB
                   MOVE REYDB-WO-BRANCH
                       TO REYDB-RPTWO-BRANCH-CODE (REYDB-RPTWO-BR-SUB)
                   MOVE ZERO TO REYDB-RPTWO-BRANCH-WRITTEN
                       (REYDB-RPTWO-BR-SUB)
                   MOVE ZERO TO REYDB-RPTWO-BRANCH-RECOVERED
                       (REYDB-RPTWO-BR-SUB)
               ELSE
                   DISPLAY "Rpt-writeoff: branch table full"
                   MOVE 1 TO REYDB-RPTWO-BR-SUB
               END-IF
           END-IF.

      ****************************************************
      *** Name: 2300-TEST-ONE-BRANCH                    ***
      ****************************************************

       2300-TEST-ONE-BRANCH.

           IF NOT REYDB-RPTWO-BR-HIT
               ADD 1 TO REYDB-RPTWO-BR-SUB

               IF REYDB-RPTWO-BRANCH-CODE (REYDB-RPTWO-BR-SUB)
                      = REYDB-WO-BRANCH
                   SET REYDB-RPTWO-BR-HIT TO TRUE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 9000-TERMINATE                         ***
      ****************************************************

       9000-TERMINATE.

           CLOSE REYDB-WRITEOFF-FILE.

           MOVE SPACES TO REYDB-RPT-WRITEOFF-LINE.
           WRITE REYDB-RPT-WRITEOFF-LINE.

           MOVE ZERO TO REYDB-RPTWO-BR-SUB.

           PERFORM 9100-WRITE-ONE-BRANCH
               REYDB-RPTWO-BRANCH-COUNT TIMES.

           MOVE REYDB-RPTWO-LOAN-COUNT TO REYDB-RPTWO-TOTAL-LCOUNT.
           MOVE REYDB-RPTWO-TOTAL-WRITTEN
               TO REYDB-RPTWO-TOTAL-LWRITTEN.
           MOVE REYDB-RPTWO-TOTAL-RECOVERED
               TO REYDB-RPTWO-TOTAL-LRECOV.
           MOVE REYDB-RPTWO-TOTAL-LINE TO REYDB-RPT-WRITEOFF-LINE.
           WRITE REYDB-RPT-WRITEOFF-LINE.

           CLOSE REYDB-RPT-WRITEOFF-FILE.

           MOVE "RPT-WRITEOFF" TO REYDB-CATREG-CODE.
           MOVE REYDB-RPT-WRITEOFF-NAME-DATE TO REYDB-CATREG-DATE.
           MOVE REYDB-RPT-WRITEOFF-NAME TO REYDB-CATREG-NAME.
           CALL "REYDB-CATREG" USING REYDB-CATREG-LINKING.

           IF NOT REYDB-CATREG-OK
               DISPLAY "Rpt-writeoff: report not cataloged"
           END-IF.

           DISPLAY "RPT-WRITEOFF: LOANS REPORTED "
               REYDB-RPTWO-LOAN-COUNT.

      ****************************************************
      *** Name: 9100-WRITE-ONE-BRANCH                   ***
      ****************************************************

       9100-WRITE-ONE-BRANCH.

           ADD 1 TO REYDB-RPTWO-BR-SUB.

           MOVE REYDB-RPTWO-BRANCH-CODE (REYDB-RPTWO-BR-SUB)
               TO REYDB-RPTWO-BRANCH-LCODE.
           MOVE REYDB-RPTWO-BRANCH-WRITTEN (REYDB-RPTWO-BR-SUB)
               TO REYDB-RPTWO-BRANCH-LWRITTEN.
           MOVE REYDB-RPTWO-BRANCH-RECOVERED (REYDB-RPTWO-BR-SUB)
               TO REYDB-RPTWO-BRANCH-LRECOV.

           MOVE REYDB-RPTWO-BRANCH-LINE TO REYDB-RPT-WRITEOFF-LINE.
           WRITE REYDB-RPT-WRITEOFF-LINE.
