      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: rpt-batch.cbl          ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: batch window report. Reads the start and
      ***               end REYDB-RUNCTL stamps for tonight's cycle
      ***               and prints each step's elapsed seconds
      ***               against its average over the last 30 cycles,
      ***               flagging any step more than BATCH-OVER-PCT
      ***               over its norm, the cycle's elapsed time
      ***               against the BATCH-WINDOW-MIN limit, and every
      ***               step left STARTED and not COMPLETE. Runs as
      ***               the last nightly step; the report is dated
      ***               and registered on REYDB-RPTCAT through
      ***               REYDB-CATREG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-RPT-BATCH.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL REYDB-RUNCTL-FILE ASSIGN TO "REYDB-RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-RUNCTL-KEY
               FILE STATUS IS REYDB-RUNCTL-STATUS-CODE.

           SELECT OPTIONAL REYDB-PARAMS-FILE ASSIGN TO "REYDB-PARAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REYDB-PARAMS-STATUS-CODE.

           SELECT REYDB-RPT-BATCH-FILE
               ASSIGN TO DYNAMIC REYDB-RPT-BATCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-runctl.cbl".
       COPY "reydb-params.cbl".

       FD REYDB-RPT-BATCH-FILE.
       01 REYDB-RPT-BATCH-LINE PIC X(120).

       WORKING-STORAGE SECTION.

       COPY "reydb-catreg-linking.cbl".

       01 REYDB-RUNCTL-STATUS-CODE PIC X(02).
           88 REYDB-RUNCTL-STATUS-OK VALUE "00" "05".

       01 REYDB-PARAMS-STATUS-CODE PIC X(02).
           88 REYDB-PARAMS-STATUS-OK VALUE "00" "05".

       01 REYDB-RPT-BATCH-NAME.
           05 FILLER                    PIC X(16)
               VALUE "REYDB-RPT-BATCH-".
           05 REYDB-RPT-BATCH-NAME-DATE PIC 9(08).

       01 REYDB-RPTBAT-PARAM-EOF-SW PIC X(01).
           88 REYDB-RPTBAT-PARAM-EOF VALUE "Y".

       01 REYDB-RPTBAT-EOF-SW PIC X(01).
           88 REYDB-RPTBAT-EOF VALUE "Y".

       01 REYDB-RPTBAT-HIT-SW PIC X(01).
           88 REYDB-RPTBAT-HIT VALUE "Y".

       01 REYDB-RPTBAT-FULL-SW PIC X(01).
           88 REYDB-RPTBAT-TABLE-FULL VALUE "Y".

       01 REYDB-RPTBAT-CYCLE-SW PIC X(01).
           88 REYDB-RPTBAT-CYCLE-FOUND VALUE "Y".

       01 REYDB-RPTBAT-TODAY PIC 9(08).

       01 REYDB-RPTBAT-WINDOW-MIN PIC 9(05) VALUE 240.
       01 REYDB-RPTBAT-OVER-PCT   PIC 9(05) VALUE 50.
       01 REYDB-RPTBAT-MIN-SECS   PIC 9(05) VALUE 60.

      *** The last 30 cycles before tonight, oldest overwritten
       01 REYDB-RPTBAT-CYCLE-TABLE.
           05 REYDB-RPTBAT-CYCLE-DATE PIC 9(08) OCCURS 30 TIMES.

       01 REYDB-RPTBAT-CYCLE-COUNT PIC 9(05) COMP.

       01 REYDB-RPTBAT-CYCLES-USED PIC 9(02).

       01 REYDB-RPTBAT-FROM-DATE PIC 9(08).

       77 REYDB-RPTBAT-CYCLE-SLOT PIC 9(03) COMP.

       01 REYDB-RPTBAT-STAT-TABLE.
           05 REYDB-RPTBAT-STAT-COUNT PIC 9(03) COMP.
           05 REYDB-RPTBAT-STAT-ROW OCCURS 60 TIMES.
               10 REYDB-RPTBAT-STAT-STEP  PIC X(12).
               10 REYDB-RPTBAT-STAT-TOTAL PIC 9(09) COMP.
               10 REYDB-RPTBAT-STAT-RUNS  PIC 9(03) COMP.

       77 REYDB-RPTBAT-STAT-SUB PIC 9(03) COMP.

      *** A RUNCTL stamp taken apart to count seconds from
       01 REYDB-RPTBAT-STAMP.
           05 REYDB-RPTBAT-STAMP-DATE PIC 9(08).
           05 REYDB-RPTBAT-STAMP-HH   PIC 9(02).
           05 REYDB-RPTBAT-STAMP-MM   PIC 9(02).
           05 REYDB-RPTBAT-STAMP-SS   PIC 9(02).

       01 REYDB-RPTBAT-STAMP-SECS PIC S9(12) COMP.

       01 REYDB-RPTBAT-FROM-SECS PIC S9(12) COMP.

       01 REYDB-RPTBAT-ELAPSED PIC 9(07).

       01 REYDB-RPTBAT-AVERAGE PIC 9(07).

       01 REYDB-RPTBAT-NORM-PCT PIC 9(05).

       01 REYDB-RPTBAT-CYCLE-START PIC 9(14).

       01 REYDB-RPTBAT-CYCLE-END PIC 9(14).

       01 REYDB-RPTBAT-LIMIT-SECS PIC 9(07).

       01 REYDB-RPTBAT-STARTED-COUNT PIC 9(03) COMP.

       01 REYDB-RPTBAT-FLAGGED-COUNT PIC 9(03) COMP.

       01 REYDB-RPTBAT-HEADER-LINE.
           05 FILLER PIC X(24) VALUE "BATCH WINDOW REPORT FOR ".
           05 REYDB-RPTBAT-HEADER-DATE   PIC 9(08).
           05 FILLER PIC X(14) VALUE "  AVERAGES OF ".
           05 REYDB-RPTBAT-HEADER-CYCLES PIC Z9.
           05 FILLER PIC X(13) VALUE " PRIOR CYCLES".

       01 REYDB-RPTBAT-COLUMN-LINE.
           05 FILLER PIC X(14) VALUE "STEP".
           05 FILLER PIC X(09) VALUE "  ELAPSED".
           05 FILLER PIC X(09) VALUE "  AVERAGE".
           05 FILLER PIC X(07) VALUE "    PCT".

       01 REYDB-RPTBAT-STEP-LINE.
           05 REYDB-RPTBAT-LINE-STEP    PIC X(12).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 REYDB-RPTBAT-LINE-ELAPSED PIC Z(06)9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 REYDB-RPTBAT-LINE-AVERAGE PIC Z(06)9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 REYDB-RPTBAT-LINE-PCT     PIC Z(04)9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 REYDB-RPTBAT-LINE-NOTE    PIC X(24).

       01 REYDB-RPTBAT-CYCLE-LINE.
           05 FILLER PIC X(22) VALUE "CYCLE ELAPSED SECONDS ".
           05 REYDB-RPTBAT-CYCLE-ELAPSED PIC Z(06)9.
           05 FILLER PIC X(15) VALUE "  WINDOW LIMIT ".
           05 REYDB-RPTBAT-CYCLE-LIMIT   PIC Z(06)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 REYDB-RPTBAT-CYCLE-NOTE    PIC X(24).

       01 REYDB-RPTBAT-TOTAL-LINE.
           05 REYDB-RPTBAT-TOTAL-LABEL PIC X(24).
           05 REYDB-RPTBAT-TOTAL-COUNT PIC ZZ9.

       LINKAGE SECTION.

       COPY "reydb-rpt-batch-linking.cbl".

       PROCEDURE DIVISION USING REYDB-RPT-BATCH-LINKING.

       0000-MAINLINE.

           MOVE ZERO TO REYDB-RPTBAT-STAT-COUNT.
           MOVE ZERO TO REYDB-RPTBAT-STARTED-COUNT.
           MOVE ZERO TO REYDB-RPTBAT-FLAGGED-COUNT.
           MOVE "N" TO REYDB-RPTBAT-FULL-SW.
           MOVE "N" TO REYDB-RPTBAT-CYCLE-SW.

           IF REYDB-RPTBAT-BUSINESS-DATE > ZERO
               MOVE REYDB-RPTBAT-BUSINESS-DATE TO REYDB-RPTBAT-TODAY
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-RPTBAT-TODAY
           END-IF.

           PERFORM 1000-READ-PARAMS.

           OPEN INPUT REYDB-RUNCTL-FILE.

           IF NOT REYDB-RUNCTL-STATUS-OK
               DISPLAY "Rpt-Batch: unable to open REYDB-RUNCTL, "
                   "status " REYDB-RUNCTL-STATUS-CODE
               CLOSE REYDB-RUNCTL-FILE
               GO TO 9999-EXIT
           END-IF.

           PERFORM 2000-FIND-PRIOR-CYCLES.

           PERFORM 3000-AVERAGE-STEPS.

           IF REYDB-RPTBAT-TABLE-FULL
               DISPLAY "RPT-BATCH: STEP TABLE FULL - RUN "
                   "ABANDONED, NO REPORT FILED"
               CLOSE REYDB-RUNCTL-FILE
               GO TO 9999-EXIT
           END-IF.

           MOVE REYDB-RPTBAT-TODAY TO REYDB-RPT-BATCH-NAME-DATE.

           OPEN OUTPUT REYDB-RPT-BATCH-FILE.

           MOVE REYDB-RPTBAT-TODAY TO REYDB-RPTBAT-HEADER-DATE.
           MOVE REYDB-RPTBAT-CYCLES-USED
               TO REYDB-RPTBAT-HEADER-CYCLES.
           MOVE REYDB-RPTBAT-HEADER-LINE TO REYDB-RPT-BATCH-LINE.
           WRITE REYDB-RPT-BATCH-LINE.

           MOVE SPACES TO REYDB-RPT-BATCH-LINE.
           WRITE REYDB-RPT-BATCH-LINE.

           MOVE REYDB-RPTBAT-COLUMN-LINE TO REYDB-RPT-BATCH-LINE.
           WRITE REYDB-RPT-BATCH-LINE.

           PERFORM 4000-REPORT-TONIGHT.

           PERFORM 5000-REPORT-CYCLE.

           CLOSE REYDB-RPT-BATCH-FILE.
           CLOSE REYDB-RUNCTL-FILE.

           MOVE "RPT-BATCH" TO REYDB-CATREG-CODE.
           MOVE REYDB-RPT-BATCH-NAME-DATE TO REYDB-CATREG-DATE.
           MOVE REYDB-RPT-BATCH-NAME TO REYDB-CATREG-NAME.
           CALL "REYDB-CATREG" USING REYDB-CATREG-LINKING.

           IF NOT REYDB-CATREG-OK
               DISPLAY "Rpt-Batch: report not cataloged"
           END-IF.

           DISPLAY "RPT-BATCH: STEPS OVER NORM "
               REYDB-RPTBAT-FLAGGED-COUNT
               " LEFT STARTED " REYDB-RPTBAT-STARTED-COUNT.

       9999-EXIT.

           GOBACK.

      ****************************************************
      *** Name: 1000-READ-PARAMS                       ***
      ****************************************************

       1000-READ-PARAMS.

           MOVE "N" TO REYDB-RPTBAT-PARAM-EOF-SW.

           OPEN INPUT REYDB-PARAMS-FILE.

           IF NOT REYDB-PARAMS-STATUS-OK
               DISPLAY "Rpt-Batch: unable to open REYDB-PARAMS, "
                   "status " REYDB-PARAMS-STATUS-CODE
               SET REYDB-RPTBAT-PARAM-EOF TO TRUE
           END-IF.

           PERFORM 1100-READ-NEXT-PARAM
               UNTIL REYDB-RPTBAT-PARAM-EOF.

           CLOSE REYDB-PARAMS-FILE.

      ****************************************************
      *** Name: 1100-READ-NEXT-PARAM                    ***
      ****************************************************

       1100-READ-NEXT-PARAM.

           READ REYDB-PARAMS-FILE
               AT END
                   SET REYDB-RPTBAT-PARAM-EOF TO TRUE
           END-READ.

           IF NOT REYDB-RPTBAT-PARAM-EOF
               EVALUATE REYDB-PARAMS-KEYWORD
                   WHEN "BATCH-WINDOW-MIN"
                       MOVE REYDB-PARAMS-VALUE
                           TO REYDB-RPTBAT-WINDOW-MIN
                   WHEN "BATCH-OVER-PCT"
                       MOVE REYDB-PARAMS-VALUE
                           TO REYDB-RPTBAT-OVER-PCT
                   WHEN "BATCH-MIN-SECS"
                       MOVE REYDB-PARAMS-VALUE
                           TO REYDB-RPTBAT-MIN-SECS
               END-EVALUATE
           END-IF.

      ****************************************************
      *** Name: 2000-FIND-PRIOR-CYCLES                  ***
      *** Runs the CYCLE records before tonight into a ***
      *** 30-slot ring, so the oldest of the last 30   ***
      *** is where the averages start                  ***
      ****************************************************

       2000-FIND-PRIOR-CYCLES.

           MOVE ZERO TO REYDB-RPTBAT-CYCLE-COUNT.
           MOVE ZERO TO REYDB-RPTBAT-CYCLE-SLOT.
           MOVE "N" TO REYDB-RPTBAT-EOF-SW.

           MOVE LOW-VALUES TO REYDB-RUNCTL-KEY.

           START REYDB-RUNCTL-FILE
               KEY IS NOT LESS THAN REYDB-RUNCTL-KEY
               INVALID KEY
                   SET REYDB-RPTBAT-EOF TO TRUE
           END-START.

           PERFORM 2100-NOTE-NEXT-CYCLE
               UNTIL REYDB-RPTBAT-EOF.

           EVALUATE TRUE
               WHEN REYDB-RPTBAT-CYCLE-COUNT = ZERO
                   MOVE ZERO TO REYDB-RPTBAT-CYCLES-USED
                   MOVE REYDB-RPTBAT-TODAY TO REYDB-RPTBAT-FROM-DATE
               WHEN REYDB-RPTBAT-CYCLE-COUNT < 30
                   MOVE REYDB-RPTBAT-CYCLE-COUNT
                       TO REYDB-RPTBAT-CYCLES-USED
                   MOVE REYDB-RPTBAT-CYCLE-DATE (1)
                       TO REYDB-RPTBAT-FROM-DATE
               WHEN OTHER
                   MOVE 30 TO REYDB-RPTBAT-CYCLES-USED
                   ADD 1 TO REYDB-RPTBAT-CYCLE-SLOT
                   IF REYDB-RPTBAT-CYCLE-SLOT > 30
                       MOVE 1 TO REYDB-RPTBAT-CYCLE-SLOT
                   END-IF
                   MOVE REYDB-RPTBAT-CYCLE-DATE
                           (REYDB-RPTBAT-CYCLE-SLOT)
                       TO REYDB-RPTBAT-FROM-DATE
           END-EVALUATE.

      ****************************************************
      *** Name: 2100-NOTE-NEXT-CYCLE                    ***
      ****************************************************

       2100-NOTE-NEXT-CYCLE.

           READ REYDB-RUNCTL-FILE NEXT RECORD
               AT END
                   SET REYDB-RPTBAT-EOF TO TRUE
           END-READ.

           IF NOT REYDB-RPTBAT-EOF
               IF REYDB-RUNCTL-DATE NOT < REYDB-RPTBAT-TODAY
                   SET REYDB-RPTBAT-EOF TO TRUE
               ELSE
                   IF REYDB-RUNCTL-STEP = "CYCLE"
                       ADD 1 TO REYDB-RPTBAT-CYCLE-COUNT
                       ADD 1 TO REYDB-RPTBAT-CYCLE-SLOT
                       IF REYDB-RPTBAT-CYCLE-SLOT > 30
                           MOVE 1 TO REYDB-RPTBAT-CYCLE-SLOT
                       END-IF
                       MOVE REYDB-RUNCTL-DATE
                           TO REYDB-RPTBAT-CYCLE-DATE
                               (REYDB-RPTBAT-CYCLE-SLOT)
                   END-IF
               END-IF
           END-IF.

      ****************************************************
      *** Name: 3000-AVERAGE-STEPS                      ***
      *** Totals every COMPLETE step, and the CYCLE    ***
      *** itself, from the oldest of those cycles up   ***
      *** to tonight                                   ***
      ****************************************************

       3000-AVERAGE-STEPS.

           MOVE "N" TO REYDB-RPTBAT-EOF-SW.

           MOVE REYDB-RPTBAT-FROM-DATE TO REYDB-RUNCTL-DATE.
           MOVE LOW-VALUES TO REYDB-RUNCTL-STEP.

           START REYDB-RUNCTL-FILE
               KEY IS NOT LESS THAN REYDB-RUNCTL-KEY
               INVALID KEY
                   SET REYDB-RPTBAT-EOF TO TRUE
           END-START.

           PERFORM 3100-ADD-NEXT-STEP
               UNTIL REYDB-RPTBAT-EOF.

      ****************************************************
      *** Name: 3100-ADD-NEXT-STEP                      ***
      ****************************************************

       3100-ADD-NEXT-STEP.

           READ REYDB-RUNCTL-FILE NEXT RECORD
               AT END
                   SET REYDB-RPTBAT-EOF TO TRUE
           END-READ.

           IF NOT REYDB-RPTBAT-EOF
               IF REYDB-RUNCTL-DATE NOT < REYDB-RPTBAT-TODAY
                   SET REYDB-RPTBAT-EOF TO TRUE
               ELSE
                   IF REYDB-RUNCTL-COMPLETE
                       PERFORM 7000-COMPUTE-ELAPSED
                       PERFORM 3200-FIND-STAT-ROW

                       IF NOT REYDB-RPTBAT-HIT
                           IF REYDB-RPTBAT-STAT-COUNT < 60
                               ADD 1 TO REYDB-RPTBAT-STAT-COUNT
                               MOVE REYDB-RPTBAT-STAT-COUNT
                                   TO REYDB-RPTBAT-STAT-SUB
                               MOVE REYDB-RUNCTL-STEP
                                   TO REYDB-RPTBAT-STAT-STEP
                                       (REYDB-RPTBAT-STAT-SUB)
                               MOVE ZERO
                                   TO REYDB-RPTBAT-STAT-TOTAL
                                       (REYDB-RPTBAT-STAT-SUB)
                               MOVE ZERO
                                   TO REYDB-RPTBAT-STAT-RUNS
                                       (REYDB-RPTBAT-STAT-SUB)
                               SET REYDB-RPTBAT-HIT TO TRUE
                           ELSE
                               SET REYDB-RPTBAT-TABLE-FULL TO TRUE
                           END-IF
                       END-IF

                       IF REYDB-RPTBAT-HIT
                           ADD REYDB-RPTBAT-ELAPSED
                               TO REYDB-RPTBAT-STAT-TOTAL
                                   (REYDB-RPTBAT-STAT-SUB)
                           ADD 1 TO REYDB-RPTBAT-STAT-RUNS
                                   (REYDB-RPTBAT-STAT-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ****************************************************
      *** Name: 3200-FIND-STAT-ROW                      ***
      ****************************************************

       3200-FIND-STAT-ROW.

           MOVE "N" TO REYDB-RPTBAT-HIT-SW.
           MOVE ZERO TO REYDB-RPTBAT-STAT-SUB.

           PERFORM 3300-TEST-ONE-ROW
               REYDB-RPTBAT-STAT-COUNT TIMES.

      ****************************************************
      *** Name: 3300-TEST-ONE-ROW                       ***
      ****************************************************

       3300-TEST-ONE-ROW.

           IF NOT REYDB-RPTBAT-HIT
               ADD 1 TO REYDB-RPTBAT-STAT-SUB

               IF REYDB-RPTBAT-STAT-STEP (REYDB-RPTBAT-STAT-SUB)
                      = REYDB-RUNCTL-STEP
                   SET REYDB-RPTBAT-HIT TO TRUE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 4000-REPORT-TONIGHT                     ***
      *** One line per step stamped under tonight's    ***
      *** date, in run-control key order. This step is ***
      *** still running and is not reported on         ***
      ****************************************************

       4000-REPORT-TONIGHT.

           MOVE "N" TO REYDB-RPTBAT-EOF-SW.

           MOVE REYDB-RPTBAT-TODAY TO REYDB-RUNCTL-DATE.
           MOVE LOW-VALUES TO REYDB-RUNCTL-STEP.

           START REYDB-RUNCTL-FILE
               KEY IS NOT LESS THAN REYDB-RUNCTL-KEY
               INVALID KEY
                   SET REYDB-RPTBAT-EOF TO TRUE
           END-START.

           PERFORM 4100-REPORT-NEXT-STEP
               UNTIL REYDB-RPTBAT-EOF.

      ****************************************************
      *** Name: 4100-REPORT-NEXT-STEP                   ***
      ****************************************************

       4100-REPORT-NEXT-STEP.

           READ REYDB-RUNCTL-FILE NEXT RECORD
               AT END
                   SET REYDB-RPTBAT-EOF TO TRUE
           END-READ.

           IF NOT REYDB-RPTBAT-EOF
               EVALUATE TRUE
                   WHEN REYDB-RUNCTL-DATE NOT = REYDB-RPTBAT-TODAY
                       SET REYDB-RPTBAT-EOF TO TRUE
                   WHEN REYDB-RUNCTL-STEP = "CYCLE"
                       SET REYDB-RPTBAT-CYCLE-FOUND TO TRUE
                       MOVE REYDB-RUNCTL-START
                           TO REYDB-RPTBAT-CYCLE-START
                       IF REYDB-RUNCTL-COMPLETE
                           MOVE REYDB-RUNCTL-END
                               TO REYDB-RPTBAT-CYCLE-END
                       ELSE
                           MOVE FUNCTION CURRENT-DATE(1:14)
                               TO REYDB-RPTBAT-CYCLE-END
                       END-IF
                   WHEN REYDB-RUNCTL-STEP = "RPT-BATCH"
                       CONTINUE
                   WHEN REYDB-RUNCTL-COMPLETE
                       PERFORM 4200-REPORT-COMPLETE-STEP
                   WHEN OTHER
                       ADD 1 TO REYDB-RPTBAT-STARTED-COUNT
                       MOVE SPACES TO REYDB-RPTBAT-STEP-LINE
                       MOVE REYDB-RUNCTL-STEP TO REYDB-RPTBAT-LINE-STEP
                       MOVE "STARTED - NOT COMPLETE"
                           TO REYDB-RPTBAT-LINE-NOTE
                       MOVE REYDB-RPTBAT-STEP-LINE
                           TO REYDB-RPT-BATCH-LINE
                       WRITE REYDB-RPT-BATCH-LINE
               END-EVALUATE
           END-IF.

      ****************************************************
      *** Name: 4200-REPORT-COMPLETE-STEP               ***
      *** Flags a step more than BATCH-OVER-PCT over   ***
      *** its average, once it runs BATCH-MIN-SECS or  ***
      *** longer                                       ***
      ****************************************************

       4200-REPORT-COMPLETE-STEP.

           PERFORM 7000-COMPUTE-ELAPSED.
           PERFORM 3200-FIND-STAT-ROW.

           MOVE SPACES TO REYDB-RPTBAT-LINE-NOTE.
           MOVE ZERO TO REYDB-RPTBAT-AVERAGE.
           MOVE ZERO TO REYDB-RPTBAT-NORM-PCT.

           IF REYDB-RPTBAT-HIT
               COMPUTE REYDB-RPTBAT-AVERAGE ROUNDED =
                   REYDB-RPTBAT-STAT-TOTAL (REYDB-RPTBAT-STAT-SUB)
                   / REYDB-RPTBAT-STAT-RUNS (REYDB-RPTBAT-STAT-SUB)
           ELSE
               MOVE "NO HISTORY" TO REYDB-RPTBAT-LINE-NOTE
           END-IF.

           IF REYDB-RPTBAT-AVERAGE > ZERO
               COMPUTE REYDB-RPTBAT-NORM-PCT ROUNDED =
                   REYDB-RPTBAT-ELAPSED * 100 / REYDB-RPTBAT-AVERAGE
                   ON SIZE ERROR
                       MOVE 99999 TO REYDB-RPTBAT-NORM-PCT
               END-COMPUTE
           END-IF.

           IF REYDB-RPTBAT-HIT
              AND REYDB-RPTBAT-ELAPSED NOT < REYDB-RPTBAT-MIN-SECS
              AND REYDB-RPTBAT-ELAPSED * 100
                  > REYDB-RPTBAT-AVERAGE * (100 + REYDB-RPTBAT-OVER-PCT)
               ADD 1 TO REYDB-RPTBAT-FLAGGED-COUNT
               MOVE "OVER NORM" TO REYDB-RPTBAT-LINE-NOTE
           END-IF.

           MOVE REYDB-RUNCTL-STEP    TO REYDB-RPTBAT-LINE-STEP.
           MOVE REYDB-RPTBAT-ELAPSED TO REYDB-RPTBAT-LINE-ELAPSED.
           MOVE REYDB-RPTBAT-AVERAGE TO REYDB-RPTBAT-LINE-AVERAGE.
           MOVE REYDB-RPTBAT-NORM-PCT TO REYDB-RPTBAT-LINE-PCT.

           MOVE REYDB-RPTBAT-STEP-LINE TO REYDB-RPT-BATCH-LINE.
           WRITE REYDB-RPT-BATCH-LINE.

      ****************************************************
      *** Name: 5000-REPORT-CYCLE                       ***
      *** The cycle so far against the batch window,   ***
      *** then the counts. A cycle still running is    ***
      *** measured up to now                           ***
      ****************************************************

       5000-REPORT-CYCLE.

           MOVE SPACES TO REYDB-RPT-BATCH-LINE.
           WRITE REYDB-RPT-BATCH-LINE.

           COMPUTE REYDB-RPTBAT-LIMIT-SECS =
               REYDB-RPTBAT-WINDOW-MIN * 60.

           MOVE ZERO TO REYDB-RPTBAT-ELAPSED.

           IF REYDB-RPTBAT-CYCLE-FOUND
               MOVE REYDB-RPTBAT-CYCLE-START TO REYDB-RUNCTL-START
               MOVE REYDB-RPTBAT-CYCLE-END   TO REYDB-RUNCTL-END
               PERFORM 7000-COMPUTE-ELAPSED
           END-IF.

           MOVE REYDB-RPTBAT-ELAPSED TO REYDB-RPTBAT-CYCLE-ELAPSED.
           MOVE REYDB-RPTBAT-LIMIT-SECS TO REYDB-RPTBAT-CYCLE-LIMIT.

           EVALUATE TRUE
               WHEN NOT REYDB-RPTBAT-CYCLE-FOUND
                   MOVE "NO CYCLE RECORD" TO REYDB-RPTBAT-CYCLE-NOTE
               WHEN REYDB-RPTBAT-ELAPSED > REYDB-RPTBAT-LIMIT-SECS
                   MOVE "OVER BATCH WINDOW" TO REYDB-RPTBAT-CYCLE-NOTE
               WHEN OTHER
                   MOVE "WITHIN BATCH WINDOW"
                       TO REYDB-RPTBAT-CYCLE-NOTE
           END-EVALUATE.

           MOVE REYDB-RPTBAT-CYCLE-LINE TO REYDB-RPT-BATCH-LINE.
           WRITE REYDB-RPT-BATCH-LINE.

           MOVE "STEPS OVER NORM" TO REYDB-RPTBAT-TOTAL-LABEL.
           MOVE REYDB-RPTBAT-FLAGGED-COUNT TO REYDB-RPTBAT-TOTAL-COUNT.
           MOVE REYDB-RPTBAT-TOTAL-LINE TO REYDB-RPT-BATCH-LINE.
           WRITE REYDB-RPT-BATCH-LINE.

           MOVE "STEPS LEFT STARTED" TO REYDB-RPTBAT-TOTAL-LABEL.
           MOVE REYDB-RPTBAT-STARTED-COUNT TO REYDB-RPTBAT-TOTAL-COUNT.
           MOVE REYDB-RPTBAT-TOTAL-LINE TO REYDB-RPT-BATCH-LINE.
           WRITE REYDB-RPT-BATCH-LINE.

      ****************************************************
      *** Name: 7000-COMPUTE-ELAPSED                    ***
      *** Seconds between REYDB-RUNCTL-START and       ***
      *** REYDB-RUNCTL-END; zero when either is        ***
      *** missing or they run backwards                ***
      ****************************************************

       7000-COMPUTE-ELAPSED.

           MOVE ZERO TO REYDB-RPTBAT-ELAPSED.

           IF REYDB-RUNCTL-START > ZERO
              AND REYDB-RUNCTL-END > REYDB-RUNCTL-START
               MOVE REYDB-RUNCTL-START TO REYDB-RPTBAT-STAMP
               PERFORM 7100-STAMP-TO-SECONDS
               MOVE REYDB-RPTBAT-STAMP-SECS TO REYDB-RPTBAT-FROM-SECS

               MOVE REYDB-RUNCTL-END TO REYDB-RPTBAT-STAMP
               PERFORM 7100-STAMP-TO-SECONDS

               COMPUTE REYDB-RPTBAT-ELAPSED =
                   REYDB-RPTBAT-STAMP-SECS - REYDB-RPTBAT-FROM-SECS
                   ON SIZE ERROR
                       MOVE 9999999 TO REYDB-RPTBAT-ELAPSED
               END-COMPUTE
           END-IF.

      ****************************************************
      *** Name: 7100-STAMP-TO-SECONDS                   ***
      ****************************************************

       7100-STAMP-TO-SECONDS.

           COMPUTE REYDB-RPTBAT-STAMP-SECS =
               FUNCTION INTEGER-OF-DATE(REYDB-RPTBAT-STAMP-DATE)
                   * 86400
               + REYDB-RPTBAT-STAMP-HH * 3600
               + REYDB-RPTBAT-STAMP-MM * 60
               + REYDB-RPTBAT-STAMP-SS.
