      *** Update: 12/01/2025           ***
      ************************************

      *** 10/15/2026 - EPH: run the cross-file referential
      ***               integrity check REYDB-INTEGRITY after the
      ***               hot-card file, ahead of the purge and the
      ***               cutover. When it finds exceptions and
      ***               INTEGRITY-STOP is set on REYDB-PARAMS the
      ***               step is left STARTED and every step after it
      ***               is held, so the night stops before ARCHIVE
      ***               and CUTOVER and the CYCLE record stays
      ***               incomplete. The rerun after the links are
      ***               repaired resumes from the check.
      *** 10/15/2026 - EPH: run the quarterly deposit insurance
      ***               coverage report REYDB-DEPINS after the
      ***               credit bureau file. An abandoned run is left
      ***               STARTED for a rerun.
      *** 10/15/2026 - EPH: print the batch window report
      ***               REYDB-RPT-BATCH as the very last step, after
      ***               CUTOVER. It reads REYDB-RUNCTL itself, so the
      ***               run-control file is closed for the call and
      ***               reopened to stamp the step complete.
      *** 10/15/2026 - EPH: run the customer notices step REYDB-NOTICES
      ***               right after DORMANT, writing letters ahead of
      ***               dormancy, term deposit maturity and loan
      ***               installments, and for accounts past their
      ***               overdraft limit.
      *** 10/15/2026 - EPH: run the anti-money-laundering monitor
      ***               REYDB-AMLMON right after the large cash
      ***               report, opening structuring and rapid-
      ***               movement cases on REYDB-AMLCASE.
      *** 10/15/2026 - EPH: export the hot-card file of blocked,
      ***               lost or stolen, replaced and expired debit
      ***               cards for the card network through
      ***               REYDB-HOTCARD after the credit bureau file.
      *** 10/15/2026 - EPH: write the month-end credit bureau file
      ***               through REYDB-CBEXTRACT after the check
      ***               extract and before ARCHIVE purges closed
      ***               loan accounts. A run abandoned on a failed
      ***               open is left STARTED for a rerun, as the GL
      ***               extract is.
      *** 10/15/2026 - EPH: print the month-end identity document
      ***               expiry report through REYDB-RPT-IDEXPIRY
      ***               after the write-off report.
      *** 10/15/2026 - EPH: added the SWEEP step after LOANCOLL, so
      ***               the day's checking/savings sweeps post
      ***               before RECON proves the ledger.
      *** 10/15/2026 - EPH: present the day's deposited checks to
      ***               the drawee banks through REYDB-CHQEXTRACT,
      ***               right after the outbound payments extract.
      *** 10/15/2026 - EPH: print the month-end loan write-off and
      ***               recovery report through REYDB-RPT-WRITEOFF
      ***               after the large-transaction report.
      *** 10/15/2026 - EPH: charge month-end debit interest on
      ***               overdrawn checking accounts through
      ***               REYDB-DEBITINT, right after the credit
      ***               interest accrual.
      *** 09/02/2026 - EPH: hand the business date to REYDB-RPT-DAILY,
      ***               REYDB-RPT-ACTIVITY and REYDB-DORMANT through
      ***               new linkage areas, so a cycle resumed after
           05 FILLER PIC X(12) VALUE "SOEXEC".
           05 FILLER PIC X(12) VALUE "TDMATURE".
           05 FILLER PIC X(12) VALUE "LOANCOLL".
           05 FILLER PIC X(12) VALUE "SWEEP".
           05 FILLER PIC X(12) VALUE "RECON".
           05 FILLER PIC X(12) VALUE "INTEREST".
           05 FILLER PIC X(12) VALUE "DEBITINT".
           05 FILLER PIC X(12) VALUE "FEES".
           05 FILLER PIC X(12) VALUE "DORMANT".
           05 FILLER PIC X(12) VALUE "NOTICES".
           05 FILLER PIC X(12) VALUE "STATEMENTS".
           05 FILLER PIC X(12) VALUE "INTSUMM".
           05 FILLER PIC X(12) VALUE "RPT-DAILY".
           05 FILLER PIC X(12) VALUE "RPT-DRAWER".
           05 FILLER PIC X(12) VALUE "RPT-SECJRNL".
           05 FILLER PIC X(12) VALUE "RPT-LARGE".
           05 FILLER PIC X(12) VALUE "AMLMON".
           05 FILLER PIC X(12) VALUE "RPT-WRITEOFF".
           05 FILLER PIC X(12) VALUE "RPT-IDEXPIRY".
           05 FILLER PIC X(12) VALUE "GLEXTRACT".
           05 FILLER PIC X(12) VALUE "PAYEXTRACT".
           05 FILLER PIC X(12) VALUE "CHQEXTRACT".
           05 FILLER PIC X(12) VALUE "CBEXTRACT".
           05 FILLER PIC X(12) VALUE "DEPINS".
           05 FILLER PIC X(12) VALUE "HOTCARD".
           05 FILLER PIC X(12) VALUE "INTEGRITY".
           05 FILLER PIC X(12) VALUE "ARCHIVE".
           05 FILLER PIC X(12) VALUE "CUTOVER".
           05 FILLER PIC X(12) VALUE "RPT-BATCH".

       01 REYDB-NIGHTLY-STEP-LIST REDEFINES REYDB-NIGHTLY-STEP-TABLE.
           05 REYDB-NIGHTLY-STEP-NAME PIC X(12) OCCURS 33 TIMES.

       77 REYDB-NIGHTLY-STEP-SUB PIC 9(03) COMP.

       01 REYDB-NIGHTLY-STEP-FAIL-SW PIC X(01).
           88 REYDB-NIGHTLY-STEP-FAIL VALUE "Y".

       01 REYDB-NIGHTLY-STOP-SW PIC X(01).
           88 REYDB-NIGHTLY-STOPPED VALUE "Y".

       COPY "reydb-fees-linking.cbl".

       COPY "reydb-backup-linking.cbl".

       COPY "reydb-interest-linking.cbl".

       COPY "reydb-debitint-linking.cbl".

       COPY "reydb-rpt-writeoff-linking.cbl".

       COPY "reydb-chqext-linking.cbl".

       COPY "reydb-sweep-linking.cbl".

       COPY "reydb-rpt-idexpiry-linking.cbl".

       COPY "reydb-cbextract-linking.cbl".

       COPY "reydb-hotcard-linking.cbl".

       COPY "reydb-amlmon-linking.cbl".

       COPY "reydb-notices-linking.cbl".

       COPY "reydb-rpt-batch-linking.cbl".

       COPY "reydb-depins-linking.cbl".

       COPY "reydb-integrity-linking.cbl".

       PROCEDURE DIVISION.

       0000-MAINLINE.

           MOVE "N" TO REYDB-NIGHTLY-HALT-SW.
           MOVE "N" TO REYDB-NIGHTLY-STOP-SW.

           PERFORM 1000-OPEN-RUN-CONTROL.

               TO REYDB-RPTLRG-BUSINESS-DATE.
           MOVE REYDB-NIGHTLY-BUSINESS-DATE
               TO REYDB-INTEREST-BUSINESS-DATE.
           MOVE REYDB-NIGHTLY-BUSINESS-DATE
               TO REYDB-DEBITINT-BUSINESS-DATE.
           MOVE REYDB-NIGHTLY-BUSINESS-DATE
               TO REYDB-RPTWO-BUSINESS-DATE.
           MOVE REYDB-NIGHTLY-BUSINESS-DATE
               TO REYDB-CHQEXT-BUSINESS-DATE.
           MOVE REYDB-NIGHTLY-BUSINESS-DATE
               TO REYDB-SWEEP-BUSINESS-DATE.
           MOVE REYDB-NIGHTLY-BUSINESS-DATE
               TO REYDB-RPTID-BUSINESS-DATE.
           MOVE REYDB-NIGHTLY-BUSINESS-DATE
               TO REYDB-CBX-BUSINESS-DATE.
           MOVE REYDB-NIGHTLY-BUSINESS-DATE
               TO REYDB-HOTCARD-BUSINESS-DATE.
           MOVE REYDB-NIGHTLY-BUSINESS-DATE
               TO REYDB-AMLMON-BUSINESS-DATE.
           MOVE REYDB-NIGHTLY-BUSINESS-DATE
               TO REYDB-NOTICES-BUSINESS-DATE.
           MOVE REYDB-NIGHTLY-BUSINESS-DATE
               TO REYDB-RPTBAT-BUSINESS-DATE.
           MOVE REYDB-NIGHTLY-BUSINESS-DATE
               TO REYDB-DPI-BUSINESS-DATE.
           MOVE REYDB-NIGHTLY-BUSINESS-DATE
               TO REYDB-RI-BUSINESS-DATE.

           MOVE ZERO TO REYDB-NIGHTLY-STEP-SUB.

           PERFORM 4000-RUN-ONE-STEP 33 TIMES.

           IF REYDB-NIGHTLY-STOPPED
               DISPLAY "NIGHTLY: cycle stopped before the cutover on "
                   "integrity exceptions, left incomplete for a rerun"
               CLOSE REYDB-RUNCTL-FILE
               GO TO 9999-EXIT
           END-IF.

           MOVE REYDB-NIGHTLY-BUSINESS-DATE TO REYDB-RUNCTL-DATE.
           MOVE "CYCLE" TO REYDB-RUNCTL-STEP.

           MOVE ZERO TO REYDB-NIGHTLY-STEP-SUB.

           PERFORM 2100-SHOW-ONE-STEP 33 TIMES.

      ****************************************************
      *** Name: 2100-SHOW-ONE-STEP                      ***
      *** Name: 4000-RUN-ONE-STEP                      ***
      *** Skips a step already COMPLETE for tonight's  ***
      *** date; otherwise stamps it started, calls the ***
      *** step program and stamps it complete. Once    ***
      *** the integrity check has stopped the cycle    ***
      *** every later step is held                     ***
      ****************************************************

       4000-RUN-ONE-STEP.
                   SET REYDB-NIGHTLY-FOUND TO TRUE
           END-READ.

           IF REYDB-NIGHTLY-STOPPED
               DISPLAY "NIGHTLY: " REYDB-RUNCTL-STEP
                   " held, cycle stopped"
           ELSE
               IF REYDB-NIGHTLY-FOUND AND REYDB-RUNCTL-COMPLETE
                   DISPLAY "NIGHTLY: " REYDB-RUNCTL-STEP
                       " already complete, skipping"
               ELSE
                   PERFORM 5000-STAMP-START

                   DISPLAY "NIGHTLY: starting " REYDB-RUNCTL-STEP

                   MOVE "N" TO REYDB-NIGHTLY-STEP-FAIL-SW

                   PERFORM 4500-CALL-STEP

                   IF REYDB-NIGHTLY-STEP-FAIL
                       DISPLAY "NIGHTLY: " REYDB-RUNCTL-STEP
                           " failed, left STARTED for a rerun"
                   ELSE
                       PERFORM 6000-STAMP-COMPLETE
                   END-IF
               END-IF
           END-IF.

                   CALL "REYDB-TDMATURE" USING REYDB-TDMATURE-LINKING
               WHEN "LOANCOLL"
                   CALL "REYDB-LOANCOLL" USING REYDB-LOANCOLL-LINKING
               WHEN "SWEEP"
                   CALL "REYDB-SWEEP" USING REYDB-SWEEP-LINKING
               WHEN "RECON"
                   CALL "REYDB-RECON"
               WHEN "INTEREST"
                   CALL "REYDB-INTEREST" USING REYDB-INTEREST-LINKING
               WHEN "DEBITINT"
                   CALL "REYDB-DEBITINT" USING REYDB-DEBITINT-LINKING
               WHEN "FEES"
                   CALL "REYDB-FEES" USING REYDB-FEES-LINKING
               WHEN "DORMANT"
                   CALL "REYDB-DORMANT"
                       USING REYDB-DORMANT-LINKING
               WHEN "NOTICES"
                   CALL "REYDB-NOTICES" USING REYDB-NOTICES-LINKING
               WHEN "STATEMENTS"
                   CALL "REYDB-STMTRUN" USING REYDB-STMTRUN-LINKING
               WHEN "INTSUMM"
               WHEN "RPT-LARGE"
                   CALL "REYDB-RPT-LARGE"
                       USING REYDB-RPT-LARGE-LINKING
               WHEN "AMLMON"
                   CALL "REYDB-AMLMON" USING REYDB-AMLMON-LINKING
               WHEN "RPT-WRITEOFF"
                   CALL "REYDB-RPT-WRITEOFF"
                       USING REYDB-RPT-WRITEOFF-LINKING
               WHEN "RPT-IDEXPIRY"
                   CALL "REYDB-RPT-IDEXPIRY"
                       USING REYDB-RPT-IDEXPIRY-LINKING
               WHEN "GLEXTRACT"
                   CALL "REYDB-GLEXTRACT"
                       USING REYDB-GLEXTRACT-LINKING
                   END-IF
               WHEN "PAYEXTRACT"
                   CALL "REYDB-PAYEXTRACT" USING REYDB-PAYEXT-LINKING
               WHEN "CHQEXTRACT"
                   CALL "REYDB-CHQEXTRACT" USING REYDB-CHQEXT-LINKING
               WHEN "CBEXTRACT"
                   CALL "REYDB-CBEXTRACT"
                       USING REYDB-CBEXTRACT-LINKING
                   IF REYDB-CBX-RESULT-FAILED
                       SET REYDB-NIGHTLY-STEP-FAIL TO TRUE
                   END-IF
               WHEN "DEPINS"
                   CALL "REYDB-DEPINS" USING REYDB-DEPINS-LINKING
                   IF REYDB-DPI-RESULT-FAILED
                       SET REYDB-NIGHTLY-STEP-FAIL TO TRUE
                   END-IF
               WHEN "HOTCARD"
                   CALL "REYDB-HOTCARD" USING REYDB-HOTCARD-LINKING
                   IF REYDB-HOTCARD-RESULT-FAILED
                       SET REYDB-NIGHTLY-STEP-FAIL TO TRUE
                   END-IF
               WHEN "INTEGRITY"
                   CALL "REYDB-INTEGRITY" USING REYDB-INTEGRITY-LINKING
                   IF REYDB-RI-RESULT-FAILED
                       SET REYDB-NIGHTLY-STEP-FAIL TO TRUE
                   END-IF
                   IF REYDB-RI-STOP-CYCLE
                       SET REYDB-NIGHTLY-STEP-FAIL TO TRUE
                       SET REYDB-NIGHTLY-STOPPED TO TRUE
                   END-IF
               WHEN "ARCHIVE"
                   CALL "REYDB-ARCHIVE"
               WHEN "CUTOVER"
                   CALL "REYDB-CUTOVER"
               WHEN "RPT-BATCH"
                   CLOSE REYDB-RUNCTL-FILE
                   CALL "REYDB-RPT-BATCH" USING REYDB-RPT-BATCH-LINKING
                   PERFORM 4600-REOPEN-RUN-CONTROL
               WHEN OTHER
                   DISPLAY "NIGHTLY: unknown step " REYDB-RUNCTL-STEP
           END-EVALUATE.

      ****************************************************
      *** Name: 4600-REOPEN-RUN-CONTROL                 ***
      *** Reopens REYDB-RUNCTL after a step that reads ***
      *** it itself and rereads the step's record, so  ***
      *** 6000-STAMP-COMPLETE rewrites it as before    ***
      ****************************************************

       4600-REOPEN-RUN-CONTROL.

           PERFORM 1000-OPEN-RUN-CONTROL.

           IF REYDB-NIGHTLY-HALT
               SET REYDB-NIGHTLY-STEP-FAIL TO TRUE
           ELSE
               MOVE REYDB-NIGHTLY-BUSINESS-DATE TO REYDB-RUNCTL-DATE
               MOVE REYDB-NIGHTLY-STEP-NAME (REYDB-NIGHTLY-STEP-SUB)
                   TO REYDB-RUNCTL-STEP

               READ REYDB-RUNCTL-FILE
                   INVALID KEY
                       SET REYDB-NIGHTLY-STEP-FAIL TO TRUE
               END-READ
           END-IF.

      ****************************************************
      *** Name: 5000-STAMP-START                       ***
      ****************************************************
