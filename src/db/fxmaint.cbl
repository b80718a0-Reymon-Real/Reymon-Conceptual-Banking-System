      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: fxmaint.cbl            ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: maintenance screen for the REYDB-FXRATE
      ***               daily exchange rate table. Lists a
      ***               currency's rates, and files a new or
      ***               corrected rate for a day, or the removal of
      ***               one, on REYDB-PENDING through REYDB-PENDSUB
      ***               the same way REYDB-RATEMAINT does - nothing
      ***               reaches the table until a second supervisor
      ***               approves it through REYDB-CHGREVIEW, which
      ***               calls back in apply mode. Every applied
      ***               change is journaled to REYDB-SECJRNL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-FXMAINT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL REYDB-FXRATE-FILE ASSIGN TO "REYDB-FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-FXR-KEY
               FILE STATUS IS REYDB-FXRATE-STATUS-CODE.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-fxrate.cbl".

       WORKING-STORAGE SECTION.

       01 REYDB-FXRATE-STATUS-CODE PIC X(02).
           88 REYDB-FXRATE-STATUS-OK VALUE "00" "05".
           88 REYDB-FXRATE-NOT-FOUND VALUE "35".

       01 REYDB-FXMAINT-EOF-SW PIC X(01).
           88 REYDB-FXMAINT-EOF VALUE "Y".

       01 REYDB-FXMAINT-DONE-SW PIC X(01).
           88 REYDB-FXMAINT-DONE VALUE "Y".

       01 REYDB-FXMAINT-FOUND-SW PIC X(01).
           88 REYDB-FXMAINT-FOUND VALUE "Y".

       01 REYDB-FXMAINT-VALID-SW PIC X(01).
           88 REYDB-FXMAINT-VALID VALUE "Y".

       77 REYDB-FXMAINT-ACTION PIC X(01).

       77 REYDB-FXMAINT-SHOWN PIC 9(05) COMP.

       01 REYDB-FXMAINT-WORKING.
           05 REYDB-FXMAINT-WORK-CURRENCY PIC X(03).
           05 REYDB-FXMAINT-WORK-DATE     PIC X(08).
           05 REYDB-FXMAINT-WORK-RATE     PIC X(16).

      *** The row being changed - also the change data filed on
      *** REYDB-PENDING and handed back when it is approved
       01 REYDB-FXMAINT-KEY.
           05 REYDB-FXMAINT-KEY-CURRENCY PIC X(03).
           05 REYDB-FXMAINT-KEY-DATE     PIC 9(08).
           05 REYDB-FXMAINT-KEY-RATE     PIC 9(05)V9(06).
           05 REYDB-FXMAINT-KEY-MAKER    PIC X(08).
           05 FILLER                     PIC X(34).

       COPY "reydb-seclog-linking.cbl".

       01 REYDB-FXMAINT-SEC-ROW.
           05 REYDB-FXMAINT-SEC-CURRENCY PIC X(03).
           05 FILLER                     PIC X(01) VALUE SPACE.
           05 REYDB-FXMAINT-SEC-DATE     PIC 9(08).
           05 FILLER                     PIC X(01) VALUE SPACE.
           05 REYDB-FXMAINT-SEC-RATE     PIC Z(04)9.9(06).

       01 REYDB-FXMAINT-SEC-DETAIL.
           05 FILLER                     PIC X(08) VALUE "FX RATE ".
           05 REYDB-FXMAINT-SEC-VERB     PIC X(08).

       COPY "reydb-pendsub-linking.cbl".

       LINKAGE SECTION.

       COPY "reydb-fxmaint-linking.cbl".

       PROCEDURE DIVISION USING REYDB-FXMAINT-LINKING.

       0000-MAINLINE.

           MOVE "N" TO REYDB-FXMAINT-DONE-SW.
           SET REYDB-FXMAINT-RESULT-FAILED TO TRUE.

           IF REYDB-FXMAINT-MODE-APPLY
               PERFORM 8000-APPLY-CHANGE
           ELSE
               PERFORM 2000-PROMPT-ACTION
                   UNTIL REYDB-FXMAINT-DONE
           END-IF.

           GOBACK.

      ****************************************************
      *** Name: 1000-OPEN-RATES                        ***
      *** REYDB-FXRATE is indexed, so create it the    ***
      *** first time it is found missing, the same way ***
      *** REYDB-INIT creates the other masters         ***
      ****************************************************

       1000-OPEN-RATES.

           OPEN I-O REYDB-FXRATE-FILE.

           IF REYDB-FXRATE-NOT-FOUND
               OPEN OUTPUT REYDB-FXRATE-FILE
               CLOSE REYDB-FXRATE-FILE
               OPEN I-O REYDB-FXRATE-FILE
           END-IF.

           IF NOT REYDB-FXRATE-STATUS-OK
               DISPLAY "Fxmaint: unable to open REYDB-FXRATE, "
                   "status " REYDB-FXRATE-STATUS-CODE
           END-IF.

      ****************************************************
      *** Name: 2000-PROMPT-ACTION                     ***
      ****************************************************

       2000-PROMPT-ACTION.

           DISPLAY "Exchange rates: L)ist U)pdate D)elete X)exit - "
               "changes wait for a second supervisor".
           DISPLAY "Action: " ACCEPT REYDB-FXMAINT-ACTION.

           EVALUATE FUNCTION UPPER-CASE(REYDB-FXMAINT-ACTION)
               WHEN "L"
                   PERFORM 3000-LIST-CURRENCY
               WHEN "U"
                   PERFORM 4000-UPDATE-RATE
               WHEN "D"
                   PERFORM 5000-DELETE-RATE
               WHEN "X"
                   SET REYDB-FXMAINT-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Fxmaint: invalid action"
           END-EVALUATE.

      ****************************************************
      *** Name: 3000-LIST-CURRENCY                     ***
      *** Every rate on file for one currency, oldest  ***
      *** first                                        ***
      ****************************************************

       3000-LIST-CURRENCY.

           DISPLAY "Enter the currency code".
           ACCEPT REYDB-FXMAINT-WORK-CURRENCY.

           MOVE SPACES TO REYDB-FXMAINT-KEY.
           MOVE FUNCTION UPPER-CASE(REYDB-FXMAINT-WORK-CURRENCY)
               TO REYDB-FXMAINT-KEY-CURRENCY.

           MOVE "N" TO REYDB-FXMAINT-EOF-SW.
           MOVE ZERO TO REYDB-FXMAINT-SHOWN.

           OPEN INPUT REYDB-FXRATE-FILE.

           IF NOT REYDB-FXRATE-STATUS-OK
               DISPLAY "Fxmaint: unable to open REYDB-FXRATE, "
                   "status " REYDB-FXRATE-STATUS-CODE
               SET REYDB-FXMAINT-EOF TO TRUE
           ELSE
               MOVE REYDB-FXMAINT-KEY-CURRENCY TO REYDB-FXR-CURRENCY
               MOVE ZERO TO REYDB-FXR-DATE

               START REYDB-FXRATE-FILE
                   KEY IS NOT LESS THAN REYDB-FXR-KEY
                   INVALID KEY
                       SET REYDB-FXMAINT-EOF TO TRUE
               END-START
           END-IF.

           PERFORM 3100-LIST-ONE-RATE
               UNTIL REYDB-FXMAINT-EOF.

           CLOSE REYDB-FXRATE-FILE.

           IF REYDB-FXMAINT-SHOWN = ZERO
               DISPLAY "Fxmaint: no rates on file for "
                   REYDB-FXMAINT-KEY-CURRENCY
           END-IF.

      ****************************************************
      *** Name: 3100-LIST-ONE-RATE                     ***
      ****************************************************

       3100-LIST-ONE-RATE.

           READ REYDB-FXRATE-FILE NEXT RECORD
               AT END
                   SET REYDB-FXMAINT-EOF TO TRUE
           END-READ.

           IF NOT REYDB-FXMAINT-EOF
               IF REYDB-FXR-CURRENCY NOT = REYDB-FXMAINT-KEY-CURRENCY
                   SET REYDB-FXMAINT-EOF TO TRUE
               ELSE
                   ADD 1 TO REYDB-FXMAINT-SHOWN
                   MOVE REYDB-FXR-RATE TO REYDB-FXMAINT-SEC-RATE
                   DISPLAY "  " REYDB-FXR-CURRENCY
                       " " REYDB-FXR-DATE
                       " RATE " REYDB-FXMAINT-SEC-RATE
                       " SET BY " REYDB-FXR-MAKER
                       " APPROVED BY " REYDB-FXR-CHECKER
               END-IF
           END-IF.

      ****************************************************
      *** Name: 4000-UPDATE-RATE                       ***
      *** Files a currency's rate for a day, new or a  ***
      *** correction of the one on file, for approval  ***
      ****************************************************

       4000-UPDATE-RATE.

           PERFORM 4500-ASK-CURRENCY-DATE.

           IF REYDB-FXMAINT-VALID
               DISPLAY "Enter the local value of one unit as "
                   "99999.999999"
               ACCEPT REYDB-FXMAINT-WORK-RATE

               COMPUTE REYDB-FXMAINT-KEY-RATE =
                   FUNCTION NUMVAL(REYDB-FXMAINT-WORK-RATE)

               IF REYDB-FXMAINT-KEY-RATE NOT GREATER THAN ZERO
                   DISPLAY "Fxmaint: the rate must be positive"
               ELSE
                   PERFORM 7000-FIND-RATE

                   IF REYDB-FXMAINT-FOUND
                       PERFORM 4700-SHOW-ROW
                       MOVE REYDB-FXMAINT-SEC-ROW
                           TO REYDB-PENDSUB-BEFORE
                   ELSE
                       MOVE "NEW RATE" TO REYDB-PENDSUB-BEFORE
                   END-IF

                   MOVE REYDB-FXMAINT-KEY-CURRENCY
                       TO REYDB-FXMAINT-SEC-CURRENCY
                   MOVE REYDB-FXMAINT-KEY-DATE
                       TO REYDB-FXMAINT-SEC-DATE
                   MOVE REYDB-FXMAINT-KEY-RATE
                       TO REYDB-FXMAINT-SEC-RATE
                   MOVE REYDB-FXMAINT-SEC-ROW TO REYDB-PENDSUB-AFTER

                   MOVE "U" TO REYDB-PENDSUB-ACTION
                   PERFORM 4600-SUBMIT-CHANGE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 4500-ASK-CURRENCY-DATE                 ***
      *** A three-letter currency code and the rate    ***
      *** date - blank or zero is today                ***
      ****************************************************

       4500-ASK-CURRENCY-DATE.

           MOVE "N" TO REYDB-FXMAINT-VALID-SW.

           DISPLAY "Enter the currency code".
           ACCEPT REYDB-FXMAINT-WORK-CURRENCY.

           DISPLAY "Enter the rate date YYYYMMDD or blank for today".
           ACCEPT REYDB-FXMAINT-WORK-DATE.

           MOVE SPACES TO REYDB-FXMAINT-KEY.
           MOVE FUNCTION UPPER-CASE(REYDB-FXMAINT-WORK-CURRENCY)
               TO REYDB-FXMAINT-KEY-CURRENCY.
           MOVE ZERO TO REYDB-FXMAINT-KEY-RATE.
           MOVE REYDB-FXMAINT-OPERATOR TO REYDB-FXMAINT-KEY-MAKER.

           IF REYDB-FXMAINT-WORK-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO REYDB-FXMAINT-KEY-DATE
           ELSE
               COMPUTE REYDB-FXMAINT-KEY-DATE =
                   FUNCTION NUMVAL(REYDB-FXMAINT-WORK-DATE)
           END-IF.

           IF REYDB-FXMAINT-KEY-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO REYDB-FXMAINT-KEY-DATE
           END-IF.

           IF REYDB-FXMAINT-KEY-CURRENCY IS NOT ALPHABETIC-UPPER
                  OR REYDB-FXMAINT-KEY-CURRENCY(1:1) = SPACE
                  OR REYDB-FXMAINT-KEY-CURRENCY(2:1) = SPACE
                  OR REYDB-FXMAINT-KEY-CURRENCY(3:1) = SPACE
               DISPLAY "Fxmaint: the currency code must be three "
                   "letters"
           ELSE
               SET REYDB-FXMAINT-VALID TO TRUE
           END-IF.

      ****************************************************
      *** Name: 4600-SUBMIT-CHANGE                     ***
      *** Nothing reaches REYDB-FXRATE until a second  ***
      *** supervisor approves the change through       ***
      *** REYDB-CHGREVIEW                              ***
      ****************************************************

       4600-SUBMIT-CHANGE.

           MOVE "X"                    TO REYDB-PENDSUB-TABLE.
           MOVE REYDB-FXMAINT-OPERATOR TO REYDB-PENDSUB-OPERATOR.
           MOVE REYDB-FXMAINT-KEY      TO REYDB-PENDSUB-DATA.

           CALL "REYDB-PENDSUB" USING REYDB-PENDSUB-LINKING.

           IF REYDB-PENDSUB-OK
               DISPLAY "Fxmaint: change " REYDB-PENDSUB-ID
                   " filed for approval"
           ELSE
               DISPLAY "Fxmaint: change not filed"
           END-IF.

      ****************************************************
      *** Name: 4700-SHOW-ROW                          ***
      *** Journal view of the rate row just read       ***
      ****************************************************

       4700-SHOW-ROW.

           MOVE REYDB-FXR-CURRENCY TO REYDB-FXMAINT-SEC-CURRENCY.
           MOVE REYDB-FXR-DATE     TO REYDB-FXMAINT-SEC-DATE.
           MOVE REYDB-FXR-RATE     TO REYDB-FXMAINT-SEC-RATE.

      ****************************************************
      *** Name: 5000-DELETE-RATE                       ***
      ****************************************************

       5000-DELETE-RATE.

           PERFORM 4500-ASK-CURRENCY-DATE.

           IF REYDB-FXMAINT-VALID
               PERFORM 7000-FIND-RATE

               IF NOT REYDB-FXMAINT-FOUND
                   DISPLAY "Fxmaint: no rate on file for that day"
               ELSE
                   PERFORM 4700-SHOW-ROW
                   MOVE REYDB-FXMAINT-SEC-ROW TO REYDB-PENDSUB-BEFORE
                   MOVE "DELETED" TO REYDB-PENDSUB-AFTER
                   MOVE REYDB-FXR-RATE TO REYDB-FXMAINT-KEY-RATE

                   MOVE "D" TO REYDB-PENDSUB-ACTION
                   PERFORM 4600-SUBMIT-CHANGE
               END-IF
           END-IF.

      ****************************************************
      *** Name: 7000-FIND-RATE                         ***
      *** Reads the row for REYDB-FXMAINT-KEY's        ***
      *** currency and date                            ***
      ****************************************************

       7000-FIND-RATE.

           MOVE "N" TO REYDB-FXMAINT-FOUND-SW.

           OPEN INPUT REYDB-FXRATE-FILE.

           IF REYDB-FXRATE-STATUS-OK
               MOVE REYDB-FXMAINT-KEY-CURRENCY TO REYDB-FXR-CURRENCY
               MOVE REYDB-FXMAINT-KEY-DATE     TO REYDB-FXR-DATE

               READ REYDB-FXRATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET REYDB-FXMAINT-FOUND TO TRUE
               END-READ
           END-IF.

           CLOSE REYDB-FXRATE-FILE.

      ****************************************************
      *** Name: 8000-APPLY-CHANGE                      ***
      *** An approved change from REYDB-CHGREVIEW -    ***
      *** writes, rewrites or deletes the row          ***
      ****************************************************

       8000-APPLY-CHANGE.

           MOVE REYDB-FXMAINT-PEND-DATA TO REYDB-FXMAINT-KEY.

           PERFORM 1000-OPEN-RATES.

           IF REYDB-FXRATE-STATUS-OK
               MOVE "N" TO REYDB-FXMAINT-FOUND-SW
               MOVE REYDB-FXMAINT-KEY-CURRENCY TO REYDB-FXR-CURRENCY
               MOVE REYDB-FXMAINT-KEY-DATE     TO REYDB-FXR-DATE

               READ REYDB-FXRATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET REYDB-FXMAINT-FOUND TO TRUE
               END-READ

               EVALUATE TRUE
                   WHEN REYDB-FXMAINT-PEND-ACTION = "D"
                          AND NOT REYDB-FXMAINT-FOUND
                       DISPLAY "Fxmaint: rate is no longer on the "
                           "table"
                   WHEN REYDB-FXMAINT-PEND-ACTION = "D"
                       DELETE REYDB-FXRATE-FILE RECORD
                       MOVE "DELETED" TO REYDB-FXMAINT-SEC-VERB
                       PERFORM 8100-CHECK-APPLIED
                   WHEN OTHER
                       MOVE REYDB-FXMAINT-KEY-RATE TO REYDB-FXR-RATE
                       MOVE REYDB-FXMAINT-KEY-MAKER TO REYDB-FXR-MAKER
                       MOVE REYDB-FXMAINT-OPERATOR
                           TO REYDB-FXR-CHECKER

                       IF REYDB-FXMAINT-FOUND
                           REWRITE REYDB-FXR-RECORD
                       ELSE
                           WRITE REYDB-FXR-RECORD
                       END-IF

                       MOVE "SET" TO REYDB-FXMAINT-SEC-VERB
                       PERFORM 8100-CHECK-APPLIED
               END-EVALUATE
           END-IF.

           CLOSE REYDB-FXRATE-FILE.

      ****************************************************
      *** Name: 8100-CHECK-APPLIED                     ***
      ****************************************************

       8100-CHECK-APPLIED.

           IF NOT REYDB-FXRATE-STATUS-OK
               DISPLAY "Fxmaint: unable to update REYDB-FXRATE, "
                   "status " REYDB-FXRATE-STATUS-CODE
           ELSE
               DISPLAY "Fxmaint: exchange rate "
                   REYDB-FXMAINT-KEY-CURRENCY " "
                   REYDB-FXMAINT-KEY-DATE " "
                   REYDB-FXMAINT-SEC-VERB

               SET REYDB-FXMAINT-RESULT-OK TO TRUE

               PERFORM 8200-LOG-SECURITY
           END-IF.

      ****************************************************
      *** Name: 8200-LOG-SECURITY                      ***
      ****************************************************

       8200-LOG-SECURITY.

           MOVE REYDB-FXMAINT-KEY-CURRENCY
               TO REYDB-FXMAINT-SEC-CURRENCY.
           MOVE REYDB-FXMAINT-KEY-DATE TO REYDB-FXMAINT-SEC-DATE.
           MOVE REYDB-FXMAINT-KEY-RATE TO REYDB-FXMAINT-SEC-RATE.

           MOVE REYDB-FXMAINT-OPERATOR   TO REYDB-SECLOG-OPERATOR.
           MOVE "FX-MAINT"               TO REYDB-SECLOG-ACTION.
           MOVE REYDB-FXMAINT-SEC-DETAIL TO REYDB-SECLOG-DETAIL.
           MOVE SPACES                   TO REYDB-SECLOG-BEFORE.
           MOVE REYDB-FXMAINT-SEC-ROW    TO REYDB-SECLOG-AFTER.
           CALL "REYDB-SECLOG" USING REYDB-SECLOG-LINKING.

           IF NOT REYDB-SECLOG-OK
               DISPLAY "Fxmaint: security journal entry not "
                   "recorded"
           END-IF.
