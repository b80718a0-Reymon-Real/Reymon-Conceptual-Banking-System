      *** Date: 12/20/2025             ***
      ************************************

      *** 10/15/2026 - EPH: maker-checker. A holiday update or delete is
      ***               filed on REYDB-PENDING through REYDB-PENDSUB
      ***               with the holiday before and after, and the
      ***               calendar is only rewritten when REYDB-CHGREVIEW
      ***               calls back in apply mode once a second
      ***               supervisor approves it. Save-and-exit and quit
      ***               collapse into a plain exit.
      *** 12/20/2025 - EPH: maintenance screen for the
      ***               REYDB-CALENDAR holiday file, the same
      ***               list/update/delete/save shape as
           05 FILLER                   PIC X(09) VALUE "HOLIDAYS ".
           05 REYDB-CALMAINT-SEC-ROWS  PIC 9(03).

      *** The holiday being changed - also the change data filed
      *** on REYDB-PENDING and handed back when it is approved
       01 REYDB-CALMAINT-KEY.
           05 REYDB-CALMAINT-KEY-DATE PIC 9(08).
           05 REYDB-CALMAINT-KEY-NAME PIC X(32).
           05 FILLER                  PIC X(24).

       01 REYDB-CALMAINT-SEC-ROW.
           05 REYDB-CALMAINT-SEC-DATE PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REYDB-CALMAINT-SEC-NAME PIC X(23).

       COPY "reydb-pendsub-linking.cbl".

       LINKAGE SECTION.

       COPY "reydb-calmaint-linking.cbl".
       0000-MAINLINE.

           MOVE "N" TO REYDB-CALMAINT-DONE-SW.
           SET REYDB-CALMAINT-RESULT-FAILED TO TRUE.

           PERFORM 1000-LOAD-TABLE.

           IF REYDB-CALMAINT-MODE-APPLY
               PERFORM 8000-APPLY-CHANGE
           ELSE
               PERFORM 2000-PROMPT-ACTION
                   UNTIL REYDB-CALMAINT-DONE
           END-IF.

           GOBACK.


       2000-PROMPT-ACTION.

           DISPLAY "Calendar: L)ist U)pdate D)elete X)exit - "
               "changes wait for a second supervisor".
           DISPLAY "Action: " ACCEPT REYDB-CALMAINT-ACTION.

           EVALUATE FUNCTION UPPER-CASE(REYDB-CALMAINT-ACTION)
               WHEN "D"
                   PERFORM 5000-DELETE-ROW
               WHEN "X"
                   SET REYDB-CALMAINT-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Calmaint: invalid action"

      ****************************************************
      *** Name: 4000-UPDATE-ROW                        ***
      *** Files a new holiday, or a new name for a     ***
      *** date already listed, for approval            ***
      ****************************************************

       4000-UPDATE-ROW.
           DISPLAY "Enter the holiday name".
           ACCEPT REYDB-CALMAINT-WORK-NAME.

           MOVE REYDB-CALMAINT-WORK-NAME TO REYDB-CALMAINT-KEY-NAME.

           PERFORM 7000-FIND-ROW.

           IF NOT REYDB-CALMAINT-HIT
                  AND REYDB-CALMAINT-ROW-COUNT >= 100
               DISPLAY "Calmaint: the calendar is full"
           ELSE
               IF REYDB-CALMAINT-HIT
                   PERFORM 4700-SHOW-ROW
                   MOVE REYDB-CALMAINT-SEC-ROW TO REYDB-PENDSUB-BEFORE
               ELSE
                   MOVE "NEW HOLIDAY" TO REYDB-PENDSUB-BEFORE
               END-IF

               MOVE REYDB-CALMAINT-KEY-DATE TO REYDB-CALMAINT-SEC-DATE
               MOVE REYDB-CALMAINT-KEY-NAME TO REYDB-CALMAINT-SEC-NAME
               MOVE REYDB-CALMAINT-SEC-ROW TO REYDB-PENDSUB-AFTER

               MOVE "U" TO REYDB-PENDSUB-ACTION
               PERFORM 4600-SUBMIT-CHANGE
           END-IF.

      ****************************************************
           DISPLAY "Enter the holiday date as YYYYMMDD".
           ACCEPT REYDB-CALMAINT-WORK-DATE.

           MOVE SPACES TO REYDB-CALMAINT-KEY.
           COMPUTE REYDB-CALMAINT-KEY-DATE =
               FUNCTION NUMVAL(REYDB-CALMAINT-WORK-DATE).

      ****************************************************
      *** Name: 4600-SUBMIT-CHANGE                     ***
      *** Nothing reaches REYDB-CALENDAR until a       ***
      *** second supervisor approves the change        ***
      *** through REYDB-CHGREVIEW                      ***
      ****************************************************

       4600-SUBMIT-CHANGE.

           MOVE "C"                     TO REYDB-PENDSUB-TABLE.
           MOVE REYDB-CALMAINT-OPERATOR TO REYDB-PENDSUB-OPERATOR.
           MOVE REYDB-CALMAINT-KEY      TO REYDB-PENDSUB-DATA.

           CALL "REYDB-PENDSUB" USING REYDB-PENDSUB-LINKING.

           IF REYDB-PENDSUB-OK
               DISPLAY "Calmaint: change " REYDB-PENDSUB-ID
                   " filed for approval"
           ELSE
               DISPLAY "Calmaint: change not filed"
           END-IF.

      ****************************************************
      *** Name: 4700-SHOW-ROW                          ***
      *** Journal view of the holiday at REYDB-        ***
      *** CALMAINT-SUB                                 ***
      ****************************************************

       4700-SHOW-ROW.

           MOVE REYDB-CALMAINT-DATE (REYDB-CALMAINT-SUB)
               TO REYDB-CALMAINT-SEC-DATE.
           MOVE REYDB-CALMAINT-NAME (REYDB-CALMAINT-SUB)
               TO REYDB-CALMAINT-SEC-NAME.

      ****************************************************
      *** Name: 5000-DELETE-ROW                        ***
      ****************************************************
           IF NOT REYDB-CALMAINT-HIT
               DISPLAY "Calmaint: holiday not found"
           ELSE
               PERFORM 4700-SHOW-ROW
               MOVE REYDB-CALMAINT-SEC-ROW TO REYDB-PENDSUB-BEFORE
               MOVE "DELETED" TO REYDB-PENDSUB-AFTER
               MOVE REYDB-CALMAINT-NAME (REYDB-CALMAINT-SUB)
                   TO REYDB-CALMAINT-KEY-NAME

               MOVE "D" TO REYDB-PENDSUB-ACTION
               PERFORM 4600-SUBMIT-CHANGE
           END-IF.

      ****************************************************
               ADD 1 TO REYDB-CALMAINT-SUB

               IF REYDB-CALMAINT-DATE (REYDB-CALMAINT-SUB)
                      = REYDB-CALMAINT-KEY-DATE
                   SET REYDB-CALMAINT-HIT TO TRUE
               END-IF
           END-IF.

               DISPLAY "Calmaint: calendar saved"

               SET REYDB-CALMAINT-RESULT-OK TO TRUE

               PERFORM 6500-LOG-SECURITY
           END-IF.

               DISPLAY "Calmaint: security journal entry not "
                   "recorded"
           END-IF.

      ****************************************************
      *** Name: 8000-APPLY-CHANGE                      ***
      *** An approved change from REYDB-CHGREVIEW,     ***
      *** applied to the calendar as it stands now     ***
      ****************************************************

       8000-APPLY-CHANGE.

           MOVE REYDB-CALMAINT-PEND-DATA TO REYDB-CALMAINT-KEY.

           PERFORM 7000-FIND-ROW.

           EVALUATE TRUE
               WHEN REYDB-CALMAINT-PEND-ACTION = "D"
                      AND NOT REYDB-CALMAINT-HIT
                   DISPLAY "Calmaint: holiday is no longer listed"
               WHEN REYDB-CALMAINT-PEND-ACTION = "D"
                   MOVE REYDB-CALMAINT-ROW (REYDB-CALMAINT-ROW-COUNT)
                       TO REYDB-CALMAINT-ROW (REYDB-CALMAINT-SUB)
                   SUBTRACT 1 FROM REYDB-CALMAINT-ROW-COUNT
                   PERFORM 6000-SAVE-TABLE
               WHEN NOT REYDB-CALMAINT-HIT
                      AND REYDB-CALMAINT-ROW-COUNT >= 100
                   DISPLAY "Calmaint: the calendar is full"
               WHEN OTHER
                   IF NOT REYDB-CALMAINT-HIT
                       ADD 1 TO REYDB-CALMAINT-ROW-COUNT
                       MOVE REYDB-CALMAINT-ROW-COUNT
                           TO REYDB-CALMAINT-SUB
                       MOVE REYDB-CALMAINT-KEY-DATE
                           TO REYDB-CALMAINT-DATE (REYDB-CALMAINT-SUB)
                   END-IF
                   MOVE REYDB-CALMAINT-KEY-NAME
                       TO REYDB-CALMAINT-NAME (REYDB-CALMAINT-SUB)
                   PERFORM 6000-SAVE-TABLE
           END-EVALUATE.
