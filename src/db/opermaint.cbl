      *** Date: 12/10/2025             ***
      ************************************

      *** 10/15/2026 - EPH: enrolling an operator and the new L level
      ***               change no longer take effect at once - they are
      ***               filed on REYDB-PENDING through REYDB-PENDSUB and
      ***               written only when REYDB-CHGREVIEW calls back in
      ***               apply mode after a second supervisor approves.
      ***               Reinstate and password reset stay immediate.
      ***               Enroll and level changes journal the before and
      ***               after level.
      *** 09/02/2026 - EPH: status-check the reinstate and
      ***               password-reset rewrites, as the enroll
      ***               write already was - a failed rewrite

       COPY "reydb-seclog-linking.cbl".

       COPY "reydb-pendsub-linking.cbl".

      *** An enroll or level change as filed on REYDB-PENDING and
      *** handed back when it is approved
       01 REYDB-OPERMAINT-CHANGE.
           05 REYDB-OPERMAINT-CHG-ID       PIC X(08).
           05 REYDB-OPERMAINT-CHG-NAME     PIC X(32).
           05 REYDB-OPERMAINT-CHG-PASSWORD PIC X(08).
           05 REYDB-OPERMAINT-CHG-LEVEL    PIC X(01).
           05 REYDB-OPERMAINT-CHG-BRANCH   PIC X(04).
           05 FILLER                       PIC X(11).

       01 REYDB-OPERMAINT-SEC-LEVEL.
           05 REYDB-OPERMAINT-SEC-ID     PIC X(08).
           05 FILLER                     PIC X(07) VALUE " LEVEL ".
           05 REYDB-OPERMAINT-SEC-VALUE  PIC X(01).
           05 FILLER                     PIC X(04) VALUE " BR ".
           05 REYDB-OPERMAINT-SEC-BRANCH PIC X(04).

       01 REYDB-OPERMAINT-SEC-BEFORE PIC X(32).

       01 REYDB-OPERMAINT-SEC-AFTER  PIC X(32).

       LINKAGE SECTION.

       COPY "reydb-opermaint-linking.cbl".
       0000-MAINLINE.

           MOVE "N" TO REYDB-OPERMAINT-STATUS.
           MOVE SPACES TO REYDB-OPERMAINT-SEC-BEFORE.
           MOVE SPACES TO REYDB-OPERMAINT-SEC-AFTER.

           IF REYDB-OPERMAINT-MODE-APPLY
               PERFORM 1000-UNPACK-CHANGE
           END-IF.

           OPEN I-O REYDB-OPER-FILE.

                   PERFORM 3000-REINSTATE-OPERATOR
               WHEN REYDB-OPERMAINT-ACTION-RESET
                   PERFORM 4000-RESET-PASSWORD
               WHEN REYDB-OPERMAINT-ACTION-LEVEL
                   PERFORM 6000-CHANGE-LEVEL
               WHEN OTHER
                   DISPLAY "Opermaint: invalid action"
                   SET REYDB-OPERMAINT-INVALID TO TRUE

           GOBACK.

      ****************************************************
      *** Name: 1000-UNPACK-CHANGE                     ***
      *** Puts an approved change back into the        ***
      *** linking fields the actions work from         ***
      ****************************************************

       1000-UNPACK-CHANGE.

           MOVE REYDB-OPERMAINT-PEND-DATA TO REYDB-OPERMAINT-CHANGE.

           MOVE REYDB-OPERMAINT-CHG-ID       TO REYDB-OPERMAINT-TARGET.
           MOVE REYDB-OPERMAINT-CHG-NAME     TO REYDB-OPERMAINT-NAME.
           MOVE REYDB-OPERMAINT-CHG-PASSWORD
               TO REYDB-OPERMAINT-PASSWORD.
           MOVE REYDB-OPERMAINT-CHG-LEVEL    TO REYDB-OPERMAINT-LEVEL.
           MOVE REYDB-OPERMAINT-CHG-BRANCH   TO REYDB-OPERMAINT-BRANCH.

      ****************************************************
      *** Name: 2000-ENROLL-OPERATOR                   ***
      *** Outside apply mode the enrollment is only    ***
      *** filed for a second supervisor's approval     ***
      ****************************************************

       2000-ENROLL-OPERATOR.
               DISPLAY "Opermaint: level must be T or S"
               SET REYDB-OPERMAINT-INVALID TO TRUE
           ELSE
               IF REYDB-OPERMAINT-MODE-APPLY
                   PERFORM 2500-WRITE-OPERATOR
               ELSE
                   PERFORM 2200-SUBMIT-ENROLL
               END-IF
           END-IF.

      ****************************************************
      *** Name: 2200-SUBMIT-ENROLL                     ***
      ****************************************************

       2200-SUBMIT-ENROLL.

           MOVE FUNCTION UPPER-CASE(REYDB-OPERMAINT-TARGET)
               TO REYDB-OPER-ID.

           READ REYDB-OPER-FILE
               INVALID KEY
                   IF REYDB-OPERMAINT-BRANCH = SPACES
                       MOVE "0000" TO REYDB-OPERMAINT-BRANCH
                   END-IF
                   MOVE "NONE" TO REYDB-PENDSUB-BEFORE
                   PERFORM 7000-SUBMIT-CHANGE
               NOT INVALID KEY
                   DISPLAY "Opermaint: operator already enrolled"
                   SET REYDB-OPERMAINT-DUPLICATE TO TRUE
           END-READ.

      ****************************************************
      *** Name: 2500-WRITE-OPERATOR                    ***
      ****************************************************
           MOVE ZERO TO REYDB-OPER-PWD-DATE.
           MOVE ZERO TO REYDB-OPER-FAIL-COUNT.

           MOVE "NONE" TO REYDB-OPERMAINT-SEC-BEFORE.
           MOVE REYDB-OPER-ID     TO REYDB-OPERMAINT-SEC-ID.
           MOVE REYDB-OPER-LEVEL  TO REYDB-OPERMAINT-SEC-VALUE.
           MOVE REYDB-OPER-BRANCH TO REYDB-OPERMAINT-SEC-BRANCH.
           MOVE REYDB-OPERMAINT-SEC-LEVEL TO REYDB-OPERMAINT-SEC-AFTER.

           WRITE REYDB-OPER-RECORD.

           IF REYDB-OPER-DUP-KEY
                   SET REYDB-OPERMAINT-TARGET-FOUND TO TRUE
           END-READ.

      ****************************************************
      *** Name: 6000-CHANGE-LEVEL                      ***
      *** Outside apply mode the new level is only     ***
      *** filed for a second supervisor's approval     ***
      ****************************************************

       6000-CHANGE-LEVEL.

           PERFORM 5000-READ-TARGET.

           IF REYDB-OPERMAINT-TARGET-FOUND
               EVALUATE TRUE
                   WHEN REYDB-OPERMAINT-LEVEL NOT = "T"
                          AND REYDB-OPERMAINT-LEVEL NOT = "S"
                       DISPLAY "Opermaint: level must be T or S"
                       SET REYDB-OPERMAINT-INVALID TO TRUE
                   WHEN REYDB-OPERMAINT-LEVEL = REYDB-OPER-LEVEL
                       DISPLAY "Opermaint: operator is already at "
                           "that level"
                       SET REYDB-OPERMAINT-INVALID TO TRUE
                   WHEN OTHER
                       MOVE REYDB-OPER-ID TO REYDB-OPERMAINT-SEC-ID
                       MOVE REYDB-OPER-LEVEL
                           TO REYDB-OPERMAINT-SEC-VALUE
                       MOVE REYDB-OPER-BRANCH
                           TO REYDB-OPERMAINT-SEC-BRANCH
                       MOVE REYDB-OPERMAINT-SEC-LEVEL
                           TO REYDB-OPERMAINT-SEC-BEFORE
                       MOVE REYDB-OPERMAINT-LEVEL
                           TO REYDB-OPERMAINT-SEC-VALUE
                       MOVE REYDB-OPERMAINT-SEC-LEVEL
                           TO REYDB-OPERMAINT-SEC-AFTER

                       IF REYDB-OPERMAINT-MODE-APPLY
                           PERFORM 6500-REWRITE-LEVEL
                       ELSE
                           MOVE REYDB-OPERMAINT-SEC-BEFORE
                               TO REYDB-PENDSUB-BEFORE
                           MOVE REYDB-OPER-NAME
                               TO REYDB-OPERMAINT-NAME
                           MOVE REYDB-OPER-BRANCH
                               TO REYDB-OPERMAINT-BRANCH
                           MOVE SPACES TO REYDB-OPERMAINT-PASSWORD
                           PERFORM 7000-SUBMIT-CHANGE
                       END-IF
               END-EVALUATE
           END-IF.

      ****************************************************
      *** Name: 6500-REWRITE-LEVEL                     ***
      ****************************************************

       6500-REWRITE-LEVEL.

           MOVE REYDB-OPERMAINT-LEVEL TO REYDB-OPER-LEVEL.

           REWRITE REYDB-OPER-RECORD.

           IF NOT REYDB-OPER-STATUS-OK
               DISPLAY "Opermaint: unable to rewrite "
                   "REYDB-OPERFILE, status "
                   REYDB-OPER-STATUS-CODE
           ELSE
               SET REYDB-OPERMAINT-OK TO TRUE

               MOVE "OPER-LEVEL" TO REYDB-SECLOG-ACTION
               PERFORM 8000-LOG-SECURITY
           END-IF.

      ****************************************************
      *** Name: 7000-SUBMIT-CHANGE                     ***
      *** Files the enroll or level change on          ***
      *** REYDB-PENDING through REYDB-PENDSUB, with    ***
      *** REYDB-PENDSUB-BEFORE already set             ***
      ****************************************************

       7000-SUBMIT-CHANGE.

           MOVE SPACES TO REYDB-OPERMAINT-CHANGE.
           MOVE FUNCTION UPPER-CASE(REYDB-OPERMAINT-TARGET)
               TO REYDB-OPERMAINT-CHG-ID.
           MOVE REYDB-OPERMAINT-NAME     TO REYDB-OPERMAINT-CHG-NAME.
           MOVE REYDB-OPERMAINT-PASSWORD
               TO REYDB-OPERMAINT-CHG-PASSWORD.
           MOVE REYDB-OPERMAINT-LEVEL    TO REYDB-OPERMAINT-CHG-LEVEL.
           MOVE REYDB-OPERMAINT-BRANCH
               TO REYDB-OPERMAINT-CHG-BRANCH.

           MOVE REYDB-OPERMAINT-CHG-ID TO REYDB-OPERMAINT-SEC-ID.
           MOVE REYDB-OPERMAINT-LEVEL TO REYDB-OPERMAINT-SEC-VALUE.
           MOVE REYDB-OPERMAINT-BRANCH TO REYDB-OPERMAINT-SEC-BRANCH.
           MOVE REYDB-OPERMAINT-SEC-LEVEL TO REYDB-PENDSUB-AFTER.

           MOVE "O"                      TO REYDB-PENDSUB-TABLE.
           MOVE REYDB-OPERMAINT-ACTION   TO REYDB-PENDSUB-ACTION.
           MOVE REYDB-OPERMAINT-OPERATOR TO REYDB-PENDSUB-OPERATOR.
           MOVE REYDB-OPERMAINT-CHANGE   TO REYDB-PENDSUB-DATA.

           CALL "REYDB-PENDSUB" USING REYDB-PENDSUB-LINKING.

           IF REYDB-PENDSUB-OK
               DISPLAY "Opermaint: change " REYDB-PENDSUB-ID
                   " filed for approval"
               SET REYDB-OPERMAINT-SUBMITTED TO TRUE
           END-IF.

      ****************************************************
      *** Name: 8000-LOG-SECURITY                      ***
      *** Journals the action under the supervisor,    ***

           MOVE REYDB-OPERMAINT-OPERATOR TO REYDB-SECLOG-OPERATOR.
           MOVE REYDB-OPER-ID            TO REYDB-SECLOG-DETAIL.
           MOVE REYDB-OPERMAINT-SEC-BEFORE TO REYDB-SECLOG-BEFORE.
           MOVE REYDB-OPERMAINT-SEC-AFTER  TO REYDB-SECLOG-AFTER.

           CALL "REYDB-SECLOG" USING REYDB-SECLOG-LINKING.

