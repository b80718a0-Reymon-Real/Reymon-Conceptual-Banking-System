      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: pendsub.cbl            ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: files a reference-table change on
      ***               REYDB-PENDING for a second supervisor's
      ***               approval instead of letting it take effect
      ***               at once. Numbers the change from its own
      ***               REYDB-COUNTER-FILE row, the way
      ***               REYDB-HOLDMAINT numbers holds, and journals
      ***               the submission to REYDB-SECJRNL with the
      ***               before and after values.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-PENDSUB.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       COPY "reydb-control.cbl".

           SELECT OPTIONAL REYDB-PENDING-FILE
               ASSIGN TO "REYDB-PENDING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-PEND-ID
               FILE STATUS IS REYDB-PENDING-STATUS-CODE.

       DATA DIVISION.

       FILE SECTION.

       COPY "reydb-file.cbl".
       COPY "reydb-counter.cbl".
       COPY "reydb-custfile.cbl".
       COPY "reydb-tranlog.cbl".
       COPY "reydb-pending.cbl".

       WORKING-STORAGE SECTION.

       COPY "reydb-status.cbl".

       COPY "reydb-seclog-linking.cbl".

       01 REYDB-PENDING-STATUS-CODE PIC X(02).
           88 REYDB-PENDING-STATUS-OK VALUE "00" "05".
           88 REYDB-PENDING-NOT-FOUND VALUE "35".

       01 REYDB-PENDSUB-COUNTER-KEY PIC X(01) VALUE "7".

       77 REYDB-PENDSUB-RETRY-COUNT PIC 9(04) COMP.

       01 REYDB-PENDSUB-COUNTER-FOUND-SW PIC X(01).
           88 REYDB-PENDSUB-COUNTER-FOUND VALUE "Y".

       01 REYDB-PENDSUB-SEC-DETAIL.
           05 FILLER                   PIC X(07) VALUE "CHANGE ".
           05 REYDB-PENDSUB-SEC-ID     PIC 9(18).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 REYDB-PENDSUB-SEC-TABLE  PIC X(01).
           05 REYDB-PENDSUB-SEC-ACTION PIC X(01).

       LINKAGE SECTION.

       COPY "reydb-pendsub-linking.cbl".

       PROCEDURE DIVISION USING REYDB-PENDSUB-LINKING.

       0000-MAINLINE.

           SET REYDB-PENDSUB-FAILED TO TRUE.
           MOVE ZERO TO REYDB-PENDSUB-ID.

           PERFORM 1000-OPEN-PENDING.

           IF NOT REYDB-PENDING-STATUS-OK
               GO TO 9999-EXIT
           END-IF.

           PERFORM 2000-NEXT-CHANGE-ID.

           IF REYDB-PENDSUB-ID = ZERO
               CLOSE REYDB-PENDING-FILE
               GO TO 9999-EXIT
           END-IF.

           MOVE REYDB-PENDSUB-ID       TO REYDB-PEND-ID.
           MOVE REYDB-PENDSUB-TABLE    TO REYDB-PEND-TABLE.
           MOVE REYDB-PENDSUB-ACTION   TO REYDB-PEND-ACTION.
           SET REYDB-PEND-WAITING      TO TRUE.
           MOVE REYDB-PENDSUB-OPERATOR TO REYDB-PEND-MAKER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-PEND-MADE-DATE.
           MOVE SPACES                 TO REYDB-PEND-CHECKER.
           MOVE ZERO                   TO REYDB-PEND-CHECK-DATE.
           MOVE REYDB-PENDSUB-BEFORE   TO REYDB-PEND-BEFORE.
           MOVE REYDB-PENDSUB-AFTER    TO REYDB-PEND-AFTER.
           MOVE REYDB-PENDSUB-DATA     TO REYDB-PEND-DATA.

           WRITE REYDB-PEND-RECORD.

           IF NOT REYDB-PENDING-STATUS-OK
               DISPLAY "Pendsub: unable to write REYDB-PENDING, "
                   "status " REYDB-PENDING-STATUS-CODE
               MOVE ZERO TO REYDB-PENDSUB-ID
           ELSE
               SET REYDB-PENDSUB-OK TO TRUE
               PERFORM 3000-LOG-SECURITY
           END-IF.

           CLOSE REYDB-PENDING-FILE.

       9999-EXIT.

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
               DISPLAY "Pendsub: unable to open REYDB-PENDING, "
                   "status " REYDB-PENDING-STATUS-CODE
           END-IF.

      ****************************************************
      *** Name: 2000-NEXT-CHANGE-ID                    ***
      *** Leaves REYDB-PENDSUB-ID at zero when the     ***
      *** counter cannot be taken                      ***
      ****************************************************

       2000-NEXT-CHANGE-ID.

           OPEN I-O REYDB-COUNTER-FILE.

           IF NOT REYDB-COUNTER-STATUS-OK
               DISPLAY "Pendsub: unable to open REYDB-COUNTER-"
                   "FILE, status " REYDB-COUNTER-STATUS-CODE
           ELSE
               MOVE ZERO TO REYDB-PENDSUB-RETRY-COUNT

               PERFORM 2100-READ-COUNTER-RECORD

               PERFORM 2100-READ-COUNTER-RECORD
                   UNTIL NOT REYDB-COUNTER-RECORD-LOCKED
                      OR REYDB-PENDSUB-RETRY-COUNT > 1000

               IF REYDB-COUNTER-RECORD-LOCKED
                   DISPLAY "Pendsub: counter busy at another station"
               ELSE
                   PERFORM 2200-ADVANCE-COUNTER
               END-IF
           END-IF.

           CLOSE REYDB-COUNTER-FILE.

      ****************************************************
      *** Name: 2100-READ-COUNTER-RECORD               ***
      *** One attempt at the locked counter read - the ***
      *** caller loops while another station holds it  ***
      ****************************************************

       2100-READ-COUNTER-RECORD.

           ADD 1 TO REYDB-PENDSUB-RETRY-COUNT.

           MOVE "N" TO REYDB-PENDSUB-COUNTER-FOUND-SW.
           MOVE REYDB-PENDSUB-COUNTER-KEY TO REYDB-COUNTER-KEY.

           READ REYDB-COUNTER-FILE WITH LOCK
               INVALID KEY
                   MOVE ZERO TO REYDB-COUNTER-LAST-ID
               NOT INVALID KEY
                   SET REYDB-PENDSUB-COUNTER-FOUND TO TRUE
           END-READ.

      ****************************************************
      *** Name: 2200-ADVANCE-COUNTER                   ***
      ****************************************************

       2200-ADVANCE-COUNTER.

           ADD 1 TO REYDB-COUNTER-LAST-ID.
           MOVE REYDB-PENDSUB-COUNTER-KEY TO REYDB-COUNTER-KEY.

           IF REYDB-PENDSUB-COUNTER-FOUND
               REWRITE REYDB-COUNTER-RECORD
           ELSE
               WRITE REYDB-COUNTER-RECORD
           END-IF.

           IF NOT REYDB-COUNTER-STATUS-OK
               DISPLAY "Pendsub: unable to write REYDB-COUNTER-"
                   "FILE, status " REYDB-COUNTER-STATUS-CODE
           ELSE
               MOVE REYDB-COUNTER-LAST-ID TO REYDB-PENDSUB-ID
           END-IF.

      ****************************************************
      *** Name: 3000-LOG-SECURITY                      ***
      ****************************************************

       3000-LOG-SECURITY.

           MOVE REYDB-PENDSUB-OPERATOR TO REYDB-SECLOG-OPERATOR.
           MOVE "CHG-SUBMIT"           TO REYDB-SECLOG-ACTION.
           MOVE REYDB-PENDSUB-ID       TO REYDB-PENDSUB-SEC-ID.
           MOVE REYDB-PENDSUB-TABLE    TO REYDB-PENDSUB-SEC-TABLE.
           MOVE REYDB-PENDSUB-ACTION   TO REYDB-PENDSUB-SEC-ACTION.
           MOVE REYDB-PENDSUB-SEC-DETAIL TO REYDB-SECLOG-DETAIL.
           MOVE REYDB-PENDSUB-BEFORE   TO REYDB-SECLOG-BEFORE.
           MOVE REYDB-PENDSUB-AFTER    TO REYDB-SECLOG-AFTER.

           CALL "REYDB-SECLOG" USING REYDB-SECLOG-LINKING.

           IF NOT REYDB-SECLOG-OK
               DISPLAY "Pendsub: security journal entry not "
                   "recorded"
           END-IF.
