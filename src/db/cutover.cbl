      *** Author: Eduardo Pozos Huerta ***
      *** File: cutover.cbl            ***
      *** Date: 11/13/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: roll the day's REYDB-GLLEDGER internal
      ***               entries into the new indexed REYDB-GLHIST and
      ***               truncate it, once the customer ledger is done.
      ***               The reference and leg key makes a rerun safe
      ***               without a checkpoint: an entry already rolled
      ***               comes back as a duplicate key. A failed roll
      ***               leaves the internal ledger untouched.
      *** 10/15/2026 - EPH: REYDB-TRANHIST is now INDEXED on the
      ***               account and ledger reference. The roll
      ***               opens it I-O, creating it when missing, and
      ***               WRITEs each entry under its key. A duplicate
      ***               key means an earlier attempt already rolled
      ***               that entry and is counted as rolled. Any
      ***               other open or write failure stops the roll
      ***               and leaves the live ledger and checkpoint
      ***               untouched for a rerun.
      *** 11/30/2025 - EPH: treat OPEN status 05 as success. On this
      ***               runtime an OPEN of a missing OPTIONAL file
      ***               returns 05 and creates it - the status-35

           SELECT OPTIONAL REYDB-TRANHIST-FILE
               ASSIGN TO "REYDB-TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-TRANHIST-KEY
               ALTERNATE RECORD KEY IS REYDB-TRANHIST-REF
               FILE STATUS IS REYDB-TRANHIST-STATUS-CODE.

           SELECT OPTIONAL REYDB-GLLEDGER-FILE
               ASSIGN TO "REYDB-GLLEDGER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REYDB-GLLEDGER-STATUS-CODE.

           SELECT OPTIONAL REYDB-GLHIST-FILE ASSIGN TO "REYDB-GLHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-GLH-KEY
               FILE STATUS IS REYDB-GLHIST-STATUS-CODE.

           SELECT REYDB-SNAPSHOT-FILE ASSIGN TO "REYDB-SNAPSHOT"
               ORGANIZATION IS SEQUENTIAL.
       COPY "reydb-tranhist.cbl".
       COPY "reydb-snapshot.cbl".
       COPY "reydb-cutover-ckpt.cbl".
       COPY "reydb-glledger.cbl".
       COPY "reydb-glhist.cbl".

       WORKING-STORAGE SECTION.


       01 REYDB-CUTOVER-SNAP-COUNT PIC 9(05) COMP.

       01 REYDB-TRANHIST-STATUS-CODE PIC X(02).
           88 REYDB-TRANHIST-STATUS-OK VALUE "00" "05".
           88 REYDB-TRANHIST-MISSING   VALUE "35".
           88 REYDB-TRANHIST-DUP-KEY   VALUE "22".

       01 REYDB-CUTOVER-ROLL-FAILED-SW PIC X(01).
           88 REYDB-CUTOVER-ROLL-FAILED VALUE "Y".

       01 REYDB-CUTOVER-CKPT-STATUS PIC X(02).
           88 REYDB-CUTOVER-CKPT-OK VALUE "00" "05".
           88 REYDB-CUTOVER-CKPT-MISSING VALUE "35".

       01 REYDB-CUTOVER-SKIP-COUNT PIC 9(09) COMP.

       01 REYDB-GLLEDGER-STATUS-CODE PIC X(02).
           88 REYDB-GLLEDGER-STATUS-OK VALUE "00" "05".

       01 REYDB-GLHIST-STATUS-CODE PIC X(02).
           88 REYDB-GLHIST-STATUS-OK VALUE "00" "05".
           88 REYDB-GLHIST-MISSING   VALUE "35".
           88 REYDB-GLHIST-DUP-KEY   VALUE "22".

       01 REYDB-CUTOVER-GL-EOF-SW PIC X(01).
           88 REYDB-CUTOVER-GL-EOF VALUE "Y".

       01 REYDB-CUTOVER-GL-FAILED-SW PIC X(01).
           88 REYDB-CUTOVER-GL-FAILED VALUE "Y".

       01 REYDB-CUTOVER-GL-COUNT PIC 9(09) COMP.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           MOVE "N" TO REYDB-CUTOVER-TRAN-EOF-SW.
           MOVE "N" TO REYDB-CUTOVER-ACCT-EOF-SW.
           MOVE "N" TO REYDB-CUTOVER-ROLL-FAILED-SW.
           MOVE ZERO TO REYDB-CUTOVER-ROLLED-COUNT.
           MOVE ZERO TO REYDB-CUTOVER-SNAP-COUNT.


           PERFORM 0500-OPEN-CHECKPOINT.
           PERFORM 1000-ROLL-LEDGER.

           IF REYDB-CUTOVER-ROLL-FAILED
               CLOSE REYDB-CUTOVER-CKPT-FILE
               DISPLAY "CUTOVER: ROLL STOPPED AFTER "
                   REYDB-CUTOVER-ROLLED-COUNT
                   " ENTRIES - LEDGER NOT TRUNCATED"
               GO TO 9999-EXIT
           END-IF.

           PERFORM 2000-WRITE-SNAPSHOT.
           PERFORM 3000-TRUNCATE-LEDGER.
           PERFORM 3500-RESET-CHECKPOINT.
           DISPLAY "CUTOVER: ACCOUNTS SNAPSHOTTED  "
               REYDB-CUTOVER-SNAP-COUNT.

           PERFORM 4000-ROLL-GL-LEDGER.

           IF REYDB-CUTOVER-GL-FAILED
               DISPLAY "CUTOVER: INTERNAL ROLL STOPPED AFTER "
                   REYDB-CUTOVER-GL-COUNT
                   " ENTRIES - INTERNAL LEDGER NOT TRUNCATED"
           ELSE
               PERFORM 4500-TRUNCATE-GL-LEDGER
               DISPLAY "CUTOVER: INTERNAL ENTRIES ROLLED "
                   REYDB-CUTOVER-GL-COUNT
           END-IF.

       9999-EXIT.

           GOBACK.

      ****************************************************

      ****************************************************
      *** Name: 1000-ROLL-LEDGER                       ***
      *** Adds the day's ledger entries to the indexed ***
      *** history file, skipping the entries an        ***
      *** earlier attempt already rolled. History is   ***
      *** created the first time it is found missing,  ***
      *** the same way REYDB-INIT creates the masters  ***
      ****************************************************

       1000-ROLL-LEDGER.
               SET REYDB-CUTOVER-TRAN-EOF TO TRUE
               CLOSE REYDB-TRANLOG-FILE
           ELSE
               OPEN I-O REYDB-TRANHIST-FILE

               IF REYDB-TRANHIST-MISSING
                   OPEN OUTPUT REYDB-TRANHIST-FILE
                   CLOSE REYDB-TRANHIST-FILE
                   OPEN I-O REYDB-TRANHIST-FILE
               END-IF

               IF NOT REYDB-TRANHIST-STATUS-OK
                   DISPLAY "Cutover: unable to open REYDB-TRANHIST, "
                       "status " REYDB-TRANHIST-STATUS-CODE
                   SET REYDB-CUTOVER-ROLL-FAILED TO TRUE
                   SET REYDB-CUTOVER-TRAN-EOF TO TRUE
               END-IF

               PERFORM 1050-SKIP-ROLLED-ENTRY
                   UNTIL REYDB-CUTOVER-TRAN-EOF

           WRITE REYDB-TRANHIST-RECORD.

      *** A duplicate key is an entry an earlier attempt rolled
      *** before it could stamp the checkpoint
           IF NOT REYDB-TRANHIST-STATUS-OK
                  AND NOT REYDB-TRANHIST-DUP-KEY
               DISPLAY "Cutover: unable to write REYDB-TRANHIST, "
                   "status " REYDB-TRANHIST-STATUS-CODE
               SET REYDB-CUTOVER-ROLL-FAILED TO TRUE
               SET REYDB-CUTOVER-TRAN-EOF TO TRUE
           ELSE
               ADD 1 TO REYDB-CUTOVER-ROLLED-COUNT
               PERFORM 1300-STAMP-CHECKPOINT
               PERFORM 1100-READ-NEXT-TRAN
           END-IF.

      ****************************************************
      *** Name: 1300-STAMP-CHECKPOINT                   ***
               DISPLAY "Cutover: unable to reset checkpoint, "
                   "status " REYDB-CUTOVER-CKPT-STATUS
           END-IF.

      ****************************************************
      *** Name: 4000-ROLL-GL-LEDGER                    ***
      *** Adds the day's internal ledger entries to    ***
      *** the indexed internal history. Reference and  ***
      *** leg are unique, so an entry an earlier       ***
      *** attempt already rolled comes back as a       ***
      *** duplicate key and counts as rolled - no      ***
      *** checkpoint is needed                         ***
      ****************************************************

       4000-ROLL-GL-LEDGER.

           MOVE "N" TO REYDB-CUTOVER-GL-EOF-SW.
           MOVE "N" TO REYDB-CUTOVER-GL-FAILED-SW.
           MOVE ZERO TO REYDB-CUTOVER-GL-COUNT.

           OPEN INPUT REYDB-GLLEDGER-FILE.

           IF NOT REYDB-GLLEDGER-STATUS-OK
               DISPLAY "Cutover: unable to open REYDB-GLLEDGER, "
                   "status " REYDB-GLLEDGER-STATUS-CODE
               SET REYDB-CUTOVER-GL-FAILED TO TRUE
               CLOSE REYDB-GLLEDGER-FILE
           ELSE
               OPEN I-O REYDB-GLHIST-FILE

               IF REYDB-GLHIST-MISSING
                   OPEN OUTPUT REYDB-GLHIST-FILE
                   CLOSE REYDB-GLHIST-FILE
                   OPEN I-O REYDB-GLHIST-FILE
               END-IF

               IF NOT REYDB-GLHIST-STATUS-OK
                   DISPLAY "Cutover: unable to open REYDB-GLHIST, "
                       "status " REYDB-GLHIST-STATUS-CODE
                   SET REYDB-CUTOVER-GL-FAILED TO TRUE
                   SET REYDB-CUTOVER-GL-EOF TO TRUE
               ELSE
                   PERFORM 4100-READ-NEXT-GL-ENTRY
               END-IF

               PERFORM 4200-ROLL-ONE-GL-ENTRY
                   UNTIL REYDB-CUTOVER-GL-EOF

               CLOSE REYDB-GLLEDGER-FILE
               CLOSE REYDB-GLHIST-FILE
           END-IF.

      ****************************************************
      *** Name: 4100-READ-NEXT-GL-ENTRY                 ***
      ****************************************************

       4100-READ-NEXT-GL-ENTRY.

           READ REYDB-GLLEDGER-FILE
               AT END
                   SET REYDB-CUTOVER-GL-EOF TO TRUE
           END-READ.

      ****************************************************
      *** Name: 4200-ROLL-ONE-GL-ENTRY                  ***
      ****************************************************

       4200-ROLL-ONE-GL-ENTRY.

           MOVE REYDB-GLL-REF        TO REYDB-GLH-REF.
           MOVE REYDB-GLL-LEG        TO REYDB-GLH-LEG.
           MOVE REYDB-GLL-CODE       TO REYDB-GLH-CODE.
           MOVE REYDB-GLL-CURRENCY   TO REYDB-GLH-CURRENCY.
           MOVE REYDB-GLL-SIDE       TO REYDB-GLH-SIDE.
           MOVE REYDB-GLL-AMOUNT     TO REYDB-GLH-AMOUNT.
           MOVE REYDB-GLL-ACCOUNT-ID TO REYDB-GLH-ACCOUNT-ID.
           MOVE REYDB-GLL-OPERATION  TO REYDB-GLH-OPERATION.
           MOVE REYDB-GLL-TIMESTAMP  TO REYDB-GLH-TIMESTAMP.
           MOVE REYDB-GLL-OPERATOR   TO REYDB-GLH-OPERATOR.
           MOVE REYDB-GLL-BRANCH     TO REYDB-GLH-BRANCH.
           MOVE REYDB-GLL-VALUE-DATE TO REYDB-GLH-VALUE-DATE.

           WRITE REYDB-GLH-RECORD.

           IF NOT REYDB-GLHIST-STATUS-OK
                  AND NOT REYDB-GLHIST-DUP-KEY
               DISPLAY "Cutover: unable to write REYDB-GLHIST, "
                   "status " REYDB-GLHIST-STATUS-CODE
               SET REYDB-CUTOVER-GL-FAILED TO TRUE
               SET REYDB-CUTOVER-GL-EOF TO TRUE
           ELSE
               ADD 1 TO REYDB-CUTOVER-GL-COUNT
               PERFORM 4100-READ-NEXT-GL-ENTRY
           END-IF.

      ****************************************************
      *** Name: 4500-TRUNCATE-GL-LEDGER                ***
      ****************************************************

       4500-TRUNCATE-GL-LEDGER.

           OPEN OUTPUT REYDB-GLLEDGER-FILE.

           IF NOT REYDB-GLLEDGER-STATUS-OK
               DISPLAY "Cutover: unable to truncate REYDB-GLLEDGER, "
                   "status " REYDB-GLLEDGER-STATUS-CODE
           END-IF.

           CLOSE REYDB-GLLEDGER-FILE.
