      *** Author: Eduardo Pozos Huerta ***
      *** File: reflook.cbl            ***
      *** Date: 12/17/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: read the history entry directly on
      ***               the REYDB-TRANHIST-REF alternate key of the
      ***               now INDEXED history instead of scanning
      ***               every entry since go-live. Only the live
      ***               ledger, one business day, is still scanned.
      *** 12/17/2025 - EPH: ledger lookup by reference number.
      ***               Scans the REYDB-TRANHIST history first and
      ***               the live ledger after it - the same order

           SELECT OPTIONAL REYDB-TRANHIST-FILE
               ASSIGN TO "REYDB-TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REYDB-TRANHIST-KEY
               ALTERNATE RECORD KEY IS REYDB-TRANHIST-REF
               FILE STATUS IS REYDB-TRANHIST-STATUS-CODE.

       DATA DIVISION.


       COPY "reydb-status.cbl".

       01 REYDB-TRANHIST-STATUS-CODE PIC X(02).
           88 REYDB-TRANHIST-STATUS-OK VALUE "00" "05".

       01 REYDB-REFLOOK-TRAN-EOF-SW PIC X(01).
           88 REYDB-REFLOOK-TRAN-EOF VALUE "Y".
       0000-MAINLINE.

           MOVE "N" TO REYDB-REFLOOK-STATUS.
           MOVE "N" TO REYDB-REFLOOK-TRAN-EOF-SW.

           OPEN INPUT REYDB-TRANHIST-FILE.

           IF NOT REYDB-TRANHIST-STATUS-OK
               DISPLAY "Reflook: unable to open REYDB-TRANHIST, "
                   "status " REYDB-TRANHIST-STATUS-CODE
           ELSE
               PERFORM 1000-READ-HIST-ENTRY
           END-IF.

           CLOSE REYDB-TRANHIST-FILE.

           GOBACK.

      ****************************************************
      *** Name: 1000-READ-HIST-ENTRY                   ***
      *** Reads the history entry straight off the     ***
      *** REYDB-TRANHIST-REF alternate key             ***
      ****************************************************

       1000-READ-HIST-ENTRY.

           MOVE REYDB-REFLOOK-REF TO REYDB-TRANHIST-REF.

           READ REYDB-TRANHIST-FILE
               KEY IS REYDB-TRANHIST-REF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET REYDB-REFLOOK-OK TO TRUE

                   DISPLAY "REF       " REYDB-TRANHIST-REF
                   DISPLAY "ACCOUNT   " REYDB-TRANHIST-ACCOUNT-ID
                   DISPLAY "OPERATION " REYDB-TRANHIST-OPERATION
                   DISPLAY "AMOUNT    " REYDB-TRANHIST-AMOUNT
                   DISPLAY "TIMESTAMP " REYDB-TRANHIST-TIMESTAMP
                   DISPLAY "OPERATOR  " REYDB-TRANHIST-OPERATOR
                   DISPLAY "BRANCH    " REYDB-TRANHIST-BRANCH
                   DISPLAY "VALUE     " REYDB-TRANHIST-VALUE-DATE
           END-READ.

      ****************************************************
      *** Name: 2000-READ-NEXT-TRAN                     ***
      ****************************************************
