      *** Date: 11/14/2025             ***
      ************************************

      *** 10/15/2026 - EPH: maker-checker. An update or delete is no
      ***               longer applied to the table here; it is filed on
      ***               REYDB-PENDING through REYDB-PENDSUB with the row
      ***               before and after, and the table is only
      ***               rewritten when REYDB-CHGREVIEW calls back in
      ***               apply mode once a second supervisor approves it.
      ***               Save-and-exit and quit collapse into a plain
      ***               exit.
      *** 12/09/2025 - EPH: take the calling operator through a new
      ***               linkage area and journal every saved rate
      ***               table to REYDB-SECJRNL through REYDB-SECLOG
           05 FILLER                   PIC X(05) VALUE "ROWS ".
           05 REYDB-RATEMAINT-SEC-ROWS PIC 9(03).

      *** The row being changed - also the change data filed on
      *** REYDB-PENDING and handed back when it is approved
       01 REYDB-RATEMAINT-KEY.
           05 REYDB-RATEMAINT-KEY-PRODUCT PIC X(02).
           05 REYDB-RATEMAINT-KEY-TIER    PIC 9(13)V99.
           05 REYDB-RATEMAINT-KEY-RATE    PIC V9(04).
           05 FILLER                      PIC X(43).

       01 REYDB-RATEMAINT-SEC-ROW.
           05 REYDB-RATEMAINT-SEC-PRODUCT PIC X(02).
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 REYDB-RATEMAINT-SEC-TIER    PIC Z(12)9.99.
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 REYDB-RATEMAINT-SEC-RATE    PIC 9.9(04).

       COPY "reydb-pendsub-linking.cbl".

       LINKAGE SECTION.

       COPY "reydb-ratemaint-linking.cbl".
       0000-MAINLINE.

           MOVE "N" TO REYDB-RATEMAINT-DONE-SW.
           SET REYDB-RATEMAINT-RESULT-FAILED TO TRUE.

           PERFORM 1000-LOAD-TABLE.

           IF REYDB-RATEMAINT-MODE-APPLY
               PERFORM 8000-APPLY-CHANGE
           ELSE
               PERFORM 2000-PROMPT-ACTION
                   UNTIL REYDB-RATEMAINT-DONE
           END-IF.

           GOBACK.


       2000-PROMPT-ACTION.

           DISPLAY "Rates: L)ist U)pdate D)elete X)exit - changes "
               "wait for a second supervisor".
           DISPLAY "Action: " ACCEPT REYDB-RATEMAINT-ACTION.

           EVALUATE FUNCTION UPPER-CASE(REYDB-RATEMAINT-ACTION)
               WHEN "D"
                   PERFORM 5000-DELETE-ROW
               WHEN "X"
                   SET REYDB-RATEMAINT-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Ratemaint: invalid action"

      ****************************************************
      *** Name: 4000-UPDATE-ROW                        ***
      *** Files the addition of a product/tier row, or ***
      *** a new rate for one that already exists, for  ***
      *** approval                                     ***
      ****************************************************

       4000-UPDATE-ROW.
           DISPLAY "Enter the monthly rate as 0.9999".
           ACCEPT REYDB-RATEMAINT-WORK-RATE.

           COMPUTE REYDB-RATEMAINT-KEY-RATE =
               FUNCTION NUMVAL(REYDB-RATEMAINT-WORK-RATE).

           PERFORM 7000-FIND-ROW.

           IF NOT REYDB-RATEMAINT-HIT
                  AND REYDB-RATEMAINT-ROW-COUNT >= 50
               DISPLAY "Ratemaint: rate table is full"
           ELSE
               IF REYDB-RATEMAINT-HIT
                   PERFORM 4700-SHOW-ROW
                   MOVE REYDB-RATEMAINT-SEC-ROW
                       TO REYDB-PENDSUB-BEFORE
               ELSE
                   MOVE "NEW ROW" TO REYDB-PENDSUB-BEFORE
               END-IF

               MOVE REYDB-RATEMAINT-KEY-PRODUCT
                   TO REYDB-RATEMAINT-SEC-PRODUCT
               MOVE REYDB-RATEMAINT-KEY-TIER
                   TO REYDB-RATEMAINT-SEC-TIER
               MOVE REYDB-RATEMAINT-KEY-RATE
                   TO REYDB-RATEMAINT-SEC-RATE
               MOVE REYDB-RATEMAINT-SEC-ROW TO REYDB-PENDSUB-AFTER

               MOVE "U" TO REYDB-PENDSUB-ACTION
               PERFORM 4600-SUBMIT-CHANGE
           END-IF.

      ****************************************************
           DISPLAY "Enter the tier floor balance".
           ACCEPT REYDB-RATEMAINT-WORK-TIER.

           MOVE SPACES TO REYDB-RATEMAINT-KEY.
           MOVE FUNCTION UPPER-CASE(REYDB-RATEMAINT-WORK-PRODUCT)
               TO REYDB-RATEMAINT-KEY-PRODUCT.
           COMPUTE REYDB-RATEMAINT-KEY-TIER =
               FUNCTION NUMVAL(REYDB-RATEMAINT-WORK-TIER).
           MOVE ZERO TO REYDB-RATEMAINT-KEY-RATE.

      ****************************************************
      *** Name: 4600-SUBMIT-CHANGE                     ***
      *** Nothing reaches REYDB-RATES until a second   ***
      *** supervisor approves the change through       ***
      *** REYDB-CHGREVIEW                              ***
      ****************************************************

       4600-SUBMIT-CHANGE.

           MOVE "R"                      TO REYDB-PENDSUB-TABLE.
           MOVE REYDB-RATEMAINT-OPERATOR TO REYDB-PENDSUB-OPERATOR.
           MOVE REYDB-RATEMAINT-KEY      TO REYDB-PENDSUB-DATA.

           CALL "REYDB-PENDSUB" USING REYDB-PENDSUB-LINKING.

           IF REYDB-PENDSUB-OK
               DISPLAY "Ratemaint: change " REYDB-PENDSUB-ID
                   " filed for approval"
           ELSE
               DISPLAY "Ratemaint: change not filed"
           END-IF.

      ****************************************************
      *** Name: 4700-SHOW-ROW                          ***
      *** Journal view of the row at REYDB-RATEMAINT-  ***
      *** SUB                                          ***
      ****************************************************

       4700-SHOW-ROW.

           MOVE REYDB-RATEMAINT-PRODUCT (REYDB-RATEMAINT-SUB)
               TO REYDB-RATEMAINT-SEC-PRODUCT.
           MOVE REYDB-RATEMAINT-TIER (REYDB-RATEMAINT-SUB)
               TO REYDB-RATEMAINT-SEC-TIER.
           MOVE REYDB-RATEMAINT-RATE (REYDB-RATEMAINT-SUB)
               TO REYDB-RATEMAINT-SEC-RATE.

      ****************************************************
      *** Name: 5000-DELETE-ROW                        ***
      ****************************************************
           IF NOT REYDB-RATEMAINT-HIT
               DISPLAY "Ratemaint: row not found"
           ELSE
               PERFORM 4700-SHOW-ROW
               MOVE REYDB-RATEMAINT-SEC-ROW TO REYDB-PENDSUB-BEFORE
               MOVE "DELETED" TO REYDB-PENDSUB-AFTER
               MOVE REYDB-RATEMAINT-RATE (REYDB-RATEMAINT-SUB)
                   TO REYDB-RATEMAINT-KEY-RATE

               MOVE "D" TO REYDB-PENDSUB-ACTION
               PERFORM 4600-SUBMIT-CHANGE
           END-IF.

      ****************************************************
      *** Name: 7000-FIND-ROW                          ***
      *** Leaves REYDB-RATEMAINT-SUB at the row whose  ***
      *** product and tier match REYDB-RATEMAINT-KEY   ***
      ****************************************************

       7000-FIND-ROW.
               ADD 1 TO REYDB-RATEMAINT-SUB

               IF REYDB-RATEMAINT-PRODUCT (REYDB-RATEMAINT-SUB)
                      = REYDB-RATEMAINT-KEY-PRODUCT
                  AND REYDB-RATEMAINT-TIER (REYDB-RATEMAINT-SUB)
                      = REYDB-RATEMAINT-KEY-TIER
                   SET REYDB-RATEMAINT-HIT TO TRUE
               END-IF
           END-IF.

               DISPLAY "Ratemaint: rate table saved"

               SET REYDB-RATEMAINT-RESULT-OK TO TRUE

               PERFORM 6500-LOG-SECURITY
           END-IF.

               TO REYDB-RATES-MONTHLY-RATE.

           WRITE REYDB-RATES-RECORD.

      ****************************************************
      *** Name: 8000-APPLY-CHANGE                      ***
      *** An approved change from REYDB-CHGREVIEW. The ***
      *** table is reloaded, so a change approved      ***
      *** after others were applied still lands on     ***
      *** the current rows                             ***
      ****************************************************

       8000-APPLY-CHANGE.

           MOVE REYDB-RATEMAINT-PEND-DATA TO REYDB-RATEMAINT-KEY.

           PERFORM 7000-FIND-ROW.

           EVALUATE TRUE
               WHEN REYDB-RATEMAINT-PEND-ACTION = "D"
                      AND NOT REYDB-RATEMAINT-HIT
                   DISPLAY "Ratemaint: row is no longer on the table"
               WHEN REYDB-RATEMAINT-PEND-ACTION = "D"
                   MOVE REYDB-RATEMAINT-ROW (REYDB-RATEMAINT-ROW-COUNT)
                       TO REYDB-RATEMAINT-ROW (REYDB-RATEMAINT-SUB)
                   SUBTRACT 1 FROM REYDB-RATEMAINT-ROW-COUNT
                   PERFORM 6000-SAVE-TABLE
               WHEN NOT REYDB-RATEMAINT-HIT
                      AND REYDB-RATEMAINT-ROW-COUNT >= 50
                   DISPLAY "Ratemaint: rate table is full"
               WHEN OTHER
                   IF NOT REYDB-RATEMAINT-HIT
                       ADD 1 TO REYDB-RATEMAINT-ROW-COUNT
                       MOVE REYDB-RATEMAINT-ROW-COUNT
                           TO REYDB-RATEMAINT-SUB
                       MOVE REYDB-RATEMAINT-KEY-PRODUCT
                           TO REYDB-RATEMAINT-PRODUCT
                               (REYDB-RATEMAINT-SUB)
                       MOVE REYDB-RATEMAINT-KEY-TIER
                           TO REYDB-RATEMAINT-TIER
                               (REYDB-RATEMAINT-SUB)
                   END-IF
                   MOVE REYDB-RATEMAINT-KEY-RATE
                       TO REYDB-RATEMAINT-RATE (REYDB-RATEMAINT-SUB)
                   PERFORM 6000-SAVE-TABLE
           END-EVALUATE.
