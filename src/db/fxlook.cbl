      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: fxlook.cbl             ***
      *** Date: 10/15/2026             ***
      ************************************

      *** 10/15/2026 - EPH: finds a currency's exchange rate on
      ***               REYDB-FXRATE. EXACT mode reads the row for
      ***               the day itself and is what REYDB-TRANSFER
      ***               converts at; LATEST walks the currency's
      ***               rows up to the as-of date and keeps the
      ***               newest, for the reports that show
      ***               local-currency equivalents. The local
      ***               currency needs no row and comes back at a
      ***               rate of one.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REYDB-FXLOOK.

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

       01 REYDB-FXLOOK-TODAY PIC 9(08).

       01 REYDB-FXLOOK-EOF-SW PIC X(01).
           88 REYDB-FXLOOK-EOF VALUE "Y".

       LINKAGE SECTION.

       COPY "reydb-fxlook-linking.cbl".

       PROCEDURE DIVISION USING REYDB-FXLOOK-LINKING.

       0000-MAINLINE.

           SET REYDB-FXLOOK-NO-RATE TO TRUE.
           MOVE ZERO TO REYDB-FXLOOK-RATE.
           MOVE ZERO TO REYDB-FXLOOK-RATE-DATE.

           IF REYDB-FXLOOK-AS-OF = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-FXLOOK-TODAY
           ELSE
               MOVE REYDB-FXLOOK-AS-OF TO REYDB-FXLOOK-TODAY
           END-IF.

           IF REYDB-FXLOOK-CURRENCY = SPACES
                  OR REYDB-FXLOOK-CURRENCY = "000"
               MOVE 1 TO REYDB-FXLOOK-RATE
               MOVE REYDB-FXLOOK-TODAY TO REYDB-FXLOOK-RATE-DATE
               SET REYDB-FXLOOK-OK TO TRUE
               GO TO 9999-EXIT
           END-IF.

           OPEN INPUT REYDB-FXRATE-FILE.

           IF NOT REYDB-FXRATE-STATUS-OK
               DISPLAY "Fxlook: unable to open REYDB-FXRATE, status "
                   REYDB-FXRATE-STATUS-CODE
               CLOSE REYDB-FXRATE-FILE
               GO TO 9999-EXIT
           END-IF.

           IF REYDB-FXLOOK-LATEST
               PERFORM 2000-FIND-LATEST
           ELSE
               PERFORM 1000-FIND-EXACT
           END-IF.

           CLOSE REYDB-FXRATE-FILE.

       9999-EXIT.

           GOBACK.

      ****************************************************
      *** Name: 1000-FIND-EXACT                        ***
      *** The row for the as-of date itself            ***
      ****************************************************

       1000-FIND-EXACT.

           MOVE REYDB-FXLOOK-CURRENCY TO REYDB-FXR-CURRENCY.
           MOVE REYDB-FXLOOK-TODAY    TO REYDB-FXR-DATE.

           READ REYDB-FXRATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REYDB-FXR-RATE TO REYDB-FXLOOK-RATE
                   MOVE REYDB-FXR-DATE TO REYDB-FXLOOK-RATE-DATE
                   SET REYDB-FXLOOK-OK TO TRUE
           END-READ.

      ****************************************************
      *** Name: 2000-FIND-LATEST                       ***
      *** Walks the currency's rows in date order and  ***
      *** keeps the last one not after the as-of date  ***
      ****************************************************

       2000-FIND-LATEST.

           MOVE "N" TO REYDB-FXLOOK-EOF-SW.

           MOVE REYDB-FXLOOK-CURRENCY TO REYDB-FXR-CURRENCY.
           MOVE ZERO                  TO REYDB-FXR-DATE.

           START REYDB-FXRATE-FILE KEY IS NOT LESS THAN REYDB-FXR-KEY
               INVALID KEY
                   SET REYDB-FXLOOK-EOF TO TRUE
           END-START.

           PERFORM 2100-TEST-NEXT-RATE
               UNTIL REYDB-FXLOOK-EOF.

      ****************************************************
      *** Name: 2100-TEST-NEXT-RATE                    ***
      ****************************************************

       2100-TEST-NEXT-RATE.

           READ REYDB-FXRATE-FILE NEXT RECORD
               AT END
                   SET REYDB-FXLOOK-EOF TO TRUE
           END-READ.

           IF NOT REYDB-FXLOOK-EOF
               IF REYDB-FXR-CURRENCY NOT = REYDB-FXLOOK-CURRENCY
                      OR REYDB-FXR-DATE > REYDB-FXLOOK-TODAY
                   SET REYDB-FXLOOK-EOF TO TRUE
               ELSE
                   MOVE REYDB-FXR-RATE TO REYDB-FXLOOK-RATE
                   MOVE REYDB-FXR-DATE TO REYDB-FXLOOK-RATE-DATE
                   SET REYDB-FXLOOK-OK TO TRUE
               END-IF
           END-IF.
