      *** Author: Eduardo Pozos Huerta ***
      *** File: log.cbl                ***
      *** Date: 11/07/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: hand every entry written on to
      ***               REYDB-GLPOST, which lands the offsetting leg
      ***               of a fee, interest, tax, cash, clearing,
      ***               write-off, escheat or adjustment entry on
      ***               the bank's internal account in the account's
      ***               currency, so the day proves in double entry.
      ***               A leg that fails is reported; the customer
      ***               entry stands.
      *** 09/02/2026 - EPH: retry the counter read while another
      ***               station holds the lock (status 51/99) -
      ***               every station serializes on counter key

       77 REYDB-LOG-RETRY-COUNT PIC 9(04) COMP.

       COPY "reydb-glpost-linking.cbl".

       LINKAGE SECTION.

       COPY "reydb-log-linking.cbl".

           CLOSE REYDB-TRANLOG-FILE.

           PERFORM 2000-POST-OFFSET.

       9999-EXIT.

           GOBACK.
               NOT INVALID KEY
                   SET REYDB-LOG-COUNTER-FOUND TO TRUE
           END-READ.

      ****************************************************
      *** Name: 2000-POST-OFFSET                       ***
      *** The bank's side of the entry just written,   ***
      *** through REYDB-GLPOST. Operations with no     ***
      *** internal side come back NONE                 ***
      ****************************************************

       2000-POST-OFFSET.

           MOVE REYDB-LOG-OPERATION  TO REYDB-GLPOST-OPERATION.
           MOVE REYDB-LOG-AMOUNT     TO REYDB-GLPOST-AMOUNT.
           MOVE REYDB-LOG-CURRENCY   TO REYDB-GLPOST-CURRENCY.
           MOVE REYDB-LOG-ACCOUNT-ID TO REYDB-GLPOST-ACCOUNT-ID.
           MOVE REYDB-LOG-REF        TO REYDB-GLPOST-REF.
           MOVE REYDB-LOG-OPERATOR   TO REYDB-GLPOST-OPERATOR.
           MOVE REYDB-LOG-OPERATOR   TO REYDB-GLPOST-SOURCE-OPER.
           MOVE REYDB-LOG-BRANCH     TO REYDB-GLPOST-BRANCH.
           MOVE REYDB-LOG-VALUE-DATE TO REYDB-GLPOST-VALUE-DATE.
           MOVE "N"                  TO REYDB-GLPOST-REVERSAL-SW.

           CALL "REYDB-GLPOST" USING REYDB-GLPOST-LINKING.

           IF REYDB-GLPOST-NOT-OK
               DISPLAY "Log: offsetting internal entry not recorded "
                   "for reference " REYDB-LOG-REF
           END-IF.
