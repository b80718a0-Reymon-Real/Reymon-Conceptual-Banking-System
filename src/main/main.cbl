      *** Author: Eduardo Pozos Huerta ***
      *** File: main.cbl               ***
      *** Date: 11/03/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: foreign currency accounts. A new account is
      ***               opened in a currency (blank is local), a
      ***               transfer between currencies shows the converted
      ***               amount credited or is refused when the day has
      ***               no exchange rate, and a supervisor option
      ***               maintains the daily exchange rates through the
      ***               new REYDB-FXMAINT - every rate waits for a
      ***               second supervisor's approval.
      *** 10/15/2026 - EPH: supervisor option to review the
      ***               anti-money-laundering cases opened by the
      ***               nightly REYDB-AMLMON step, backed by the new
      ***               REYDB-AMLREVIEW - a case is closed as cleared or
      ***               reported and the decision journaled.
      *** 10/15/2026 - EPH: supervisor options to maintain the fee
      ***               schedule through the new REYDB-FEEMAINT and to
      ***               review pending changes through the new
      ***               REYDB-CHGREVIEW. Rate, fee, calendar, operator
      ***               enroll and the new operator level changes are
      ***               now filed for a second supervisor's approval.
      *** 10/15/2026 - EPH: add a debit card maintenance option backed
      ***               by the new REYDB-CARDMAINT subprogram - issue,
      ***               block, report lost or stolen, unblock, replace
      ***               and change the daily ATM and POS limits.
      *** 10/15/2026 - EPH: add a supervisor-only option to process a
      ***               deceased customer in one action, backed by the
      ***               new REYDB-DECEASED subprogram.
      *** 10/15/2026 - EPH: capture the customer's identity document -
      ***               type, number, issuing country and expiry - at
      ***               enrollment and on amendment, and show an
      ***               account, term deposit or loan refused for an
      ***               expired document.
      *** 10/15/2026 - EPH: add a supervisor-only claim-back
      ***               option for escheated balances, backed by
      ***               the new REYDB-ESCLAIM subprogram.
      *** 10/15/2026 - EPH: add a sweep maintenance menu option
      ***               backed by the new REYDB-SWPMAINT subprogram
      ***               - pairs a checking account with a savings
      ***               account under a floor and a ceiling for the
      ***               nightly REYDB-SWEEP step.
      *** 10/15/2026 - EPH: add a check deposit menu option backed
      ***               by the new REYDB-CHQDEPO subprogram - the
      ***               account is credited, the funds are held
      ***               until the check clears, and the item is
      ***               queued for the nightly outward clearing.
      *** 10/15/2026 - EPH: add a loan write-off and recovery menu
      ***               option backed by the new REYDB-WRITEOFF
      ***               subprogram. Writing a loan off is restricted
      ***               to supervisors; any teller can take a
      ***               recovery from the linked account or in cash.
      *** 10/15/2026 - EPH: loans now bear interest - the loan
      ***               disbursement asks for the annual rate, and a
      ***               loan payoff menu option backed by the new
      ***               REYDB-LOANPAY subprogram quotes the payoff
      ***               to a chosen date or settles the loan early
      ***               from its linked deposit account.
      *** 12/20/2025 - EPH: add a supervisor business-day calendar
      ***               menu option backed by the new
      ***               REYDB-CALMAINT subprogram.
           05 OPERATION-PAYEE     PIC A(30) VALUE SPACE.
           05 OPERATION-RPTCAT    PIC A(33) VALUE SPACE.
           05 OPERATION-CALENDAR  PIC A(40) VALUE SPACE.
           05 OPERATION-LOANPAY   PIC A(35) VALUE SPACE.
           05 OPERATION-WRITEOFF  PIC A(35) VALUE SPACE.
           05 OPERATION-CHQDEPO   PIC A(22) VALUE SPACE.
           05 OPERATION-SWEEP     PIC A(36) VALUE SPACE.
           05 OPERATION-ESCLAIM   PIC A(35) VALUE SPACE.
           05 OPERATION-DECEASED  PIC A(31) VALUE SPACE.
           05 OPERATION-CARD      PIC A(24) VALUE SPACE.
           05 OPERATION-FEES      PIC A(29) VALUE SPACE.
           05 OPERATION-CHGREVIEW PIC A(26) VALUE SPACE.
           05 OPERATION-AMLREVIEW PIC A(20) VALUE SPACE.
           05 OPERATION-FXRATES   PIC A(27) VALUE SPACE.
           05 OPERATION-INPUT     PIC A(64) VALUE SPACE.

       01 DISPLAY-OPTIONS.
           05 DISPLAY-PRODUCT-CODE     PIC A(42) VALUE
                "Enter the product code CK or SV".

           05 DISPLAY-CURRENCY-CODE    PIC A(42) VALUE
                "Enter the currency code or blank for local".

           05 DISPLAY-RESTORE-ID       PIC A(40) VALUE
                "Enter the account ID or zero for a name".

           05 DISPLAY-EMAIL            PIC A(23) VALUE
                "Enter the email address".

           05 DISPLAY-ID-TYPE          PIC X(47) VALUE
                "Enter the ID type (PP DL NI RP, blank for none)".

           05 DISPLAY-ID-NUMBER        PIC A(28) VALUE
                "Enter the ID document number".

           05 DISPLAY-ID-COUNTRY       PIC A(30) VALUE
                "Enter the issuing country code".

           05 DISPLAY-ID-EXPIRY        PIC A(36) VALUE
                "Enter the ID expiry date as YYYYMMDD".

           05 DISPLAY-HOLDER-ACTION    PIC A(30) VALUE
                "Enter A to add or R to remove".

           05 DISPLAY-CHEQUE-NUMBER    PIC A(30) VALUE
                "Enter the check number to stop".

           05 DISPLAY-OPER-ACTION      PIC A(42) VALUE
                "Enter E enroll R reinstate P reset L level".

           05 DISPLAY-OPER-TARGET      PIC A(21) VALUE
                "Enter the operator ID".
           05 DISPLAY-LOAN-COUNT       PIC A(32) VALUE
                "Enter the number of installments".

           05 DISPLAY-LOAN-RATE        PIC X(31) VALUE
                "Enter the annual rate as 0.9999".

           05 DISPLAY-LOANPAY-ACTION   PIC A(34) VALUE
                "Enter Q to quote S to settle today".

           05 DISPLAY-LOANPAY-ID       PIC A(25) VALUE
                "Enter the loan account ID".

           05 DISPLAY-LOANPAY-DATE     PIC A(33) VALUE
                "Enter the payoff date as YYYYMMDD".

           05 DISPLAY-WRITEOFF-ACTION  PIC A(47) VALUE
                "Enter W write off R recover from account C cash".

           05 DISPLAY-WRITEOFF-AMOUNT  PIC A(25) VALUE
                "Enter the recovery amount".

           05 DISPLAY-CHQDEPO-NUMBER   PIC A(22) VALUE
                "Enter the check number".

           05 DISPLAY-CHQDEPO-BANK     PIC A(26) VALUE
                "Enter the drawee bank code".

           05 DISPLAY-CHQDEPO-DRAWER   PIC A(31) VALUE
                "Enter the drawer account number".

           05 DISPLAY-SWEEP-CHECKING   PIC A(29) VALUE
                "Enter the checking account ID".

           05 DISPLAY-SWEEP-SAVINGS    PIC A(28) VALUE
                "Enter the savings account ID".

           05 DISPLAY-SWEEP-FLOOR      PIC A(32) VALUE
                "Enter the checking balance floor".

           05 DISPLAY-SWEEP-CEILING    PIC X(38) VALUE
                "Enter the checking ceiling, 0 for none".

           05 DISPLAY-REFLOOK-REF      PIC A(33) VALUE
                "Enter the ledger reference number".

           05 DISPLAY-RPTCAT-DATE      PIC A(33) VALUE
                "Enter the report date as YYYYMMDD".

           05 DISPLAY-DEATH-DATE       PIC A(35) VALUE
                "Enter the date of death as YYYYMMDD".

           05 DISPLAY-CARD-ACTION      PIC A(51) VALUE
                "I issue B block L lost U unblock R replace M limits".

           05 DISPLAY-CARD-NUMBER      PIC A(21) VALUE
                "Enter the card number".

           05 DISPLAY-CARD-NEW-NUMBER  PIC A(25) VALUE
                "Enter the new card number".

           05 DISPLAY-CARD-ATM         PIC X(37) VALUE
                "Enter the daily ATM limit, 0 for none".

           05 DISPLAY-CARD-POS         PIC X(37) VALUE
                "Enter the daily POS limit, 0 for none".

        01 REYDB-WORKING-TABLE.
           05 REYDB-WORKING-AGE         PIC X(03).
           05 REYDB-WORKING-BIRTHDAY    PIC X(02).
           05 REYDB-WORKING-MONTH-BIRTH PIC X(02).
           05 REYDB-WORKING-YEAR-BIRTH  PIC X(18).

       01 REYDB-IDDOC-WORKING.
           05 REYDB-IDDOC-WORKING-TYPE    PIC X(02).
           05 REYDB-IDDOC-WORKING-NUMBER  PIC X(20).
           05 REYDB-IDDOC-WORKING-COUNTRY PIC X(02).
           05 REYDB-IDDOC-WORKING-EXPIRY  PIC X(08).

       01 REYDB-IDDOC-EXPIRY-DATE PIC 9(08).

       01 REYDB-IDDOC-TODAY PIC 9(08).

       01 REYDB-IDDOC-VALID-SW PIC X(01).
           88 REYDB-IDDOC-VALID VALUE "Y".

       01 REYDB-DEPOSIT-WORKING.
           05 REYDB-DEPOSIT-WORKING-ID     PIC X(18).
           05 REYDB-DEPOSIT-WORKING-AMOUNT PIC X(16).
       COPY "reydb-payee-linking.cbl".
       COPY "reydb-rptview-linking.cbl".
       COPY "reydb-calmaint-linking.cbl".
       COPY "reydb-loanpay-linking.cbl".
       COPY "reydb-writeoff-linking.cbl".
       COPY "reydb-chqdepo-linking.cbl".
       COPY "reydb-swpmaint-linking.cbl".
       COPY "reydb-esclaim-linking.cbl".
       COPY "reydb-deceased-linking.cbl".
       COPY "reydb-cardmaint-linking.cbl".
       COPY "reydb-feemaint-linking.cbl".
       COPY "reydb-chgreview-linking.cbl".
       COPY "reydb-amlreview-linking.cbl".
       COPY "reydb-fxmaint-linking.cbl".

       01 REYDB-CHECK-WORKING-ID PIC X(18).

           05 REYDB-LOAN-WORKING-DEPOSIT PIC X(18).
           05 REYDB-LOAN-WORKING-AMOUNT  PIC X(16).
           05 REYDB-LOAN-WORKING-COUNT   PIC X(03).
           05 REYDB-LOAN-WORKING-RATE    PIC X(08).

       01 REYDB-LOANPAY-WORKING.
           05 REYDB-LOANPAY-WORKING-ACTION PIC X(01).
           05 REYDB-LOANPAY-WORKING-ID     PIC X(18).
           05 REYDB-LOANPAY-WORKING-DATE   PIC X(08).

       01 REYDB-WRITEOFF-WORKING.
           05 REYDB-WRITEOFF-WORKING-ACTION PIC X(01).
           05 REYDB-WRITEOFF-WORKING-ID     PIC X(18).
           05 REYDB-WRITEOFF-WORKING-AMOUNT PIC X(16).

       01 REYDB-CHQDEPO-WORKING.
           05 REYDB-CHQDEPO-WORKING-ID     PIC X(18).
           05 REYDB-CHQDEPO-WORKING-NUMBER PIC X(09).
           05 REYDB-CHQDEPO-WORKING-AMOUNT PIC X(16).

       01 REYDB-SWPMAINT-WORKING.
           05 REYDB-SWPMAINT-WORKING-ACTION  PIC X(01).
           05 REYDB-SWPMAINT-WORKING-CK      PIC X(18).
           05 REYDB-SWPMAINT-WORKING-SV      PIC X(18).
           05 REYDB-SWPMAINT-WORKING-FLOOR   PIC X(16).
           05 REYDB-SWPMAINT-WORKING-CEILING PIC X(16).

       01 REYDB-ESCLAIM-WORKING-ID PIC X(18).

       01 REYDB-DECEASED-WORKING.
           05 REYDB-DECEASED-WORKING-CUST PIC X(18).
           05 REYDB-DECEASED-WORKING-DATE PIC X(08).

       01 REYDB-CARDMAINT-WORKING.
           05 REYDB-CARDMAINT-WORKING-ACTION  PIC X(01).
           05 REYDB-CARDMAINT-WORKING-NUMBER  PIC X(16).
           05 REYDB-CARDMAINT-WORKING-NEW     PIC X(16).
           05 REYDB-CARDMAINT-WORKING-ACCOUNT PIC X(18).
           05 REYDB-CARDMAINT-WORKING-ATM     PIC X(16).
           05 REYDB-CARDMAINT-WORKING-POS     PIC X(16).

       01 REYDB-TDOPEN-WORKING.
           05 REYDB-TDOPEN-WORKING-CUST   PIC X(18).
           05 REYDB-TRANSFER-WORKING-TO-ID   PIC X(18).
           05 REYDB-TRANSFER-WORKING-AMOUNT  PIC X(16).

       01 REYDB-TRANSFER-SHOW-AMOUNT PIC -(12)9.99.

       01 REYDB-FREEZE-WORKING.
           05 REYDB-FREEZE-WORKING-ID     PIC X(18).
           05 REYDB-FREEZE-WORKING-ACTION PIC X(01).
               TO OPERATION-RPTCAT.
           MOVE "32) Maintain the business-day calendar"
               TO OPERATION-CALENDAR.
           MOVE "33) Loan payoff quote or settlement"
               TO OPERATION-LOANPAY.
           MOVE "34) Write off or recover a loan"
               TO OPERATION-WRITEOFF.
           MOVE "35) Deposit a check"
               TO OPERATION-CHQDEPO.
           MOVE "36) Maintain checking/savings sweeps"
               TO OPERATION-SWEEP.
           MOVE "37) Claim back an escheated balance"
               TO OPERATION-ESCLAIM.
           MOVE "38) Process a deceased customer"
               TO OPERATION-DECEASED.
           MOVE "39) Maintain debit cards"
               TO OPERATION-CARD.
           MOVE "40) Maintain the fee schedule"
               TO OPERATION-FEES.
           MOVE "41) Review pending changes"
               TO OPERATION-CHGREVIEW.
           MOVE "42) Review AML cases"
               TO OPERATION-AMLREVIEW.
           MOVE "43) Maintain exchange rates"
               TO OPERATION-FXRATES.
      
      *********************
      *** Program Logic ***
           DISPLAY OPERATION-PAYEE.
           DISPLAY OPERATION-RPTCAT.
           DISPLAY OPERATION-CALENDAR.
           DISPLAY OPERATION-LOANPAY.
           DISPLAY OPERATION-WRITEOFF.
           DISPLAY OPERATION-CHQDEPO.
           DISPLAY OPERATION-SWEEP.
           DISPLAY OPERATION-ESCLAIM.
           DISPLAY OPERATION-DECEASED.
           DISPLAY OPERATION-CARD.
           DISPLAY OPERATION-FEES.
           DISPLAY OPERATION-CHGREVIEW.
           DISPLAY OPERATION-AMLREVIEW.
           DISPLAY OPERATION-FXRATES.

           DISPLAY "Operation: " ACCEPT OPERATION-INPUT.

           END-IF

           IF OPERATION-INPUT = "13" OR OPERATION-INPUT = "Rates"
               MOVE SPACES TO REYDB-RATEMAINT-LINKING
               MOVE REYDB-SIGNON-OPERATOR TO REYDB-RATEMAINT-OPERATOR
               CALL "REYDB-RATEMAINT" USING REYDB-RATEMAINT-LINKING
           END-IF

           IF OPERATION-INPUT = "32" OR OPERATION-INPUT = "Calendar"
               IF REYDB-SIGNON-SUPERVISOR
                   MOVE SPACES TO REYDB-CALMAINT-LINKING
                   MOVE REYDB-SIGNON-OPERATOR
                       TO REYDB-CALMAINT-OPERATOR
                   CALL "REYDB-CALMAINT" USING REYDB-CALMAINT-LINKING
               END-IF
           END-IF

           IF OPERATION-INPUT = "33" OR OPERATION-INPUT = "Payoff"
               PERFORM ENTER-LOANPAY
           END-IF

           IF OPERATION-INPUT = "34" OR OPERATION-INPUT = "Writeoff"
               PERFORM ENTER-WRITEOFF
           END-IF

           IF OPERATION-INPUT = "35" OR OPERATION-INPUT = "Chqdeposit"
               PERFORM ENTER-CHQDEPO
           END-IF

           IF OPERATION-INPUT = "36" OR OPERATION-INPUT = "Sweep"
               PERFORM ENTER-SWEEP
           END-IF

           IF OPERATION-INPUT = "37" OR OPERATION-INPUT = "Escheat"
               IF REYDB-SIGNON-SUPERVISOR
                   PERFORM ENTER-ESCLAIM
               ELSE
                   DISPLAY "Restricted to supervisors"
               END-IF
           END-IF

           IF OPERATION-INPUT = "38" OR OPERATION-INPUT = "Deceased"
               IF REYDB-SIGNON-SUPERVISOR
                   PERFORM ENTER-DECEASED
               ELSE
                   DISPLAY "Restricted to supervisors"
               END-IF
           END-IF

           IF OPERATION-INPUT = "39" OR OPERATION-INPUT = "Card"
               PERFORM ENTER-CARD
           END-IF

           IF OPERATION-INPUT = "40" OR OPERATION-INPUT = "Fees"
               IF REYDB-SIGNON-SUPERVISOR
                   MOVE SPACES TO REYDB-FEEMAINT-LINKING
                   MOVE REYDB-SIGNON-OPERATOR
                       TO REYDB-FEEMAINT-OPERATOR
                   CALL "REYDB-FEEMAINT" USING REYDB-FEEMAINT-LINKING
               ELSE
                   DISPLAY "Restricted to supervisors"
               END-IF
           END-IF

           IF OPERATION-INPUT = "41" OR OPERATION-INPUT = "Pending"
               IF REYDB-SIGNON-SUPERVISOR
                   MOVE REYDB-SIGNON-OPERATOR
                       TO REYDB-CHGREVIEW-OPERATOR
                   CALL "REYDB-CHGREVIEW"
                       USING REYDB-CHGREVIEW-LINKING
               ELSE
                   DISPLAY "Restricted to supervisors"
               END-IF
           END-IF

           IF OPERATION-INPUT = "42" OR OPERATION-INPUT = "AML"
               IF REYDB-SIGNON-SUPERVISOR
                   MOVE REYDB-SIGNON-OPERATOR
                       TO REYDB-AMLREVIEW-OPERATOR
                   CALL "REYDB-AMLREVIEW"
                       USING REYDB-AMLREVIEW-LINKING
               ELSE
                   DISPLAY "Restricted to supervisors"
               END-IF
           END-IF

           IF OPERATION-INPUT = "43" OR OPERATION-INPUT = "FX"
               IF REYDB-SIGNON-SUPERVISOR
                   MOVE SPACES TO REYDB-FXMAINT-LINKING
                   MOVE REYDB-SIGNON-OPERATOR
                       TO REYDB-FXMAINT-OPERATOR
                   CALL "REYDB-FXMAINT"
                       USING REYDB-FXMAINT-LINKING
               ELSE
                   DISPLAY "Restricted to supervisors"
               END-IF
           END-IF

           IF OPERATION-INPUT = "EXIT" OR OPERATION-INPUT = "exit"
               STOP RUN
           END-IF

           DISPLAY SPACE.

      **************************************

           MOVE SPACES TO REYDB-IDDOC-WORKING.
           MOVE ZERO   TO REYDB-IDDOC-EXPIRY-DATE.

           DISPLAY DISPLAY-ID-TYPE.
           ACCEPT  REYDB-IDDOC-WORKING-TYPE.

           DISPLAY SPACE.

           MOVE FUNCTION UPPER-CASE(REYDB-IDDOC-WORKING-TYPE)
               TO REYDB-IDDOC-WORKING-TYPE.

           IF REYDB-IDDOC-WORKING-TYPE NOT = SPACES
               PERFORM ENTER-ID-DOCUMENT
           END-IF.

      **************************************
           MOVE FUNCTION NUMVAL(REYDB-WORKING-AGE) TO REYDB-CUST-AGE.
           
           MOVE FUNCTION NUMVAL(REYDB-WORKING-YEAR-BIRTH) TO REYDB-CUST-
      -    YEAR-BIRTH.

      *******************************
      *** Name: Enter ID Document ***
      *** Date: 10/15/2026        ***
      *** Update: 10/15/2026      ***
      *******************************

       ENTER-ID-DOCUMENT.

           DISPLAY DISPLAY-ID-NUMBER.
           ACCEPT  REYDB-IDDOC-WORKING-NUMBER.

           DISPLAY SPACE.

           DISPLAY DISPLAY-ID-COUNTRY.
           ACCEPT  REYDB-IDDOC-WORKING-COUNTRY.

           DISPLAY SPACE.

           MOVE FUNCTION UPPER-CASE(REYDB-IDDOC-WORKING-COUNTRY)
               TO REYDB-IDDOC-WORKING-COUNTRY.

           DISPLAY DISPLAY-ID-EXPIRY.
           ACCEPT  REYDB-IDDOC-WORKING-EXPIRY.

           DISPLAY SPACE.

           MOVE FUNCTION NUMVAL(REYDB-IDDOC-WORKING-EXPIRY)
               TO REYDB-IDDOC-EXPIRY-DATE.

      ***********************************
      *** Name: VERIFY-ID-DOCUMENT    ***
      *** Date: 10/15/2026            ***
      *** Update: 10/15/2026          ***
      *** A blank type means no       ***
      *** document was presented;     ***
      *** otherwise the type must be  ***
      *** known, the number keyed and ***
      *** the expiry a real date that ***
      *** has not already passed      ***
      ***********************************

       VERIFY-ID-DOCUMENT.

           SET REYDB-IDDOC-VALID TO TRUE.

           IF REYDB-IDDOC-WORKING-TYPE NOT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO REYDB-IDDOC-TODAY

               IF REYDB-IDDOC-WORKING-TYPE NOT = "PP"
                      AND REYDB-IDDOC-WORKING-TYPE NOT = "DL"
                      AND REYDB-IDDOC-WORKING-TYPE NOT = "NI"
                      AND REYDB-IDDOC-WORKING-TYPE NOT = "RP"
                   DISPLAY "Unknown ID type, use PP DL NI or RP"
                   MOVE "N" TO REYDB-IDDOC-VALID-SW
               END-IF

               IF REYDB-IDDOC-WORKING-NUMBER = SPACES
                   DISPLAY "The ID document number is required"
                   MOVE "N" TO REYDB-IDDOC-VALID-SW
               END-IF

               IF FUNCTION TEST-DATE-YYYYMMDD
                      (REYDB-IDDOC-EXPIRY-DATE) NOT = ZERO
                   DISPLAY "The ID expiry date is not a valid date"
                   MOVE "N" TO REYDB-IDDOC-VALID-SW
               ELSE
                   IF REYDB-IDDOC-EXPIRY-DATE < REYDB-IDDOC-TODAY
                       DISPLAY "The ID document has already expired"
                       MOVE "N" TO REYDB-IDDOC-VALID-SW
                   END-IF
               END-IF
           END-IF.

      ***************************
      *** Name: Enter Deposit ***
      *** Date: 11/07/2025    ***

           PERFORM ENTER-PRODUCT-CODE.

           PERFORM ENTER-CURRENCY-CODE.

           CALL "REYDB-ADD" USING REYDB-LINKING.

           IF REYDB-LINKING-OK
               DISPLAY "Account created, account ID: "
                   REYDB-LINKING-ASSIGNED-ID
           ELSE
               IF REYDB-LINKING-ID-EXPIRED
                   DISPLAY "Account refused: identity document has "
                       "expired"
               ELSE
                   DISPLAY "Account enrollment failed"
               END-IF
           END-IF.

      *********************************
           MOVE FUNCTION UPPER-CASE(REYDB-LINKING-PRODUCT)
               TO REYDB-LINKING-PRODUCT.

      **********************************
      *** Name: Enter Currency Code  ***
      *** Date: 10/15/2026           ***
      *** Update: 10/15/2026         ***
      **********************************

       ENTER-CURRENCY-CODE.

           DISPLAY DISPLAY-CURRENCY-CODE.
           ACCEPT  REYDB-LINKING-CURRENCY.

           DISPLAY SPACE.

           MOVE FUNCTION UPPER-CASE(REYDB-LINKING-CURRENCY)
               TO REYDB-LINKING-CURRENCY.

      ***************************
      *** Name: Enter Amend   ***
      *** Date: 11/26/2025    ***
               MOVE REYDB-CUST-POSTCODE    TO REYDB-UPDATE-POSTCODE
               MOVE REYDB-CUST-PHONE       TO REYDB-UPDATE-PHONE
               MOVE REYDB-CUST-EMAIL       TO REYDB-UPDATE-EMAIL
               MOVE REYDB-IDDOC-WORKING-TYPE
                   TO REYDB-UPDATE-ID-TYPE
               MOVE REYDB-IDDOC-WORKING-NUMBER
                   TO REYDB-UPDATE-ID-NUMBER
               MOVE REYDB-IDDOC-WORKING-COUNTRY
                   TO REYDB-UPDATE-ID-COUNTRY
               MOVE REYDB-IDDOC-EXPIRY-DATE
                   TO REYDB-UPDATE-ID-EXPIRY

               CALL "REYDB-UPDATE" USING REYDB-UPDATE-LINKING

               MOVE "N" TO REYDB-AMEND-VALID-SW
           END-IF.

           PERFORM VERIFY-ID-DOCUMENT.

           IF NOT REYDB-IDDOC-VALID
               MOVE "N" TO REYDB-AMEND-VALID-SW
           END-IF.

      ***********************************
      *** Name: Resolve Destination   ***
      *** Date: 12/18/2025            ***

           DISPLAY SPACE.

           DISPLAY DISPLAY-LOAN-RATE.
           ACCEPT  REYDB-LOAN-WORKING-RATE.

           DISPLAY SPACE.

           MOVE FUNCTION NUMVAL(REYDB-LOAN-WORKING-CUST)
               TO REYDB-LOANDISB-CUST-ID.

           MOVE FUNCTION NUMVAL(REYDB-LOAN-WORKING-COUNT)
               TO REYDB-LOANDISB-INSTALLMENTS.

           COMPUTE REYDB-LOANDISB-ANNUAL-RATE =
               FUNCTION NUMVAL(REYDB-LOAN-WORKING-RATE).

           CALL "REYDB-LOANDISB" USING REYDB-LOANDISB-LINKING.

           IF REYDB-LOANDISB-OK
                   DISPLAY "Loan refused: disbursement transfer "
                       "failed"
               ELSE
                   IF REYDB-LOANDISB-ID-EXPIRED
                       DISPLAY "Loan refused: identity document has "
                           "expired"
                   ELSE
                       DISPLAY "Loan disbursement failed"
                   END-IF
               END-IF
           END-IF.

      **************************
      *** Name: Enter Card   ***
      *** Date: 10/15/2026   ***
      *** Update: 10/15/2026 ***
      **************************

       ENTER-CARD.

           MOVE ZERO TO REYDB-CARDMAINT-LINKING.
           MOVE REYDB-SIGNON-OPERATOR TO REYDB-CARDMAINT-OPERATOR.
           MOVE REYDB-SIGNON-BRANCH   TO REYDB-CARDMAINT-BRANCH.

           DISPLAY DISPLAY-CARD-ACTION.
           ACCEPT  REYDB-CARDMAINT-WORKING-ACTION.

           DISPLAY SPACE.

           MOVE FUNCTION UPPER-CASE(REYDB-CARDMAINT-WORKING-ACTION)
               TO REYDB-CARDMAINT-ACTION.

           DISPLAY DISPLAY-CARD-NUMBER.
           ACCEPT  REYDB-CARDMAINT-WORKING-NUMBER.

           DISPLAY SPACE.

           MOVE FUNCTION NUMVAL(REYDB-CARDMAINT-WORKING-NUMBER)
               TO REYDB-CARDMAINT-NUMBER.

           IF REYDB-CARDMAINT-ACTION-ISSUE
               DISPLAY DISPLAY-REVERSE-ID
               ACCEPT  REYDB-CARDMAINT-WORKING-ACCOUNT

               DISPLAY SPACE

               MOVE FUNCTION NUMVAL(REYDB-CARDMAINT-WORKING-ACCOUNT)
                   TO REYDB-CARDMAINT-ACCOUNT-ID
           END-IF.

           IF REYDB-CARDMAINT-ACTION-REPLACE
               DISPLAY DISPLAY-CARD-NEW-NUMBER
               ACCEPT  REYDB-CARDMAINT-WORKING-NEW

               DISPLAY SPACE

               MOVE FUNCTION NUMVAL(REYDB-CARDMAINT-WORKING-NEW)
                   TO REYDB-CARDMAINT-NEW-NUMBER
           END-IF.

           IF REYDB-CARDMAINT-ACTION-ISSUE
                  OR REYDB-CARDMAINT-ACTION-LIMITS
               DISPLAY DISPLAY-CARD-ATM
               ACCEPT  REYDB-CARDMAINT-WORKING-ATM

               DISPLAY SPACE

               DISPLAY DISPLAY-CARD-POS
               ACCEPT  REYDB-CARDMAINT-WORKING-POS

               DISPLAY SPACE

               MOVE FUNCTION NUMVAL(REYDB-CARDMAINT-WORKING-ATM)
                   TO REYDB-CARDMAINT-ATM-LIMIT
               MOVE FUNCTION NUMVAL(REYDB-CARDMAINT-WORKING-POS)
                   TO REYDB-CARDMAINT-POS-LIMIT
           END-IF.

           CALL "REYDB-CARDMAINT" USING REYDB-CARDMAINT-LINKING.

           IF REYDB-CARDMAINT-OK
               DISPLAY "Card updated, expires "
                   REYDB-CARDMAINT-EXPIRY(5:2) "/"
                   REYDB-CARDMAINT-EXPIRY(1:4)
           ELSE
               EVALUATE TRUE
                   WHEN REYDB-CARDMAINT-NOT-FOUND
                       DISPLAY "Card not found"
                   WHEN REYDB-CARDMAINT-DUPLICATE
                       DISPLAY "Card number already on file"
                   WHEN REYDB-CARDMAINT-INVALID
                       DISPLAY "Card change not allowed"
                   WHEN OTHER
                       DISPLAY "Card maintenance failed"
               END-EVALUATE
           END-IF.

      ****************************
      *** Name: Enter Deceased ***
      *** Date: 10/15/2026     ***
      *** Update: 10/15/2026   ***
      ****************************

       ENTER-DECEASED.

           MOVE ZERO TO REYDB-DECEASED-LINKING.
           MOVE REYDB-SIGNON-OPERATOR TO REYDB-DECEASED-OPERATOR.
           MOVE REYDB-SIGNON-BRANCH   TO REYDB-DECEASED-BRANCH.

           DISPLAY DISPLAY-NEWACCT-CUST.
           ACCEPT  REYDB-DECEASED-WORKING-CUST.

           DISPLAY DISPLAY-DEATH-DATE.
           ACCEPT  REYDB-DECEASED-WORKING-DATE.

           DISPLAY SPACE.

           MOVE FUNCTION NUMVAL(REYDB-DECEASED-WORKING-CUST)
               TO REYDB-DECEASED-CUST-ID.
           MOVE FUNCTION NUMVAL(REYDB-DECEASED-WORKING-DATE)
               TO REYDB-DECEASED-DEATH-DATE.

           CALL "REYDB-DECEASED" USING REYDB-DECEASED-LINKING.

           IF REYDB-DECEASED-OK
               DISPLAY "Customer recorded as deceased"
               DISPLAY "Accounts frozen:           "
                   REYDB-DECEASED-SOLE-COUNT
               DISPLAY "Joint accounts released:   "
                   REYDB-DECEASED-JOINT-COUNT
               DISPLAY "Standing orders cancelled: "
                   REYDB-DECEASED-SO-COUNT
               DISPLAY "Cheques stopped:           "
                   REYDB-DECEASED-CHQ-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN REYDB-DECEASED-NOT-FOUND
                       DISPLAY "Customer not found"
                   WHEN REYDB-DECEASED-ALREADY
                       DISPLAY "Customer already recorded as deceased"
                   WHEN REYDB-DECEASED-INVALID
                       DISPLAY "Invalid date of death"
                   WHEN REYDB-DECEASED-BUSY
                       DISPLAY "Account busy, please retry"
                   WHEN OTHER
                       DISPLAY "Deceased processing failed"
               END-EVALUATE
           END-IF.

      ***************************
      *** Name: Enter Esclaim ***
      *** Date: 10/15/2026    ***
      *** Update: 10/15/2026  ***
      ***************************

       ENTER-ESCLAIM.

           MOVE ZERO TO REYDB-ESCLAIM-LINKING.
           MOVE REYDB-SIGNON-OPERATOR TO REYDB-ESCLAIM-OPERATOR.
           MOVE REYDB-SIGNON-BRANCH   TO REYDB-ESCLAIM-BRANCH.

           DISPLAY DISPLAY-DEPOSIT-ID.
           ACCEPT  REYDB-ESCLAIM-WORKING-ID.

           DISPLAY SPACE.

           MOVE FUNCTION NUMVAL(REYDB-ESCLAIM-WORKING-ID)
               TO REYDB-ESCLAIM-ACCOUNT-ID.

           CALL "REYDB-ESCLAIM" USING REYDB-ESCLAIM-LINKING.

           IF REYDB-ESCLAIM-OK
               DISPLAY "Account reopened, amount paid back: "
                   REYDB-ESCLAIM-AMOUNT
           ELSE
               EVALUATE TRUE
                   WHEN REYDB-ESCLAIM-ALREADY
                       DISPLAY "Balance already claimed back"
                   WHEN REYDB-ESCLAIM-NO-ACCOUNT
                       DISPLAY "Restore the account from the archive "
                           "first"
                   WHEN REYDB-ESCLAIM-BUSY
                       DISPLAY "Account busy, please retry"
                   WHEN OTHER
                       DISPLAY "Escheat claim-back failed"
               END-EVALUATE
           END-IF.

      ***************************
      *** Name: Enter Sweep   ***
      *** Date: 10/15/2026    ***
      *** Update: 10/15/2026  ***
      ***************************

       ENTER-SWEEP.

           MOVE ZERO TO REYDB-SWPMAINT-LINKING.

           DISPLAY DISPLAY-SO-ACTION.
           ACCEPT  REYDB-SWPMAINT-WORKING-ACTION.

           DISPLAY SPACE.

           MOVE FUNCTION UPPER-CASE(REYDB-SWPMAINT-WORKING-ACTION)
               TO REYDB-SWPMAINT-ACTION.

           DISPLAY DISPLAY-SWEEP-CHECKING.
           ACCEPT  REYDB-SWPMAINT-WORKING-CK.

           DISPLAY SPACE.

           MOVE FUNCTION NUMVAL(REYDB-SWPMAINT-WORKING-CK)
               TO REYDB-SWPMAINT-CK-ID.

           IF REYDB-SWPMAINT-ACTION-CREATE
                  OR REYDB-SWPMAINT-ACTION-AMEND
               DISPLAY DISPLAY-SWEEP-SAVINGS
               ACCEPT  REYDB-SWPMAINT-WORKING-SV

               DISPLAY SPACE

               DISPLAY DISPLAY-SWEEP-FLOOR
               ACCEPT  REYDB-SWPMAINT-WORKING-FLOOR

               DISPLAY SPACE

               DISPLAY DISPLAY-SWEEP-CEILING
               ACCEPT  REYDB-SWPMAINT-WORKING-CEILING

               DISPLAY SPACE

               MOVE FUNCTION NUMVAL(REYDB-SWPMAINT-WORKING-SV)
                   TO REYDB-SWPMAINT-SV-ID
               MOVE FUNCTION NUMVAL(REYDB-SWPMAINT-WORKING-FLOOR)
                   TO REYDB-SWPMAINT-FLOOR
               MOVE FUNCTION NUMVAL(REYDB-SWPMAINT-WORKING-CEILING)
                   TO REYDB-SWPMAINT-CEILING
           END-IF.

           CALL "REYDB-SWPMAINT" USING REYDB-SWPMAINT-LINKING.

           IF REYDB-SWPMAINT-OK
               DISPLAY "Sweep arrangement updated"
           ELSE
               IF REYDB-SWPMAINT-DUPLICATE
                   DISPLAY "Account already has a sweep, amend it"
               ELSE
                   DISPLAY "Sweep maintenance failed"
               END-IF
           END-IF.

      ***************************
      *** Name: Enter Chqdepo ***
      *** Date: 10/15/2026    ***
      *** Update: 10/15/2026  ***
      ***************************

       ENTER-CHQDEPO.

           MOVE ZERO TO REYDB-CHQDEPO-LINKING.
           MOVE REYDB-SIGNON-OPERATOR TO REYDB-CHQDEPO-OPERATOR.
           MOVE REYDB-SIGNON-BRANCH   TO REYDB-CHQDEPO-BRANCH.

           DISPLAY DISPLAY-DEPOSIT-ID.
           ACCEPT  REYDB-CHQDEPO-WORKING-ID.

           DISPLAY SPACE.

           DISPLAY DISPLAY-CHQDEPO-NUMBER.
           ACCEPT  REYDB-CHQDEPO-WORKING-NUMBER.

           DISPLAY SPACE.

           DISPLAY DISPLAY-CHQDEPO-BANK.
           ACCEPT  REYDB-CHQDEPO-DRAWEE-BANK.

           DISPLAY SPACE.

           DISPLAY DISPLAY-CHQDEPO-DRAWER.
           ACCEPT  REYDB-CHQDEPO-DRAWER-ACCT.

           DISPLAY SPACE.

           DISPLAY DISPLAY-DEPOSIT-AMOUNT.
           ACCEPT  REYDB-CHQDEPO-WORKING-AMOUNT.

           DISPLAY SPACE.

           MOVE FUNCTION NUMVAL(REYDB-CHQDEPO-WORKING-ID)
               TO REYDB-CHQDEPO-ACCOUNT-ID.

           MOVE FUNCTION NUMVAL(REYDB-CHQDEPO-WORKING-NUMBER)
               TO REYDB-CHQDEPO-NUMBER.

           MOVE FUNCTION NUMVAL(REYDB-CHQDEPO-WORKING-AMOUNT)
               TO REYDB-CHQDEPO-AMOUNT.

           CALL "REYDB-CHQDEPO" USING REYDB-CHQDEPO-LINKING.

           IF REYDB-CHQDEPO-OK
               DISPLAY "Check deposited, item number: "
                   REYDB-CHQDEPO-ITEM-ID
               DISPLAY "Funds held until: "
                   REYDB-CHQDEPO-RELEASE-DATE
           ELSE
               EVALUATE TRUE
                   WHEN REYDB-CHQDEPO-INVALID-AMOUNT
                       DISPLAY "Amount must be positive"
                   WHEN REYDB-CHQDEPO-NOT-ACTIVE
                       DISPLAY "Account is closed or frozen"
                   WHEN REYDB-CHQDEPO-BUSY
                       DISPLAY "Account busy, please retry"
                   WHEN OTHER
                       DISPLAY "Check deposit failed"
               END-EVALUATE
           END-IF.

      ****************************
      *** Name: Enter Writeoff ***
      *** Date: 10/15/2026     ***
      *** Update: 10/15/2026   ***
      ****************************

       ENTER-WRITEOFF.

           MOVE ZERO TO REYDB-WRITEOFF-LINKING.
           MOVE REYDB-SIGNON-OPERATOR TO REYDB-WRITEOFF-OPERATOR.
           MOVE REYDB-SIGNON-BRANCH   TO REYDB-WRITEOFF-BRANCH.

           DISPLAY DISPLAY-WRITEOFF-ACTION.
           ACCEPT  REYDB-WRITEOFF-WORKING-ACTION.

           DISPLAY SPACE.

           MOVE FUNCTION UPPER-CASE(REYDB-WRITEOFF-WORKING-ACTION)
               TO REYDB-WRITEOFF-ACTION.

           IF REYDB-WRITEOFF-WRITE-OFF
                  AND NOT REYDB-SIGNON-SUPERVISOR
               DISPLAY "Restricted to supervisors"
           ELSE
               DISPLAY DISPLAY-LOANPAY-ID
               ACCEPT  REYDB-WRITEOFF-WORKING-ID
               DISPLAY SPACE

               MOVE FUNCTION NUMVAL(REYDB-WRITEOFF-WORKING-ID)
                   TO REYDB-WRITEOFF-LOAN-ID

               IF NOT REYDB-WRITEOFF-WRITE-OFF
                   DISPLAY DISPLAY-WRITEOFF-AMOUNT
                   ACCEPT  REYDB-WRITEOFF-WORKING-AMOUNT
                   DISPLAY SPACE
                   MOVE FUNCTION NUMVAL(REYDB-WRITEOFF-WORKING-AMOUNT)
                       TO REYDB-WRITEOFF-AMOUNT
               END-IF

               CALL "REYDB-WRITEOFF" USING REYDB-WRITEOFF-LINKING

               IF REYDB-WRITEOFF-OK
                   IF REYDB-WRITEOFF-WRITE-OFF
                       DISPLAY "Loan written off: "
                           REYDB-WRITEOFF-WRITTEN
                   ELSE
                       DISPLAY "Recovery posted"
                   END-IF
                   DISPLAY "Still unrecovered: "
                       REYDB-WRITEOFF-REMAINING
               ELSE
                   IF REYDB-WRITEOFF-INSUFFICIENT
                       DISPLAY "Recovery refused: insufficient funds"
                   ELSE
                       DISPLAY "Write-off operation failed"
                   END-IF
               END-IF
           END-IF.

      ***************************
      *** Name: Enter Loanpay ***
      *** Date: 10/15/2026    ***
      *** Update: 10/15/2026  ***
      ***************************

       ENTER-LOANPAY.

           MOVE ZERO TO REYDB-LOANPAY-LINKING.
           MOVE REYDB-SIGNON-OPERATOR TO REYDB-LOANPAY-OPERATOR.
           MOVE REYDB-SIGNON-BRANCH   TO REYDB-LOANPAY-BRANCH.

           DISPLAY DISPLAY-LOANPAY-ACTION.
           ACCEPT  REYDB-LOANPAY-WORKING-ACTION.

           DISPLAY SPACE.

           DISPLAY DISPLAY-LOANPAY-ID.
           ACCEPT  REYDB-LOANPAY-WORKING-ID.

           DISPLAY SPACE.

           MOVE FUNCTION UPPER-CASE(REYDB-LOANPAY-WORKING-ACTION)
               TO REYDB-LOANPAY-ACTION.

           MOVE FUNCTION NUMVAL(REYDB-LOANPAY-WORKING-ID)
               TO REYDB-LOANPAY-ACCOUNT-ID.

           IF REYDB-LOANPAY-QUOTE
               DISPLAY DISPLAY-LOANPAY-DATE
               ACCEPT  REYDB-LOANPAY-WORKING-DATE
               DISPLAY SPACE
               MOVE FUNCTION NUMVAL(REYDB-LOANPAY-WORKING-DATE)
                   TO REYDB-LOANPAY-QUOTE-DATE
           END-IF.

           CALL "REYDB-LOANPAY" USING REYDB-LOANPAY-LINKING.

           IF REYDB-LOANPAY-OK
               IF REYDB-LOANPAY-QUOTE
                   DISPLAY "Payoff quote as of "
                       REYDB-LOANPAY-QUOTE-DATE
               ELSE
                   DISPLAY "Loan settled and closed out"
               END-IF
               DISPLAY "Outstanding principal: "
                   REYDB-LOANPAY-PRINCIPAL
               DISPLAY "Accrued interest:      "
                   REYDB-LOANPAY-INTEREST
               DISPLAY "Payoff amount:         "
                   REYDB-LOANPAY-TOTAL
           ELSE
               IF REYDB-LOANPAY-INSUFFICIENT
                   DISPLAY "Settlement refused: deposit account "
                       "cannot cover " REYDB-LOANPAY-TOTAL
               ELSE
                   IF REYDB-LOANPAY-NOT-ACTIVE
                       DISPLAY "Loan is not active"
                   ELSE
                       DISPLAY "Loan payoff failed"
                   END-IF
               END-IF
           END-IF.

                   DISPLAY "Term deposit refused: funding transfer "
                       "failed"
               ELSE
                   IF REYDB-TDOPEN-ID-EXPIRED
                       DISPLAY "Term deposit refused: identity "
                           "document has expired"
                   ELSE
                       DISPLAY "Term deposit failed"
                   END-IF
               END-IF
           END-IF.

      ******************************
      *** Name: Enter Opermaint  ***
      *** Date: 12/10/2025       ***
      *** Update: 10/15/2026     ***
      ******************************

       ENTER-OPERMAINT.
               ACCEPT  REYDB-OPERMAINT-NAME

               DISPLAY SPACE
           END-IF.

           IF REYDB-OPERMAINT-ACTION-ENROLL
                  OR REYDB-OPERMAINT-ACTION-LEVEL
               DISPLAY DISPLAY-OPER-LEVEL
               ACCEPT  REYDB-OPERMAINT-LEVEL


               MOVE FUNCTION UPPER-CASE(REYDB-OPERMAINT-LEVEL)
                   TO REYDB-OPERMAINT-LEVEL
           END-IF.

           IF REYDB-OPERMAINT-ACTION-ENROLL
               DISPLAY DISPLAY-OPER-BRANCH
               ACCEPT  REYDB-OPERMAINT-BRANCH


           CALL "REYDB-OPERMAINT" USING REYDB-OPERMAINT-LINKING.

           EVALUATE TRUE
               WHEN REYDB-OPERMAINT-OK
                   DISPLAY "Operator maintenance completed"
               WHEN REYDB-OPERMAINT-SUBMITTED
                   DISPLAY "Submitted for approval"
               WHEN OTHER
                   DISPLAY "Operator maintenance failed"
           END-EVALUATE.

      ***************************
      *** Name: Enter Cheque  ***

           IF REYDB-TRANSFER-OK
               DISPLAY "Transfer completed"

               IF REYDB-TRANSFER-CONVERTED
                   MOVE REYDB-TRANSFER-CREDIT-AMOUNT
                       TO REYDB-TRANSFER-SHOW-AMOUNT
                   DISPLAY "Converted: credited "
                       REYDB-TRANSFER-SHOW-AMOUNT " "
                       REYDB-TRANSFER-CREDIT-CURRENCY
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN REYDB-TRANSFER-INSUFFICIENT
                       DISPLAY "Transfer refused: insufficient funds"
                   WHEN REYDB-TRANSFER-NO-RATE
                       DISPLAY "Transfer refused: no exchange rate "
                           "on file for today"
                   WHEN REYDB-TRANSFER-OVER-LIMIT
                       DISPLAY "Transfer refused: over the account "
                           "limit"
               DISPLAY "Will JPMorgan still exist in the future?"
               STOP RUN.

           PERFORM VERIFY-ID-DOCUMENT.

           IF NOT REYDB-IDDOC-VALID
               STOP RUN.

           MOVE REYDB-CUST-NAME        TO REYDB-CUSTADD-NAME.
           MOVE REYDB-CUST-LASTNAME    TO REYDB-CUSTADD-LASTNAME.
           MOVE REYDB-CUST-AGE         TO REYDB-CUSTADD-AGE.
           MOVE REYDB-CUST-POSTCODE    TO REYDB-CUSTADD-POSTCODE.
           MOVE REYDB-CUST-PHONE       TO REYDB-CUSTADD-PHONE.
           MOVE REYDB-CUST-EMAIL       TO REYDB-CUSTADD-EMAIL.
           MOVE REYDB-IDDOC-WORKING-TYPE    TO REYDB-CUSTADD-ID-TYPE.
           MOVE REYDB-IDDOC-WORKING-NUMBER  TO REYDB-CUSTADD-ID-NUMBER.
           MOVE REYDB-IDDOC-WORKING-COUNTRY TO REYDB-CUSTADD-ID-COUNTRY.
           MOVE REYDB-IDDOC-EXPIRY-DATE     TO REYDB-CUSTADD-ID-EXPIRY.

           PERFORM 1000-CHECK-DUPLICATE.


           PERFORM ENTER-PRODUCT-CODE.

           PERFORM ENTER-CURRENCY-CODE.

           CALL "REYDB-ADD" USING REYDB-LINKING.

           IF REYDB-LINKING-OK
               DISPLAY "Account created, account ID: "
                   REYDB-LINKING-ASSIGNED-ID
           ELSE
               IF REYDB-LINKING-ID-EXPIRED
                   DISPLAY "Account refused: identity document has "
                       "expired"
               ELSE
                   DISPLAY "Account enrollment failed"
               END-IF
           END-IF.

      ****************************************************
