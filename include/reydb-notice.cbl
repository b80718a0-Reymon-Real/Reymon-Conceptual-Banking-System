      ************************************************
      *** SPDX-License-Identifier: AGPL-3-or-later ***
      ************************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-notice.cbl       ***
      *** Date: 10/15/2026             ***
      ************************************

      **************************************************
      *** Register of the customer notices already    ***
      *** sent by REYDB-NOTICES, keyed by the account,***
      *** the kind of notice and the date of the      ***
      *** event it warns about - the projected        ***
      *** dormancy date, the TD maturity or the loan  ***
      *** due date - so each is sent once. An         ***
      *** over-limit notice carries a zero event date ***
      *** and is removed when the account comes back  ***
      *** within its limit, so the next time it goes  ***
      *** over is noticed again.                      ***
      **************************************************

       FD REYDB-NOTICE-FILE.
       01 REYDB-NTC-RECORD.
           05 REYDB-NTC-KEY.
               10 REYDB-NTC-ACCOUNT-ID PIC 9(18).
               10 REYDB-NTC-TYPE       PIC X(02).
                   88 REYDB-NTC-DORMANCY    VALUE "DW".
                   88 REYDB-NTC-MATURITY    VALUE "TM".
                   88 REYDB-NTC-INSTALLMENT VALUE "LI".
                   88 REYDB-NTC-OVER-LIMIT  VALUE "OL".
               10 REYDB-NTC-EVENT-DATE PIC 9(08).
           05 REYDB-NTC-CUST-ID        PIC 9(18).
           05 REYDB-NTC-SENT-DATE      PIC 9(08).
