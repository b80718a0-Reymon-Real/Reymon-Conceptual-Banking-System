      *** Date: 12/12/2025             ***
      ************************************

      *** 10/15/2026 - EPH: flag W marks a schedule written off
      ***               through REYDB-WRITEOFF; only ACTIVE
      ***               schedules are collected or settled.
      *** 10/15/2026 - EPH: the loan now bears interest. The
      ***               annual rate is carried on the schedule, the
      ***               installment is a level amortizing payment,
      ***               and REYDB-LOAN-OUTSTANDING tracks the
      ***               principal still owed. REYDB-LOAN-INT-FROM is
      ***               the date interest has been settled to and
      ***               REYDB-LOAN-INT-PAID the interest collected
      ***               to date. Existing REYDB-LOAN files must be
      ***               reloaded under the new layout.

      **************************************************
      *** Loan repayment schedules, keyed by the LN   ***
      *** loan account on REYDB-FILE. The loan        ***
           05 REYDB-LOAN-FLAG         PIC X(01).
               88 REYDB-LOAN-ACTIVE VALUE "A".
               88 REYDB-LOAN-PAID-OFF VALUE "C".
               88 REYDB-LOAN-WRITTEN-OFF VALUE "W".
           05 REYDB-LOAN-ANNUAL-RATE  PIC V9(04).
           05 REYDB-LOAN-OUTSTANDING  PIC 9(13)V99.
           05 REYDB-LOAN-INT-FROM     PIC 9(08).
           05 REYDB-LOAN-INT-PAID     PIC 9(13)V99.
