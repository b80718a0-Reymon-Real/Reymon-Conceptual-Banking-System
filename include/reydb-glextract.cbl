      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-glextract.cbl    ***
      *** Date: 11/23/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      *** 10/15/2026 - EPH: foreign currency accounts. The S, B, X
      ***               and W records carry a currency code (blank
      ***               for the local currency) and the local-
      ***               currency equivalent of each amount, one
      ***               record per currency within the branch. The
      ***               data area grew from 48 to 80 bytes - tell
      ***               head office before the first widened file
      ***               ships.
      *** 10/15/2026 - EPH: a W write-off record per branch carries
      ***               the day's WRITE-OFF total apart from the
      ***               operation summaries, alongside the day's
      ***               recoveries against written-off loans, so
      ***               head office books the loss and the
      ***               recoveries to their own GL lines.
      *** 12/06/2025 - EPH: broke the extract down by branch. The S
      ***               summary and B balance records carry the
      ***               branch, and a new X settlement record per
               88 REYDB-GL-TYPE-SUMMARY VALUE "S".
               88 REYDB-GL-TYPE-BALANCE VALUE "B".
               88 REYDB-GL-TYPE-SETTLE  VALUE "X".
               88 REYDB-GL-TYPE-WRITEOFF VALUE "W".
               88 REYDB-GL-TYPE-TRAILER VALUE "T".
           05 REYDB-GL-DATA PIC X(80).
           05 REYDB-GL-HEADER REDEFINES REYDB-GL-DATA.
               10 REYDB-GL-HDR-DATE   PIC 9(08).
               10 REYDB-GL-HDR-RUN-ID PIC X(14).
               10 FILLER              PIC X(58).
           05 REYDB-GL-SUMMARY REDEFINES REYDB-GL-DATA.
               10 REYDB-GL-SUM-BRANCH    PIC X(04).
               10 REYDB-GL-SUM-OPERATION PIC X(12).
               10 REYDB-GL-SUM-COUNT     PIC 9(09).
               10 REYDB-GL-SUM-AMOUNT    PIC S9(13)V99.
               10 REYDB-GL-SUM-CURRENCY  PIC X(03).
               10 REYDB-GL-SUM-LOCAL     PIC S9(13)V99.
               10 FILLER                 PIC X(22).
           05 REYDB-GL-BALANCE REDEFINES REYDB-GL-DATA.
               10 REYDB-GL-BAL-BRANCH   PIC X(04).
               10 REYDB-GL-BAL-STATUS   PIC X(01).
               10 REYDB-GL-BAL-TOTAL    PIC S9(13)V99.
               10 REYDB-GL-BAL-CURRENCY PIC X(03).
               10 REYDB-GL-BAL-LOCAL    PIC S9(13)V99.
               10 FILLER                PIC X(42).
           05 REYDB-GL-SETTLE REDEFINES REYDB-GL-DATA.
               10 REYDB-GL-SET-BRANCH   PIC X(04).
               10 REYDB-GL-SET-NET      PIC S9(13)V99.
               10 REYDB-GL-SET-CURRENCY PIC X(03).
               10 REYDB-GL-SET-LOCAL    PIC S9(13)V99.
               10 FILLER                PIC X(43).
           05 REYDB-GL-WRITEOFF REDEFINES REYDB-GL-DATA.
               10 REYDB-GL-WO-BRANCH        PIC X(04).
               10 REYDB-GL-WO-WRITTEN       PIC S9(13)V99.
               10 REYDB-GL-WO-RECOVERED     PIC S9(13)V99.
               10 REYDB-GL-WO-CURRENCY      PIC X(03).
               10 REYDB-GL-WO-WRITTEN-LOCAL PIC S9(13)V99.
               10 REYDB-GL-WO-RECOV-LOCAL   PIC S9(13)V99.
               10 FILLER                    PIC X(13).
           05 REYDB-GL-TRAILER REDEFINES REYDB-GL-DATA.
               10 REYDB-GL-TRL-COUNT PIC 9(09).
               10 REYDB-GL-TRL-HASH  PIC S9(15)V99.
               10 FILLER             PIC X(54).
