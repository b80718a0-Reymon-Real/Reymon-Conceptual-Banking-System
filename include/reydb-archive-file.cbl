      *** Update: 11/09/2025           ***
      ************************************

      *** 10/15/2026 - EPH: carry REYDB-ARCHIVE-CURRENCY so a
      ***               restored account keeps its currency.
      *** 12/06/2025 - EPH: carry REYDB-ARCHIVE-BRANCH so a restored
      ***               account keeps its branch.
      *** 11/11/2025 - EPH: the person moved off REYDB-TABLE to the
           05 REYDB-ARCHIVE-RESTORED-FLAG PIC X(01).
               88 REYDB-ARCHIVE-RESTORED VALUE "Y".
           05 REYDB-ARCHIVE-BRANCH        PIC X(04).
           05 REYDB-ARCHIVE-CURRENCY      PIC X(03).
