      *******************************************
      *** Data passed from REYDB-POSTBATCH to  ***
      *** REYDB-CHQCLEAR for one inward        ***
      *** clearing check. CLOSED covers both   ***
      *** closed and frozen accounts.          ***
      *******************************************

       01 REYDB-CHQCLEAR-LINKING.
               88 REYDB-CHQCLEAR-DUPLICATE    VALUE "D".
               88 REYDB-CHQCLEAR-INSUFFICIENT VALUE "I".
               88 REYDB-CHQCLEAR-REFUSED      VALUE "R".
               88 REYDB-CHQCLEAR-CLOSED       VALUE "C".
