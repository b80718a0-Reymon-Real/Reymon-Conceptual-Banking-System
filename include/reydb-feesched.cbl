      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-feesched.cbl     ***
      *** Date: 11/15/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      **************************************************
      *** F charges the value as a flat amount; basis ***
      *** P charges value percent of the balance (of  ***
      *** the overdrawn amount for the OVERDRAFT fee, ***
      *** which only applies below zero). Maintained  ***
      *** through REYDB-FEEMAINT, each change waiting ***
      *** on a second supervisor's approval.          ***
      **************************************************

       FD REYDB-FEESCHED-FILE.
