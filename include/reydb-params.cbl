      *** Author: Eduardo Pozos Huerta ***
      *** File: reydb-params.cbl       ***
      *** Date: 11/16/2025             ***
      *** Update: 10/15/2026           ***
      ************************************

      **************************************************
      ***   REPORT-GENS - dated report generations    ***
      ***     kept on the REYDB-RPTCAT catalog by     ***
      ***     REYDB-CATREG (default 7)                ***
      ***   CLEAR-DAYS - business days a deposited    ***
      ***     check is held by REYDB-CHQDEPO before   ***
      ***     the funds are available (default 2)     ***
      ***   ESCHEAT-DAYS - days without customer      ***
      ***     activity before REYDB-ESCHEAT turns a   ***
      ***     dormant balance over to the state       ***
      ***     (default 1825)                          ***
      ***   AML-WINDOW-DAYS - days of history, today  ***
      ***     included, REYDB-AMLMON looks over for   ***
      ***     cash kept just under LARGE-AMOUNT       ***
      ***     (default 7)                             ***
      ***   AML-NEAR-PCT - percentage of LARGE-AMOUNT ***
      ***     from which a cash entry counts as just  ***
      ***     under the threshold (default 90)        ***
      ***   AML-NEAR-COUNT - such cash entries for    ***
      ***     one customer inside the window that     ***
      ***     open a structuring case (default 3)     ***
      ***   AML-MOVE-DAYS - days within which money   ***
      ***     deposited and then transferred or paid  ***
      ***     out opens a rapid-movement case         ***
      ***     (default 2)                             ***
      ***   AML-MOVE-AMOUNT - smallest deposit        ***
      ***     REYDB-AMLMON follows (default 5000)     ***
      ***   AML-MOVE-PCT - percentage of that deposit ***
      ***     the outgoing amount must reach          ***
      ***     (default 80)                            ***
      ***   NOTICE-DORM-DAYS - days before an account ***
      ***     would go dormant that REYDB-NOTICES     ***
      ***     warns the customer (default 30)         ***
      ***   NOTICE-TD-DAYS - days before a term       ***
      ***     deposit matures that the customer is    ***
      ***     told (default 14)                       ***
      ***   NOTICE-LOAN-DAYS - days before a loan     ***
      ***     installment falls due that the customer ***
      ***     is reminded (default 7)                 ***
      ***   BATCH-WINDOW-MIN - minutes the whole      ***
      ***     nightly cycle may take before           ***
      ***     REYDB-RPT-BATCH reports it over the     ***
      ***     batch window (default 240)              ***
      ***   BATCH-OVER-PCT - percentage over its      ***
      ***     30-cycle average a step may run before  ***
      ***     it is flagged (default 50)              ***
      ***   BATCH-MIN-SECS - steps shorter than       ***
      ***     this are never flagged, so a step that  ***
      ***     normally takes a second or two does not ***
      ***     flag on noise (default 60)              ***
      ***   DEPINS-LIMIT - deposit insurance coverage ***
      ***     per depositor and ownership category    ***
      ***     used by REYDB-DEPINS (default 250000)   ***
      ***   INTEGRITY-STOP - 1 stops the nightly      ***
      ***     cycle before the purge and the cutover  ***
      ***     when REYDB-INTEGRITY finds a broken     ***
      ***     link; 0 only reports it (default 0)     ***
      **************************************************

       FD REYDB-PARAMS-FILE.
