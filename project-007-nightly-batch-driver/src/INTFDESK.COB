      * FILENAME: HERC01.SOURCE.COBOL(INTFDESK)                      *
      * PURPOSE: INTERFACE CONTROL DESK. WORKS THE COMMON INTFCTL    *
      * FILE THE EXTRACT PRODUCERS (PROJ4'S NAMEAGE.EXTRACT, PROJ6'S *
      * TRANSEXT, INVMATCH'S APPROVED.EXTRACT) REGISTER THEIR FEEDS  *
      * ON: FIRST APPLIES THE RECEIVERS' CONFIRMATION FILE           *
      * (data/INTFACK), MARKING THE MATCHED ENTRIES TAKEN; THEN      *
      * PRINTS THE MORNING REPORT OF ANYTHING STILL UNACKNOWLEDGED   *
      * PAST ITS DEADLINE - SO A FEED SITTING UNFETCHED FOR THREE    *
      * DAYS STOPS LOOKING EXACTLY LIKE A HEALTHY ONE. THE           *
      * CONFIRMATION FILE IS EMPTIED AFTER A CLEAN PASS SO AN        *
      * ACKNOWLEDGMENT IS APPLIED EXACTLY ONCE.                      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTFDESK.
