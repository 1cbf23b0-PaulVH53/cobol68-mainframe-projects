      *****************************************************************
      * PERSMOVE: THE PERSON MASTER MOVEMENT HISTORY. PROJ4 APPENDS   *
      * ONE OF THESE FOR EVERY ADD, DELETE AND DEPARTMENT CHANGE IT   *
      * APPLIES, DATED WITH THE BUSINESS DATE, SO A DEPARTMENT'S      *
      * HEADCOUNT CAN BE TRACED MOVEMENT BY MOVEMENT INSTEAD OF ONLY  *
      * READ OFF THE MASTER AS IT STANDS TODAY. HCMOVE IS THE         *
      * MONTHLY HEADCOUNT MOVEMENT REPORT OVER IT.                    *
      *                                                               *
      * PM-MOVE-TYPE:                                                 *
      *   'B' BROUGHT FORWARD - ONE PER PERSON ALREADY ON THE MASTER  *
      *       WHEN THE HISTORY WAS STARTED, SO THE HISTORY ALONE      *
      *       ACCOUNTS FOR EVERY PERSON ON THE ROSTER.                *
      *   'S' STARTER - ADDED TO THE MASTER INTO PM-TO-DEPT.          *
      *   'L' LEAVER - DELETED FROM THE MASTER OUT OF PM-FROM-DEPT.   *
      *   'T' TRANSFER - MOVED FROM PM-FROM-DEPT TO PM-TO-DEPT.       *
      * A BLANK DEPARTMENT IS A PERSON NOT YET PLACED IN ONE; THE     *
      * REPORTS TALLY THOSE UNDER '???'.                              *
      *                                                               *
      * THE FILE LIVES IN PROJ4'S DATA DIRECTORY AS PERSMOVE.         *
      *****************************************************************
       01  PM-RECORD.
           05  PM-MOVE-DATE        PIC X(08).
           05  PM-MOVE-TIME        PIC X(06).
           05  PM-EMP-ID           PIC X(05).
           05  PM-MOVE-TYPE        PIC X(01).
               88  PM-BROUGHT-FORWARD    VALUE 'B'.
               88  PM-STARTER            VALUE 'S'.
               88  PM-LEAVER             VALUE 'L'.
               88  PM-TRANSFER           VALUE 'T'.
           05  PM-FROM-DEPT        PIC X(03).
           05  PM-TO-DEPT          PIC X(03).
           05  PM-OPERATOR-ID      PIC X(08).
