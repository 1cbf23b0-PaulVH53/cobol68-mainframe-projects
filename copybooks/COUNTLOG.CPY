      *****************************************************************
      * COUNTLOG: THE CYCLE-COUNT LOG. PHYSCNT APPENDS ONE OF THESE   *
      * FOR EVERY COUNT IT POSTS TO THE INVENTORY MASTER - WHO        *
      * COUNTED WHICH ITEM AT WHICH LOCATION ON WHAT DATE, AND THE    *
      * VARIANCE THE COUNT MOVED THE BOOK BY - SO A COUNT CAN BE      *
      * TRACED BACK TO THE EMPLOYEE WHO TOOK IT. CNTACCY READS IT     *
      * AGAINST TRANSHIST TO SHOW HOW MANY OF EACH COUNTER'S COUNTS   *
      * LATER NEEDED AN ADJUSTMENT.                                   *
      *                                                               *
      * CL-COUNTER-ID IS THE EMPLOYEE ID (PROJ4'S PS-EMP-ID) THE      *
      * COUNT CAME BACK UNDER - ALREADY CHECKED AGAINST THE PERSON    *
      * MASTER AND THE LINE'S ASSIGNMENT BEFORE IT POSTED.            *
      *                                                               *
      * THE FILE LIVES IN PROJ6'S DATA DIRECTORY AS COUNTLOG.         *
      *****************************************************************
       01  CL-RECORD.
           05  CL-COUNT-DATE       PIC X(08).
           05  CL-ITEM-CODE        PIC X(10).
           05  CL-LOC-CODE         PIC X(03).
           05  CL-COUNTER-ID       PIC X(05).
           05  CL-VARIANCE         PIC S9(07)    SIGN IS TRAILING
                                      SEPARATE.
