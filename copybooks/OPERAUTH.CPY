      *****************************************************************
      * OPERAUTH: THE CENTRAL OPERATOR AUTHORIZATION FILE. ONE RECORD *
      * PER OPERATOR, PROGRAM AND ACTION CODE THE OPERATOR IS ALLOWED *
      * TO KEY - AN OPERATOR WHO MAY ADD AND CHANGE BUT NOT DELETE IN *
      * PRICMNT HAS AN 'A' RECORD AND A 'C' RECORD AND NO 'D'. AN     *
      * OPA-ACTION OF '*' GRANTS EVERY ACTION IN THAT PROGRAM.        *
      *                                                               *
      * EVERY MAINTENANCE PROGRAM (PROJ2, PRICMNT, VENDMNT, DEPTMNT,  *
      * PROJ4, SUSPREL, ACCTMNT) LOADS ITS OWN PROGRAM'S RECORDS AT   *
      * START OF RUN AND REJECTS ONTO ITS REGISTER ANY TRANSACTION    *
      * WHOSE OPERATOR ID IS BLANK OR NOT AUTHORIZED FOR THE ACTION.  *
      * A MISSING FILE AUTHORIZES NOBODY - MAINTENANCE STOPS RATHER   *
      * THAN RUNS UNCONTROLLED. ACTION 'V' IS THE APPROVAL OF A       *
      * CHANGE HELD FOR A SECOND OPERATOR (PRICMNT, SUSPREL).         *
      *                                                               *
      * EVERY READER COPIES THIS MEMBER UNDER ITS FD INSTEAD OF       *
      * HAND-ROLLING ITS OWN LAYOUT. THE FILE PATH COMES FROM THE     *
      * OPERAUTH_PATH ENVIRONMENT VARIABLE, OR THE NIGHTLY DRIVER'S   *
      * OWN data/OPERAUTH WHEN NONE IS SET, SO A STANDALONE RUN IS    *
      * CHECKED AGAINST THE SAME ONE FILE THE CHAIN IS.               *
      *****************************************************************
       01  OPERAUTH-RECORD.
           05  OPA-OPERATOR-ID     PIC X(08).
           05  OPA-PROGRAM-ID      PIC X(08).
           05  OPA-ACTION          PIC X(01).
