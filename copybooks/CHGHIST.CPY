      *****************************************************************
      * CHGHIST: COMMON MASTER-CHANGE HISTORY RECORD. EVERY           *
      * MAINTENANCE PROGRAM IN THE SUITE (PROJ2 FOR THE ITEM MASTER,  *
      * PROJ4 FOR THE PERSON MASTER, PRICMNT FOR THE PRICE MASTER,    *
      * ROPCALC FOR INVENTORY REORDER POINTS, KITMNT FOR THE KIT      *
      * MASTER, ADJRMNT FOR THE ADJUSTMENT REASON MASTER, ITEMPURG    *
      * FOR DEAD ITEMS PURGED OR RESTORED, VENDMNT FOR THE VENDOR     *
      * MASTER, DEPTMNT FOR THE DEPARTMENT MASTER, SUSPREL FOR        *
      * SUSPENSE RECORDS RELEASED, ACCTMNT FOR THE ACCOUNT MASTER)    *
      * APPENDS ONE OF THESE FOR EVERY APPLIED ACTION -               *
      * PROGRAM, DATE/TIME, ACTION CODE, KEY, AND THE BEFORE AND      *
      * AFTER IMAGES - SO "WHO CHANGED THIS AND WHEN" IS A FILE       *
      * SEARCH INSTEAD OF AN AFTERNOON PAGING THROUGH PRINTED         *
      * REGISTERS.                                                    *
      * EVERY WRITER COPIES THIS MEMBER UNDER ITS FD INSTEAD OF       *
      * HAND-ROLLING ITS OWN LAYOUT. THE FILE PATH COMES FROM THE     *
      * CHGHIST_PATH ENVIRONMENT VARIABLE, OR <data dir>/CHGHIST      *
      * WHEN NONE IS SET - PROJ7 POINTS THE WHOLE NIGHTLY CHAIN AT    *
      * ONE COMMON FILE. CHGINQ IS THE INQUIRY REPORT OVER IT.        *
      *                                                               *
      * CHG-OPERATOR-ID IS THE OPERATOR WHOSE MAINTENANCE TRANSACTION *
      * MADE THE CHANGE (SEE copybooks/OPERAUTH.CPY). CHG-APPROVER-ID *
      * IS THE SECOND OPERATOR WHO APPROVED IT WHEN THE CHANGE WAS    *
      * OVER ITS PROGRAM'S DUAL-APPROVAL LIMIT. BOTH ARE BLANK ON     *
      * CHANGES A PROGRAM MAKES ON ITS OWN ACCOUNT (ROPCALC, ITEMPURG *
      * AND THE LIKE) AND ON RECORDS WRITTEN BEFORE THEY EXISTED.     *
      *****************************************************************
       01  CHGHIST-RECORD.
           05  CHG-PROGRAM-ID      PIC X(08).
           05  CHG-KEY             PIC X(10).
           05  CHG-BEFORE-IMAGE    PIC X(40).
           05  CHG-AFTER-IMAGE     PIC X(40).
           05  CHG-OPERATOR-ID     PIC X(08).
           05  CHG-APPROVER-ID     PIC X(08).
