      *****************************************************************
      * BUNDLOG: THE REPORT BUNDLE DELIVERY LOG. RPTBUNDL APPENDS ONE *
      * OF THESE FOR EVERY REPORT ON EVERY RECIPIENT'S DISTRIBUTION   *
      * LIST EACH NIGHT IT ASSEMBLES THE BUNDLES - WHETHER THE REPORT *
      * WENT OUT OR NOT - SO "DID STORES GET LAST TUESDAY'S REORDER   *
      * REPORT" IS ANSWERED FROM THE LOG (SEE DLVRINQ) RATHER THAN    *
      * FROM ANYONE'S MEMORY OF THE PRINT ROOM.                       *
      *                                                               *
      * BL-BUSINESS-DATE IS THE NIGHT THE CHAIN RAN FOR (RUN_DATE     *
      * WHEN PROJ7 SETS IT); BL-RUN-DATE AND BL-RUN-TIME ARE THE      *
      * CLOCK WHEN THE BUNDLE WAS ASSEMBLED.                          *
      *                                                               *
      * BL-STATUS:                                                    *
      *   'DELIVERED'    THE REPORT WAS BOUND INTO THE BUNDLE.        *
      *   'NOT PRODUCED' NO SUCH REPORT FILE WAS ON DISK.             *
      *   'STALE'        THE FILE ON DISK IS AN EARLIER NIGHT'S -     *
      *                  ITS STEP DID NOT RERUN IT - SO IT WAS LEFT   *
      *                  OUT.                                         *
      *   'EMPTY'        THE FILE WAS PRODUCED WITH NOTHING ON IT.    *
      *                                                               *
      * THE FILE LIVES IN PROJ7'S DATA DIRECTORY AS BUNDLE.LOG.       *
      *****************************************************************
       01  BL-RECORD.
           05  BL-BUSINESS-DATE    PIC X(08).
           05  BL-RUN-DATE         PIC X(08).
           05  BL-RUN-TIME         PIC X(06).
           05  BL-RECIPIENT        PIC X(08).
           05  BL-REPORT-ID        PIC X(08).
           05  BL-REPORT-TITLE     PIC X(30).
           05  BL-PAGES            PIC 9(04).
           05  BL-STATUS           PIC X(12).
               88  BL-DELIVERED          VALUE 'DELIVERED'.
               88  BL-NOT-PRODUCED       VALUE 'NOT PRODUCED'.
               88  BL-STALE              VALUE 'STALE'.
               88  BL-EMPTY              VALUE 'EMPTY'.
