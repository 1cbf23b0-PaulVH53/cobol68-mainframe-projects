      *****************************************************************
      * VARCASE: THE VARIANCE CASE FILE. PROJ3 OPENS ONE CASE FOR     *
      * EVERY FIGURE THAT BREACHES ITS DEPARTMENT'S CRITICAL BAND,    *
      * KEYED BY DEPARTMENT, THE RUN DATE IT WAS RAISED ON AND A      *
      * SEQUENCE WITHIN THAT DEPARTMENT AND DATE, CARRYING THE        *
      * VARIANCE AMOUNT AND THE BAND IT BROKE. CASERES CLOSES CASES   *
      * FROM THE RESOLUTION FILE THE DEPARTMENTS SEND BACK, STAMPING  *
      * THE CLOSE DATE, A CAUSE CODE AND A COMMENT, AND CASEAGE AGES  *
      * THE CASES STILL OPEN EVERY WEEK.                              *
      *                                                               *
      * VCS-BAND IS THE BAND BROKEN ('C' CRITICAL) AND VCS-BAND-LIMIT *
      * AND VCS-BAND-OWNER THE LIMIT IN FORCE AND WHOSE IT WAS.       *
      * VCS-STATUS IS 'O' OPEN OR 'C' CLOSED. CLOSED CASES STAY ON    *
      * THE FILE AS THE RECORD OF WHAT EACH BREACH TURNED OUT TO BE.  *
      * EVERY READER COPIES THIS MEMBER UNDER ITS FD INSTEAD OF       *
      * HAND-ROLLING ITS OWN LAYOUT. THE FILE LIVES IN PROJ3'S DATA   *
      * DIRECTORY AS VARCASES.                                        *
      *****************************************************************
       01  VCS-RECORD.
           05  VCS-KEY.
               10  VCS-DEPT        PIC X(03).
               10  VCS-OPEN-DATE   PIC X(08).
               10  VCS-SEQ         PIC 9(03).
           05  VCS-STATUS          PIC X(01).
           05  VCS-AMOUNT          PIC S9(05)
                                    SIGN IS LEADING SEPARATE.
           05  VCS-MAGNITUDE       PIC 9(05).
           05  VCS-BAND            PIC X(01).
           05  VCS-BAND-LIMIT      PIC 9(05).
           05  VCS-BAND-OWNER      PIC X(06).
           05  VCS-CLOSE-DATE      PIC X(08).
           05  VCS-CAUSE-CODE      PIC X(04).
           05  VCS-COMMENT         PIC X(40).
