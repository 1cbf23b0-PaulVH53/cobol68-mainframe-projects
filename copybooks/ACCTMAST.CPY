      *****************************************************************
      * ACCTMAST: THE ACCOUNT BALANCE MASTER, KEYED ON THE ACCOUNT    *
      * CODE. PROJ1 POSTS EACH RUN'S ACCOUNT SUBTOTALS INTO IT AND    *
      * REJECTS ANY CALCIN PAIR WHOSE ACCOUNT IS NOT ON IT, OR IS     *
      * FROZEN OR CLOSED. ACCTMNT IS THE ONLY PROGRAM THAT OPENS,     *
      * RENAMES, FREEZES, UNFREEZES OR CLOSES AN ACCOUNT, AND DORMRPT *
      * LISTS THE OPEN ACCOUNTS NOTHING HAS POSTED TO FOR A WHILE.    *
      *                                                               *
      * AB-STATUS: 'O' OPEN, 'F' FROZEN (NOTHING POSTS UNTIL IT IS    *
      * UNFROZEN), 'C' CLOSED (FOR GOOD - THE RECORD STAYS ON FILE AS *
      * THE HISTORY OF THE ACCOUNT). A BLANK STATUS READS AS OPEN.    *
      * AB-LAST-POSTED IS BLANK UNTIL THE FIRST POSTING, AND          *
      * AB-OPENED-DATE IS THE DATE ACCTMNT ADDED THE ACCOUNT.         *
      *                                                               *
      * EVERY PROGRAM COPIES THIS MEMBER UNDER ITS FD INSTEAD OF      *
      * HAND-ROLLING ITS OWN LAYOUT. THE FILE LIVES IN PROJ1'S DATA   *
      * DIRECTORY AS ACCTMAST.                                        *
      *****************************************************************
       01  AB-RECORD.
           05  AB-ACCOUNT-CODE     PIC X(06).
           05  AB-PRIOR-BALANCE    PIC S9(13)V99 SIGN IS TRAILING
                                      SEPARATE.
           05  AB-CURR-BALANCE     PIC S9(13)V99 SIGN IS TRAILING
                                      SEPARATE.
           05  AB-LAST-POSTED      PIC X(08).
           05  AB-STATUS           PIC X(01).
           05  AB-ACCOUNT-NAME     PIC X(30).
           05  AB-OPENED-DATE      PIC X(08).
