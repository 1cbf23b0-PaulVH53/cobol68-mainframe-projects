      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(ACCTMNT)                        *
      * PURPOSE: ACCOUNT MASTER MAINTENANCE. APPLIES ADD, CHANGE,     *
      * FREEZE, UNFREEZE AND CLOSE TRANSACTIONS FROM data/ACCTMAINT   *
      * TO THE ACCTMAST BALANCE MASTER PROJ1 POSTS INTO, IN THE STYLE *
      * OF VENDMNT AND DEPTMNT, WITH EVERY ACCOUNT TOUCHED PRINTED ON *
      * A BEFORE/AFTER REGISTER. PROJ1 REJECTS EVERY CALCIN PAIR FOR  *
      * AN ACCOUNT THIS PROGRAM HAS NOT OPENED, OR HAS FROZEN OR      *
      * CLOSED.                                                       *
      *                                                               *
      * ACTIONS: A ADD (AT-ACCOUNT-NAME REQUIRED - THE ACCOUNT OPENS  *
      * WITH ZERO BALANCES), C CHANGE (AT-ACCOUNT-NAME), F FREEZE AN  *
      * OPEN ACCOUNT, U UNFREEZE A FROZEN ONE, X CLOSE AN OPEN OR     *
      * FROZEN ACCOUNT WHOSE BALANCE IS ZERO. A CLOSED ACCOUNT STAYS  *
      * ON THE MASTER AND TAKES NO FURTHER MAINTENANCE.               *
      *                                                               *
      * EVERY TRANSACTION CARRIES THE KEYING OPERATOR'S ID, WHICH     *
      * MUST BE AUTHORIZED FOR ACCTMNT AND THE ACTION ON THE CENTRAL  *
      * OPERAUTH FILE - AN UNAUTHORIZED TRANSACTION IS REJECTED ONTO  *
      * THE REGISTER. EVERY APPLIED ACTION IS APPENDED TO CHGHIST     *
      * WITH THE OPERATOR WHO KEYED IT.                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * THIS PROGRAM WORKS THE SAME DATA DIRECTORY AS PROJ1, SO IT    *
      * RESOLVES ITS PATHS THROUGH THE SAME PROJ1_DATA_DIR            *
      * ENVIRONMENT VARIABLE - SEE 005-RESOLVE-DATA-PATHS.            *
      *                                                               *
      * ACCTMAST-FILE IS PROJ1'S INDEXED BALANCE MASTER, UPDATED IN   *
      * PLACE BY KEY RATHER THAN LOADED AND REWRITTEN, SO A RUN       *
      * TOUCHES ONLY THE ACCOUNTS ITS TRANSACTIONS NAME.              *
      *****************************************************************
           SELECT ACCTMAST-FILE ASSIGN DYNAMIC WS-ACCTMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AB-ACCOUNT-CODE
               FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT ACCTMAINT-FILE ASSIGN DYNAMIC WS-ACCTMAINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTMAINT-STATUS.
           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
      * CHGHIST-FILE: THE COMMON MASTER-CHANGE HISTORY - SEE         *
      * copybooks/CHGHIST.CPY. ONE RECORD APPENDED PER APPLIED       *
      * ACTION.                                                      *
      *****************************************************************
           SELECT CHGHIST-FILE ASSIGN DYNAMIC WS-CHGHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGHIST-STATUS.
      *****************************************************************
      * OPERAUTH-FILE: THE CENTRAL OPERATOR AUTHORIZATION FILE - SEE *
      * copybooks/OPERAUTH.CPY. ONLY THE ACCTMNT RECORDS ARE LOADED. *
      *****************************************************************
           SELECT OPERAUTH-FILE ASSIGN DYNAMIC WS-OPERAUTH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * ACCTMAST-FILE: SEE copybooks/ACCTMAST.CPY.                    *
      *****************************************************************
       FD  ACCTMAST-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY ACCTMAST.

      *****************************************************************
      * ACCTMAINT-FILE: ONE MAINTENANCE TRANSACTION PER RECORD.       *
      * AT-ACCOUNT-NAME IS READ ON AN ADD OR CHANGE ONLY.             *
      *****************************************************************
       FD  ACCTMAINT-FILE
           RECORDING MODE IS F.

       01  AT-RECORD.
           05  AT-ACTION            PIC X(01).
           05  AT-ACCOUNT-CODE      PIC X(06).
           05  AT-ACCOUNT-NAME      PIC X(30).
      *****************************************************************
      * AT-OPERATOR-ID: THE OPERATOR WHO KEYED THE TRANSACTION.       *
      *****************************************************************
           05  AT-OPERATOR-ID       PIC X(08).
      *****************************************************************
      * REGISTER-FILE: THE PRINTED BEFORE/AFTER REGISTER OF EVERY     *
      * ACCOUNT TOUCHED, IN THE STYLE OF VENDMNT'S REGISTER-FILE.     *
      *****************************************************************
       FD  REGISTER-FILE
           RECORDING MODE IS F.

       01  REGISTER-RECORD           PIC X(132).

       FD  CHGHIST-FILE
           RECORDING MODE IS F.

       COPY CHGHIST.

       FD  OPERAUTH-FILE
           RECORDING MODE IS F.

       COPY OPERAUTH.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ACCTMAST-STATUS    PIC XX.
           05  WS-ACCTMAINT-STATUS   PIC XX.
           05  WS-OPERAUTH-STATUS    PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-MAINT-EOF-FLAG     PIC X          VALUE 'N'.
               88  MAINT-EOF         VALUE 'Y'.
           05  WS-OPERAUTH-EOF-FLAG  PIC X          VALUE 'N'.
               88  OPERAUTH-EOF      VALUE 'Y'.
           05  WS-AUTH-FOUND-FLAG    PIC X          VALUE 'N'.
               88  OPERATOR-AUTHORIZED VALUE 'Y'.

      *****************************************************************
      * WS-AUTH-TABLE: THE OPERATORS AUTHORIZED FOR ACCTMNT AND THE  *
      * ACTION EACH MAY KEY ('*' = ANY), LOADED FROM OPERAUTH.       *
      *****************************************************************
       01  WS-AUTH-TABLE.
           05  WS-AUTH-COUNT        PIC 9(03) COMP VALUE ZERO.
           05  WS-AUTH-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-AUTH-COUNT
                       INDEXED BY WS-AUTH-IDX.
               10  WS-AUTH-OPERATOR-ID PIC X(08).
               10  WS-AUTH-ACTION      PIC X(01).

       01  WS-LOOKUP-FIELDS.
           05  WS-LOOKUP-CODE       PIC X(06)     VALUE SPACES.
           05  WS-LOOKUP-FOUND-FLAG PIC X         VALUE 'N'.
               88  LOOKUP-FOUND     VALUE 'Y'.

      *****************************************************************
      * WS-MAINT-WORK-FIELDS: THE ACCOUNT IMAGE BEFORE AND AFTER THE  *
      * ACTION IN HAND, FOR THE REGISTER LINE - NAME, STATUS AND THE  *
      * CURRENT BALANCE.                                              *
      *****************************************************************
       01  WS-MAINT-WORK-FIELDS.
           05  WS-BEFORE-IMAGE      PIC X(40)      VALUE SPACES.
           05  WS-AFTER-IMAGE       PIC X(40)      VALUE SPACES.
           05  WS-IMAGE-BALANCE     PIC -Z(12)9.99.

      *****************************************************************
      * WS-ACTION-COUNTS: APPLIED/REJECTED PER ACTION CODE FOR THE    *
      * END-OF-RUN TRAILER.                                           *
      *****************************************************************
       01  WS-ACTION-COUNTS.
           05  WS-ADD-APPLIED       PIC 9(05) COMP VALUE ZERO.
           05  WS-ADD-REJECTED      PIC 9(05) COMP VALUE ZERO.
           05  WS-CHG-APPLIED       PIC 9(05) COMP VALUE ZERO.
           05  WS-CHG-REJECTED      PIC 9(05) COMP VALUE ZERO.
           05  WS-FRZ-APPLIED       PIC 9(05) COMP VALUE ZERO.
           05  WS-FRZ-REJECTED      PIC 9(05) COMP VALUE ZERO.
           05  WS-UNF-APPLIED       PIC 9(05) COMP VALUE ZERO.
           05  WS-UNF-REJECTED      PIC 9(05) COMP VALUE ZERO.
           05  WS-CLS-APPLIED       PIC 9(05) COMP VALUE ZERO.
           05  WS-CLS-REJECTED      PIC 9(05) COMP VALUE ZERO.
           05  WS-AUTH-REJECTED     PIC 9(05) COMP VALUE ZERO.
           05  WS-BAD-ACTION        PIC 9(05) COMP VALUE ZERO.

      *****************************************************************
      * WS-CHGHIST-FIELDS: SUPPORT THE COMMON CHANGE-HISTORY RECORD.  *
      *****************************************************************
       01  WS-CHGHIST-FIELDS.
           05  WS-CHGHIST-STATUS     PIC XX.
           05  WS-CHGHIST-PATH       PIC X(80)      VALUE SPACES.
           05  WS-CHG-TIME           PIC 9(08)      VALUE ZERO.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE-TEXT      PIC X(08)      VALUE ZEROS.
           05  WS-RUN-DATE-DISPLAY   PIC X(10)      VALUE SPACES.

       77  WS-CHAIN-RUN-DATE        PIC X(08)      VALUE SPACES.

       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NUM           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-ON-PAGE      PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE     PIC 9(03) COMP VALUE 50.

       01  WS-UTILITY-FIELDS.
           05  WS-BLANK-LINE         PIC X(132)    VALUE SPACES.

      *****************************************************************
      * WS-DATA-PATH-FIELDS: SEE 005-RESOLVE-DATA-PATHS.              *
      *****************************************************************
       01  WS-DATA-PATH-FIELDS.
           05  WS-DATA-DIR           PIC X(60) VALUE 'data'.
           05  WS-ACCTMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-ACCTMAINT-PATH     PIC X(80) VALUE SPACES.
           05  WS-REGISTER-PATH      PIC X(80) VALUE SPACES.
           05  WS-OPERAUTH-PATH      PIC X(80) VALUE SPACES.

       01  WS-REGISTER-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- ACCOUNT MASTER MAINTENANCE REGISTER --'.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RUN DATE: '.
               10  RH-DATE-OUT     PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  RH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(40)     VALUE SPACES.
           05  RH-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'ACTION'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(7)      VALUE 'ACCOUNT'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(40)     VALUE 'BEFORE'.
               10  FILLER          PIC X(1)      VALUE SPACES.
               10  FILLER          PIC X(40)     VALUE 'AFTER'.
               10  FILLER          PIC X(1)      VALUE SPACES.
               10  FILLER          PIC X(20)     VALUE 'RESULT'.
               10  FILLER          PIC X(8)      VALUE 'OPERATOR'.

       01  WS-REGISTER-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-ACTION           PIC X(1).
           05  FILLER              PIC X(7)      VALUE SPACES.
           05  DL-ACCOUNT-CODE     PIC X(6).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-BEFORE           PIC X(40).
           05  FILLER              PIC X(1)      VALUE SPACES.
           05  DL-AFTER            PIC X(40).
           05  FILLER              PIC X(1)      VALUE SPACES.
           05  DL-RESULT           PIC X(20).
           05  DL-OPERATOR         PIC X(08).

       01  WS-REGISTER-COUNT-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  CL-LABEL            PIC X(24).
           05  CL-APPLIED-OUT      PIC ZZ,ZZ9.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  CL-REJECTED-OUT     PIC ZZ,ZZ9.
           05  FILLER              PIC X(87)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'ACCTMNT: ACCOUNT MASTER MAINTENANCE'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-SET-RUN-DATE
               THRU 060-SET-RUN-DATE-EXIT.
           PERFORM 040-OPEN-ACCOUNT-MASTER
               THRU 040-OPEN-ACCOUNT-MASTER-EXIT.
           PERFORM 070-LOAD-OPERATOR-AUTHORITY
               THRU 070-LOAD-OPERATOR-AUTHORITY-EXIT.

           OPEN OUTPUT REGISTER-FILE.
           PERFORM 100-WRITE-REGISTER-HEADERS
               THRU 100-WRITE-REGISTER-HEADERS-EXIT.
           PERFORM 080-OPEN-CHANGE-HISTORY
               THRU 080-OPEN-CHANGE-HISTORY-EXIT.

           OPEN INPUT ACCTMAINT-FILE.
           IF WS-ACCTMAINT-STATUS NOT = '00'
               DISPLAY 'NO ACCTMAINT FILE FOUND - NOTHING TO APPLY'
               MOVE 'Y' TO WS-MAINT-EOF-FLAG
           ELSE
               PERFORM 200-APPLY-MAINTENANCE
                   UNTIL MAINT-EOF
               CLOSE ACCTMAINT-FILE.

           PERFORM 700-WRITE-REGISTER-TRAILER
               THRU 700-WRITE-REGISTER-TRAILER-EXIT.
           CLOSE ACCTMAST-FILE.
           CLOSE REGISTER-FILE.
           CLOSE CHGHIST-FILE.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'ACCTMNT: ACCOUNT MAINTENANCE RUN ENDED'.
           GOBACK.

      *****************************************************************
      * 005-RESOLVE-DATA-PATHS: BUILDS EACH DATA FILE'S PATH FROM     *
      * WS-DATA-DIR, WHICH DEFAULTS TO "data" BUT IS OVERRIDDEN BY    *
      * THE PROJ1_DATA_DIR ENVIRONMENT VARIABLE WHEN ONE IS SET.      *
      *****************************************************************
       005-RESOLVE-DATA-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT 'PROJ1_DATA_DIR'.
           IF WS-DATA-DIR = SPACES
               MOVE 'data' TO WS-DATA-DIR.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/ACCTMAST' DELIMITED BY SIZE
               INTO WS-ACCTMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/ACCTMAINT' DELIMITED BY SIZE
               INTO WS-ACCTMAINT-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/ACCTMAINT.REGISTER' DELIMITED BY SIZE
               INTO WS-REGISTER-PATH.
           ACCEPT WS-CHGHIST-PATH FROM ENVIRONMENT 'CHGHIST_PATH'.
           IF WS-CHGHIST-PATH = SPACES
               STRING WS-DATA-DIR DELIMITED BY SPACE
                       '/CHGHIST' DELIMITED BY SIZE
                   INTO WS-CHGHIST-PATH.
           ACCEPT WS-OPERAUTH-PATH FROM ENVIRONMENT 'OPERAUTH_PATH'.
           IF WS-OPERAUTH-PATH = SPACES
               MOVE
                 '../project-007-nightly-batch-driver/data/OPERAUTH'
                   TO WS-OPERAUTH-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 040-OPEN-ACCOUNT-MASTER: OPENS THE BALANCE MASTER I-O,        *
      * CREATING IT EMPTY ON THE FIRST-EVER RUN WITH THE SAME OPEN    *
      * OUTPUT BOOTSTRAP PROJ1'S OPEN-ACCOUNT-MASTER USES.            *
      *****************************************************************
       040-OPEN-ACCOUNT-MASTER.
           OPEN I-O ACCTMAST-FILE.
           IF WS-ACCTMAST-STATUS = '05' OR WS-ACCTMAST-STATUS = '35'
               DISPLAY 'NO ACCOUNT MASTER FOUND - CREATING EMPTY '
                   'FILE'
               OPEN OUTPUT ACCTMAST-FILE
               CLOSE ACCTMAST-FILE
               OPEN I-O ACCTMAST-FILE.
       040-OPEN-ACCOUNT-MASTER-EXIT.
           EXIT.

      *****************************************************************
      * 060-SET-RUN-DATE: THE RUN DATE IS TODAY, OR A CHAINED RUN'S   *
      * RUN_DATE. IT STAMPS THE OPENED DATE OF EVERY ACCOUNT ADDED.   *
      *****************************************************************
       060-SET-RUN-DATE.
           ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD.
           ACCEPT WS-CHAIN-RUN-DATE FROM ENVIRONMENT 'RUN_DATE'.
           IF WS-CHAIN-RUN-DATE NOT = SPACES
               MOVE WS-CHAIN-RUN-DATE TO WS-RUN-DATE-TEXT.
           STRING WS-RUN-DATE-TEXT (1:4) '-' WS-RUN-DATE-TEXT (5:2)
                   '-' WS-RUN-DATE-TEXT (7:2)
               INTO WS-RUN-DATE-DISPLAY.
       060-SET-RUN-DATE-EXIT.
           EXIT.

      *****************************************************************
      * 070-LOAD-OPERATOR-AUTHORITY: LOADS THE ACCTMNT RECORDS OF    *
      * THE CENTRAL OPERAUTH FILE. A MISSING FILE AUTHORIZES NOBODY  *
      * - EVERY TRANSACTION WILL REJECT.                             *
      *****************************************************************
       070-LOAD-OPERATOR-AUTHORITY.
           OPEN INPUT OPERAUTH-FILE.
           IF WS-OPERAUTH-STATUS NOT = '00'
               DISPLAY 'NO OPERAUTH FILE FOUND - EVERY ACCOUNT '
                   'TRANSACTION WILL REJECT'
               GO TO 070-LOAD-OPERATOR-AUTHORITY-EXIT.
           PERFORM 075-LOAD-ONE-AUTHORITY
               UNTIL OPERAUTH-EOF.
           CLOSE OPERAUTH-FILE.
       070-LOAD-OPERATOR-AUTHORITY-EXIT.
           EXIT.

       075-LOAD-ONE-AUTHORITY.
           READ OPERAUTH-FILE
               AT END
                   MOVE 'Y' TO WS-OPERAUTH-EOF-FLAG
               NOT AT END
                   IF OPA-PROGRAM-ID = 'ACCTMNT '
                           AND WS-AUTH-COUNT < 100
                       ADD 1 TO WS-AUTH-COUNT
                       MOVE OPA-OPERATOR-ID TO
                           WS-AUTH-OPERATOR-ID (WS-AUTH-COUNT)
                       MOVE OPA-ACTION TO
                           WS-AUTH-ACTION (WS-AUTH-COUNT)
                   END-IF.

      *****************************************************************
      * 080-OPEN-CHANGE-HISTORY: OPENS THE COMMON CHANGE-HISTORY     *
      * FILE EXTEND FOR THE RUN, WITH THE SAME BOOTSTRAP THE         *
      * OPSTATS WRITERS USE.                                         *
      *****************************************************************
       080-OPEN-CHANGE-HISTORY.
           ACCEPT WS-CHG-TIME FROM TIME.
           OPEN EXTEND CHGHIST-FILE.
           IF WS-CHGHIST-STATUS = '05' OR WS-CHGHIST-STATUS = '35'
               OPEN OUTPUT CHGHIST-FILE.
       080-OPEN-CHANGE-HISTORY-EXIT.
           EXIT.

      *****************************************************************
      * 200-APPLY-MAINTENANCE: READS ONE ACCTMAINT TRANSACTION AND    *
      * DISPATCHES IT - THE SAME SHAPE AS VENDMNT'S                   *
      * 200-APPLY-MAINTENANCE.                                        *
      *****************************************************************
       200-APPLY-MAINTENANCE.
           READ ACCTMAINT-FILE
               AT END
                   MOVE 'Y' TO WS-MAINT-EOF-FLAG
               NOT AT END
                   PERFORM 210-PROCESS-MAINT-RECORD
                       THRU 210-PROCESS-MAINT-RECORD-EXIT.

       210-PROCESS-MAINT-RECORD.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           MOVE AT-ACCOUNT-CODE TO WS-LOOKUP-CODE.
           PERFORM 215-CHECK-OPERATOR-AUTHORITY
               THRU 215-CHECK-OPERATOR-AUTHORITY-EXIT.
           IF NOT OPERATOR-AUTHORIZED
               ADD 1 TO WS-AUTH-REJECTED
               PERFORM 300-WRITE-REGISTER-LINE
                   THRU 300-WRITE-REGISTER-LINE-EXIT
               GO TO 210-PROCESS-MAINT-RECORD-EXIT.
           IF AT-ACTION = 'A'
               PERFORM 220-ADD-ACCOUNT
                   THRU 220-ADD-ACCOUNT-EXIT
           ELSE IF AT-ACTION = 'C'
               PERFORM 230-CHANGE-ACCOUNT
                   THRU 230-CHANGE-ACCOUNT-EXIT
           ELSE IF AT-ACTION = 'F'
               PERFORM 240-FREEZE-ACCOUNT
                   THRU 240-FREEZE-ACCOUNT-EXIT
           ELSE IF AT-ACTION = 'U'
               PERFORM 250-UNFREEZE-ACCOUNT
                   THRU 250-UNFREEZE-ACCOUNT-EXIT
           ELSE IF AT-ACTION = 'X'
               PERFORM 260-CLOSE-ACCOUNT
                   THRU 260-CLOSE-ACCOUNT-EXIT
           ELSE
               DISPLAY '  MAINT ERROR: INVALID ACTION CODE "'
                   AT-ACTION '".'
               ADD 1 TO WS-BAD-ACTION
               MOVE 'INVALID ACTION CODE ' TO DL-RESULT
               PERFORM 300-WRITE-REGISTER-LINE
                   THRU 300-WRITE-REGISTER-LINE-EXIT.
       210-PROCESS-MAINT-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * 215-CHECK-OPERATOR-AUTHORITY: SETS OPERATOR-AUTHORIZED WHEN  *
      * THE TRANSACTION CARRIES AN OPERATOR ID THAT OPERAUTH ALLOWS  *
      * TO KEY AT-ACTION IN ACCTMNT. OTHERWISE DL-RESULT SAYS WHY.   *
      *****************************************************************
       215-CHECK-OPERATOR-AUTHORITY.
           MOVE 'N' TO WS-AUTH-FOUND-FLAG.
           IF AT-OPERATOR-ID = SPACES
               DISPLAY '  MAINT ERROR: NO OPERATOR ID ON '
                   AT-ACCOUNT-CODE '.'
               MOVE 'AUTH: NO OPERATOR ID' TO DL-RESULT
               GO TO 215-CHECK-OPERATOR-AUTHORITY-EXIT.
           IF WS-AUTH-COUNT > ZERO
               SET WS-AUTH-IDX TO 1
               SEARCH WS-AUTH-ENTRY
                   WHEN WS-AUTH-OPERATOR-ID (WS-AUTH-IDX) =
                           AT-OPERATOR-ID
                       AND (WS-AUTH-ACTION (WS-AUTH-IDX) = AT-ACTION
                         OR WS-AUTH-ACTION (WS-AUTH-IDX) = '*')
                       MOVE 'Y' TO WS-AUTH-FOUND-FLAG.
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY '  MAINT ERROR: OPERATOR ' AT-OPERATOR-ID
                   ' NOT AUTHORIZED FOR ACTION "' AT-ACTION '".'
               MOVE 'AUTH: NOT AUTHORIZED' TO DL-RESULT.
       215-CHECK-OPERATOR-AUTHORITY-EXIT.
           EXIT.

      *****************************************************************
      * 220-ADD-ACCOUNT: OPENS A NEW ACCOUNT WITH ZERO BALANCES,      *
      * NOTHING POSTED YET, AND THE RUN DATE AS ITS OPENED DATE.      *
      *****************************************************************
       220-ADD-ACCOUNT.
           PERFORM 270-READ-ACCOUNT
               THRU 270-READ-ACCOUNT-EXIT.
           IF LOOKUP-FOUND
               ADD 1 TO WS-ADD-REJECTED
               PERFORM 290-CAPTURE-BEFORE-IMAGE
                   THRU 290-CAPTURE-BEFORE-IMAGE-EXIT
               MOVE 'ADD: ALREADY EXISTS ' TO DL-RESULT
           ELSE IF AT-ACCOUNT-CODE = SPACES
               ADD 1 TO WS-ADD-REJECTED
               MOVE 'ADD: CODE IS BLANK  ' TO DL-RESULT
           ELSE IF AT-ACCOUNT-NAME = SPACES
               ADD 1 TO WS-ADD-REJECTED
               MOVE 'ADD: NAME IS BLANK  ' TO DL-RESULT
           ELSE
               MOVE AT-ACCOUNT-CODE TO AB-ACCOUNT-CODE
               MOVE ZERO TO AB-PRIOR-BALANCE
               MOVE ZERO TO AB-CURR-BALANCE
               MOVE SPACES TO AB-LAST-POSTED
               MOVE 'O' TO AB-STATUS
               MOVE AT-ACCOUNT-NAME TO AB-ACCOUNT-NAME
               MOVE WS-RUN-DATE-TEXT TO AB-OPENED-DATE
               WRITE AB-RECORD
                   INVALID KEY
                       DISPLAY '  MAINT ERROR: WRITE FAILED ON '
                           AT-ACCOUNT-CODE ' - STATUS '
                           WS-ACCTMAST-STATUS
               END-WRITE
               IF WS-ACCTMAST-STATUS = '00'
                   ADD 1 TO WS-ADD-APPLIED
                   PERFORM 295-CAPTURE-AFTER-IMAGE
                       THRU 295-CAPTURE-AFTER-IMAGE-EXIT
                   MOVE 'APPLIED             ' TO DL-RESULT
               ELSE
                   ADD 1 TO WS-ADD-REJECTED
                   MOVE 'ADD: WRITE FAILED   ' TO DL-RESULT
               END-IF.
           PERFORM 300-WRITE-REGISTER-LINE
               THRU 300-WRITE-REGISTER-LINE-EXIT.
       220-ADD-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * 230-CHANGE-ACCOUNT: RENAMES AN ACCOUNT THAT IS NOT CLOSED.    *
      *****************************************************************
       230-CHANGE-ACCOUNT.
           PERFORM 270-READ-ACCOUNT
               THRU 270-READ-ACCOUNT-EXIT.
           IF NOT LOOKUP-FOUND
               ADD 1 TO WS-CHG-REJECTED
               MOVE 'CHANGE: NOT FOUND   ' TO DL-RESULT
           ELSE IF AT-ACCOUNT-NAME = SPACES
               ADD 1 TO WS-CHG-REJECTED
               PERFORM 290-CAPTURE-BEFORE-IMAGE
                   THRU 290-CAPTURE-BEFORE-IMAGE-EXIT
               MOVE 'CHANGE: NAME BLANK  ' TO DL-RESULT
           ELSE IF AB-STATUS = 'C'
               ADD 1 TO WS-CHG-REJECTED
               PERFORM 290-CAPTURE-BEFORE-IMAGE
                   THRU 290-CAPTURE-BEFORE-IMAGE-EXIT
               MOVE 'CHANGE: CLOSED      ' TO DL-RESULT
           ELSE
               PERFORM 290-CAPTURE-BEFORE-IMAGE
                   THRU 290-CAPTURE-BEFORE-IMAGE-EXIT
               MOVE AT-ACCOUNT-NAME TO AB-ACCOUNT-NAME
               PERFORM 280-REWRITE-ACCOUNT
                   THRU 280-REWRITE-ACCOUNT-EXIT
               IF DL-RESULT (1:7) = 'APPLIED'
                   ADD 1 TO WS-CHG-APPLIED
               ELSE
                   ADD 1 TO WS-CHG-REJECTED
               END-IF.
           PERFORM 300-WRITE-REGISTER-LINE
               THRU 300-WRITE-REGISTER-LINE-EXIT.
       230-CHANGE-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * 240-FREEZE-ACCOUNT: STOPS POSTING TO AN OPEN ACCOUNT. A BLANK *
      * STATUS READS AS OPEN.                                         *
      *****************************************************************
       240-FREEZE-ACCOUNT.
           PERFORM 270-READ-ACCOUNT
               THRU 270-READ-ACCOUNT-EXIT.
           IF NOT LOOKUP-FOUND
               ADD 1 TO WS-FRZ-REJECTED
               MOVE 'FREEZE: NOT FOUND   ' TO DL-RESULT
           ELSE IF AB-STATUS = 'F' OR AB-STATUS = 'C'
               ADD 1 TO WS-FRZ-REJECTED
               PERFORM 290-CAPTURE-BEFORE-IMAGE
                   THRU 290-CAPTURE-BEFORE-IMAGE-EXIT
               MOVE 'FREEZE: NOT OPEN    ' TO DL-RESULT
           ELSE
               PERFORM 290-CAPTURE-BEFORE-IMAGE
                   THRU 290-CAPTURE-BEFORE-IMAGE-EXIT
               MOVE 'F' TO AB-STATUS
               PERFORM 280-REWRITE-ACCOUNT
                   THRU 280-REWRITE-ACCOUNT-EXIT
               IF DL-RESULT (1:7) = 'APPLIED'
                   ADD 1 TO WS-FRZ-APPLIED
               ELSE
                   ADD 1 TO WS-FRZ-REJECTED
               END-IF.
           PERFORM 300-WRITE-REGISTER-LINE
               THRU 300-WRITE-REGISTER-LINE-EXIT.
       240-FREEZE-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * 250-UNFREEZE-ACCOUNT: RETURNS A FROZEN ACCOUNT TO OPEN.       *
      *****************************************************************
       250-UNFREEZE-ACCOUNT.
           PERFORM 270-READ-ACCOUNT
               THRU 270-READ-ACCOUNT-EXIT.
           IF NOT LOOKUP-FOUND
               ADD 1 TO WS-UNF-REJECTED
               MOVE 'UNFREEZE: NOT FOUND ' TO DL-RESULT
           ELSE IF AB-STATUS NOT = 'F'
               ADD 1 TO WS-UNF-REJECTED
               PERFORM 290-CAPTURE-BEFORE-IMAGE
                   THRU 290-CAPTURE-BEFORE-IMAGE-EXIT
               MOVE 'UNFREEZE: NOT FROZEN' TO DL-RESULT
           ELSE
               PERFORM 290-CAPTURE-BEFORE-IMAGE
                   THRU 290-CAPTURE-BEFORE-IMAGE-EXIT
               MOVE 'O' TO AB-STATUS
               PERFORM 280-REWRITE-ACCOUNT
                   THRU 280-REWRITE-ACCOUNT-EXIT
               IF DL-RESULT (1:7) = 'APPLIED'
                   ADD 1 TO WS-UNF-APPLIED
               ELSE
                   ADD 1 TO WS-UNF-REJECTED
               END-IF.
           PERFORM 300-WRITE-REGISTER-LINE
               THRU 300-WRITE-REGISTER-LINE-EXIT.
       250-UNFREEZE-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * 260-CLOSE-ACCOUNT: CLOSES AN OPEN OR FROZEN ACCOUNT FOR GOOD. *
      * AN ACCOUNT STILL CARRYING A BALANCE IS NOT CLOSED - THE       *
      * BALANCE HAS TO BE CLEARED THROUGH CALCIN FIRST, SO NO MONEY   *
      * IS LEFT STRANDED ON A CLOSED ACCOUNT.                         *
      *****************************************************************
       260-CLOSE-ACCOUNT.
           PERFORM 270-READ-ACCOUNT
               THRU 270-READ-ACCOUNT-EXIT.
           IF NOT LOOKUP-FOUND
               ADD 1 TO WS-CLS-REJECTED
               MOVE 'CLOSE: NOT FOUND    ' TO DL-RESULT
           ELSE IF AB-STATUS = 'C'
               ADD 1 TO WS-CLS-REJECTED
               PERFORM 290-CAPTURE-BEFORE-IMAGE
                   THRU 290-CAPTURE-BEFORE-IMAGE-EXIT
               MOVE 'CLOSE: IS CLOSED    ' TO DL-RESULT
           ELSE IF AB-CURR-BALANCE NOT = ZERO
               ADD 1 TO WS-CLS-REJECTED
               PERFORM 290-CAPTURE-BEFORE-IMAGE
                   THRU 290-CAPTURE-BEFORE-IMAGE-EXIT
               MOVE 'CLOSE: BALANCE NOT 0' TO DL-RESULT
           ELSE
               PERFORM 290-CAPTURE-BEFORE-IMAGE
                   THRU 290-CAPTURE-BEFORE-IMAGE-EXIT
               MOVE 'C' TO AB-STATUS
               PERFORM 280-REWRITE-ACCOUNT
                   THRU 280-REWRITE-ACCOUNT-EXIT
               IF DL-RESULT (1:7) = 'APPLIED'
                   ADD 1 TO WS-CLS-APPLIED
               ELSE
                   ADD 1 TO WS-CLS-REJECTED
               END-IF.
           PERFORM 300-WRITE-REGISTER-LINE
               THRU 300-WRITE-REGISTER-LINE-EXIT.
       260-CLOSE-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * 270-READ-ACCOUNT: READS WS-LOOKUP-CODE FROM THE MASTER BY     *
      * KEY, LEAVING THE RECORD IN AB-RECORD WHEN IT IS THERE.        *
      *****************************************************************
       270-READ-ACCOUNT.
           MOVE 'N' TO WS-LOOKUP-FOUND-FLAG.
           MOVE WS-LOOKUP-CODE TO AB-ACCOUNT-CODE.
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LOOKUP-FOUND-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOOKUP-FOUND-FLAG
           END-READ.
       270-READ-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * 280-REWRITE-ACCOUNT: REWRITES THE ACCOUNT JUST CHANGED IN     *
      * AB-RECORD AND SETS DL-RESULT FROM HOW THE REWRITE WENT.       *
      *****************************************************************
       280-REWRITE-ACCOUNT.
           REWRITE AB-RECORD
               INVALID KEY
                   DISPLAY '  MAINT ERROR: REWRITE FAILED ON '
                       AB-ACCOUNT-CODE ' - STATUS '
                       WS-ACCTMAST-STATUS
           END-REWRITE.
           IF WS-ACCTMAST-STATUS = '00'
               PERFORM 295-CAPTURE-AFTER-IMAGE
                   THRU 295-CAPTURE-AFTER-IMAGE-EXIT
               MOVE 'APPLIED             ' TO DL-RESULT
           ELSE
               MOVE 'REWRITE FAILED      ' TO DL-RESULT.
       280-REWRITE-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * 290-CAPTURE-BEFORE-IMAGE AND 295-CAPTURE-AFTER-IMAGE: THE     *
      * ACCOUNT NAME, STATUS AND CURRENT BALANCE IN AB-RECORD, FOR    *
      * THE REGISTER LINE AND THE CHANGE HISTORY.                     *
      *****************************************************************
       290-CAPTURE-BEFORE-IMAGE.
           MOVE AB-CURR-BALANCE TO WS-IMAGE-BALANCE.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           STRING AB-ACCOUNT-NAME (1:21) ' ' AB-STATUS
                   WS-IMAGE-BALANCE DELIMITED BY SIZE
               INTO WS-BEFORE-IMAGE.
       290-CAPTURE-BEFORE-IMAGE-EXIT.
           EXIT.

       295-CAPTURE-AFTER-IMAGE.
           MOVE AB-CURR-BALANCE TO WS-IMAGE-BALANCE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           STRING AB-ACCOUNT-NAME (1:21) ' ' AB-STATUS
                   WS-IMAGE-BALANCE DELIMITED BY SIZE
               INTO WS-AFTER-IMAGE.
       295-CAPTURE-AFTER-IMAGE-EXIT.
           EXIT.

       300-WRITE-REGISTER-LINE.
      *****************************************************************
      * EVERY APPLIED ACTION ALSO GOES TO THE MACHINE-READABLE       *
      * CHANGE HISTORY.                                              *
      *****************************************************************
           IF DL-RESULT (1:7) = 'APPLIED'
               PERFORM 305-WRITE-CHANGE-HISTORY
                   THRU 305-WRITE-CHANGE-HISTORY-EXIT.
           MOVE AT-ACTION TO DL-ACTION.
           MOVE AT-OPERATOR-ID TO DL-OPERATOR.
           MOVE WS-LOOKUP-CODE TO DL-ACCOUNT-CODE.
           MOVE WS-BEFORE-IMAGE TO DL-BEFORE.
           MOVE WS-AFTER-IMAGE TO DL-AFTER.
           MOVE WS-REGISTER-DETAIL-LINE TO REGISTER-RECORD.
           PERFORM 310-EMIT-REGISTER-LINE
               THRU 310-EMIT-REGISTER-LINE-EXIT.
       300-WRITE-REGISTER-LINE-EXIT.
           EXIT.

       305-WRITE-CHANGE-HISTORY.
           MOVE 'ACCTMNT '        TO CHG-PROGRAM-ID.
           MOVE WS-RUN-DATE-TEXT  TO CHG-RUN-DATE.
           MOVE WS-CHG-TIME (1:6) TO CHG-RUN-TIME.
           MOVE AT-ACTION         TO CHG-ACTION.
           MOVE WS-LOOKUP-CODE    TO CHG-KEY.
           MOVE WS-BEFORE-IMAGE   TO CHG-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE    TO CHG-AFTER-IMAGE.
           MOVE AT-OPERATOR-ID    TO CHG-OPERATOR-ID.
           MOVE SPACES            TO CHG-APPROVER-ID.
           WRITE CHGHIST-RECORD.
       305-WRITE-CHANGE-HISTORY-EXIT.
           EXIT.

       310-EMIT-REGISTER-LINE.
           WRITE REGISTER-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 100-WRITE-REGISTER-HEADERS
                   THRU 100-WRITE-REGISTER-HEADERS-EXIT.
       310-EMIT-REGISTER-LINE-EXIT.
           EXIT.

       100-WRITE-REGISTER-HEADERS.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-PAGE-NUM TO RH-PAGE-OUT.
           MOVE WS-RUN-DATE-DISPLAY TO RH-DATE-OUT.
           IF WS-PAGE-NUM > 1
               MOVE WS-BLANK-LINE TO REGISTER-RECORD
               WRITE REGISTER-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE RH-COLUMNS TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE WS-BLANK-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       100-WRITE-REGISTER-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 700-WRITE-REGISTER-TRAILER: END-OF-RUN APPLIED/REJECTED       *
      * COUNTS BY ACTION CODE.                                        *
      *****************************************************************
       700-WRITE-REGISTER-TRAILER.
           MOVE WS-BLANK-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE SPACES TO REGISTER-RECORD.
           STRING '     ACTION          APPLIED    REJECTED'
               DELIMITED BY SIZE INTO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'ADDS:                   ' TO CL-LABEL.
           MOVE WS-ADD-APPLIED TO CL-APPLIED-OUT.
           MOVE WS-ADD-REJECTED TO CL-REJECTED-OUT.
           MOVE WS-REGISTER-COUNT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'CHANGES:                ' TO CL-LABEL.
           MOVE WS-CHG-APPLIED TO CL-APPLIED-OUT.
           MOVE WS-CHG-REJECTED TO CL-REJECTED-OUT.
           MOVE WS-REGISTER-COUNT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'FREEZES:                ' TO CL-LABEL.
           MOVE WS-FRZ-APPLIED TO CL-APPLIED-OUT.
           MOVE WS-FRZ-REJECTED TO CL-REJECTED-OUT.
           MOVE WS-REGISTER-COUNT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'UNFREEZES:              ' TO CL-LABEL.
           MOVE WS-UNF-APPLIED TO CL-APPLIED-OUT.
           MOVE WS-UNF-REJECTED TO CL-REJECTED-OUT.
           MOVE WS-REGISTER-COUNT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'CLOSES:                 ' TO CL-LABEL.
           MOVE WS-CLS-APPLIED TO CL-APPLIED-OUT.
           MOVE WS-CLS-REJECTED TO CL-REJECTED-OUT.
           MOVE WS-REGISTER-COUNT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'NOT AUTHORIZED:         ' TO CL-LABEL.
           MOVE ZERO TO CL-APPLIED-OUT.
           MOVE WS-AUTH-REJECTED TO CL-REJECTED-OUT.
           MOVE WS-REGISTER-COUNT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'INVALID ACTION CODES:   ' TO CL-LABEL.
           MOVE ZERO TO CL-APPLIED-OUT.
           MOVE WS-BAD-ACTION TO CL-REJECTED-OUT.
           MOVE WS-REGISTER-COUNT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
       700-WRITE-REGISTER-TRAILER-EXIT.
           EXIT.
