      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(KITMNT)                         *
      * PURPOSE: KIT (BILL OF MATERIALS) MASTER MAINTENANCE. APPLIES  *
      * ADD/CHANGE/DELETE TRANSACTIONS FROM data/KITMAINT TO THE      *
      * KITMAST FILE, IN THE STYLE OF VENDMNT AND PRICMNT, WITH EVERY *
      * COMPONENT LINE TOUCHED PRINTED ON A BEFORE/AFTER REGISTER AND *
      * APPENDED TO THE COMMON CHANGE HISTORY. KITMAST HOLDS ONE      *
      * RECORD PER COMPONENT OF A KIT - THE KIT'S ITEM CODE, THE      *
      * COMPONENT'S ITEM CODE, AND HOW MANY OF THE COMPONENT GO INTO  *
      * ONE KIT. PROJ6 EXPLODES AN ISSUE OF A KIT INTO ISSUES OF ITS  *
      * COMPONENTS FROM THIS MASTER, AND KITAVAIL REPORTS HOW MANY    *
      * KITS EACH LOCATION'S STOCK CAN MAKE.                          *
      *                                                               *
      * ACTIONS: A ADD A COMPONENT LINE / C CHANGE A LINE'S QUANTITY  *
      * PER KIT / D DELETE A COMPONENT LINE / X DELETE THE WHOLE KIT. *
      * KITS ARE ONE LEVEL DEEP: A KIT CANNOT BE A COMPONENT OF       *
      * ANOTHER KIT, AND BOTH ITEM CODES MUST BE ON PROJ2'S ITEM      *
      * MASTER.                                                       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * THIS PROGRAM WORKS THE SAME DATA DIRECTORY AS PROJ6, SO IT    *
      * RESOLVES ITS PATHS THROUGH THE SAME PROJ6_DATA_DIR            *
      * ENVIRONMENT VARIABLE - SEE 005-RESOLVE-DATA-PATHS.            *
      *****************************************************************
           SELECT KITMAST-FILE ASSIGN DYNAMIC WS-KITMAST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KITMAST-STATUS.
           SELECT KITMAINT-FILE ASSIGN DYNAMIC WS-KITMAINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KITMAINT-STATUS.
           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
      * ITEMMAST-FILE: PROJ2'S ITEM MASTER, READ TO CONFIRM BOTH ITEM *
      * CODES ON AN ADD - THE SAME PATH RESOLUTION STOCKVAL USES      *
      * (PROJ6_ITEMMAST_PATH, DEFAULTING TO PROJ2'S OWN DATA          *
      * DIRECTORY).                                                   *
      *****************************************************************
           SELECT ITEMMAST-FILE ASSIGN DYNAMIC WS-ITEMMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
      *****************************************************************
      * CHGHIST-FILE: THE COMMON MASTER-CHANGE HISTORY - SEE         *
      * copybooks/CHGHIST.CPY. ONE RECORD APPENDED PER APPLIED       *
      * COMPONENT LINE.                                              *
      *****************************************************************
           SELECT CHGHIST-FILE ASSIGN DYNAMIC WS-CHGHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * KITMAST-FILE: THE KIT MASTER, ONE RECORD PER COMPONENT LINE,  *
      * SORTED BY KIT THEN COMPONENT.                                 *
      *****************************************************************
       FD  KITMAST-FILE
           RECORDING MODE IS F.

       01  KM-RECORD.
           05  KM-KIT-ITEM          PIC X(10).
           05  KM-COMP-ITEM         PIC X(10).
           05  KM-COMP-QTY          PIC 9(03).
      *****************************************************************
      * KITMAINT-FILE: ONE MAINTENANCE TRANSACTION PER RECORD. THE    *
      * COMPONENT AND QUANTITY ARE IGNORED ON AN X (WHOLE KIT).       *
      *****************************************************************
       FD  KITMAINT-FILE
           RECORDING MODE IS F.

       01  KT-RECORD.
           05  KT-ACTION            PIC X(01).
           05  KT-KIT-ITEM          PIC X(10).
           05  KT-COMP-ITEM         PIC X(10).
           05  KT-COMP-QTY          PIC X(03).
           05  KT-COMP-QTY-NUM      REDEFINES KT-COMP-QTY
                                    PIC 9(03).
      *****************************************************************
      * REGISTER-FILE: THE PRINTED BEFORE/AFTER REGISTER OF EVERY     *
      * COMPONENT LINE TOUCHED, IN THE STYLE OF VENDMNT'S.            *
      *****************************************************************
       FD  REGISTER-FILE
           RECORDING MODE IS F.

       01  REGISTER-RECORD           PIC X(132).

      *****************************************************************
      * ITEMMAST-FILE: SAME LAYOUT AS PROJ2'S IM-RECORD.               *
      *****************************************************************
       FD  ITEMMAST-FILE
           RECORD CONTAINS 38 CHARACTERS.

       01  IM-RECORD.
           05  IM-ITEM-CODE         PIC X(10).
           05  IM-ITEM-DESC         PIC X(20).
           05  IM-STATUS            PIC X(01).
           05  IM-CLASS             PIC X(04).
           05  IM-UOM               PIC X(03).

       FD  CHGHIST-FILE
           RECORDING MODE IS F.

       COPY CHGHIST.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-KITMAST-STATUS     PIC XX.
           05  WS-KITMAINT-STATUS    PIC XX.
           05  WS-ITEMMAST-STATUS    PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-KITMAST-EOF-FLAG   PIC X          VALUE 'N'.
               88  KITMAST-EOF       VALUE 'Y'.
           05  WS-MAINT-EOF-FLAG     PIC X          VALUE 'N'.
               88  MAINT-EOF         VALUE 'Y'.
           05  WS-KIT-OVERFLOW-FLAG  PIC X          VALUE 'N'.
               88  KIT-TABLE-OVERFLOW VALUE 'Y'.
           05  WS-ITEMMAST-OPEN-FLAG PIC X          VALUE 'N'.
               88  ITEMMAST-OPEN     VALUE 'Y'.

      *****************************************************************
      * WS-KIT-TABLE: THE KIT MASTER IN HAND. WS-KIT-KEY (KIT THEN    *
      * COMPONENT) IS KEPT IN ASCENDING ORDER FOR SEARCH ALL AND SO   *
      * THE REWRITTEN MASTER KEEPS A KIT'S LINES TOGETHER.            *
      *****************************************************************
       01  WS-KIT-TABLE.
           05  WS-KIT-COUNT         PIC 9(5) COMP VALUE ZERO.
           05  WS-KIT-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-KIT-COUNT
                       ASCENDING KEY IS WS-KIT-KEY
                       INDEXED BY WS-KIT-IDX.
               10  WS-KIT-KEY.
                   15  WS-KIT-ITEM     PIC X(10).
                   15  WS-KIT-COMP     PIC X(10).
               10  WS-KIT-COMP-QTY     PIC 9(03).

       77  WS-KIT-TABLE-MAX         PIC 9(5) COMP VALUE 200.
       77  WS-SORT-J                PIC 9(5) COMP VALUE ZERO.
       77  WS-REMOVE-J              PIC 9(5) COMP VALUE ZERO.
       77  WS-WRITE-J               PIC 9(5) COMP VALUE ZERO.
       77  WS-SCAN-J                PIC 9(5) COMP VALUE ZERO.
       77  WS-SWAP-KEY              PIC X(20)     VALUE SPACES.
       77  WS-SWAP-QTY              PIC 9(03)     VALUE ZERO.

       01  WS-LOOKUP-FIELDS.
           05  WS-LOOKUP-KEY.
               10  WS-LOOKUP-KIT    PIC X(10)     VALUE SPACES.
               10  WS-LOOKUP-COMP   PIC X(10)     VALUE SPACES.
           05  WS-LOOKUP-FOUND-FLAG PIC X         VALUE 'N'.
               88  LOOKUP-FOUND     VALUE 'Y'.
           05  WS-SCAN-ITEM         PIC X(10)     VALUE SPACES.
           05  WS-SCAN-FOUND-FLAG   PIC X         VALUE 'N'.
               88  SCAN-FOUND       VALUE 'Y'.
           05  WS-ON-MASTER-FLAG    PIC X         VALUE 'N'.
               88  ITEM-ON-MASTER   VALUE 'Y'.

      *****************************************************************
      * WS-MAINT-WORK-FIELDS: THE LINE'S QUANTITY PER KIT BEFORE AND  *
      * AFTER THE ACTION IN HAND, FOR THE REGISTER AND CHANGE         *
      * HISTORY. A BLANK IMAGE MEANS THERE WAS NO LINE ON THAT SIDE.  *
      *****************************************************************
       01  WS-MAINT-WORK-FIELDS.
           05  WS-BEFORE-IMAGE      PIC X(20)      VALUE SPACES.
           05  WS-AFTER-IMAGE       PIC X(20)      VALUE SPACES.
           05  WS-LINES-REMOVED     PIC 9(05) COMP VALUE ZERO.

      *****************************************************************
      * WS-ACTION-COUNTS: APPLIED/REJECTED PER ACTION CODE FOR THE    *
      * END-OF-RUN TRAILER.                                           *
      *****************************************************************
       01  WS-ACTION-COUNTS.
           05  WS-ADD-APPLIED       PIC 9(05) COMP VALUE ZERO.
           05  WS-ADD-REJECTED      PIC 9(05) COMP VALUE ZERO.
           05  WS-CHG-APPLIED       PIC 9(05) COMP VALUE ZERO.
           05  WS-CHG-REJECTED      PIC 9(05) COMP VALUE ZERO.
           05  WS-DEL-APPLIED       PIC 9(05) COMP VALUE ZERO.
           05  WS-DEL-REJECTED      PIC 9(05) COMP VALUE ZERO.
           05  WS-KDL-APPLIED       PIC 9(05) COMP VALUE ZERO.
           05  WS-KDL-REJECTED      PIC 9(05) COMP VALUE ZERO.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE-TEXT      PIC X(08)      VALUE ZEROS.
           05  WS-RUN-DATE-DISPLAY   PIC X(10)      VALUE SPACES.

      *****************************************************************
      * WS-CHGHIST-FIELDS: SUPPORT THE COMMON CHANGE-HISTORY RECORD. *
      *****************************************************************
       01  WS-CHGHIST-FIELDS.
           05  WS-CHGHIST-STATUS     PIC XX.
           05  WS-CHGHIST-PATH       PIC X(80)      VALUE SPACES.
           05  WS-CHG-TIME           PIC X(08)      VALUE SPACES.

       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NUM           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-ON-PAGE      PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE     PIC 9(03) COMP VALUE 50.

       01  WS-UTILITY-FIELDS.
           05  WS-BLANK-LINE         PIC X(132)    VALUE SPACES.

      *****************************************************************
      * WS-DATA-PATH-FIELDS: SEE 005-RESOLVE-DATA-PATHS.               *
      *****************************************************************
       01  WS-DATA-PATH-FIELDS.
           05  WS-DATA-DIR           PIC X(60) VALUE 'data'.
           05  WS-KITMAST-PATH       PIC X(80) VALUE SPACES.
           05  WS-KITMAINT-PATH      PIC X(80) VALUE SPACES.
           05  WS-REGISTER-PATH      PIC X(80) VALUE SPACES.
           05  WS-ITEMMAST-PATH      PIC X(80) VALUE SPACES.

       01  WS-REGISTER-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- KIT MASTER MAINTENANCE REGISTER ---   '.
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
               10  FILLER          PIC X(4)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'KIT ITEM'.
               10  FILLER          PIC X(4)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'COMPONENT'.
               10  FILLER          PIC X(4)      VALUE SPACES.
               10  FILLER          PIC X(20)     VALUE 'BEFORE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(20)     VALUE 'AFTER'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE 'RESULT'.
               10  FILLER          PIC X(37)     VALUE SPACES.

       01  WS-REGISTER-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-ACTION           PIC X(1).
           05  FILLER              PIC X(9)      VALUE SPACES.
           05  DL-KIT-ITEM         PIC X(10).
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  DL-COMP-ITEM        PIC X(10).
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  DL-BEFORE           PIC X(20).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-AFTER            PIC X(20).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-RESULT           PIC X(30).
           05  FILLER              PIC X(15)     VALUE SPACES.

       01  WS-REGISTER-COUNT-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  CL-LABEL            PIC X(24).
           05  CL-APPLIED-OUT      PIC ZZ,ZZ9.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  CL-REJECTED-OUT     PIC ZZ,ZZ9.
           05  FILLER              PIC X(87)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'KITMNT: KIT MASTER MAINTENANCE'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD.
           STRING WS-RUN-DATE-TEXT (1:4) '-' WS-RUN-DATE-TEXT (5:2)
                   '-' WS-RUN-DATE-TEXT (7:2)
               INTO WS-RUN-DATE-DISPLAY.

           PERFORM 040-LOAD-KIT-MASTER
               THRU 040-LOAD-KIT-MASTER-EXIT.
      *****************************************************************
      * A KIT MASTER PAST THE TABLE'S 200 LINES CANNOT BE MAINTAINED *
      * SAFELY: THE REWRITE AT THE END WOULD REBUILD THE MASTER FROM *
      * A PARTIAL TABLE. THE RUN ABENDS WITH THE MASTER UNTOUCHED    *
      * INSTEAD - THE SAME GUARD VENDMNT AND PRICMNT KEEP.           *
      *****************************************************************
           IF KIT-TABLE-OVERFLOW
               DISPLAY 'KITMNT ABEND - KIT MASTER EXCEEDS 200 '
                   'RECORDS - NOTHING APPLIED OR REWRITTEN'
               MOVE 16 TO RETURN-CODE
               GOBACK.

           OPEN INPUT ITEMMAST-FILE.
           IF WS-ITEMMAST-STATUS = '00'
               MOVE 'Y' TO WS-ITEMMAST-OPEN-FLAG
           ELSE
               DISPLAY 'KITMNT ABEND - ITEM MASTER STATUS '
                   WS-ITEMMAST-STATUS ' - NOTHING APPLIED'
               MOVE 16 TO RETURN-CODE
               GOBACK.

           OPEN OUTPUT REGISTER-FILE.
           PERFORM 080-OPEN-CHANGE-HISTORY
               THRU 080-OPEN-CHANGE-HISTORY-EXIT.
           PERFORM 100-WRITE-REGISTER-HEADERS
               THRU 100-WRITE-REGISTER-HEADERS-EXIT.

           OPEN INPUT KITMAINT-FILE.
           IF WS-KITMAINT-STATUS NOT = '00'
               DISPLAY 'NO KITMAINT FILE FOUND - NOTHING TO APPLY'
               MOVE 'Y' TO WS-MAINT-EOF-FLAG
           ELSE
               PERFORM 200-APPLY-MAINTENANCE
                   UNTIL MAINT-EOF
               CLOSE KITMAINT-FILE.

           PERFORM 600-REWRITE-KIT-MASTER
               THRU 600-REWRITE-KIT-MASTER-EXIT.
           PERFORM 700-WRITE-REGISTER-TRAILER
               THRU 700-WRITE-REGISTER-TRAILER-EXIT.
           CLOSE REGISTER-FILE
                 CHGHIST-FILE
                 ITEMMAST-FILE.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'KITMNT: KIT MAINTENANCE RUN ENDED'.
           GOBACK.

      *****************************************************************
      * 005-RESOLVE-DATA-PATHS: BUILDS EACH DATA FILE'S PATH FROM      *
      * WS-DATA-DIR, WHICH DEFAULTS TO "data" BUT IS OVERRIDDEN BY    *
      * THE PROJ6_DATA_DIR ENVIRONMENT VARIABLE WHEN ONE IS SET.      *
      *****************************************************************
       005-RESOLVE-DATA-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT 'PROJ6_DATA_DIR'.
           IF WS-DATA-DIR = SPACES
               MOVE 'data' TO WS-DATA-DIR.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/KITMAST' DELIMITED BY SIZE
               INTO WS-KITMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/KITMAINT' DELIMITED BY SIZE
               INTO WS-KITMAINT-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/KITMAINT.REGISTER' DELIMITED BY SIZE
               INTO WS-REGISTER-PATH.
           ACCEPT WS-ITEMMAST-PATH
               FROM ENVIRONMENT 'PROJ6_ITEMMAST_PATH'.
           IF WS-ITEMMAST-PATH = SPACES
               MOVE
                 '../project-002-table-processing/data/ITEMMAST.IDX'
                   TO WS-ITEMMAST-PATH.
           ACCEPT WS-CHGHIST-PATH FROM ENVIRONMENT 'CHGHIST_PATH'.
           IF WS-CHGHIST-PATH = SPACES
               STRING WS-DATA-DIR DELIMITED BY SPACE
                       '/CHGHIST' DELIMITED BY SIZE
                   INTO WS-CHGHIST-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 040-LOAD-KIT-MASTER: LOADS THE KIT MASTER INTO WS-KIT-TABLE.  *
      * A MISSING MASTER IS A FIRST-EVER RUN - THE MAINTENANCE FEED   *
      * BUILDS IT FROM EMPTY. THE TABLE IS SORTED ONCE LOADED SO A    *
      * HAND-EDITED MASTER OUT OF ORDER STILL SEARCHES CORRECTLY.     *
      *****************************************************************
       040-LOAD-KIT-MASTER.
           OPEN INPUT KITMAST-FILE.
           IF WS-KITMAST-STATUS NOT = '00'
               DISPLAY 'NO KIT MASTER FOUND - STARTING FROM EMPTY'
               MOVE 'Y' TO WS-KITMAST-EOF-FLAG
           ELSE
               PERFORM 050-LOAD-ONE-KIT-LINE
                   UNTIL KITMAST-EOF
               CLOSE KITMAST-FILE
               PERFORM 280-SORT-KIT-TABLE
                   THRU 280-SORT-KIT-TABLE-EXIT.
       040-LOAD-KIT-MASTER-EXIT.
           EXIT.

       050-LOAD-ONE-KIT-LINE.
           READ KITMAST-FILE
               AT END
                   MOVE 'Y' TO WS-KITMAST-EOF-FLAG
               NOT AT END
                   IF WS-KIT-COUNT = WS-KIT-TABLE-MAX
                       MOVE 'Y' TO WS-KIT-OVERFLOW-FLAG
                       MOVE 'Y' TO WS-KITMAST-EOF-FLAG
                   ELSE
                       ADD 1 TO WS-KIT-COUNT
                       MOVE KM-KIT-ITEM TO WS-KIT-ITEM (WS-KIT-COUNT)
                       MOVE KM-COMP-ITEM TO WS-KIT-COMP (WS-KIT-COUNT)
                       IF KM-COMP-QTY IS NUMERIC
                           MOVE KM-COMP-QTY TO
                               WS-KIT-COMP-QTY (WS-KIT-COUNT)
                       ELSE
                           MOVE ZERO TO
                               WS-KIT-COMP-QTY (WS-KIT-COUNT)
                       END-IF
                   END-IF.

      *****************************************************************
      * 080-OPEN-CHANGE-HISTORY: OPENS THE COMMON CHANGE-HISTORY     *
      * FILE EXTEND FOR THE RUN, WITH THE SAME BOOTSTRAP PRICMNT     *
      * USES.                                                        *
      *****************************************************************
       080-OPEN-CHANGE-HISTORY.
           ACCEPT WS-CHG-TIME FROM TIME.
           OPEN EXTEND CHGHIST-FILE.
           IF WS-CHGHIST-STATUS = '05' OR WS-CHGHIST-STATUS = '35'
               OPEN OUTPUT CHGHIST-FILE.
       080-OPEN-CHANGE-HISTORY-EXIT.
           EXIT.

      *****************************************************************
      * 200-APPLY-MAINTENANCE: READS ONE KITMAINT TRANSACTION AND     *
      * DISPATCHES IT - THE SAME SHAPE AS VENDMNT'S                   *
      * 200-APPLY-MAINTENANCE.                                        *
      *****************************************************************
       200-APPLY-MAINTENANCE.
           READ KITMAINT-FILE
               AT END
                   MOVE 'Y' TO WS-MAINT-EOF-FLAG
               NOT AT END
                   PERFORM 210-PROCESS-MAINT-RECORD
                       THRU 210-PROCESS-MAINT-RECORD-EXIT.

       210-PROCESS-MAINT-RECORD.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           MOVE KT-KIT-ITEM TO WS-LOOKUP-KIT.
           MOVE KT-COMP-ITEM TO WS-LOOKUP-COMP.
           IF KT-ACTION = 'A'
               PERFORM 220-ADD-KIT-LINE
                   THRU 220-ADD-KIT-LINE-EXIT
           ELSE IF KT-ACTION = 'C'
               PERFORM 230-CHANGE-KIT-LINE
                   THRU 230-CHANGE-KIT-LINE-EXIT
           ELSE IF KT-ACTION = 'D'
               PERFORM 240-DELETE-KIT-LINE
                   THRU 240-DELETE-KIT-LINE-EXIT
           ELSE IF KT-ACTION = 'X'
               PERFORM 250-DELETE-WHOLE-KIT
                   THRU 250-DELETE-WHOLE-KIT-EXIT
           ELSE
               DISPLAY '  MAINT ERROR: INVALID ACTION CODE "'
                   KT-ACTION '".'
               MOVE 'INVALID ACTION CODE           ' TO DL-RESULT
               PERFORM 300-WRITE-REGISTER-LINE
                   THRU 300-WRITE-REGISTER-LINE-EXIT.
       210-PROCESS-MAINT-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * 220-ADD-KIT-LINE: ADDS ONE COMPONENT TO A KIT - A NEW KIT     *
      * STARTS WITH ITS FIRST COMPONENT LINE. KEEPS KITS ONE LEVEL    *
      * DEEP: THE COMPONENT MAY NOT BE A KIT, AND AN ITEM ALREADY     *
      * USED AS A COMPONENT MAY NOT BECOME A KIT.                     *
      *****************************************************************
       220-ADD-KIT-LINE.
           PERFORM 270-FIND-KIT-LINE
               THRU 270-FIND-KIT-LINE-EXIT.
           IF LOOKUP-FOUND
               ADD 1 TO WS-ADD-REJECTED
               PERFORM 290-CAPTURE-BEFORE-IMAGE
                   THRU 290-CAPTURE-BEFORE-IMAGE-EXIT
               MOVE 'ADD ERROR: ALREADY EXISTS     ' TO DL-RESULT
               GO TO 220-ADD-KIT-LINE-WRITE.
           IF KT-KIT-ITEM = SPACES OR KT-COMP-ITEM = SPACES
               ADD 1 TO WS-ADD-REJECTED
               MOVE 'ADD ERROR: ITEM CODE BLANK    ' TO DL-RESULT
               GO TO 220-ADD-KIT-LINE-WRITE.
           IF KT-KIT-ITEM = KT-COMP-ITEM
               ADD 1 TO WS-ADD-REJECTED
               MOVE 'ADD ERROR: KIT IN ITSELF      ' TO DL-RESULT
               GO TO 220-ADD-KIT-LINE-WRITE.
           IF KT-COMP-QTY IS NOT NUMERIC OR KT-COMP-QTY-NUM = ZERO
               ADD 1 TO WS-ADD-REJECTED
               MOVE 'ADD ERROR: BAD QTY PER KIT    ' TO DL-RESULT
               GO TO 220-ADD-KIT-LINE-WRITE.
           IF WS-KIT-COUNT = WS-KIT-TABLE-MAX
               ADD 1 TO WS-ADD-REJECTED
               MOVE 'ADD ERROR: KIT TABLE FULL     ' TO DL-RESULT
               GO TO 220-ADD-KIT-LINE-WRITE.
           MOVE KT-KIT-ITEM TO IM-ITEM-CODE.
           PERFORM 275-CHECK-ITEM-MASTER
               THRU 275-CHECK-ITEM-MASTER-EXIT.
           IF NOT ITEM-ON-MASTER
               ADD 1 TO WS-ADD-REJECTED
               MOVE 'ADD ERROR: KIT NOT ON MASTER  ' TO DL-RESULT
               GO TO 220-ADD-KIT-LINE-WRITE.
           MOVE KT-COMP-ITEM TO IM-ITEM-CODE.
           PERFORM 275-CHECK-ITEM-MASTER
               THRU 275-CHECK-ITEM-MASTER-EXIT.
           IF NOT ITEM-ON-MASTER
               ADD 1 TO WS-ADD-REJECTED
               MOVE 'ADD ERROR: COMP NOT ON MASTER ' TO DL-RESULT
               GO TO 220-ADD-KIT-LINE-WRITE.
           MOVE KT-COMP-ITEM TO WS-SCAN-ITEM.
           PERFORM 272-SCAN-FOR-KIT
               THRU 272-SCAN-FOR-KIT-EXIT.
           IF SCAN-FOUND
               ADD 1 TO WS-ADD-REJECTED
               MOVE 'ADD ERROR: COMPONENT IS A KIT ' TO DL-RESULT
               GO TO 220-ADD-KIT-LINE-WRITE.
           MOVE KT-KIT-ITEM TO WS-SCAN-ITEM.
           PERFORM 274-SCAN-FOR-COMPONENT
               THRU 274-SCAN-FOR-COMPONENT-EXIT.
           IF SCAN-FOUND
               ADD 1 TO WS-ADD-REJECTED
               MOVE 'ADD ERROR: KIT IS A COMPONENT ' TO DL-RESULT
               GO TO 220-ADD-KIT-LINE-WRITE.
           ADD 1 TO WS-ADD-APPLIED.
           ADD 1 TO WS-KIT-COUNT.
           MOVE WS-LOOKUP-KEY TO WS-KIT-KEY (WS-KIT-COUNT).
           MOVE KT-COMP-QTY-NUM TO WS-KIT-COMP-QTY (WS-KIT-COUNT).
           STRING 'QTY PER KIT ' KT-COMP-QTY-NUM
               DELIMITED BY SIZE INTO WS-AFTER-IMAGE.
           PERFORM 280-SORT-KIT-TABLE
               THRU 280-SORT-KIT-TABLE-EXIT.
           MOVE 'APPLIED                       ' TO DL-RESULT.
       220-ADD-KIT-LINE-WRITE.
           PERFORM 300-WRITE-REGISTER-LINE
               THRU 300-WRITE-REGISTER-LINE-EXIT.
       220-ADD-KIT-LINE-EXIT.
           EXIT.

       230-CHANGE-KIT-LINE.
           PERFORM 270-FIND-KIT-LINE
               THRU 270-FIND-KIT-LINE-EXIT.
           IF NOT LOOKUP-FOUND
               ADD 1 TO WS-CHG-REJECTED
               MOVE 'CHANGE ERROR: NOT FOUND       ' TO DL-RESULT
           ELSE IF KT-COMP-QTY IS NOT NUMERIC
                   OR KT-COMP-QTY-NUM = ZERO
               ADD 1 TO WS-CHG-REJECTED
               PERFORM 290-CAPTURE-BEFORE-IMAGE
                   THRU 290-CAPTURE-BEFORE-IMAGE-EXIT
               MOVE 'CHANGE ERROR: BAD QTY PER KIT ' TO DL-RESULT
           ELSE
               ADD 1 TO WS-CHG-APPLIED
               PERFORM 290-CAPTURE-BEFORE-IMAGE
                   THRU 290-CAPTURE-BEFORE-IMAGE-EXIT
               MOVE KT-COMP-QTY-NUM TO WS-KIT-COMP-QTY (WS-KIT-IDX)
               STRING 'QTY PER KIT ' KT-COMP-QTY-NUM
                   DELIMITED BY SIZE INTO WS-AFTER-IMAGE
               MOVE 'APPLIED                       ' TO DL-RESULT.
           PERFORM 300-WRITE-REGISTER-LINE
               THRU 300-WRITE-REGISTER-LINE-EXIT.
       230-CHANGE-KIT-LINE-EXIT.
           EXIT.

       240-DELETE-KIT-LINE.
           PERFORM 270-FIND-KIT-LINE
               THRU 270-FIND-KIT-LINE-EXIT.
           IF NOT LOOKUP-FOUND
               ADD 1 TO WS-DEL-REJECTED
               MOVE 'DELETE ERROR: NOT FOUND       ' TO DL-RESULT
           ELSE
               ADD 1 TO WS-DEL-APPLIED
               PERFORM 290-CAPTURE-BEFORE-IMAGE
                   THRU 290-CAPTURE-BEFORE-IMAGE-EXIT
               PERFORM 295-REMOVE-KIT-AT-INDEX
                   THRU 295-REMOVE-KIT-AT-INDEX-EXIT
               MOVE 'APPLIED                       ' TO DL-RESULT.
           PERFORM 300-WRITE-REGISTER-LINE
               THRU 300-WRITE-REGISTER-LINE-EXIT.
       240-DELETE-KIT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 250-DELETE-WHOLE-KIT: REMOVES EVERY COMPONENT LINE OF THE     *
      * KIT, EACH ON ITS OWN REGISTER LINE AND CHANGE-HISTORY RECORD  *
      * SO THE BEFORE IMAGE OF THE WHOLE BILL IS KEPT.                *
      *****************************************************************
       250-DELETE-WHOLE-KIT.
           MOVE ZERO TO WS-LINES-REMOVED.
           MOVE 1 TO WS-SCAN-J.
           PERFORM 252-REMOVE-NEXT-KIT-LINE
               THRU 252-REMOVE-NEXT-KIT-LINE-EXIT
               UNTIL WS-SCAN-J > WS-KIT-COUNT.
           IF WS-LINES-REMOVED = ZERO
               ADD 1 TO WS-KDL-REJECTED
               MOVE SPACES TO WS-LOOKUP-COMP
               MOVE 'KIT DELETE ERROR: NOT FOUND   ' TO DL-RESULT
               PERFORM 300-WRITE-REGISTER-LINE
                   THRU 300-WRITE-REGISTER-LINE-EXIT
           ELSE
               ADD 1 TO WS-KDL-APPLIED.
       250-DELETE-WHOLE-KIT-EXIT.
           EXIT.

       252-REMOVE-NEXT-KIT-LINE.
           IF WS-KIT-ITEM (WS-SCAN-J) NOT = KT-KIT-ITEM
               ADD 1 TO WS-SCAN-J
               GO TO 252-REMOVE-NEXT-KIT-LINE-EXIT.
           SET WS-KIT-IDX TO WS-SCAN-J.
           MOVE WS-KIT-COMP (WS-KIT-IDX) TO WS-LOOKUP-COMP.
           MOVE SPACES TO WS-AFTER-IMAGE.
           PERFORM 290-CAPTURE-BEFORE-IMAGE
               THRU 290-CAPTURE-BEFORE-IMAGE-EXIT.
           PERFORM 295-REMOVE-KIT-AT-INDEX
               THRU 295-REMOVE-KIT-AT-INDEX-EXIT.
           ADD 1 TO WS-LINES-REMOVED.
           MOVE 'APPLIED                       ' TO DL-RESULT.
           PERFORM 300-WRITE-REGISTER-LINE
               THRU 300-WRITE-REGISTER-LINE-EXIT.
       252-REMOVE-NEXT-KIT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 270-FIND-KIT-LINE: SEARCHES WS-KIT-TABLE FOR WS-LOOKUP-KEY -  *
      * THE SAME SHAPE AS VENDMNT'S 270-FIND-VENDOR-BY-CODE.          *
      *****************************************************************
       270-FIND-KIT-LINE.
           MOVE 'N' TO WS-LOOKUP-FOUND-FLAG.
           IF WS-KIT-COUNT = ZERO
               GO TO 270-FIND-KIT-LINE-EXIT.
           SET WS-KIT-IDX TO 1.
           SEARCH ALL WS-KIT-ENTRY
               WHEN WS-KIT-KEY (WS-KIT-IDX) = WS-LOOKUP-KEY
                   MOVE 'Y' TO WS-LOOKUP-FOUND-FLAG.
       270-FIND-KIT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 272-SCAN-FOR-KIT / 274-SCAN-FOR-COMPONENT: SAYS WHETHER       *
      * WS-SCAN-ITEM IS ALREADY A KIT, OR ALREADY A COMPONENT OF ONE. *
      *****************************************************************
       272-SCAN-FOR-KIT.
           MOVE 'N' TO WS-SCAN-FOUND-FLAG.
           IF WS-KIT-COUNT = ZERO
               GO TO 272-SCAN-FOR-KIT-EXIT.
           SET WS-KIT-IDX TO 1.
           SEARCH WS-KIT-ENTRY
               WHEN WS-KIT-ITEM (WS-KIT-IDX) = WS-SCAN-ITEM
                   MOVE 'Y' TO WS-SCAN-FOUND-FLAG
           END-SEARCH.
       272-SCAN-FOR-KIT-EXIT.
           EXIT.

       274-SCAN-FOR-COMPONENT.
           MOVE 'N' TO WS-SCAN-FOUND-FLAG.
           IF WS-KIT-COUNT = ZERO
               GO TO 274-SCAN-FOR-COMPONENT-EXIT.
           SET WS-KIT-IDX TO 1.
           SEARCH WS-KIT-ENTRY
               WHEN WS-KIT-COMP (WS-KIT-IDX) = WS-SCAN-ITEM
                   MOVE 'Y' TO WS-SCAN-FOUND-FLAG
           END-SEARCH.
       274-SCAN-FOR-COMPONENT-EXIT.
           EXIT.

      *****************************************************************
      * 275-CHECK-ITEM-MASTER: SAYS WHETHER IM-ITEM-CODE IS ON THE    *
      * ITEM MASTER.                                                  *
      *****************************************************************
       275-CHECK-ITEM-MASTER.
           MOVE 'Y' TO WS-ON-MASTER-FLAG.
           READ ITEMMAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ON-MASTER-FLAG
           END-READ.
       275-CHECK-ITEM-MASTER-EXIT.
           EXIT.

      *****************************************************************
      * 280-SORT-KIT-TABLE: BUBBLE SORT KEEPING WS-KIT-TABLE IN       *
      * ASCENDING KIT / COMPONENT ORDER SO SEARCH ALL STAYS VALID AND *
      * THE REWRITTEN KITMAST KEEPS EACH KIT'S LINES TOGETHER.        *
      *****************************************************************
       280-SORT-KIT-TABLE.
           IF WS-KIT-COUNT > 1
               PERFORM 282-SORT-OUTER-PASS
                   THRU 282-SORT-OUTER-PASS-EXIT
                   WS-KIT-COUNT TIMES.
       280-SORT-KIT-TABLE-EXIT.
           EXIT.

       282-SORT-OUTER-PASS.
           MOVE 1 TO WS-SORT-J.
           PERFORM 284-SORT-INNER-COMPARE
               THRU 284-SORT-INNER-COMPARE-EXIT
               WS-KIT-COUNT TIMES.
       282-SORT-OUTER-PASS-EXIT.
           EXIT.

       284-SORT-INNER-COMPARE.
           IF WS-SORT-J < WS-KIT-COUNT
               IF WS-KIT-KEY (WS-SORT-J) >
                       WS-KIT-KEY (WS-SORT-J + 1)
                   MOVE WS-KIT-KEY (WS-SORT-J)      TO WS-SWAP-KEY
                   MOVE WS-KIT-COMP-QTY (WS-SORT-J) TO WS-SWAP-QTY
                   MOVE WS-KIT-KEY (WS-SORT-J + 1) TO
                       WS-KIT-KEY (WS-SORT-J)
                   MOVE WS-KIT-COMP-QTY (WS-SORT-J + 1) TO
                       WS-KIT-COMP-QTY (WS-SORT-J)
                   MOVE WS-SWAP-KEY TO WS-KIT-KEY (WS-SORT-J + 1)
                   MOVE WS-SWAP-QTY TO
                       WS-KIT-COMP-QTY (WS-SORT-J + 1).
           ADD 1 TO WS-SORT-J.
       284-SORT-INNER-COMPARE-EXIT.
           EXIT.

      *****************************************************************
      * 290-CAPTURE-BEFORE-IMAGE: THE LINE'S QUANTITY PER KIT AT      *
      * WS-KIT-IDX, FOR THE REGISTER LINE'S BEFORE COLUMN.            *
      *****************************************************************
       290-CAPTURE-BEFORE-IMAGE.
           STRING 'QTY PER KIT ' WS-KIT-COMP-QTY (WS-KIT-IDX)
               DELIMITED BY SIZE INTO WS-BEFORE-IMAGE.
       290-CAPTURE-BEFORE-IMAGE-EXIT.
           EXIT.

      *****************************************************************
      * 295-REMOVE-KIT-AT-INDEX: CLOSES THE GAP LEFT BY A DELETED     *
      * LINE - THE SAME SHAPE AS VENDMNT'S REMOVE-VENDOR-AT-INDEX.    *
      *****************************************************************
       295-REMOVE-KIT-AT-INDEX.
           SET WS-REMOVE-J TO WS-KIT-IDX.
           PERFORM 296-SHIFT-KIT-DOWN
               THRU 296-SHIFT-KIT-DOWN-EXIT
               UNTIL WS-REMOVE-J NOT < WS-KIT-COUNT.
           SUBTRACT 1 FROM WS-KIT-COUNT.
       295-REMOVE-KIT-AT-INDEX-EXIT.
           EXIT.

       296-SHIFT-KIT-DOWN.
           MOVE WS-KIT-KEY (WS-REMOVE-J + 1) TO
               WS-KIT-KEY (WS-REMOVE-J).
           MOVE WS-KIT-COMP-QTY (WS-REMOVE-J + 1) TO
               WS-KIT-COMP-QTY (WS-REMOVE-J).
           ADD 1 TO WS-REMOVE-J.
       296-SHIFT-KIT-DOWN-EXIT.
           EXIT.

      *****************************************************************
      * 300-WRITE-REGISTER-LINE: PRINTS ONE BEFORE/AFTER LINE FOR THE *
      * ACTION IN HAND. EVERY APPLIED LINE ALSO GOES TO THE           *
      * MACHINE-READABLE CHANGE HISTORY.                              *
      *****************************************************************
       300-WRITE-REGISTER-LINE.
           IF DL-RESULT (1:7) = 'APPLIED'
               PERFORM 305-WRITE-CHANGE-HISTORY
                   THRU 305-WRITE-CHANGE-HISTORY-EXIT.
           MOVE KT-ACTION TO DL-ACTION.
           MOVE WS-LOOKUP-KIT TO DL-KIT-ITEM.
           MOVE WS-LOOKUP-COMP TO DL-COMP-ITEM.
           MOVE WS-BEFORE-IMAGE TO DL-BEFORE.
           MOVE WS-AFTER-IMAGE TO DL-AFTER.
           MOVE WS-REGISTER-DETAIL-LINE TO REGISTER-RECORD.
           PERFORM 310-EMIT-REGISTER-LINE
               THRU 310-EMIT-REGISTER-LINE-EXIT.
       300-WRITE-REGISTER-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 305-WRITE-CHANGE-HISTORY: KEYED BY THE KIT ITEM. THE BEFORE/  *
      * AFTER IMAGES NAME THE COMPONENT AND ITS QUANTITY PER KIT, SO  *
      * THE INQUIRY SHOWS WHICH LINE OF THE BILL MOVED AND FROM WHAT. *
      *****************************************************************
       305-WRITE-CHANGE-HISTORY.
           MOVE 'KITMNT  '       TO CHG-PROGRAM-ID.
           MOVE WS-RUN-DATE-TEXT TO CHG-RUN-DATE.
           MOVE WS-CHG-TIME (1:6) TO CHG-RUN-TIME.
           MOVE KT-ACTION        TO CHG-ACTION.
           MOVE WS-LOOKUP-KIT    TO CHG-KEY.
           MOVE SPACES           TO CHG-BEFORE-IMAGE.
           MOVE SPACES           TO CHG-AFTER-IMAGE.
           IF WS-BEFORE-IMAGE NOT = SPACES
               STRING WS-LOOKUP-COMP ' ' WS-BEFORE-IMAGE
                   DELIMITED BY SIZE INTO CHG-BEFORE-IMAGE.
           IF WS-AFTER-IMAGE NOT = SPACES
               STRING WS-LOOKUP-COMP ' ' WS-AFTER-IMAGE
                   DELIMITED BY SIZE INTO CHG-AFTER-IMAGE.
           MOVE SPACES           TO CHG-OPERATOR-ID.
           MOVE SPACES           TO CHG-APPROVER-ID.
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
      * 600-REWRITE-KIT-MASTER: WRITES WS-KIT-TABLE BACK OUT TO THE   *
      * KIT MASTER SO THE MAINTENANCE PERSISTS - THE SAME SHAPE AS    *
      * VENDMNT'S 600-REWRITE-VENDOR-MASTER.                          *
      *****************************************************************
       600-REWRITE-KIT-MASTER.
           OPEN OUTPUT KITMAST-FILE.
           MOVE 1 TO WS-WRITE-J.
           PERFORM 610-WRITE-KIT-RECORD
               THRU 610-WRITE-KIT-RECORD-EXIT
               WS-KIT-COUNT TIMES.
           CLOSE KITMAST-FILE.
       600-REWRITE-KIT-MASTER-EXIT.
           EXIT.

       610-WRITE-KIT-RECORD.
           MOVE WS-KIT-ITEM (WS-WRITE-J) TO KM-KIT-ITEM.
           MOVE WS-KIT-COMP (WS-WRITE-J) TO KM-COMP-ITEM.
           MOVE WS-KIT-COMP-QTY (WS-WRITE-J) TO KM-COMP-QTY.
           WRITE KM-RECORD.
           ADD 1 TO WS-WRITE-J.
       610-WRITE-KIT-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * 700-WRITE-REGISTER-TRAILER: END-OF-RUN APPLIED/REJECTED       *
      * COUNTS BY ACTION CODE.                                         *
      *****************************************************************
       700-WRITE-REGISTER-TRAILER.
           MOVE WS-BLANK-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE SPACES TO REGISTER-RECORD.
           STRING '     ACTION          APPLIED    REJECTED'
               DELIMITED BY SIZE INTO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'LINE ADDS:              ' TO CL-LABEL.
           MOVE WS-ADD-APPLIED TO CL-APPLIED-OUT.
           MOVE WS-ADD-REJECTED TO CL-REJECTED-OUT.
           MOVE WS-REGISTER-COUNT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'LINE CHANGES:           ' TO CL-LABEL.
           MOVE WS-CHG-APPLIED TO CL-APPLIED-OUT.
           MOVE WS-CHG-REJECTED TO CL-REJECTED-OUT.
           MOVE WS-REGISTER-COUNT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'LINE DELETES:           ' TO CL-LABEL.
           MOVE WS-DEL-APPLIED TO CL-APPLIED-OUT.
           MOVE WS-DEL-REJECTED TO CL-REJECTED-OUT.
           MOVE WS-REGISTER-COUNT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'WHOLE-KIT DELETES:      ' TO CL-LABEL.
           MOVE WS-KDL-APPLIED TO CL-APPLIED-OUT.
           MOVE WS-KDL-REJECTED TO CL-REJECTED-OUT.
           MOVE WS-REGISTER-COUNT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
       700-WRITE-REGISTER-TRAILER-EXIT.
           EXIT.
