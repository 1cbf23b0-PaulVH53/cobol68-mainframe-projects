      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(CHGBACK)                        *
      * PURPOSE: DEPARTMENT CHARGEBACK OF ISSUES. READS THE STOCK     *
      * MOVEMENT HISTORY PROJ6 KEEPS AND TOTALS THE MONTH'S ISSUES BY *
      * THE DEPARTMENT EACH WAS CHARGED TO AND THE ITEM'S CLASS,      *
      * VALUED AT THE COST THE ISSUE WAS BOOKED AT, AND SETS EACH     *
      * DEPARTMENT'S TOTAL AGAINST ITS CONSUMPTION BUDGET FOR THE     *
      * MONTH FROM DEPTBUDG - BUDGET, ACTUAL AND PERCENTAGE USED - SO  *
      * FINANCE CAN CHARGE EACH DEPARTMENT THE STOCK IT CONSUMED.     *
      * EACH DEPARTMENT IS LISTED ON ITS OWN PAGE, WITH A SUMMARY OF  *
      * EVERY DEPARTMENT AT THE END. ISSUES CARRYING NO DEPARTMENT    *
      * ARE TOTALLED AS UNCHARGED.                                    *
      *                                                               *
      * THE MONTH IS THE RUN DATE'S MONTH, SO THE NIGHTLY RUN IS A    *
      * MONTH-TO-DATE REPORT AND THE LAST NIGHT'S IS THE MONTH'S      *
      * CHARGEBACK. A CHGBACK.PARM CARD NAMING A MONTH (YYYYMM)       *
      * REPRINTS THAT MONTH INSTEAD. ON A RUN FOR THE CURRENT MONTH,  *
      * A DEPARTMENT WHOSE CONSUMPTION CROSSED 90% OR 100% OF ITS     *
      * BUDGET WITH THE RUN DATE'S ISSUES RAISES A WARNING ON THE     *
      * COMMON ALERTS FEED - ONCE, ON THE NIGHT IT CROSSES.           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * THIS PROGRAM WORKS THE SAME DATA DIRECTORY AS PROJ6, SO IT    *
      * RESOLVES ITS PATHS THROUGH THE SAME PROJ6_DATA_DIR            *
      * ENVIRONMENT VARIABLE - SEE 005-RESOLVE-DATA-PATHS.            *
      *****************************************************************
           SELECT HISTORY-FILE ASSIGN DYNAMIC WS-TRANSHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
      *****************************************************************
      * BUDGET-FILE: THE MONTHLY CONSUMPTION BUDGET OF EACH           *
      * DEPARTMENT, ONE RECORD PER DEPARTMENT PER MONTH.              *
      *****************************************************************
           SELECT BUDGET-FILE ASSIGN DYNAMIC WS-DEPTBUDG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
      *****************************************************************
      * DEPTMAST-FILE / ITEMMAST-FILE: THE DEPARTMENT NAMES AND EACH  *
      * ITEM'S CLASS, FOUND THE SAME WAY REQINTK FINDS THEM.          *
      *****************************************************************
           SELECT DEPTMAST-FILE ASSIGN DYNAMIC WS-DEPTMAST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTMAST-STATUS.
           SELECT ITEMMAST-FILE ASSIGN DYNAMIC WS-ITEMMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
      *****************************************************************
      * CHARGED-FILE: THE MONTH'S ISSUES IN DEPARTMENT / CLASS ORDER, *
      * AS THE SORT STEP'S GIVING LEAVES THEM.                        *
      *****************************************************************
           SELECT CHARGED-FILE ASSIGN DYNAMIC WS-CHARGED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGED-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT CHG-REPORT-FILE ASSIGN DYNAMIC WS-CHG-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
      * ALERTS-FILE: THE COMMON ALERTS FEED - SEE                    *
      * copybooks/ALERTS.CPY.                                        *
      *****************************************************************
           SELECT ALERTS-FILE ASSIGN DYNAMIC WS-ALERTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * HISTORY-FILE: SAME LAYOUT AS PROJ6'S HIST-RECORD.              *
      *****************************************************************
       FD  HISTORY-FILE
           RECORDING MODE IS F.

       01  HIST-RECORD.
           05  HIST-ITEM-CODE        PIC X(10).
           05  HIST-LOC-CODE         PIC X(03).
           05  HIST-RUN-DATE         PIC X(08).
           05  HIST-TRANS-TYPE       PIC X(01).
               88  HIST-ISSUE        VALUES 'I', ' '.
           05  HIST-SIGNED-QTY       PIC S9(07)    SIGN IS TRAILING
                                        SEPARATE.
           05  HIST-PRICE            PIC S9(05)V99 SIGN IS TRAILING
                                        SEPARATE.
           05  HIST-ON-HAND          PIC S9(07)    SIGN IS TRAILING
                                        SEPARATE.
           05  HIST-UNIT-COST        PIC S9(05)V9(04)
                                     SIGN IS TRAILING SEPARATE.
           05  HIST-PO-NUMBER        PIC X(06).
           05  HIST-CHARGE-DEPT      PIC X(03).

      *****************************************************************
      * BUDGET-FILE: BG-MONTH IS YYYYMM; BG-AMOUNT IS THE VALUE OF    *
      * STOCK THE DEPARTMENT IS EXPECTED TO CONSUME IN THAT MONTH.    *
      *****************************************************************
       FD  BUDGET-FILE
           RECORDING MODE IS F.

       01  BG-RECORD.
           05  BG-DEPT-CODE          PIC X(03).
           05  BG-MONTH              PIC X(06).
           05  BG-AMOUNT             PIC 9(07)V99.

      *****************************************************************
      * PARM-FILE: AN OPTIONAL CARD NAMING THE MONTH (YYYYMM) TO      *
      * REPORT. NO CARD, OR A BLANK ONE, REPORTS THE RUN DATE'S MONTH.*
      *****************************************************************
       FD  PARM-FILE
           RECORDING MODE IS F.

       01  CP-RECORD.
           05  CP-MONTH              PIC X(06).

      *****************************************************************
      * DEPTMAST-FILE: SAME LAYOUT AS DEPTMNT'S DM-RECORD.             *
      *****************************************************************
       FD  DEPTMAST-FILE
           RECORDING MODE IS F.

       01  DM-RECORD.
           05  DM-DEPT-CODE        PIC X(03).
           05  DM-DEPT-NAME        PIC X(20).

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

      *****************************************************************
      * CHARGED-FILE / SORT-WORK-FILE: ONE ISSUE OF THE MONTH, OR A   *
      * PLACEHOLDER (CW-KIND '0') FOR A BUDGETED DEPARTMENT SO IT     *
      * GETS ITS PAGE EVEN WHEN IT DREW NOTHING. CW-DEPT-CODE IS      *
      * '***' FOR AN ISSUE CHARGED TO NO DEPARTMENT. CW-VALUE IS THE  *
      * QUANTITY ISSUED AT THE UNIT COST IT WAS BOOKED AT.            *
      *****************************************************************
       FD  CHARGED-FILE
           RECORDING MODE IS F.

       01  CW-RECORD.
           05  CW-DEPT-CODE          PIC X(03).
           05  CW-KIND               PIC X(01).
               88  CW-PLACEHOLDER    VALUE '0'.
           05  CW-CLASS              PIC X(04).
           05  CW-ITEM-CODE          PIC X(10).
           05  CW-QUANTITY           PIC S9(07)    SIGN IS TRAILING
                                        SEPARATE.
           05  CW-VALUE              PIC S9(09)V99 SIGN IS TRAILING
                                        SEPARATE.

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-DEPT-CODE          PIC X(03).
           05  SR-KIND               PIC X(01).
           05  SR-CLASS              PIC X(04).
           05  SR-ITEM-CODE          PIC X(10).
           05  FILLER                PIC X(20).

       FD  CHG-REPORT-FILE
           RECORDING MODE IS F.

       01  CHG-REPORT-RECORD         PIC X(132).

       FD  ALERTS-FILE
           RECORDING MODE IS F.

       COPY ALERTS.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-HISTORY-STATUS     PIC XX.
           05  WS-BUDGET-STATUS      PIC XX.
           05  WS-PARM-STATUS        PIC XX.
           05  WS-DEPTMAST-STATUS    PIC XX.
           05  WS-ITEMMAST-STATUS    PIC XX.
           05  WS-CHARGED-STATUS     PIC XX.
           05  WS-ALERTS-STATUS      PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-EOF-FLAG           PIC X          VALUE 'N'.
               88  INPUT-EOF         VALUE 'Y'.
           05  WS-CHARGED-EOF-FLAG   PIC X          VALUE 'N'.
               88  CHARGED-EOF       VALUE 'Y'.
           05  WS-ITEMMAST-OPEN-FLAG PIC X          VALUE 'N'.
               88  ITEMMAST-OPEN     VALUE 'Y'.
           05  WS-CURRENT-MONTH-FLAG PIC X          VALUE 'Y'.
               88  CURRENT-MONTH     VALUE 'Y'.

       77  WS-HISTORY-READ           PIC 9(07) COMP VALUE ZERO.
       77  WS-ISSUES-CHARGED         PIC 9(07) COMP VALUE ZERO.
       77  WS-BUDGETS-LOADED         PIC 9(05) COMP VALUE ZERO.
       77  WS-ALERTS-RAISED          PIC 9(05) COMP VALUE ZERO.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE-TEXT      PIC X(08)      VALUE ZEROS.
           05  WS-RUN-DATE-DISPLAY   PIC X(10)      VALUE SPACES.
           05  WS-REPORT-MONTH       PIC X(06)      VALUE SPACES.
           05  WS-MONTH-DISPLAY      PIC X(07)      VALUE SPACES.

       77  WS-CHAIN-RUN-DATE        PIC X(08)      VALUE SPACES.

       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NUM           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-ON-PAGE      PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE     PIC 9(03) COMP VALUE 50.

       01  WS-UTILITY-FIELDS.
           05  WS-BLANK-LINE         PIC X(132)    VALUE SPACES.
           05  WS-ISSUE-VALUE        PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-PERCENT            PIC S9(05)V9  COMP-3 VALUE ZERO.
           05  WS-PERCENT-BEFORE     PIC S9(05)V9  COMP-3 VALUE ZERO.
           05  WS-LOOKUP-DEPT        PIC X(03)      VALUE SPACES.
           05  WS-FOUND-SUB          PIC 9(03) COMP VALUE ZERO.

      *****************************************************************
      * WS-CHARGED-WORK: THE ISSUE BEING RELEASED TO THE SORT, BUILT  *
      * HERE BEFORE IT IS RELEASED.                                   *
      *****************************************************************
       01  WS-CHARGED-WORK.
           05  WS-CW-DEPT-CODE       PIC X(03).
           05  WS-CW-KIND            PIC X(01).
           05  WS-CW-CLASS           PIC X(04).
           05  WS-CW-ITEM-CODE       PIC X(10).
           05  WS-CW-QUANTITY        PIC S9(07)    SIGN IS TRAILING
                                        SEPARATE.
           05  WS-CW-VALUE           PIC S9(09)V99 SIGN IS TRAILING
                                        SEPARATE.

      *****************************************************************
      * WS-DEPT-TABLE: EVERY DEPARTMENT ON DEPTMAST, PLUS ANY THAT    *
      * TURNS UP ONLY ON DEPTBUDG OR THE HISTORY, PLUS THE '***'      *
      * UNCHARGED BUCKET. WS-DEPT-ACTUAL IS THE MONTH'S CONSUMPTION;  *
      * WS-DEPT-BEFORE IS THE PART OF IT BOOKED BEFORE THE RUN DATE,  *
      * SO THE ALERT PASS CAN TELL WHETHER TONIGHT'S ISSUES CROSSED   *
      * A THRESHOLD.                                                  *
      *****************************************************************
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT         PIC 9(03) COMP VALUE ZERO.
           05  WS-DEPT-SUB           PIC 9(03) COMP VALUE ZERO.
           05  WS-DEPT-ENTRY OCCURS 60 TIMES.
               10  WS-DEPT-CODE        PIC X(03).
               10  WS-DEPT-NAME        PIC X(20).
               10  WS-DEPT-BUDGET      PIC S9(07)V99 COMP-3.
               10  WS-DEPT-ACTUAL      PIC S9(11)V99 COMP-3.
               10  WS-DEPT-BEFORE      PIC S9(11)V99 COMP-3.

       01  WS-BREAK-FIELDS.
           05  WS-CURRENT-DEPT       PIC X(03)      VALUE SPACES.
           05  WS-CURRENT-CLASS      PIC X(04)      VALUE SPACES.
           05  WS-CLASS-STARTED-FLAG PIC X          VALUE 'N'.
               88  CLASS-STARTED     VALUE 'Y'.
           05  WS-CLASS-LINES        PIC 9(05) COMP VALUE ZERO.
           05  WS-CLASS-QTY          PIC S9(09) COMP VALUE ZERO.
           05  WS-CLASS-VALUE        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-DEPT-LINES         PIC 9(05) COMP VALUE ZERO.
           05  WS-DEPT-QTY           PIC S9(09) COMP VALUE ZERO.
           05  WS-DEPT-VALUE         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-GRAND-BUDGET       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-GRAND-VALUE        PIC S9(11)V99 COMP-3 VALUE ZERO.

      *****************************************************************
      * WS-ALERT-FIELDS: SUPPORT THE COMMON ALERTS FEED - THE        *
      * CALLER SETS SEVERITY AND TEXT AND PERFORMS 088-WRITE-ALERT.  *
      *****************************************************************
       01  WS-ALERT-FIELDS.
           05  WS-ALERTS-PATH       PIC X(80)      VALUE SPACES.
           05  WS-ALERT-SEVERITY    PIC X(01)      VALUE 'W'.
           05  WS-ALERT-TEXT        PIC X(60)      VALUE SPACES.
           05  WS-ALERT-PCT-OUT     PIC ZZZ9.9.
           05  WS-OPS-DATE          PIC 9(08).
           05  WS-OPS-TIME          PIC 9(08).

      *****************************************************************
      * WS-DATA-PATH-FIELDS: SEE 005-RESOLVE-DATA-PATHS.               *
      *****************************************************************
       01  WS-DATA-PATH-FIELDS.
           05  WS-DATA-DIR           PIC X(60) VALUE 'data'.
           05  WS-TRANSHIST-PATH     PIC X(80) VALUE SPACES.
           05  WS-DEPTBUDG-PATH      PIC X(80) VALUE SPACES.
           05  WS-PARM-PATH          PIC X(80) VALUE SPACES.
           05  WS-DEPTMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-ITEMMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-CHARGED-PATH       PIC X(80) VALUE SPACES.
           05  WS-CHG-RPT-PATH       PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- DEPARTMENT CHARGEBACK OF ISSUES ---   '.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RUN DATE: '.
               10  RH-DATE-OUT     PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  RH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(40)     VALUE SPACES.
           05  RH-DEPARTMENT.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(7)      VALUE 'MONTH: '.
               10  RH-MONTH-OUT    PIC X(07).
               10  FILLER          PIC X(4)      VALUE SPACES.
               10  FILLER          PIC X(12)     VALUE 'DEPARTMENT: '.
               10  RH-DEPT-CODE    PIC X(03).
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  RH-DEPT-NAME    PIC X(21).
               10  FILLER          PIC X(71)     VALUE SPACES.
           05  RH-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'ITEM CLASS'.
               10  FILLER          PIC X(4)      VALUE SPACES.
               10  FILLER          PIC X(7)      VALUE ' ISSUES'.
               10  FILLER          PIC X(4)      VALUE SPACES.
               10  FILLER          PIC X(11)     VALUE '   QUANTITY'.
               10  FILLER          PIC X(4)      VALUE SPACES.
               10  FILLER          PIC X(16)     VALUE
                   '     ISSUE VALUE'.
               10  FILLER          PIC X(71)     VALUE SPACES.
           05  RH-SUMMARY-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(4)      VALUE 'DEPT'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(21)     VALUE 'NAME'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(16)     VALUE
                   '          BUDGET'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(16)     VALUE
                   '          ACTUAL'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(7)      VALUE ' % USED'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(16)     VALUE 'STATUS'.
               10  FILLER          PIC X(37)     VALUE SPACES.

       01  WS-CLASS-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  CL-CLASS            PIC X(10).
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  CL-LINES            PIC ZZ,ZZ9.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  CL-QUANTITY         PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  CL-VALUE            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(72)     VALUE SPACES.

      *****************************************************************
      * WS-BUDGET-LINE: ONE DEPARTMENT'S BUDGET, ACTUAL AND           *
      * PERCENTAGE USED - UNDER ITS OWN PAGE, AND AGAIN ON THE        *
      * SUMMARY.                                                      *
      *****************************************************************
       01  WS-BUDGET-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  BL-DEPT-CODE        PIC X(04).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  BL-DEPT-NAME        PIC X(21).
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  BL-BUDGET           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  BL-ACTUAL           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  BL-PERCENT          PIC ZZZ9.9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  BL-STATUS           PIC X(16).
           05  FILLER              PIC X(37)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-LABEL            PIC X(30).
           05  SL-COUNT-OUT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(90)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'CHGBACK: DEPARTMENT CHARGEBACK OF ISSUES'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-SET-RUN-DATE
               THRU 060-SET-RUN-DATE-EXIT.
           PERFORM 050-LOAD-DEPARTMENTS
               THRU 050-LOAD-DEPARTMENTS-EXIT.
           PERFORM 055-LOAD-BUDGETS
               THRU 055-LOAD-BUDGETS-EXIT.
           OPEN INPUT ITEMMAST-FILE.
           IF WS-ITEMMAST-STATUS = '00'
               MOVE 'Y' TO WS-ITEMMAST-OPEN-FLAG
           ELSE
               DISPLAY 'ITEM MASTER NOT AVAILABLE - STATUS '
                   WS-ITEMMAST-STATUS ' - CLASSES SHOWN AS ????'.

      *****************************************************************
      * THE SORT STEP VALUES THE MONTH'S ISSUES AND LEAVES THEM IN    *
      * DEPARTMENT / CLASS ORDER FOR THE BREAKS. NO HISTORY FILE IS   *
      * A REPORT OF BUDGETS WITH NOTHING CONSUMED AGAINST THEM.       *
      *****************************************************************
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-DEPT-CODE SR-KIND SR-CLASS
                                SR-ITEM-CODE
               INPUT PROCEDURE IS 095-SELECT-ISSUES
                   THRU 095-SELECT-ISSUES-EXIT
               GIVING CHARGED-FILE.
           OPEN INPUT CHARGED-FILE.
           IF WS-CHARGED-STATUS NOT = '00'
               DISPLAY 'CHGBACK ABEND - CANNOT OPEN SORTED ISSUE '
                   'FILE - STATUS ' WS-CHARGED-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT CHG-REPORT-FILE.
           PERFORM 200-REPORT-ONE-ISSUE
               THRU 200-REPORT-ONE-ISSUE-EXIT
               UNTIL CHARGED-EOF.
           IF WS-CURRENT-DEPT NOT = SPACES
               PERFORM 250-WRITE-DEPT-TOTAL
                   THRU 250-WRITE-DEPT-TOTAL-EXIT.
           PERFORM 400-WRITE-SUMMARY THRU 400-WRITE-SUMMARY-EXIT.
           CLOSE CHARGED-FILE
                 CHG-REPORT-FILE.
           IF ITEMMAST-OPEN
               CLOSE ITEMMAST-FILE.
           IF CURRENT-MONTH
               MOVE ZERO TO WS-DEPT-SUB
               PERFORM 500-CHECK-ONE-BUDGET
                   THRU 500-CHECK-ONE-BUDGET-EXIT
                   WS-DEPT-COUNT TIMES.

           DISPLAY 'CHGBACK: HISTORY RECORDS READ : ' WS-HISTORY-READ.
           DISPLAY 'CHGBACK: ISSUES CHARGED       : '
               WS-ISSUES-CHARGED.
           DISPLAY 'CHGBACK: BUDGETS LOADED       : '
               WS-BUDGETS-LOADED.
           DISPLAY 'CHGBACK: BUDGET ALERTS RAISED : ' WS-ALERTS-RAISED.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'CHGBACK: CHARGEBACK REPORT ENDED'.
           GOBACK.

      *****************************************************************
      * 005-RESOLVE-DATA-PATHS: BUILDS EACH DATA FILE'S PATH FROM     *
      * WS-DATA-DIR, WHICH DEFAULTS TO "data" BUT IS OVERRIDDEN BY    *
      * THE PROJ6_DATA_DIR ENVIRONMENT VARIABLE WHEN ONE IS SET.      *
      *****************************************************************
       005-RESOLVE-DATA-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT 'PROJ6_DATA_DIR'.
           IF WS-DATA-DIR = SPACES
               MOVE 'data' TO WS-DATA-DIR.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/TRANSHIST' DELIMITED BY SIZE
               INTO WS-TRANSHIST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/DEPTBUDG' DELIMITED BY SIZE
               INTO WS-DEPTBUDG-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/CHGBACK.PARM' DELIMITED BY SIZE
               INTO WS-PARM-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/CHGBACK.WORK' DELIMITED BY SIZE
               INTO WS-CHARGED-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/CHGBACK.REPORT' DELIMITED BY SIZE
               INTO WS-CHG-RPT-PATH.
           ACCEPT WS-ITEMMAST-PATH
               FROM ENVIRONMENT 'PROJ6_ITEMMAST_PATH'.
           IF WS-ITEMMAST-PATH = SPACES
               MOVE
                 '../project-002-table-processing/data/ITEMMAST.IDX'
                   TO WS-ITEMMAST-PATH.
           ACCEPT WS-DEPTMAST-PATH
               FROM ENVIRONMENT 'PROJ6_DEPTMAST_PATH'.
           IF WS-DEPTMAST-PATH = SPACES
               STRING
                 '../project-004-input-sequential-file-processing'
                   '/data/DEPTMAST' DELIMITED BY SIZE
                   INTO WS-DEPTMAST-PATH.
           ACCEPT WS-ALERTS-PATH FROM ENVIRONMENT 'ALERTS_PATH'.
           IF WS-ALERTS-PATH = SPACES
               STRING WS-DATA-DIR DELIMITED BY SPACE
                       '/ALERTS' DELIMITED BY SIZE
                   INTO WS-ALERTS-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 050-LOAD-DEPARTMENTS: LOADS THE DEPARTMENT NAMES. NO DEPTMAST *
      * LISTS THE DEPARTMENTS FROM THE BUDGETS AND THE HISTORY ALONE, *
      * WITHOUT NAMES.                                                *
      *****************************************************************
       050-LOAD-DEPARTMENTS.
           OPEN INPUT DEPTMAST-FILE.
           IF WS-DEPTMAST-STATUS NOT = '00'
               DISPLAY 'NO DEPARTMENT MASTER FOUND - CODES PRINT '
                   'WITHOUT NAMES'
               GO TO 050-LOAD-DEPARTMENTS-EXIT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 051-LOAD-ONE-DEPARTMENT
               THRU 051-LOAD-ONE-DEPARTMENT-EXIT
               UNTIL INPUT-EOF.
           CLOSE DEPTMAST-FILE.
       050-LOAD-DEPARTMENTS-EXIT.
           EXIT.

       051-LOAD-ONE-DEPARTMENT.
           READ DEPTMAST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   GO TO 051-LOAD-ONE-DEPARTMENT-EXIT
           END-READ.
           IF DM-DEPT-CODE = SPACES
               GO TO 051-LOAD-ONE-DEPARTMENT-EXIT.
           MOVE DM-DEPT-CODE TO WS-LOOKUP-DEPT.
           PERFORM 070-FIND-DEPT THRU 070-FIND-DEPT-EXIT.
           IF WS-FOUND-SUB NOT = ZERO
               MOVE DM-DEPT-NAME TO WS-DEPT-NAME (WS-FOUND-SUB).
       051-LOAD-ONE-DEPARTMENT-EXIT.
           EXIT.

      *****************************************************************
      * 055-LOAD-BUDGETS: PICKS THE REPORT MONTH'S BUDGETS OFF        *
      * DEPTBUDG. A DEPARTMENT WITH NO BUDGET FOR THE MONTH IS        *
      * REPORTED WITH NONE AND RAISES NO ALERT.                       *
      *****************************************************************
       055-LOAD-BUDGETS.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-STATUS NOT = '00'
               DISPLAY 'NO DEPTBUDG FILE FOUND - NO BUDGETS LOADED'
               GO TO 055-LOAD-BUDGETS-EXIT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 056-LOAD-ONE-BUDGET
               THRU 056-LOAD-ONE-BUDGET-EXIT
               UNTIL INPUT-EOF.
           CLOSE BUDGET-FILE.
       055-LOAD-BUDGETS-EXIT.
           EXIT.

       056-LOAD-ONE-BUDGET.
           READ BUDGET-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   GO TO 056-LOAD-ONE-BUDGET-EXIT
           END-READ.
           IF BG-MONTH NOT = WS-REPORT-MONTH
                   OR BG-DEPT-CODE = SPACES
               GO TO 056-LOAD-ONE-BUDGET-EXIT.
           IF BG-AMOUNT IS NOT NUMERIC
               DISPLAY 'WARNING: DEPTBUDG LINE FOR ' BG-DEPT-CODE
                   ' HAS NO VALID AMOUNT - SKIPPED'
               GO TO 056-LOAD-ONE-BUDGET-EXIT.
           MOVE BG-DEPT-CODE TO WS-LOOKUP-DEPT.
           PERFORM 070-FIND-DEPT THRU 070-FIND-DEPT-EXIT.
           IF WS-FOUND-SUB NOT = ZERO
               MOVE BG-AMOUNT TO WS-DEPT-BUDGET (WS-FOUND-SUB)
               ADD 1 TO WS-BUDGETS-LOADED.
       056-LOAD-ONE-BUDGET-EXIT.
           EXIT.

      *****************************************************************
      * 060-SET-RUN-DATE: THE RUN DATE IS TODAY, OR A CHAINED RUN'S   *
      * RUN_DATE. THE REPORT MONTH IS THE RUN DATE'S UNLESS THE       *
      * CHGBACK.PARM CARD NAMES ANOTHER - A REPRINT OF A PAST MONTH,  *
      * WHICH RAISES NO ALERTS.                                       *
      *****************************************************************
       060-SET-RUN-DATE.
           ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD.
           ACCEPT WS-CHAIN-RUN-DATE FROM ENVIRONMENT 'RUN_DATE'.
           IF WS-CHAIN-RUN-DATE NOT = SPACES
               MOVE WS-CHAIN-RUN-DATE TO WS-RUN-DATE-TEXT.
           STRING WS-RUN-DATE-TEXT (1:4) '-' WS-RUN-DATE-TEXT (5:2)
                   '-' WS-RUN-DATE-TEXT (7:2)
               INTO WS-RUN-DATE-DISPLAY.
           MOVE WS-RUN-DATE-TEXT (1:6) TO WS-REPORT-MONTH.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CP-MONTH IS NUMERIC
                           MOVE CP-MONTH TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE PARM-FILE.
           IF WS-REPORT-MONTH NOT = WS-RUN-DATE-TEXT (1:6)
               MOVE 'N' TO WS-CURRENT-MONTH-FLAG
               DISPLAY 'CHGBACK: REPRINTING MONTH ' WS-REPORT-MONTH
                   ' - NO BUDGET ALERTS RAISED'.
           STRING WS-REPORT-MONTH (1:4) '-' WS-REPORT-MONTH (5:2)
               DELIMITED BY SIZE INTO WS-MONTH-DISPLAY.
       060-SET-RUN-DATE-EXIT.
           EXIT.

      *****************************************************************
      * 070-FIND-DEPT: RETURNS IN WS-FOUND-SUB THE TABLE ENTRY FOR    *
      * WS-LOOKUP-DEPT, ADDING ONE WHEN IT IS NOT THERE YET - ZERO    *
      * ONLY WHEN THE TABLE IS FULL.                                  *
      *****************************************************************
       070-FIND-DEPT.
           MOVE ZERO TO WS-FOUND-SUB.
           MOVE ZERO TO WS-DEPT-SUB.
           PERFORM 071-TEST-ONE-DEPT
               THRU 071-TEST-ONE-DEPT-EXIT
               WS-DEPT-COUNT TIMES.
           IF WS-FOUND-SUB NOT = ZERO
               GO TO 070-FIND-DEPT-EXIT.
           IF WS-DEPT-COUNT NOT < 60
               DISPLAY 'WARNING: DEPARTMENT TABLE FULL - '
                   WS-LOOKUP-DEPT ' NOT LOADED'
               GO TO 070-FIND-DEPT-EXIT.
           ADD 1 TO WS-DEPT-COUNT.
           MOVE WS-DEPT-COUNT TO WS-FOUND-SUB.
           MOVE WS-LOOKUP-DEPT TO WS-DEPT-CODE (WS-FOUND-SUB).
           IF WS-LOOKUP-DEPT = '***'
               MOVE '(NO DEPARTMENT)' TO WS-DEPT-NAME (WS-FOUND-SUB)
           ELSE
               MOVE '*NOT ON DEPTMAST*' TO
                   WS-DEPT-NAME (WS-FOUND-SUB).
           MOVE ZERO TO WS-DEPT-BUDGET (WS-FOUND-SUB).
           MOVE ZERO TO WS-DEPT-ACTUAL (WS-FOUND-SUB).
           MOVE ZERO TO WS-DEPT-BEFORE (WS-FOUND-SUB).
       070-FIND-DEPT-EXIT.
           EXIT.

       071-TEST-ONE-DEPT.
           ADD 1 TO WS-DEPT-SUB.
           IF WS-DEPT-CODE (WS-DEPT-SUB) = WS-LOOKUP-DEPT
               MOVE WS-DEPT-SUB TO WS-FOUND-SUB.
       071-TEST-ONE-DEPT-EXIT.
           EXIT.

      *****************************************************************
      * 095-SELECT-ISSUES: SORT INPUT PROCEDURE. RELEASES A           *
      * PLACEHOLDER FOR EVERY BUDGETED DEPARTMENT, THEN EVERY ISSUE   *
      * OF THE REPORT MONTH ON THE HISTORY, VALUED AND CLASSED.       *
      *****************************************************************
       095-SELECT-ISSUES.
           MOVE ZERO TO WS-DEPT-SUB.
           PERFORM 096-RELEASE-PLACEHOLDER
               THRU 096-RELEASE-PLACEHOLDER-EXIT
               WS-DEPT-COUNT TIMES.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'NO TRANSHIST FILE - NO ISSUES TO CHARGE'
               GO TO 095-SELECT-ISSUES-EXIT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 097-SELECT-ONE-ISSUE
               THRU 097-SELECT-ONE-ISSUE-EXIT
               UNTIL INPUT-EOF.
           CLOSE HISTORY-FILE.
       095-SELECT-ISSUES-EXIT.
           EXIT.

       096-RELEASE-PLACEHOLDER.
           ADD 1 TO WS-DEPT-SUB.
           IF WS-DEPT-BUDGET (WS-DEPT-SUB) NOT > ZERO
               GO TO 096-RELEASE-PLACEHOLDER-EXIT.
           MOVE WS-DEPT-CODE (WS-DEPT-SUB) TO WS-CW-DEPT-CODE.
           MOVE '0'    TO WS-CW-KIND.
           MOVE SPACES TO WS-CW-CLASS.
           MOVE SPACES TO WS-CW-ITEM-CODE.
           MOVE ZERO   TO WS-CW-QUANTITY.
           MOVE ZERO   TO WS-CW-VALUE.
           RELEASE SORT-RECORD FROM WS-CHARGED-WORK.
       096-RELEASE-PLACEHOLDER-EXIT.
           EXIT.

      *****************************************************************
      * 097-SELECT-ONE-ISSUE: AN ISSUE'S SIGNED QUANTITY IS NEGATIVE  *
      * ON THE HISTORY, SO THE QUANTITY CONSUMED IS ITS NEGATION.     *
      * HISTORY WRITTEN AFTER THE RUN DATE (A RE-RUN OF AN EARLIER    *
      * NIGHT) IS LEFT OUT OF THE CURRENT MONTH.                      *
      *****************************************************************
       097-SELECT-ONE-ISSUE.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   GO TO 097-SELECT-ONE-ISSUE-EXIT
           END-READ.
           ADD 1 TO WS-HISTORY-READ.
           IF NOT HIST-ISSUE
                   OR HIST-RUN-DATE (1:6) NOT = WS-REPORT-MONTH
               GO TO 097-SELECT-ONE-ISSUE-EXIT.
           IF CURRENT-MONTH AND HIST-RUN-DATE > WS-RUN-DATE-TEXT
               GO TO 097-SELECT-ONE-ISSUE-EXIT.
           IF HIST-SIGNED-QTY IS NOT NUMERIC
                   OR HIST-UNIT-COST IS NOT NUMERIC
               GO TO 097-SELECT-ONE-ISSUE-EXIT.
           ADD 1 TO WS-ISSUES-CHARGED.
           MOVE HIST-CHARGE-DEPT TO WS-CW-DEPT-CODE.
           IF HIST-CHARGE-DEPT = SPACES
               MOVE '***' TO WS-CW-DEPT-CODE.
           MOVE '1' TO WS-CW-KIND.
           MOVE '????' TO WS-CW-CLASS.
           IF ITEMMAST-OPEN
               MOVE HIST-ITEM-CODE TO IM-ITEM-CODE
               READ ITEMMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IM-CLASS TO WS-CW-CLASS
               END-READ.
           MOVE HIST-ITEM-CODE TO WS-CW-ITEM-CODE.
           COMPUTE WS-CW-QUANTITY = ZERO - HIST-SIGNED-QTY.
           COMPUTE WS-ISSUE-VALUE ROUNDED =
               WS-CW-QUANTITY * HIST-UNIT-COST.
           MOVE WS-ISSUE-VALUE TO WS-CW-VALUE.
           MOVE WS-CW-DEPT-CODE TO WS-LOOKUP-DEPT.
           PERFORM 070-FIND-DEPT THRU 070-FIND-DEPT-EXIT.
           IF WS-FOUND-SUB NOT = ZERO
               ADD WS-ISSUE-VALUE TO WS-DEPT-ACTUAL (WS-FOUND-SUB)
               IF HIST-RUN-DATE < WS-RUN-DATE-TEXT
                   ADD WS-ISSUE-VALUE TO WS-DEPT-BEFORE (WS-FOUND-SUB)
               END-IF
           END-IF.
           RELEASE SORT-RECORD FROM WS-CHARGED-WORK.
       097-SELECT-ONE-ISSUE-EXIT.
           EXIT.

      *****************************************************************
      * 100-WRITE-HEADERS: PRINTS THE TITLE, RUN DATE, PAGE NUMBER,   *
      * THE MONTH AND DEPARTMENT BEING LISTED AND THE COLUMN          *
      * HEADINGS - THE SAME PATTERN PROJ6 USES FOR 100-WRITE-HEADERS. *
      * THE SUMMARY PAGES (NO CURRENT DEPARTMENT) CARRY THE SUMMARY   *
      * COLUMNS INSTEAD.                                              *
      *****************************************************************
       100-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-PAGE-NUM TO RH-PAGE-OUT.
           MOVE WS-RUN-DATE-DISPLAY TO RH-DATE-OUT.
           MOVE WS-MONTH-DISPLAY TO RH-MONTH-OUT.
           MOVE WS-CURRENT-DEPT TO RH-DEPT-CODE.
           MOVE SPACES TO RH-DEPT-NAME.
           IF WS-CURRENT-DEPT = SPACES
               MOVE 'ALL  - SUMMARY' TO RH-DEPT-NAME
           ELSE
               MOVE WS-CURRENT-DEPT TO WS-LOOKUP-DEPT
               PERFORM 070-FIND-DEPT THRU 070-FIND-DEPT-EXIT
               IF WS-FOUND-SUB NOT = ZERO
                   MOVE WS-DEPT-NAME (WS-FOUND-SUB) TO RH-DEPT-NAME
               END-IF
           END-IF.
           IF WS-PAGE-NUM > 1
               MOVE WS-BLANK-LINE TO CHG-REPORT-RECORD
               WRITE CHG-REPORT-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO CHG-REPORT-RECORD.
           WRITE CHG-REPORT-RECORD.
           MOVE RH-DEPARTMENT TO CHG-REPORT-RECORD.
           WRITE CHG-REPORT-RECORD.
           IF WS-CURRENT-DEPT = SPACES
               MOVE RH-SUMMARY-COLUMNS TO CHG-REPORT-RECORD
           ELSE
               MOVE RH-COLUMNS TO CHG-REPORT-RECORD.
           WRITE CHG-REPORT-RECORD.
           MOVE WS-BLANK-LINE TO CHG-REPORT-RECORD.
           WRITE CHG-REPORT-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       100-WRITE-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 200-REPORT-ONE-ISSUE: READS THE NEXT SORTED ISSUE. A NEW      *
      * DEPARTMENT TOTALS THE ONE JUST FINISHED AND STARTS ITS OWN    *
      * PAGE; A NEW CLASS PRINTS THE CLASS JUST FINISHED.             *
      *****************************************************************
       200-REPORT-ONE-ISSUE.
           READ CHARGED-FILE
               AT END
                   MOVE 'Y' TO WS-CHARGED-EOF-FLAG
                   GO TO 200-REPORT-ONE-ISSUE-EXIT
           END-READ.
           IF CW-DEPT-CODE NOT = WS-CURRENT-DEPT
               IF WS-CURRENT-DEPT NOT = SPACES
                   PERFORM 250-WRITE-DEPT-TOTAL
                       THRU 250-WRITE-DEPT-TOTAL-EXIT
                   MOVE CW-DEPT-CODE TO WS-CURRENT-DEPT
                   PERFORM 100-WRITE-HEADERS
                       THRU 100-WRITE-HEADERS-EXIT
               ELSE
                   MOVE CW-DEPT-CODE TO WS-CURRENT-DEPT
                   PERFORM 100-WRITE-HEADERS
                       THRU 100-WRITE-HEADERS-EXIT.
           IF CW-PLACEHOLDER
               GO TO 200-REPORT-ONE-ISSUE-EXIT.
           IF CLASS-STARTED AND CW-CLASS NOT = WS-CURRENT-CLASS
               PERFORM 240-WRITE-CLASS-LINE
                   THRU 240-WRITE-CLASS-LINE-EXIT.
           MOVE CW-CLASS TO WS-CURRENT-CLASS.
           MOVE 'Y' TO WS-CLASS-STARTED-FLAG.
           ADD 1 TO WS-CLASS-LINES.
           ADD CW-QUANTITY TO WS-CLASS-QTY.
           ADD CW-VALUE TO WS-CLASS-VALUE.
       200-REPORT-ONE-ISSUE-EXIT.
           EXIT.

      *****************************************************************
      * 240-WRITE-CLASS-LINE: THE ISSUES, QUANTITY AND VALUE OF ONE   *
      * ITEM CLASS FOR THE DEPARTMENT, CARRIED INTO ITS TOTAL.        *
      *****************************************************************
       240-WRITE-CLASS-LINE.
           MOVE WS-CURRENT-CLASS TO CL-CLASS.
           MOVE WS-CLASS-LINES TO CL-LINES.
           MOVE WS-CLASS-QTY TO CL-QUANTITY.
           MOVE WS-CLASS-VALUE TO CL-VALUE.
           MOVE WS-CLASS-LINE TO CHG-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           ADD WS-CLASS-LINES TO WS-DEPT-LINES.
           ADD WS-CLASS-QTY TO WS-DEPT-QTY.
           ADD WS-CLASS-VALUE TO WS-DEPT-VALUE.
           MOVE ZERO TO WS-CLASS-LINES.
           MOVE ZERO TO WS-CLASS-QTY.
           MOVE ZERO TO WS-CLASS-VALUE.
           MOVE 'N' TO WS-CLASS-STARTED-FLAG.
       240-WRITE-CLASS-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 250-WRITE-DEPT-TOTAL: THE DEPARTMENT'S TOTAL OVER ITS CLASSES *
      * AND ITS BUDGET LINE - BUDGET, ACTUAL AND PERCENTAGE USED.     *
      *****************************************************************
       250-WRITE-DEPT-TOTAL.
           IF CLASS-STARTED
               PERFORM 240-WRITE-CLASS-LINE
                   THRU 240-WRITE-CLASS-LINE-EXIT.
           IF WS-DEPT-LINES = ZERO
               MOVE '     NO ISSUES CHARGED THIS MONTH'
                   TO CHG-REPORT-RECORD
               PERFORM 280-EMIT-REPORT-LINE
                   THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE WS-BLANK-LINE TO CHG-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'TOTAL' TO CL-CLASS.
           MOVE WS-DEPT-LINES TO CL-LINES.
           MOVE WS-DEPT-QTY TO CL-QUANTITY.
           MOVE WS-DEPT-VALUE TO CL-VALUE.
           MOVE WS-CLASS-LINE TO CHG-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE WS-BLANK-LINE TO CHG-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE RH-SUMMARY-COLUMNS TO CHG-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE WS-CURRENT-DEPT TO WS-LOOKUP-DEPT.
           PERFORM 070-FIND-DEPT THRU 070-FIND-DEPT-EXIT.
           IF WS-FOUND-SUB NOT = ZERO
               MOVE WS-FOUND-SUB TO WS-DEPT-SUB
               PERFORM 260-BUILD-BUDGET-LINE
                   THRU 260-BUILD-BUDGET-LINE-EXIT
               MOVE WS-BUDGET-LINE TO CHG-REPORT-RECORD
               PERFORM 280-EMIT-REPORT-LINE
                   THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE ZERO TO WS-DEPT-LINES.
           MOVE ZERO TO WS-DEPT-QTY.
           MOVE ZERO TO WS-DEPT-VALUE.
       250-WRITE-DEPT-TOTAL-EXIT.
           EXIT.

      *****************************************************************
      * 260-BUILD-BUDGET-LINE: FILLS WS-BUDGET-LINE FOR THE TABLE     *
      * ENTRY AT WS-DEPT-SUB. A DEPARTMENT WITH NO BUDGET SHOWS NO    *
      * PERCENTAGE.                                                   *
      *****************************************************************
       260-BUILD-BUDGET-LINE.
           MOVE SPACES TO BL-DEPT-CODE.
           MOVE WS-DEPT-CODE (WS-DEPT-SUB) TO BL-DEPT-CODE.
           MOVE WS-DEPT-NAME (WS-DEPT-SUB) TO BL-DEPT-NAME.
           MOVE WS-DEPT-BUDGET (WS-DEPT-SUB) TO BL-BUDGET.
           MOVE WS-DEPT-ACTUAL (WS-DEPT-SUB) TO BL-ACTUAL.
           MOVE ZERO TO BL-PERCENT.
           MOVE SPACES TO BL-STATUS.
           IF WS-DEPT-BUDGET (WS-DEPT-SUB) NOT > ZERO
               MOVE 'NO BUDGET' TO BL-STATUS
               GO TO 260-BUILD-BUDGET-LINE-EXIT.
           PERFORM 265-COMPUTE-PERCENT THRU 265-COMPUTE-PERCENT-EXIT.
           MOVE WS-PERCENT TO BL-PERCENT.
           IF WS-PERCENT NOT < 100
               MOVE 'OVER BUDGET' TO BL-STATUS
           ELSE IF WS-PERCENT NOT < 90
               MOVE 'OVER 90 PERCENT' TO BL-STATUS
           ELSE
               MOVE 'WITHIN BUDGET' TO BL-STATUS.
       260-BUILD-BUDGET-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 265-COMPUTE-PERCENT: THE PERCENTAGE OF THE BUDGET AT          *
      * WS-DEPT-SUB USED BY THE MONTH'S CONSUMPTION (WS-PERCENT) AND  *
      * BY WHAT WAS CONSUMED BEFORE THE RUN DATE (WS-PERCENT-BEFORE), *
      * HELD AT 9999.9 SO A TINY BUDGET CANNOT OVERFLOW THE FIGURE.   *
      *****************************************************************
       265-COMPUTE-PERCENT.
           COMPUTE WS-PERCENT ROUNDED =
               WS-DEPT-ACTUAL (WS-DEPT-SUB) * 100
                   / WS-DEPT-BUDGET (WS-DEPT-SUB)
               ON SIZE ERROR
                   MOVE 9999.9 TO WS-PERCENT
           END-COMPUTE.
           COMPUTE WS-PERCENT-BEFORE ROUNDED =
               WS-DEPT-BEFORE (WS-DEPT-SUB) * 100
                   / WS-DEPT-BUDGET (WS-DEPT-SUB)
               ON SIZE ERROR
                   MOVE 9999.9 TO WS-PERCENT-BEFORE
           END-COMPUTE.
           IF WS-PERCENT > 9999.9
               MOVE 9999.9 TO WS-PERCENT.
           IF WS-PERCENT-BEFORE > 9999.9
               MOVE 9999.9 TO WS-PERCENT-BEFORE.
       265-COMPUTE-PERCENT-EXIT.
           EXIT.

      *****************************************************************
      * 280-EMIT-REPORT-LINE: WRITES THE LINE ALREADY MOVED TO        *
      * CHG-REPORT-RECORD AND STARTS A NEW PAGE WHEN THIS ONE IS      *
      * FULL.                                                         *
      *****************************************************************
       280-EMIT-REPORT-LINE.
           WRITE CHG-REPORT-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
       280-EMIT-REPORT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 400-WRITE-SUMMARY: ONE BUDGET LINE PER DEPARTMENT THAT HAD A  *
      * BUDGET OR CONSUMPTION IN THE MONTH, AND THE TOTAL OVER ALL OF *
      * THEM, ON PAGES OF THEIR OWN.                                  *
      *****************************************************************
       400-WRITE-SUMMARY.
           MOVE SPACES TO WS-CURRENT-DEPT.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           MOVE ZERO TO WS-DEPT-SUB.
           PERFORM 410-WRITE-ONE-SUMMARY
               THRU 410-WRITE-ONE-SUMMARY-EXIT
               WS-DEPT-COUNT TIMES.
           MOVE WS-BLANK-LINE TO CHG-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-BUDGET-LINE.
           MOVE 'ALL DEPARTMENTS' TO BL-DEPT-NAME.
           MOVE WS-GRAND-BUDGET TO BL-BUDGET.
           MOVE WS-GRAND-VALUE TO BL-ACTUAL.
           MOVE ZERO TO BL-PERCENT.
           IF WS-GRAND-BUDGET > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-GRAND-VALUE * 100 / WS-GRAND-BUDGET
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-PERCENT
               END-COMPUTE
               MOVE WS-PERCENT TO BL-PERCENT.
           MOVE WS-BUDGET-LINE TO CHG-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE WS-BLANK-LINE TO CHG-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'HISTORY RECORDS READ:' TO SL-LABEL.
           MOVE WS-HISTORY-READ TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO CHG-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'ISSUES CHARGED:' TO SL-LABEL.
           MOVE WS-ISSUES-CHARGED TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO CHG-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       400-WRITE-SUMMARY-EXIT.
           EXIT.

       410-WRITE-ONE-SUMMARY.
           ADD 1 TO WS-DEPT-SUB.
           IF WS-DEPT-BUDGET (WS-DEPT-SUB) = ZERO
                   AND WS-DEPT-ACTUAL (WS-DEPT-SUB) = ZERO
               GO TO 410-WRITE-ONE-SUMMARY-EXIT.
           PERFORM 260-BUILD-BUDGET-LINE
               THRU 260-BUILD-BUDGET-LINE-EXIT.
           MOVE WS-BUDGET-LINE TO CHG-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           ADD WS-DEPT-BUDGET (WS-DEPT-SUB) TO WS-GRAND-BUDGET.
           ADD WS-DEPT-ACTUAL (WS-DEPT-SUB) TO WS-GRAND-VALUE.
       410-WRITE-ONE-SUMMARY-EXIT.
           EXIT.

      *****************************************************************
      * 500-CHECK-ONE-BUDGET: RAISES A WARNING WHEN THE RUN DATE'S    *
      * ISSUES TOOK A DEPARTMENT OVER 90% OR OVER 100% OF ITS BUDGET  *
      * - IT WAS UNDER THE LINE BEFORE TONIGHT AND IS AT OR OVER IT   *
      * NOW - SO EACH CROSSING IS ALERTED ONCE, NOT EVERY NIGHT FOR   *
      * THE REST OF THE MONTH. A NIGHT THAT CROSSES BOTH LINES        *
      * RAISES THE 100% WARNING ALONE.                                *
      *****************************************************************
       500-CHECK-ONE-BUDGET.
           ADD 1 TO WS-DEPT-SUB.
           IF WS-DEPT-BUDGET (WS-DEPT-SUB) NOT > ZERO
               GO TO 500-CHECK-ONE-BUDGET-EXIT.
           PERFORM 265-COMPUTE-PERCENT THRU 265-COMPUTE-PERCENT-EXIT.
           MOVE WS-PERCENT TO WS-ALERT-PCT-OUT.
           MOVE SPACES TO WS-ALERT-TEXT.
           IF WS-PERCENT NOT < 100 AND WS-PERCENT-BEFORE < 100
               STRING 'DEPT ' WS-DEPT-CODE (WS-DEPT-SUB)
                       ' OVER ' WS-MONTH-DISPLAY
                       ' CONSUMPTION BUDGET - ' WS-ALERT-PCT-OUT
                       '% USED' DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
           ELSE IF WS-PERCENT NOT < 90 AND WS-PERCENT-BEFORE < 90
               STRING 'DEPT ' WS-DEPT-CODE (WS-DEPT-SUB)
                       ' AT 90% OF ' WS-MONTH-DISPLAY
                       ' CONSUMPTION BUDGET - ' WS-ALERT-PCT-OUT
                       '% USED' DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT.
           IF WS-ALERT-TEXT = SPACES
               GO TO 500-CHECK-ONE-BUDGET-EXIT.
           DISPLAY 'CHGBACK: ' WS-ALERT-TEXT.
           MOVE 'W' TO WS-ALERT-SEVERITY.
           PERFORM 088-WRITE-ALERT THRU 088-WRITE-ALERT-EXIT.
           ADD 1 TO WS-ALERTS-RAISED.
       500-CHECK-ONE-BUDGET-EXIT.
           EXIT.

      *****************************************************************
      * 088-WRITE-ALERT: APPENDS ONE SEVERITY-CODED ALERT TO THE      *
      * COMMON ALERTS FEED - THE SAME WRITE PROJ6 USES.               *
      *****************************************************************
       088-WRITE-ALERT.
           ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-OPS-TIME FROM TIME.
           OPEN EXTEND ALERTS-FILE.
           IF WS-ALERTS-STATUS = '05' OR WS-ALERTS-STATUS = '35'
               OPEN OUTPUT ALERTS-FILE.
           MOVE 'CHGBACK '        TO ALT-PROGRAM-ID.
           MOVE WS-OPS-DATE       TO ALT-RUN-DATE.
           MOVE WS-OPS-TIME (1:6) TO ALT-RUN-TIME.
           MOVE WS-ALERT-SEVERITY TO ALT-SEVERITY.
           MOVE WS-ALERT-TEXT     TO ALT-TEXT.
           WRITE ALERTS-RECORD.
           CLOSE ALERTS-FILE.
       088-WRITE-ALERT-EXIT.
           EXIT.
