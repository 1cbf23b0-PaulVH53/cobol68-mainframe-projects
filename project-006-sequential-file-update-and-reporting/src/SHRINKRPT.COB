      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(SHRINKRPT)                      *
      * PURPOSE: MONTHLY SHRINKAGE ANALYSIS. READS THE STOCK MOVEMENT *
      * HISTORY PROJ6 KEEPS AND TOTALS THE MONTH'S ADJUSTMENTS - THE  *
      * KEYED 'A' WRITE-OFFS PROJ6 POSTS AND THE COUNT VARIANCES      *
      * PHYSCNT POSTS - BY ADJUSTMENT REASON, LOCATION AND ITEM       *
      * CLASS, QUANTITY AND VALUE AT THE COST EACH WAS BOOKED AT, AND *
      * SETS EACH LINE'S VALUE BESIDE THE SAME LINE'S VALUE FOR EACH  *
      * OF THE THREE MONTHS BEFORE, THEIR AVERAGE, AND THE MONTH'S    *
      * CHANGE ON THAT AVERAGE - SO A RISE IN THEFT AT ONE STORE OR   *
      * IN BREAKAGE OF ONE CLASS SHOWS UP THE MONTH IT HAPPENS.       *
      * EACH REASON IS TOTALLED, WITH A GRAND TOTAL AT THE END.       *
      * A STOCK GAIN (A COUNT ABOVE THE BOOK) IS A NEGATIVE           *
      * SHRINKAGE AND NETS AGAINST THE LOSSES ON ITS LINE.            *
      *                                                               *
      * THE MONTH IS THE RUN DATE'S MONTH, SO THE NIGHTLY RUN IS A    *
      * MONTH-TO-DATE REPORT. A SHRINKRPT.PARM CARD NAMING A MONTH    *
      * (YYYYMM) REPRINTS THAT MONTH INSTEAD - THE SAME CARD CHGBACK  *
      * TAKES.                                                        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHRINKRPT.

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
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
      *****************************************************************
      * ADJREASN-FILE / ITEMMAST-FILE: THE REASON DESCRIPTIONS AND    *
      * EACH ITEM'S CLASS, FOUND THE SAME WAY CHGBACK FINDS THEM.     *
      *****************************************************************
           SELECT ADJREASN-FILE ASSIGN DYNAMIC WS-ADJREASN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJREASN-STATUS.
           SELECT ITEMMAST-FILE ASSIGN DYNAMIC WS-ITEMMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
      *****************************************************************
      * SHRINK-FILE: THE FOUR MONTHS' ADJUSTMENTS IN REASON /         *
      * LOCATION / CLASS ORDER, AS THE SORT STEP'S GIVING LEAVES      *
      * THEM.                                                         *
      *****************************************************************
           SELECT SHRINK-FILE ASSIGN DYNAMIC WS-SHRINK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHRINK-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT SHR-REPORT-FILE ASSIGN DYNAMIC WS-SHR-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * HISTORY-FILE: SAME LAYOUT AS PROJ6'S HIST-RECORD.             *
      *****************************************************************
       FD  HISTORY-FILE
           RECORDING MODE IS F.

       01  HIST-RECORD.
           05  HIST-ITEM-CODE        PIC X(10).
           05  HIST-LOC-CODE         PIC X(03).
           05  HIST-RUN-DATE         PIC X(08).
           05  HIST-TRANS-TYPE       PIC X(01).
               88  HIST-ADJUSTMENT   VALUE 'A'.
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
           05  HIST-ADJ-REASON       REDEFINES HIST-CHARGE-DEPT
                                     PIC X(03).

      *****************************************************************
      * PARM-FILE: AN OPTIONAL CARD NAMING THE MONTH (YYYYMM) TO      *
      * REPORT. NO CARD, OR A BLANK ONE, REPORTS THE RUN DATE'S MONTH.*
      *****************************************************************
       FD  PARM-FILE
           RECORDING MODE IS F.

       01  SP-RECORD.
           05  SP-MONTH              PIC X(06).

      *****************************************************************
      * ADJREASN-FILE: SAME LAYOUT AS ADJRMNT'S AR-RECORD.            *
      *****************************************************************
       FD  ADJREASN-FILE
           RECORDING MODE IS F.

       01  AR-RECORD.
           05  AR-REASON-CODE       PIC X(03).
           05  AR-DESCRIPTION       PIC X(25).
           05  AR-STATUS            PIC X(01).

      *****************************************************************
      * ITEMMAST-FILE: SAME LAYOUT AS PROJ2'S IM-RECORD.              *
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
      * SHRINK-FILE / SORT-WORK-FILE: ONE ADJUSTMENT OF THE FOUR      *
      * MONTHS. SW-SLOT IS 1 FOR THE REPORT MONTH, 2 TO 4 FOR THE     *
      * ONE, TWO AND THREE MONTHS BEFORE. SW-REASON IS '***' FOR AN   *
      * ADJUSTMENT CARRYING NO REASON. SW-QUANTITY IS THE QUANTITY    *
      * LOST AND SW-VALUE IS IT AT THE UNIT COST IT WAS BOOKED AT.    *
      *****************************************************************
       FD  SHRINK-FILE
           RECORDING MODE IS F.

       01  SW-RECORD.
           05  SW-REASON             PIC X(03).
           05  SW-LOC-CODE           PIC X(03).
           05  SW-CLASS              PIC X(04).
           05  SW-SLOT               PIC 9(01).
           05  SW-QUANTITY           PIC S9(07)    SIGN IS TRAILING
                                        SEPARATE.
           05  SW-VALUE              PIC S9(09)V99 SIGN IS TRAILING
                                        SEPARATE.

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-REASON             PIC X(03).
           05  SR-LOC-CODE           PIC X(03).
           05  SR-CLASS              PIC X(04).
           05  SR-SLOT               PIC 9(01).
           05  FILLER                PIC X(20).

       FD  SHR-REPORT-FILE
           RECORDING MODE IS F.

       01  SHR-REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-HISTORY-STATUS     PIC XX.
           05  WS-PARM-STATUS        PIC XX.
           05  WS-ADJREASN-STATUS    PIC XX.
           05  WS-ITEMMAST-STATUS    PIC XX.
           05  WS-SHRINK-STATUS      PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-EOF-FLAG           PIC X          VALUE 'N'.
               88  INPUT-EOF         VALUE 'Y'.
           05  WS-SHRINK-EOF-FLAG    PIC X          VALUE 'N'.
               88  SHRINK-EOF        VALUE 'Y'.
           05  WS-ITEMMAST-OPEN-FLAG PIC X          VALUE 'N'.
               88  ITEMMAST-OPEN     VALUE 'Y'.
           05  WS-CURRENT-MONTH-FLAG PIC X          VALUE 'Y'.
               88  CURRENT-MONTH     VALUE 'Y'.
           05  WS-LINE-STARTED-FLAG  PIC X          VALUE 'N'.
               88  LINE-STARTED      VALUE 'Y'.

       77  WS-HISTORY-READ           PIC 9(07) COMP VALUE ZERO.
       77  WS-ADJUSTMENTS-SELECTED   PIC 9(07) COMP VALUE ZERO.
       77  WS-SLOT                   PIC 9(01) COMP VALUE ZERO.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE-TEXT      PIC X(08)      VALUE ZEROS.
           05  WS-RUN-DATE-DISPLAY   PIC X(10)      VALUE SPACES.
           05  WS-REPORT-MONTH       PIC X(06)      VALUE SPACES.
           05  WS-REPORT-MONTH-NUM   REDEFINES WS-REPORT-MONTH.
               10  WS-REPORT-YYYY    PIC 9(04).
               10  WS-REPORT-MM      PIC 9(02).

       77  WS-CHAIN-RUN-DATE        PIC X(08)      VALUE SPACES.

      *****************************************************************
      * WS-MONTH-FIELDS: MONTHS ARE COMPARED AS A COUNT OF MONTHS     *
      * (YEAR * 12 + MONTH), SO THE THREE MONTHS BEFORE A JANUARY     *
      * REACH BACK INTO THE YEAR BEFORE WITHOUT SPECIAL CASES.        *
      * WS-SLOT-MONTH HOLDS EACH COLUMN'S MONTH AS YYYY-MM FOR THE    *
      * HEADINGS.                                                     *
      *****************************************************************
       01  WS-MONTH-FIELDS.
           05  WS-REPORT-MONTH-COUNT PIC 9(06) COMP VALUE ZERO.
           05  WS-HIST-MONTH-COUNT   PIC 9(06) COMP VALUE ZERO.
           05  WS-MONTHS-BACK        PIC S9(06) COMP VALUE ZERO.
           05  WS-HIST-YYYY          PIC 9(04)      VALUE ZERO.
           05  WS-HIST-MM            PIC 9(02)      VALUE ZERO.
           05  WS-SLOT-YYYY          PIC 9(04)      VALUE ZERO.
           05  WS-SLOT-MM            PIC 9(02)      VALUE ZERO.
           05  WS-SLOT-MONTH OCCURS 4 TIMES
                                     PIC X(07).

       01  WS-UTILITY-FIELDS.
           05  WS-BLANK-LINE         PIC X(132)    VALUE SPACES.
           05  WS-ADJ-VALUE          PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-AVERAGE            PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CHANGE             PIC S9(11)V99 COMP-3 VALUE ZERO.

      *****************************************************************
      * WS-SHRINK-WORK: THE ADJUSTMENT BEING RELEASED TO THE SORT,    *
      * BUILT HERE BEFORE IT IS RELEASED.                             *
      *****************************************************************
       01  WS-SHRINK-WORK.
           05  WS-SW-REASON          PIC X(03).
           05  WS-SW-LOC-CODE        PIC X(03).
           05  WS-SW-CLASS           PIC X(04).
           05  WS-SW-SLOT            PIC 9(01).
           05  WS-SW-QUANTITY        PIC S9(07)    SIGN IS TRAILING
                                        SEPARATE.
           05  WS-SW-VALUE           PIC S9(09)V99 SIGN IS TRAILING
                                        SEPARATE.

      *****************************************************************
      * WS-ADJR-TABLE: THE REASON CODES OFF ADJREASN WITH THEIR       *
      * DESCRIPTIONS, FOR THE REASON HEADINGS. A RETIRED REASON STILL *
      * PRINTS UNDER ITS DESCRIPTION.                                 *
      *****************************************************************
       01  WS-ADJR-TABLE.
           05  WS-ADJR-COUNT        PIC 9(03) COMP VALUE ZERO.
           05  WS-ADJR-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-ADJR-COUNT
                       INDEXED BY WS-ADJR-IDX.
               10  WS-ADJR-CODE        PIC X(03).
               10  WS-ADJR-DESCRIPTION PIC X(25).

      *****************************************************************
      * WS-BREAK-FIELDS: THE QUANTITY LOST IN THE REPORT MONTH AND    *
      * THE VALUE LOST IN EACH OF THE FOUR MONTHS (BY SW-SLOT), FOR   *
      * THE LINE BEING BUILT, THE REASON, AND THE WHOLE REPORT.       *
      *****************************************************************
       01  WS-BREAK-FIELDS.
           05  WS-CURRENT-REASON     PIC X(03)      VALUE SPACES.
           05  WS-CURRENT-LOC        PIC X(03)      VALUE SPACES.
           05  WS-CURRENT-CLASS      PIC X(04)      VALUE SPACES.
           05  WS-LINE-QTY           PIC S9(09) COMP VALUE ZERO.
           05  WS-LINE-VALUE OCCURS 4 TIMES
                                     PIC S9(11)V99 COMP-3.
           05  WS-REASON-QTY         PIC S9(09) COMP VALUE ZERO.
           05  WS-REASON-VALUE OCCURS 4 TIMES
                                     PIC S9(11)V99 COMP-3.
           05  WS-GRAND-QTY          PIC S9(09) COMP VALUE ZERO.
           05  WS-GRAND-VALUE OCCURS 4 TIMES
                                     PIC S9(11)V99 COMP-3.

      *****************************************************************
      * WS-DATA-PATH-FIELDS: SEE 005-RESOLVE-DATA-PATHS.              *
      *****************************************************************
       01  WS-DATA-PATH-FIELDS.
           05  WS-DATA-DIR           PIC X(60) VALUE 'data'.
           05  WS-TRANSHIST-PATH     PIC X(80) VALUE SPACES.
           05  WS-PARM-PATH          PIC X(80) VALUE SPACES.
           05  WS-ADJREASN-PATH      PIC X(80) VALUE SPACES.
           05  WS-ITEMMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-SHRINK-PATH        PIC X(80) VALUE SPACES.
           05  WS-SHR-RPT-PATH       PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- MONTHLY SHRINKAGE ANALYSIS ---        '.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RUN DATE: '.
               10  RH-DATE-OUT     PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  RH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(40)     VALUE SPACES.
           05  RH-MONTH.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(7)      VALUE 'MONTH: '.
               10  RH-MONTH-OUT    PIC X(07).
               10  FILLER          PIC X(4)      VALUE SPACES.
               10  FILLER          PIC X(28)     VALUE
                   'COMPARED WITH THE 3 MONTHS  '.
               10  FILLER          PIC X(6)      VALUE 'FROM: '.
               10  RH-FROM-OUT     PIC X(07).
               10  FILLER          PIC X(68)     VALUE SPACES.
           05  RH-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(5)      VALUE 'LOC'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'CLASS'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(9)      VALUE ' QUANTITY'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  RH-VALUE-1      PIC X(15).
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  RH-VALUE-2      PIC X(15).
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  RH-VALUE-3      PIC X(15).
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  RH-VALUE-4      PIC X(15).
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(15)     VALUE
                   '  3-MONTH AVG'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(15)     VALUE
                   ' CHANGE ON AVG'.
               10  FILLER          PIC X(1)      VALUE SPACES.

       01  WS-REASON-HEADING.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  FILLER              PIC X(8)      VALUE 'REASON: '.
           05  RG-REASON-CODE      PIC X(03).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  RG-DESCRIPTION      PIC X(25).
           05  FILLER              PIC X(89)     VALUE SPACES.

      *****************************************************************
      * WS-SHRINK-LINE: ONE LOCATION / CLASS OF A REASON, THE         *
      * REASON'S TOTAL AND THE GRAND TOTAL ALL PRINT ON THIS LINE.    *
      * DL-VALUE (1) IS THE REPORT MONTH, (2) TO (4) THE MONTHS       *
      * BEFORE IT, NEWEST FIRST.                                      *
      *****************************************************************
       01  WS-SHRINK-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-LOC-CODE         PIC X(05).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-CLASS            PIC X(06).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-QUANTITY         PIC -ZZZ,ZZ9.
           05  FILLER              PIC X(1)      VALUE SPACES.
           05  DL-VALUE-GROUP OCCURS 4 TIMES.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  DL-VALUE        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-AVERAGE          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-CHANGE           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)      VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-LABEL            PIC X(30).
           05  SL-COUNT-OUT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(90)     VALUE SPACES.

       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NUM           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-ON-PAGE      PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE     PIC 9(03) COMP VALUE 50.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'SHRINKRPT: MONTHLY SHRINKAGE ANALYSIS'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-SET-RUN-DATE
               THRU 060-SET-RUN-DATE-EXIT.
           PERFORM 050-LOAD-REASONS
               THRU 050-LOAD-REASONS-EXIT.
           PERFORM 065-CLEAR-ONE-SLOT
               THRU 065-CLEAR-ONE-SLOT-EXIT
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4.
           OPEN INPUT ITEMMAST-FILE.
           IF WS-ITEMMAST-STATUS = '00'
               MOVE 'Y' TO WS-ITEMMAST-OPEN-FLAG
           ELSE
               DISPLAY 'ITEM MASTER NOT AVAILABLE - STATUS '
                   WS-ITEMMAST-STATUS ' - CLASSES SHOWN AS ????'.

      *****************************************************************
      * THE SORT STEP PICKS THE FOUR MONTHS' ADJUSTMENTS OFF THE      *
      * HISTORY, VALUES THEM AND LEAVES THEM IN REASON / LOCATION /   *
      * CLASS ORDER FOR THE BREAKS.                                   *
      *****************************************************************
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-REASON SR-LOC-CODE SR-CLASS
                                SR-SLOT
               INPUT PROCEDURE IS 095-SELECT-ADJUSTMENTS
                   THRU 095-SELECT-ADJUSTMENTS-EXIT
               GIVING SHRINK-FILE.
           IF ITEMMAST-OPEN
               CLOSE ITEMMAST-FILE.
           OPEN INPUT SHRINK-FILE.
           IF WS-SHRINK-STATUS NOT = '00'
               DISPLAY 'SHRINKRPT ABEND - CANNOT OPEN SORTED '
                   'ADJUSTMENT FILE - STATUS ' WS-SHRINK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT SHR-REPORT-FILE.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           PERFORM 200-REPORT-ONE-ADJUSTMENT
               THRU 200-REPORT-ONE-ADJUSTMENT-EXIT
               UNTIL SHRINK-EOF.
           IF WS-CURRENT-REASON NOT = SPACES
               PERFORM 250-WRITE-REASON-TOTAL
                   THRU 250-WRITE-REASON-TOTAL-EXIT.
           PERFORM 400-WRITE-GRAND-TOTAL
               THRU 400-WRITE-GRAND-TOTAL-EXIT.
           CLOSE SHRINK-FILE
                 SHR-REPORT-FILE.

           DISPLAY 'SHRINKRPT: HISTORY RECORDS READ  : '
               WS-HISTORY-READ.
           DISPLAY 'SHRINKRPT: ADJUSTMENTS SELECTED  : '
               WS-ADJUSTMENTS-SELECTED.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'SHRINKRPT: SHRINKAGE REPORT ENDED'.
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
                   '/SHRINKRPT.PARM' DELIMITED BY SIZE
               INTO WS-PARM-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/ADJREASN' DELIMITED BY SIZE
               INTO WS-ADJREASN-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/SHRINKRPT.WORK' DELIMITED BY SIZE
               INTO WS-SHRINK-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/SHRINKRPT.REPORT' DELIMITED BY SIZE
               INTO WS-SHR-RPT-PATH.
           ACCEPT WS-ITEMMAST-PATH
               FROM ENVIRONMENT 'PROJ6_ITEMMAST_PATH'.
           IF WS-ITEMMAST-PATH = SPACES
               MOVE
                 '../project-002-table-processing/data/ITEMMAST.IDX'
                   TO WS-ITEMMAST-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 050-LOAD-REASONS: LOADS THE REASON DESCRIPTIONS. NO ADJREASN  *
      * PRINTS THE REASONS BY CODE ALONE.                             *
      *****************************************************************
       050-LOAD-REASONS.
           OPEN INPUT ADJREASN-FILE.
           IF WS-ADJREASN-STATUS NOT = '00'
               DISPLAY 'NO ADJREASN FILE FOUND - REASONS PRINT '
                   'WITHOUT DESCRIPTIONS'
               GO TO 050-LOAD-REASONS-EXIT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 051-LOAD-ONE-REASON
               THRU 051-LOAD-ONE-REASON-EXIT
               UNTIL INPUT-EOF.
           CLOSE ADJREASN-FILE.
       050-LOAD-REASONS-EXIT.
           EXIT.

       051-LOAD-ONE-REASON.
           READ ADJREASN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   GO TO 051-LOAD-ONE-REASON-EXIT
           END-READ.
           IF AR-REASON-CODE = SPACES
               GO TO 051-LOAD-ONE-REASON-EXIT.
           IF WS-ADJR-COUNT NOT < 50
               DISPLAY 'WARNING: ADJUSTMENT REASON TABLE '
                   'FULL - ' AR-REASON-CODE ' NOT LOADED'
               GO TO 051-LOAD-ONE-REASON-EXIT.
           ADD 1 TO WS-ADJR-COUNT.
           MOVE AR-REASON-CODE TO WS-ADJR-CODE (WS-ADJR-COUNT).
           MOVE AR-DESCRIPTION TO WS-ADJR-DESCRIPTION (WS-ADJR-COUNT).
       051-LOAD-ONE-REASON-EXIT.
           EXIT.

      *****************************************************************
      * 060-SET-RUN-DATE: THE RUN DATE IS TODAY, OR A CHAINED RUN'S   *
      * RUN_DATE. THE REPORT MONTH IS THE RUN DATE'S UNLESS THE       *
      * SHRINKRPT.PARM CARD NAMES ANOTHER. THE MONTH COUNT OF THE     *
      * REPORT MONTH AND THE YYYY-MM OF EACH VALUE COLUMN ARE SET     *
      * HERE FOR THE SELECTION AND THE HEADINGS.                      *
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
                       IF SP-MONTH IS NUMERIC
                           MOVE SP-MONTH TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE PARM-FILE.
           IF WS-REPORT-MONTH NOT = WS-RUN-DATE-TEXT (1:6)
               MOVE 'N' TO WS-CURRENT-MONTH-FLAG
               DISPLAY 'SHRINKRPT: REPRINTING MONTH ' WS-REPORT-MONTH.
           COMPUTE WS-REPORT-MONTH-COUNT =
               WS-REPORT-YYYY * 12 + WS-REPORT-MM - 1.
           MOVE WS-REPORT-YYYY TO WS-SLOT-YYYY.
           MOVE WS-REPORT-MM TO WS-SLOT-MM.
           PERFORM 062-SET-ONE-SLOT-MONTH
               THRU 062-SET-ONE-SLOT-MONTH-EXIT
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4.
       060-SET-RUN-DATE-EXIT.
           EXIT.

       062-SET-ONE-SLOT-MONTH.
           STRING WS-SLOT-YYYY '-' WS-SLOT-MM
               DELIMITED BY SIZE INTO WS-SLOT-MONTH (WS-SLOT).
           IF WS-SLOT-MM = 1
               MOVE 12 TO WS-SLOT-MM
               SUBTRACT 1 FROM WS-SLOT-YYYY
           ELSE
               SUBTRACT 1 FROM WS-SLOT-MM.
       062-SET-ONE-SLOT-MONTH-EXIT.
           EXIT.

       065-CLEAR-ONE-SLOT.
           MOVE ZERO TO WS-LINE-VALUE (WS-SLOT).
           MOVE ZERO TO WS-REASON-VALUE (WS-SLOT).
           MOVE ZERO TO WS-GRAND-VALUE (WS-SLOT).
       065-CLEAR-ONE-SLOT-EXIT.
           EXIT.

      *****************************************************************
      * 095-SELECT-ADJUSTMENTS: SORT INPUT PROCEDURE. RELEASES EVERY  *
      * ADJUSTMENT ON THE HISTORY DATED IN THE REPORT MONTH OR THE    *
      * THREE MONTHS BEFORE IT, VALUED AND CLASSED.                   *
      *****************************************************************
       095-SELECT-ADJUSTMENTS.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'NO TRANSHIST FILE - NO ADJUSTMENTS TO REPORT'
               GO TO 095-SELECT-ADJUSTMENTS-EXIT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 097-SELECT-ONE-ADJUSTMENT
               THRU 097-SELECT-ONE-ADJUSTMENT-EXIT
               UNTIL INPUT-EOF.
           CLOSE HISTORY-FILE.
       095-SELECT-ADJUSTMENTS-EXIT.
           EXIT.

      *****************************************************************
      * 097-SELECT-ONE-ADJUSTMENT: A LOSS IS NEGATIVE ON THE HISTORY, *
      * SO THE QUANTITY LOST IS THE SIGNED QUANTITY'S NEGATION.       *
      * HISTORY WRITTEN AFTER THE RUN DATE (A RE-RUN OF AN EARLIER    *
      * NIGHT) IS LEFT OUT, AS IN CHGBACK.                            *
      *****************************************************************
       097-SELECT-ONE-ADJUSTMENT.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   GO TO 097-SELECT-ONE-ADJUSTMENT-EXIT
           END-READ.
           ADD 1 TO WS-HISTORY-READ.
           IF NOT HIST-ADJUSTMENT
               GO TO 097-SELECT-ONE-ADJUSTMENT-EXIT.
           IF CURRENT-MONTH AND HIST-RUN-DATE > WS-RUN-DATE-TEXT
               GO TO 097-SELECT-ONE-ADJUSTMENT-EXIT.
           IF HIST-RUN-DATE (1:6) IS NOT NUMERIC
                   OR HIST-SIGNED-QTY IS NOT NUMERIC
                   OR HIST-UNIT-COST IS NOT NUMERIC
               GO TO 097-SELECT-ONE-ADJUSTMENT-EXIT.
           MOVE HIST-RUN-DATE (1:4) TO WS-HIST-YYYY.
           MOVE HIST-RUN-DATE (5:2) TO WS-HIST-MM.
           COMPUTE WS-HIST-MONTH-COUNT =
               WS-HIST-YYYY * 12 + WS-HIST-MM - 1.
           COMPUTE WS-MONTHS-BACK =
               WS-REPORT-MONTH-COUNT - WS-HIST-MONTH-COUNT.
           IF WS-MONTHS-BACK < ZERO OR WS-MONTHS-BACK > 3
               GO TO 097-SELECT-ONE-ADJUSTMENT-EXIT.
           ADD 1 TO WS-ADJUSTMENTS-SELECTED.
           MOVE HIST-ADJ-REASON TO WS-SW-REASON.
           IF HIST-ADJ-REASON = SPACES
               MOVE '***' TO WS-SW-REASON.
           MOVE HIST-LOC-CODE TO WS-SW-LOC-CODE.
           MOVE '????' TO WS-SW-CLASS.
           IF ITEMMAST-OPEN
               MOVE HIST-ITEM-CODE TO IM-ITEM-CODE
               READ ITEMMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IM-CLASS TO WS-SW-CLASS
               END-READ.
           COMPUTE WS-SW-SLOT = WS-MONTHS-BACK + 1.
           COMPUTE WS-SW-QUANTITY = ZERO - HIST-SIGNED-QTY.
           COMPUTE WS-ADJ-VALUE ROUNDED =
               WS-SW-QUANTITY * HIST-UNIT-COST.
           MOVE WS-ADJ-VALUE TO WS-SW-VALUE.
           RELEASE SORT-RECORD FROM WS-SHRINK-WORK.
       097-SELECT-ONE-ADJUSTMENT-EXIT.
           EXIT.

      *****************************************************************
      * 100-WRITE-HEADERS: PRINTS THE TITLE, RUN DATE, PAGE NUMBER,   *
      * THE MONTHS COMPARED AND THE COLUMN HEADINGS - THE SAME        *
      * PATTERN PROJ6 USES FOR 100-WRITE-HEADERS. THE VALUE COLUMNS   *
      * ARE HEADED WITH THEIR MONTHS.                                 *
      *****************************************************************
       100-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-PAGE-NUM TO RH-PAGE-OUT.
           MOVE WS-RUN-DATE-DISPLAY TO RH-DATE-OUT.
           MOVE WS-SLOT-MONTH (1) TO RH-MONTH-OUT.
           MOVE WS-SLOT-MONTH (4) TO RH-FROM-OUT.
           MOVE SPACES TO RH-VALUE-1.
           STRING '  VALUE ' WS-SLOT-MONTH (1)
               DELIMITED BY SIZE INTO RH-VALUE-1.
           MOVE SPACES TO RH-VALUE-2.
           STRING '  VALUE ' WS-SLOT-MONTH (2)
               DELIMITED BY SIZE INTO RH-VALUE-2.
           MOVE SPACES TO RH-VALUE-3.
           STRING '  VALUE ' WS-SLOT-MONTH (3)
               DELIMITED BY SIZE INTO RH-VALUE-3.
           MOVE SPACES TO RH-VALUE-4.
           STRING '  VALUE ' WS-SLOT-MONTH (4)
               DELIMITED BY SIZE INTO RH-VALUE-4.
           IF WS-PAGE-NUM > 1
               MOVE WS-BLANK-LINE TO SHR-REPORT-RECORD
               WRITE SHR-REPORT-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO SHR-REPORT-RECORD.
           WRITE SHR-REPORT-RECORD.
           MOVE RH-MONTH TO SHR-REPORT-RECORD.
           WRITE SHR-REPORT-RECORD.
           MOVE RH-COLUMNS TO SHR-REPORT-RECORD.
           WRITE SHR-REPORT-RECORD.
           MOVE WS-BLANK-LINE TO SHR-REPORT-RECORD.
           WRITE SHR-REPORT-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       100-WRITE-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 200-REPORT-ONE-ADJUSTMENT: READS THE NEXT SORTED ADJUSTMENT.  *
      * A NEW REASON TOTALS THE ONE JUST FINISHED AND HEADS ITS OWN   *
      * GROUP; A NEW LOCATION OR CLASS PRINTS THE LINE JUST FINISHED. *
      *****************************************************************
       200-REPORT-ONE-ADJUSTMENT.
           READ SHRINK-FILE
               AT END
                   MOVE 'Y' TO WS-SHRINK-EOF-FLAG
                   GO TO 200-REPORT-ONE-ADJUSTMENT-EXIT
           END-READ.
           IF SW-REASON NOT = WS-CURRENT-REASON
               IF WS-CURRENT-REASON NOT = SPACES
                   PERFORM 250-WRITE-REASON-TOTAL
                       THRU 250-WRITE-REASON-TOTAL-EXIT
                   MOVE SW-REASON TO WS-CURRENT-REASON
                   PERFORM 230-WRITE-REASON-HEADING
                       THRU 230-WRITE-REASON-HEADING-EXIT
               ELSE
                   MOVE SW-REASON TO WS-CURRENT-REASON
                   PERFORM 230-WRITE-REASON-HEADING
                       THRU 230-WRITE-REASON-HEADING-EXIT.
           IF LINE-STARTED
                   AND (SW-LOC-CODE NOT = WS-CURRENT-LOC
                        OR SW-CLASS NOT = WS-CURRENT-CLASS)
               PERFORM 240-WRITE-SHRINK-LINE
                   THRU 240-WRITE-SHRINK-LINE-EXIT.
           MOVE SW-LOC-CODE TO WS-CURRENT-LOC.
           MOVE SW-CLASS TO WS-CURRENT-CLASS.
           MOVE 'Y' TO WS-LINE-STARTED-FLAG.
           IF SW-SLOT = 1
               ADD SW-QUANTITY TO WS-LINE-QTY.
           ADD SW-VALUE TO WS-LINE-VALUE (SW-SLOT).
       200-REPORT-ONE-ADJUSTMENT-EXIT.
           EXIT.

      *****************************************************************
      * 230-WRITE-REASON-HEADING: THE REASON CODE AND DESCRIPTION     *
      * OVER ITS GROUP OF LINES.                                      *
      *****************************************************************
       230-WRITE-REASON-HEADING.
           MOVE WS-CURRENT-REASON TO RG-REASON-CODE.
           MOVE '*NOT ON ADJREASN*' TO RG-DESCRIPTION.
           IF WS-CURRENT-REASON = '***'
               MOVE '(NO REASON GIVEN)' TO RG-DESCRIPTION
           ELSE IF WS-ADJR-COUNT > ZERO
               SET WS-ADJR-IDX TO 1
               SEARCH WS-ADJR-ENTRY
                   WHEN WS-ADJR-CODE (WS-ADJR-IDX) = WS-CURRENT-REASON
                       MOVE WS-ADJR-DESCRIPTION (WS-ADJR-IDX)
                           TO RG-DESCRIPTION
               END-SEARCH.
           MOVE WS-REASON-HEADING TO SHR-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       230-WRITE-REASON-HEADING-EXIT.
           EXIT.

      *****************************************************************
      * 240-WRITE-SHRINK-LINE: ONE LOCATION / CLASS OF THE REASON,    *
      * CARRIED INTO THE REASON'S TOTAL.                              *
      *****************************************************************
       240-WRITE-SHRINK-LINE.
           MOVE WS-CURRENT-LOC TO DL-LOC-CODE.
           MOVE WS-CURRENT-CLASS TO DL-CLASS.
           MOVE WS-LINE-QTY TO DL-QUANTITY.
           PERFORM 242-ROLL-LINE-SLOT
               THRU 242-ROLL-LINE-SLOT-EXIT
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4.
           COMPUTE WS-AVERAGE ROUNDED =
               (WS-LINE-VALUE (2) + WS-LINE-VALUE (3)
                   + WS-LINE-VALUE (4)) / 3.
           COMPUTE WS-CHANGE = WS-LINE-VALUE (1) - WS-AVERAGE.
           PERFORM 270-FINISH-SHRINK-LINE
               THRU 270-FINISH-SHRINK-LINE-EXIT.
           ADD WS-LINE-QTY TO WS-REASON-QTY.
           MOVE ZERO TO WS-LINE-QTY.
           PERFORM 244-CLEAR-LINE-SLOT
               THRU 244-CLEAR-LINE-SLOT-EXIT
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4.
           MOVE 'N' TO WS-LINE-STARTED-FLAG.
       240-WRITE-SHRINK-LINE-EXIT.
           EXIT.

       242-ROLL-LINE-SLOT.
           MOVE WS-LINE-VALUE (WS-SLOT) TO DL-VALUE (WS-SLOT).
           ADD WS-LINE-VALUE (WS-SLOT) TO WS-REASON-VALUE (WS-SLOT).
       242-ROLL-LINE-SLOT-EXIT.
           EXIT.

       244-CLEAR-LINE-SLOT.
           MOVE ZERO TO WS-LINE-VALUE (WS-SLOT).
       244-CLEAR-LINE-SLOT-EXIT.
           EXIT.

      *****************************************************************
      * 250-WRITE-REASON-TOTAL: THE REASON'S TOTAL OVER ITS LOCATIONS *
      * AND CLASSES, CARRIED INTO THE GRAND TOTAL.                    *
      *****************************************************************
       250-WRITE-REASON-TOTAL.
           IF LINE-STARTED
               PERFORM 240-WRITE-SHRINK-LINE
                   THRU 240-WRITE-SHRINK-LINE-EXIT.
           MOVE 'TOTAL' TO DL-LOC-CODE.
           MOVE WS-CURRENT-REASON TO DL-CLASS.
           MOVE WS-REASON-QTY TO DL-QUANTITY.
           PERFORM 252-ROLL-REASON-SLOT
               THRU 252-ROLL-REASON-SLOT-EXIT
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4.
           COMPUTE WS-AVERAGE ROUNDED =
               (WS-REASON-VALUE (2) + WS-REASON-VALUE (3)
                   + WS-REASON-VALUE (4)) / 3.
           COMPUTE WS-CHANGE = WS-REASON-VALUE (1) - WS-AVERAGE.
           PERFORM 270-FINISH-SHRINK-LINE
               THRU 270-FINISH-SHRINK-LINE-EXIT.
           MOVE WS-BLANK-LINE TO SHR-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           ADD WS-REASON-QTY TO WS-GRAND-QTY.
           MOVE ZERO TO WS-REASON-QTY.
           PERFORM 254-CLEAR-REASON-SLOT
               THRU 254-CLEAR-REASON-SLOT-EXIT
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4.
       250-WRITE-REASON-TOTAL-EXIT.
           EXIT.

       252-ROLL-REASON-SLOT.
           MOVE WS-REASON-VALUE (WS-SLOT) TO DL-VALUE (WS-SLOT).
           ADD WS-REASON-VALUE (WS-SLOT) TO WS-GRAND-VALUE (WS-SLOT).
       252-ROLL-REASON-SLOT-EXIT.
           EXIT.

       254-CLEAR-REASON-SLOT.
           MOVE ZERO TO WS-REASON-VALUE (WS-SLOT).
       254-CLEAR-REASON-SLOT-EXIT.
           EXIT.

      *****************************************************************
      * 270-FINISH-SHRINK-LINE: PUTS THE AVERAGE AND CHANGE ALREADY   *
      * WORKED OUT ON WS-SHRINK-LINE AND PRINTS IT.                   *
      *****************************************************************
       270-FINISH-SHRINK-LINE.
           MOVE WS-AVERAGE TO DL-AVERAGE.
           MOVE WS-CHANGE TO DL-CHANGE.
           MOVE WS-SHRINK-LINE TO SHR-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       270-FINISH-SHRINK-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 280-EMIT-REPORT-LINE: WRITES THE LINE ALREADY MOVED TO        *
      * SHR-REPORT-RECORD AND STARTS A NEW PAGE WHEN THIS ONE IS      *
      * FULL.                                                         *
      *****************************************************************
       280-EMIT-REPORT-LINE.
           WRITE SHR-REPORT-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
       280-EMIT-REPORT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 400-WRITE-GRAND-TOTAL: THE TOTAL OVER EVERY REASON AND THE    *
      * RUN COUNTS. A MONTH WITH NO ADJUSTMENTS IN ANY OF THE FOUR    *
      * MONTHS SAYS SO.                                               *
      *****************************************************************
       400-WRITE-GRAND-TOTAL.
           IF WS-ADJUSTMENTS-SELECTED = ZERO
               MOVE '     NO ADJUSTMENTS IN THE MONTHS COMPARED'
                   TO SHR-REPORT-RECORD
               PERFORM 280-EMIT-REPORT-LINE
                   THRU 280-EMIT-REPORT-LINE-EXIT
               MOVE WS-BLANK-LINE TO SHR-REPORT-RECORD
               PERFORM 280-EMIT-REPORT-LINE
                   THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'GRAND' TO DL-LOC-CODE.
           MOVE 'TOTAL' TO DL-CLASS.
           MOVE WS-GRAND-QTY TO DL-QUANTITY.
           PERFORM 402-MOVE-GRAND-SLOT
               THRU 402-MOVE-GRAND-SLOT-EXIT
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4.
           COMPUTE WS-AVERAGE ROUNDED =
               (WS-GRAND-VALUE (2) + WS-GRAND-VALUE (3)
                   + WS-GRAND-VALUE (4)) / 3.
           COMPUTE WS-CHANGE = WS-GRAND-VALUE (1) - WS-AVERAGE.
           PERFORM 270-FINISH-SHRINK-LINE
               THRU 270-FINISH-SHRINK-LINE-EXIT.
           MOVE WS-BLANK-LINE TO SHR-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'HISTORY RECORDS READ:' TO SL-LABEL.
           MOVE WS-HISTORY-READ TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO SHR-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'ADJUSTMENTS SELECTED:' TO SL-LABEL.
           MOVE WS-ADJUSTMENTS-SELECTED TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO SHR-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       400-WRITE-GRAND-TOTAL-EXIT.
           EXIT.

       402-MOVE-GRAND-SLOT.
           MOVE WS-GRAND-VALUE (WS-SLOT) TO DL-VALUE (WS-SLOT).
       402-MOVE-GRAND-SLOT-EXIT.
           EXIT.
