      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(ROPCALC)                        *
      * PURPOSE: REORDER-POINT RECALCULATION. WORKS OUT A REORDER     *
      * POINT FOR EVERY ITEM AND LOCATION ON INVENTORY-MASTER FROM    *
      * WHAT WAS ACTUALLY ISSUED: THE ISSUES ON THE PERMANENT         *
      * TRANSACTION HISTORY OVER A TRAILING WINDOW OF DAYS GIVE THE   *
      * AVERAGE DAILY USAGE AND ITS DAY-TO-DAY VARIABILITY (STANDARD  *
      * DEVIATION, COUNTING A DAY WITH NO ISSUES AS ZERO USAGE). THE  *
      * RECOMMENDED REORDER POINT COVERS THE AVERAGE USAGE OVER THE   *
      * VENDOR LEAD TIME PLUS SAFETY STOCK OF THE SAFETY FACTOR TIMES *
      * THE VARIABILITY OVER THAT LEAD TIME:                          *
      *     AVG x LEAD  +  FACTOR x STD DEV x SQUARE ROOT OF LEAD     *
      * ROUNDED UP TO A WHOLE UNIT. THE REPORT PRINTS IT NEXT TO THE  *
      * CURRENT INV-REORDER-POINT. RUN IN APPLY MODE - ONCE           *
      * PURCHASING HAS APPROVED THE REPORT - IT ALSO REWRITES EVERY   *
      * CHANGED REORDER POINT ON THE MASTER AND LOGS EACH CHANGE ON   *
      * CHGHIST. AN ITEM WITH NO ISSUES IN THE WINDOW IS LEFT ALONE.  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROPCALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * THIS PROGRAM WORKS THE SAME DATA DIRECTORY AS PROJ6, SO IT    *
      * RESOLVES ITS PATHS THROUGH THE SAME PROJ6_DATA_DIR            *
      * ENVIRONMENT VARIABLE - SEE 005-RESOLVE-DATA-PATHS.            *
      *****************************************************************
           SELECT INVENTORY-MASTER ASSIGN DYNAMIC WS-INVENTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVENTORY-STATUS.
           SELECT HISTORY-FILE ASSIGN DYNAMIC WS-TRANSHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSHIST-STATUS.
           SELECT VENDMAST-FILE ASSIGN DYNAMIC WS-VENDMAST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDMAST-STATUS.
           SELECT ITEMVEND-FILE ASSIGN DYNAMIC WS-ITEMVEND-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEMVEND-STATUS.
      *****************************************************************
      * USAGE-FILE: THE ISSUES INSIDE THE WINDOW IN ITEM / LOCATION / *
      * DATE ORDER, AS THE SORT STEP'S GIVING LEAVES THEM.            *
      *****************************************************************
           SELECT USAGE-FILE ASSIGN DYNAMIC WS-USAGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT ROP-REPORT-FILE ASSIGN DYNAMIC WS-ROP-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
      * CHGHIST-FILE: THE COMMON MASTER-CHANGE HISTORY - SEE         *
      * copybooks/CHGHIST.CPY. ONE RECORD APPENDED PER REORDER POINT *
      * CHANGED IN APPLY MODE.                                       *
      *****************************************************************
           SELECT CHGHIST-FILE ASSIGN DYNAMIC WS-CHGHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGHIST-STATUS.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * INVENTORY-MASTER: SAME LAYOUT AS PROJ6'S INV-RECORD.           *
      *****************************************************************
       FD  INVENTORY-MASTER
           RECORD CONTAINS 39 CHARACTERS.

       01  INV-RECORD.
           05  INV-KEY.
               10  INV-ITEM-CODE     PIC X(10).
               10  INV-LOC-CODE      PIC X(03).
           05  INV-QTY-ON-HAND       PIC S9(07).
           05  INV-REORDER-POINT     PIC 9(05).
           05  INV-QTY-ON-ORDER      PIC 9(05).
           05  INV-AVG-COST          PIC 9(05)V9(04).

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
               88  HIST-ISSUE        VALUE 'I' ' '.
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
      * VENDMAST-FILE: SAME LAYOUT AS VENDMNT'S VD-RECORD.             *
      *****************************************************************
       FD  VENDMAST-FILE
           RECORDING MODE IS F.

       01  VD-RECORD.
           05  VD-VENDOR-CODE       PIC X(05).
           05  VD-VENDOR-NAME       PIC X(25).
           05  VD-STATUS            PIC X(01).
           05  VD-LEAD-DAYS         PIC 9(03).

      *****************************************************************
      * ITEMVEND-FILE: SAME LAYOUT AS POGEN'S IV-RECORD.               *
      *****************************************************************
       FD  ITEMVEND-FILE
           RECORDING MODE IS F.

       01  IV-RECORD.
           05  IV-ITEM-CODE         PIC X(10).
           05  IV-VENDOR-CODE       PIC X(05).
           05  IV-UNIT-COST         PIC 9(05)V99.
           05  IV-PREFERRED-FLAG    PIC X(01).

      *****************************************************************
      * USAGE-FILE: ONE RECORD PER ISSUE INSIDE THE WINDOW.           *
      *****************************************************************
       FD  USAGE-FILE
           RECORDING MODE IS F.

       01  US-RECORD.
           05  US-ITEM-CODE          PIC X(10).
           05  US-LOC-CODE           PIC X(03).
           05  US-RUN-DATE           PIC X(08).
           05  US-ISSUE-QTY          PIC 9(07).

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-ITEM-CODE          PIC X(10).
           05  SR-LOC-CODE           PIC X(03).
           05  SR-RUN-DATE           PIC X(08).
           05  SR-ISSUE-QTY          PIC 9(07).

       FD  ROP-REPORT-FILE
           RECORDING MODE IS F.

       01  ROP-REPORT-RECORD         PIC X(132).

       FD  CHGHIST-FILE
           RECORDING MODE IS F.

       COPY CHGHIST.

      *****************************************************************
      * PARM-FILE: THE RECALCULATION CARD.                            *
      *   PARM-WINDOW-DAYS    - TRAILING WINDOW IN DAYS (DEFAULT 90)  *
      *   PARM-SAFETY-FACTOR  - SAFETY FACTOR AS 9V99, SO 165 IS 1.65 *
      *                         (DEFAULT 1.65)                        *
      *   PARM-RUN-MODE       - 'APPLY' TO UPDATE THE MASTER; ANY     *
      *                         THING ELSE ONLY REPORTS               *
      *   PARM-DEFAULT-LEAD   - LEAD DAYS FOR AN ITEM WITH NO VENDOR  *
      *                         ON ITEMVEND (DEFAULT 14)              *
      *****************************************************************
       FD  PARM-FILE
           RECORDING MODE IS F.

       01  PARM-RECORD.
           05  PARM-WINDOW-DAYS      PIC X(03).
           05  PARM-SAFETY-FACTOR    PIC X(03).
           05  PARM-SAFETY-FACTOR-NUM REDEFINES PARM-SAFETY-FACTOR
                                     PIC 9V99.
           05  PARM-RUN-MODE         PIC X(05).
           05  PARM-DEFAULT-LEAD     PIC X(03).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INVENTORY-STATUS   PIC XX.
           05  WS-TRANSHIST-STATUS   PIC XX.
           05  WS-VENDMAST-STATUS    PIC XX.
           05  WS-ITEMVEND-STATUS    PIC XX.
           05  WS-USAGE-STATUS       PIC XX.
           05  WS-CHGHIST-STATUS     PIC XX.
           05  WS-PARM-FILE-STATUS   PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-INV-EOF-FLAG       PIC X          VALUE 'N'.
               88  INV-EOF           VALUE 'Y'.
           05  WS-HISTORY-EOF-FLAG   PIC X          VALUE 'N'.
               88  HISTORY-EOF       VALUE 'Y'.
           05  WS-VENDMAST-EOF-FLAG  PIC X          VALUE 'N'.
               88  VENDMAST-EOF      VALUE 'Y'.
           05  WS-ITEMVEND-EOF-FLAG  PIC X          VALUE 'N'.
               88  ITEMVEND-EOF      VALUE 'Y'.
           05  WS-USAGE-EOF-FLAG     PIC X          VALUE 'N'.
               88  USAGE-EOF         VALUE 'Y'.
           05  WS-RUN-MODE-FLAG      PIC X          VALUE 'R'.
               88  APPLY-MODE        VALUE 'A'.
           05  WS-USAGE-FOUND-FLAG   PIC X          VALUE 'N'.
               88  USAGE-FOUND       VALUE 'Y'.
           05  WS-XREF-FOUND-FLAG    PIC X          VALUE 'N'.
               88  XREF-FOUND        VALUE 'Y'.
           05  WS-VEND-FOUND-FLAG    PIC X          VALUE 'N'.
               88  VENDOR-FOUND      VALUE 'Y'.

       77  WS-HIST-READ              PIC 9(07) COMP VALUE ZERO.
       77  WS-ISSUES-IN-WINDOW       PIC 9(07) COMP VALUE ZERO.
       77  WS-ITEMS-READ             PIC 9(05) COMP VALUE ZERO.
       77  WS-ITEMS-NO-USAGE         PIC 9(05) COMP VALUE ZERO.
       77  WS-ITEMS-DIFFERENT        PIC 9(05) COMP VALUE ZERO.
       77  WS-ITEMS-CHANGED          PIC 9(05) COMP VALUE ZERO.
       77  WS-ITEMS-DEFAULT-LEAD     PIC 9(05) COMP VALUE ZERO.

      *****************************************************************
      * WS-CALC-PARMS: THE STANDING WINDOW, SAFETY FACTOR, AND LEAD   *
      * TIME FOR AN ITEM WITH NO VENDOR - THE CARD OVERRIDES EACH.    *
      *****************************************************************
       01  WS-CALC-PARMS.
           05  WS-WINDOW-DAYS        PIC 9(03)      VALUE 90.
           05  WS-SAFETY-FACTOR      PIC 9V99       VALUE 1.65.
           05  WS-DEFAULT-LEAD       PIC 9(03)      VALUE 14.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE-TEXT      PIC X(08)      VALUE ZEROS.
           05  WS-RUN-DATE-DISPLAY   PIC X(10)      VALUE SPACES.
           05  WS-RUN-DAY-NUMBER     PIC 9(07) COMP VALUE ZERO.
           05  WS-WINDOW-START-DAY   PIC 9(07) COMP VALUE ZERO.

       77  WS-CHAIN-RUN-DATE        PIC X(08)      VALUE SPACES.

       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NUM           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-ON-PAGE      PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE     PIC 9(03) COMP VALUE 50.

       01  WS-UTILITY-FIELDS.
           05  WS-BLANK-LINE         PIC X(132)    VALUE SPACES.

      *****************************************************************
      * WS-USAGE-TABLE: ONE ENTRY PER ITEM AND LOCATION THAT HAD ANY  *
      * ISSUE IN THE WINDOW - THE TOTAL ISSUED AND THE SUM OF THE     *
      * SQUARES OF EACH DAY'S ISSUES, FROM WHICH 320 WORKS OUT THE    *
      * MEAN AND VARIANCE OVER THE WHOLE WINDOW. BUILT FROM THE       *
      * SORTED USAGE FILE, SO IT IS ALREADY IN INV-KEY ORDER.         *
      *****************************************************************
       01  WS-USAGE-TABLE.
           05  WS-USE-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-USE-ENTRY OCCURS 1 TO 3000 TIMES
                       DEPENDING ON WS-USE-COUNT
                       ASCENDING KEY IS WS-USE-KEY
                       INDEXED BY WS-USE-IDX.
               10  WS-USE-KEY.
                   15  WS-USE-ITEM-CODE  PIC X(10).
                   15  WS-USE-LOC-CODE   PIC X(03).
               10  WS-USE-TOTAL        PIC 9(09) COMP.
               10  WS-USE-SUM-SQUARES  PIC 9(15) COMP-3.

      *****************************************************************
      * WS-BREAK-FIELDS: THE ITEM/LOCATION AND DAY CONTROL BREAKS     *
      * OVER THE SORTED USAGE FILE.                                   *
      *****************************************************************
       01  WS-BREAK-FIELDS.
           05  WS-PREV-KEY.
               10  WS-PREV-ITEM-CODE   PIC X(10)    VALUE SPACES.
               10  WS-PREV-LOC-CODE    PIC X(03)    VALUE SPACES.
           05  WS-PREV-DATE          PIC X(08)      VALUE SPACES.
           05  WS-DAY-QTY            PIC 9(07) COMP VALUE ZERO.
           05  WS-KEY-TOTAL          PIC 9(09) COMP VALUE ZERO.
           05  WS-KEY-SUM-SQUARES    PIC 9(15) COMP-3 VALUE ZERO.

      *****************************************************************
      * WS-VENDOR-TABLE / WS-XREF-TABLE: VENDMAST AND ITEMVEND, FOR   *
      * EACH ITEM'S LEAD TIME - THE PREFERRED VENDOR'S, OR FAILING    *
      * THAT THE FIRST VENDOR LISTED FOR THE ITEM.                    *
      *****************************************************************
       01  WS-VENDOR-TABLE.
           05  WS-VEND-COUNT        PIC 9(5) COMP VALUE ZERO.
           05  WS-VEND-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-VEND-COUNT
                       ASCENDING KEY IS WS-VEND-CODE
                       INDEXED BY WS-VEND-IDX.
               10  WS-VEND-CODE        PIC X(05).
               10  WS-VEND-LEAD-DAYS   PIC 9(03).

       01  WS-XREF-TABLE.
           05  WS-XREF-COUNT        PIC 9(5) COMP VALUE ZERO.
           05  WS-XREF-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-XREF-COUNT
                       INDEXED BY WS-XREF-IDX.
               10  WS-XREF-ITEM-CODE   PIC X(10).
               10  WS-XREF-VEND-CODE   PIC X(05).
               10  WS-XREF-PREF-FLAG   PIC X(01).

      *****************************************************************
      * WS-CALC-FIELDS: THE WORKING FIGURES FOR ONE ITEM/LOCATION.    *
      *****************************************************************
       01  WS-CALC-FIELDS.
           05  WS-LEAD-DAYS          PIC 9(03)      VALUE ZERO.
           05  WS-LEAD-VENDOR        PIC X(05)      VALUE SPACES.
           05  WS-AVG-DAILY          PIC S9(07)V9(04) COMP-3
                                                    VALUE ZERO.
           05  WS-VARIANCE           PIC S9(11)V9(04) COMP-3
                                                    VALUE ZERO.
           05  WS-STD-DEV            PIC S9(07)V9(04) COMP-3
                                                    VALUE ZERO.
           05  WS-ROP-EXACT          PIC S9(09)V9(04) COMP-3
                                                    VALUE ZERO.
           05  WS-RECOMMENDED        PIC S9(09) COMP VALUE ZERO.
           05  WS-ROP-CHANGE         PIC S9(07) COMP VALUE ZERO.
           05  WS-OLD-ROP            PIC 9(05)      VALUE ZERO.
           05  WS-ROP-EDIT           PIC ZZZZ9.
           05  WS-NOTE               PIC X(20)      VALUE SPACES.

      *****************************************************************
      * WS-CHGHIST-FIELDS: SUPPORT THE COMMON CHANGE-HISTORY RECORD. *
      *****************************************************************
       01  WS-CHGHIST-FIELDS.
           05  WS-CHGHIST-PATH       PIC X(80)      VALUE SPACES.
           05  WS-CHG-TIME           PIC 9(08)      VALUE ZERO.
           05  WS-CHG-BEFORE         PIC X(40)      VALUE SPACES.
           05  WS-CHG-AFTER          PIC X(40)      VALUE SPACES.

      *****************************************************************
      * WS-DAY-NUMBER-FIELDS: SEE 8100-DATE-TO-DAY-NUMBER.            *
      *****************************************************************
       01  WS-DAY-NUMBER-FIELDS.
           05  WS-DN-DATE.
               10  WS-DN-YEAR       PIC 9(04).
               10  WS-DN-MONTH      PIC 9(02).
               10  WS-DN-DAY        PIC 9(02).
           05  WS-DN-RESULT         PIC 9(07) COMP.
           05  WS-DN-PRIOR-YEARS    PIC 9(07) COMP.
           05  WS-DN-WORK           PIC 9(07) COMP.
           05  WS-DN-MONTH-DAYS     PIC 9(03) COMP.
           05  WS-DN-LEAP-FLAG      PIC X(01).
               88  DN-LEAP-YEAR     VALUE 'Y'.
           05  WS-DN-REMAINDER      PIC 9(04) COMP.

      *****************************************************************
      * WS-DATA-PATH-FIELDS: SEE 005-RESOLVE-DATA-PATHS.               *
      *****************************************************************
       01  WS-DATA-PATH-FIELDS.
           05  WS-DATA-DIR           PIC X(60) VALUE 'data'.
           05  WS-INVENTORY-PATH     PIC X(80) VALUE SPACES.
           05  WS-TRANSHIST-PATH     PIC X(80) VALUE SPACES.
           05  WS-VENDMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-ITEMVEND-PATH      PIC X(80) VALUE SPACES.
           05  WS-USAGE-PATH         PIC X(80) VALUE SPACES.
           05  WS-ROP-REPORT-PATH    PIC X(80) VALUE SPACES.
           05  WS-PARM-PATH          PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- REORDER POINT RECALCULATION ---       '.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RUN DATE: '.
               10  RH-DATE-OUT     PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  RH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(40)     VALUE SPACES.
           05  RH-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'ITEM CODE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(3)      VALUE 'LOC'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(5)      VALUE 'VEND.'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(3)      VALUE 'LT.'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(7)      VALUE ' ISSUED'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(9)      VALUE 'AVG / DAY'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(9)      VALUE '  STD DEV'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(7)      VALUE 'CUR ROP'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(7)      VALUE 'NEW ROP'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(7)      VALUE ' CHANGE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(20)     VALUE 'NOTE'.
               10  FILLER          PIC X(18)     VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-ITEM-CODE        PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-LOC-CODE         PIC X(03).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-VENDOR-CODE      PIC X(05).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-LEAD-DAYS        PIC ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-ISSUED           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-AVG-DAILY        PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-STD-DEV          PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-CURRENT-ROP      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-NEW-ROP          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-CHANGE           PIC ZZ,ZZ9-.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-NOTE             PIC X(20).
           05  FILLER              PIC X(18)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-LABEL            PIC X(30).
           05  SL-COUNT-OUT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(90)     VALUE SPACES.

       01  WS-TEXT-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  TSL-LABEL           PIC X(30).
           05  TSL-TEXT            PIC X(30).
           05  FILLER              PIC X(67)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'ROPCALC: REORDER POINT RECALCULATION'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-READ-PARM-CARD
               THRU 060-READ-PARM-CARD-EXIT.
           IF WS-RUN-DATE-TEXT IS NOT NUMERIC
               DISPLAY 'ROPCALC ABEND - RUN DATE ' WS-RUN-DATE-TEXT
                   ' IS NOT A YYYYMMDD DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK.
           IF WS-WINDOW-DAYS = ZERO
               DISPLAY 'ROPCALC ABEND - WINDOW OF ZERO DAYS'
               MOVE 16 TO RETURN-CODE
               GOBACK.
           STRING WS-RUN-DATE-TEXT (1:4) '-' WS-RUN-DATE-TEXT (5:2)
                   '-' WS-RUN-DATE-TEXT (7:2)
               INTO WS-RUN-DATE-DISPLAY.
           MOVE WS-RUN-DATE-TEXT TO WS-DN-DATE.
           PERFORM 8100-DATE-TO-DAY-NUMBER
               THRU 8100-DATE-TO-DAY-NUMBER-EXIT.
           MOVE WS-DN-RESULT TO WS-RUN-DAY-NUMBER.
           COMPUTE WS-WINDOW-START-DAY =
               WS-RUN-DAY-NUMBER - WS-WINDOW-DAYS.
           PERFORM 040-LOAD-VENDOR-MASTER
               THRU 040-LOAD-VENDOR-MASTER-EXIT.
           PERFORM 045-LOAD-ITEM-VENDORS
               THRU 045-LOAD-ITEM-VENDORS-EXIT.

      *****************************************************************
      * THE SORT STEP PICKS THE ISSUES INSIDE THE WINDOW OFF THE      *
      * HISTORY AND LEAVES THEM IN ITEM / LOCATION / DATE ORDER FOR   *
      * THE CONTROL BREAKS THAT BUILD THE USAGE TABLE.                *
      *****************************************************************
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-ITEM-CODE SR-LOC-CODE SR-RUN-DATE
               INPUT PROCEDURE IS 095-SELECT-WINDOW-ISSUES
                   THRU 095-SELECT-WINDOW-ISSUES-EXIT
               GIVING USAGE-FILE.
           OPEN INPUT USAGE-FILE.
           IF WS-USAGE-STATUS NOT = '00'
               DISPLAY 'ROPCALC ABEND - CANNOT OPEN SORTED USAGE '
                   'FILE - STATUS ' WS-USAGE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           PERFORM 200-READ-ONE-ISSUE
               UNTIL USAGE-EOF.
           IF WS-PREV-KEY NOT = SPACES
               PERFORM 240-DAY-BREAK THRU 240-DAY-BREAK-EXIT
               PERFORM 250-KEY-BREAK THRU 250-KEY-BREAK-EXIT.
           CLOSE USAGE-FILE.

           IF APPLY-MODE
               OPEN I-O INVENTORY-MASTER
           ELSE
               OPEN INPUT INVENTORY-MASTER.
           IF WS-INVENTORY-STATUS NOT = '00'
               DISPLAY 'ROPCALC ABEND - CANNOT OPEN INVENTORY MASTER '
                   '- STATUS ' WS-INVENTORY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           IF APPLY-MODE
               PERFORM 080-OPEN-CHANGE-HISTORY
                   THRU 080-OPEN-CHANGE-HISTORY-EXIT.
           OPEN OUTPUT ROP-REPORT-FILE.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           PERFORM 300-READ-ONE-POSITION
               UNTIL INV-EOF.
           PERFORM 400-WRITE-TOTALS THRU 400-WRITE-TOTALS-EXIT.
           CLOSE INVENTORY-MASTER
                 ROP-REPORT-FILE.
           IF APPLY-MODE
               CLOSE CHGHIST-FILE.

           DISPLAY 'ROPCALC: ISSUES IN WINDOW     : '
               WS-ISSUES-IN-WINDOW.
           DISPLAY 'ROPCALC: POSITIONS READ       : ' WS-ITEMS-READ.
           DISPLAY 'ROPCALC: RECOMMENDATION DIFFERS: '
               WS-ITEMS-DIFFERENT.
           DISPLAY 'ROPCALC: REORDER POINTS CHANGED: '
               WS-ITEMS-CHANGED.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'ROPCALC: REORDER POINT RUN ENDED'.
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
                   '/INVENTORY' DELIMITED BY SIZE
               INTO WS-INVENTORY-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/TRANSHIST' DELIMITED BY SIZE
               INTO WS-TRANSHIST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/VENDMAST' DELIMITED BY SIZE
               INTO WS-VENDMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/ITEMVEND' DELIMITED BY SIZE
               INTO WS-ITEMVEND-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/ROPCALC.SORTED' DELIMITED BY SIZE
               INTO WS-USAGE-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/ROPCALC.REPORT' DELIMITED BY SIZE
               INTO WS-ROP-REPORT-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/ROPCALC.PARM' DELIMITED BY SIZE
               INTO WS-PARM-PATH.
           ACCEPT WS-CHGHIST-PATH FROM ENVIRONMENT 'CHGHIST_PATH'.
           IF WS-CHGHIST-PATH = SPACES
               STRING WS-DATA-DIR DELIMITED BY SPACE
                       '/CHGHIST' DELIMITED BY SIZE
                   INTO WS-CHGHIST-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 040-LOAD-VENDOR-MASTER: LOADS VENDMAST FOR THE LEAD TIMES. A  *
      * BLANK LEAD TIME ON A RECORD WRITTEN BEFORE LEAD TIMES WERE    *
      * KEPT LOADS AS ZERO.                                           *
      *****************************************************************
       040-LOAD-VENDOR-MASTER.
           OPEN INPUT VENDMAST-FILE.
           IF WS-VENDMAST-STATUS NOT = '00'
               DISPLAY 'NO VENDOR MASTER FOUND - DEFAULT LEAD TIME '
                   'FOR EVERY ITEM'
               MOVE 'Y' TO WS-VENDMAST-EOF-FLAG
           ELSE
               PERFORM 041-LOAD-ONE-VENDOR
                   UNTIL VENDMAST-EOF
               CLOSE VENDMAST-FILE.
       040-LOAD-VENDOR-MASTER-EXIT.
           EXIT.

       041-LOAD-ONE-VENDOR.
           READ VENDMAST-FILE
               AT END
                   MOVE 'Y' TO WS-VENDMAST-EOF-FLAG
               NOT AT END
                   IF WS-VEND-COUNT < 50
                       ADD 1 TO WS-VEND-COUNT
                       MOVE VD-VENDOR-CODE TO
                           WS-VEND-CODE (WS-VEND-COUNT)
                       IF VD-LEAD-DAYS IS NUMERIC
                           MOVE VD-LEAD-DAYS TO
                               WS-VEND-LEAD-DAYS (WS-VEND-COUNT)
                       ELSE
                           MOVE ZERO TO
                               WS-VEND-LEAD-DAYS (WS-VEND-COUNT)
                       END-IF
                   ELSE
                       DISPLAY 'WARNING: VENDOR TABLE FULL - '
                           VD-VENDOR-CODE ' NOT LOADED'.

      *****************************************************************
      * 045-LOAD-ITEM-VENDORS: LOADS THE ITEM/VENDOR CROSS-REFERENCE. *
      *****************************************************************
       045-LOAD-ITEM-VENDORS.
           OPEN INPUT ITEMVEND-FILE.
           IF WS-ITEMVEND-STATUS NOT = '00'
               DISPLAY 'NO ITEM/VENDOR CROSS-REFERENCE FOUND - '
                   'DEFAULT LEAD TIME FOR EVERY ITEM'
               MOVE 'Y' TO WS-ITEMVEND-EOF-FLAG
           ELSE
               PERFORM 046-LOAD-ONE-XREF
                   UNTIL ITEMVEND-EOF
               CLOSE ITEMVEND-FILE.
       045-LOAD-ITEM-VENDORS-EXIT.
           EXIT.

       046-LOAD-ONE-XREF.
           READ ITEMVEND-FILE
               AT END
                   MOVE 'Y' TO WS-ITEMVEND-EOF-FLAG
               NOT AT END
                   IF WS-XREF-COUNT < 500
                       ADD 1 TO WS-XREF-COUNT
                       MOVE IV-ITEM-CODE TO
                           WS-XREF-ITEM-CODE (WS-XREF-COUNT)
                       MOVE IV-VENDOR-CODE TO
                           WS-XREF-VEND-CODE (WS-XREF-COUNT)
                       MOVE IV-PREFERRED-FLAG TO
                           WS-XREF-PREF-FLAG (WS-XREF-COUNT)
                   ELSE
                       DISPLAY 'WARNING: ITEM/VENDOR TABLE FULL - '
                           IV-ITEM-CODE ' NOT LOADED'.

      *****************************************************************
      * 060-READ-PARM-CARD: THE RUN DATE IS TODAY, OR A CHAINED RUN'S *
      * RUN_DATE. THE WINDOW, SAFETY FACTOR AND DEFAULT LEAD TIME ARE *
      * THE STANDING ONES UNLESS THE CARD CARRIES ITS OWN; THE RUN    *
      * ONLY REPORTS UNLESS THE CARD SAYS APPLY.                      *
      *****************************************************************
       060-READ-PARM-CARD.
           ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD.
           ACCEPT WS-CHAIN-RUN-DATE FROM ENVIRONMENT 'RUN_DATE'.
           IF WS-CHAIN-RUN-DATE NOT = SPACES
               MOVE WS-CHAIN-RUN-DATE TO WS-RUN-DATE-TEXT.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'NO PARAMETER CARD SUPPLIED - STANDING '
                   'WINDOW, REPORT ONLY'
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY 'PARAMETER CARD FILE IS EMPTY - '
                           'STANDING WINDOW, REPORT ONLY'
                   NOT AT END
                       IF PARM-WINDOW-DAYS IS NUMERIC
                           MOVE PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
                       IF PARM-SAFETY-FACTOR IS NUMERIC
                           MOVE PARM-SAFETY-FACTOR-NUM
                               TO WS-SAFETY-FACTOR
                       END-IF
                       IF PARM-DEFAULT-LEAD IS NUMERIC
                           MOVE PARM-DEFAULT-LEAD TO WS-DEFAULT-LEAD
                       END-IF
                       IF PARM-RUN-MODE = 'APPLY'
                           MOVE 'A' TO WS-RUN-MODE-FLAG
                       END-IF
               END-READ
               CLOSE PARM-FILE.
       060-READ-PARM-CARD-EXIT.
           EXIT.

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
      * 095-SELECT-WINDOW-ISSUES: THE SORT STEP'S INPUT PROCEDURE.    *
      * RELEASES EVERY ISSUE ON THE HISTORY DATED INSIDE THE WINDOW - *
      * AFTER THE WINDOW'S START AND NOT AFTER THE RUN DATE - AS A    *
      * POSITIVE QUANTITY. RECEIPTS, ADJUSTMENTS, CREDITS AND         *
      * TRANSFERS ARE NOT USAGE AND ARE SKIPPED.                      *
      *****************************************************************
       095-SELECT-WINDOW-ISSUES.
           OPEN INPUT HISTORY-FILE.
           IF WS-TRANSHIST-STATUS NOT = '00'
               DISPLAY 'NO TRANSACTION HISTORY FOUND - NO USAGE'
               GO TO 095-SELECT-WINDOW-ISSUES-EXIT.
           PERFORM 096-CHECK-ONE-HISTORY-RECORD
               UNTIL HISTORY-EOF.
           CLOSE HISTORY-FILE.
       095-SELECT-WINDOW-ISSUES-EXIT.
           EXIT.

       096-CHECK-ONE-HISTORY-RECORD.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-HIST-READ
                   IF HIST-ISSUE AND HIST-RUN-DATE IS NUMERIC
                           AND HIST-SIGNED-QTY < ZERO
                       PERFORM 097-RELEASE-IF-IN-WINDOW
                           THRU 097-RELEASE-IF-IN-WINDOW-EXIT
                   END-IF
           END-READ.

       097-RELEASE-IF-IN-WINDOW.
           MOVE HIST-RUN-DATE TO WS-DN-DATE.
           PERFORM 8100-DATE-TO-DAY-NUMBER
               THRU 8100-DATE-TO-DAY-NUMBER-EXIT.
           IF WS-DN-RESULT NOT > WS-WINDOW-START-DAY
                   OR WS-DN-RESULT > WS-RUN-DAY-NUMBER
               GO TO 097-RELEASE-IF-IN-WINDOW-EXIT.
           MOVE HIST-ITEM-CODE TO SR-ITEM-CODE.
           MOVE HIST-LOC-CODE TO SR-LOC-CODE.
           MOVE HIST-RUN-DATE TO SR-RUN-DATE.
           COMPUTE SR-ISSUE-QTY = ZERO - HIST-SIGNED-QTY.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-ISSUES-IN-WINDOW.
       097-RELEASE-IF-IN-WINDOW-EXIT.
           EXIT.

      *****************************************************************
      * 100-WRITE-HEADERS: PRINTS THE TITLE, RUN DATE, PAGE NUMBER,   *
      * AND COLUMN HEADINGS - THE SAME PATTERN PROJ6 USES FOR         *
      * 100-WRITE-HEADERS.                                            *
      *****************************************************************
       100-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-PAGE-NUM TO RH-PAGE-OUT.
           MOVE WS-RUN-DATE-DISPLAY TO RH-DATE-OUT.
           IF WS-PAGE-NUM > 1
               MOVE WS-BLANK-LINE TO ROP-REPORT-RECORD
               WRITE ROP-REPORT-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO ROP-REPORT-RECORD.
           WRITE ROP-REPORT-RECORD.
           MOVE RH-COLUMNS TO ROP-REPORT-RECORD.
           WRITE ROP-REPORT-RECORD.
           MOVE WS-BLANK-LINE TO ROP-REPORT-RECORD.
           WRITE ROP-REPORT-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       100-WRITE-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 200-READ-ONE-ISSUE: READS ONE SORTED ISSUE, TAKING THE DAY    *
      * AND ITEM/LOCATION BREAKS AS THEY FALL, AND ADDS THE ISSUE TO  *
      * THE CURRENT DAY.                                              *
      *****************************************************************
       200-READ-ONE-ISSUE.
           READ USAGE-FILE
               AT END
                   MOVE 'Y' TO WS-USAGE-EOF-FLAG
               NOT AT END
                   PERFORM 220-CHECK-BREAKS
                       THRU 220-CHECK-BREAKS-EXIT
                   ADD US-ISSUE-QTY TO WS-DAY-QTY
           END-READ.

      *****************************************************************
      * 220-CHECK-BREAKS: A NEW ITEM/LOCATION CLOSES OFF THE LAST     *
      * DAY AND THE LAST ITEM/LOCATION; A NEW DAY UNDER THE SAME      *
      * ITEM/LOCATION CLOSES OFF THE DAY ONLY.                        *
      *****************************************************************
       220-CHECK-BREAKS.
           IF US-ITEM-CODE = WS-PREV-ITEM-CODE
                   AND US-LOC-CODE = WS-PREV-LOC-CODE
               GO TO 220-CHECK-DAY.
           IF WS-PREV-KEY NOT = SPACES
               PERFORM 240-DAY-BREAK THRU 240-DAY-BREAK-EXIT
               PERFORM 250-KEY-BREAK THRU 250-KEY-BREAK-EXIT.
           MOVE US-ITEM-CODE TO WS-PREV-ITEM-CODE.
           MOVE US-LOC-CODE TO WS-PREV-LOC-CODE.
           MOVE US-RUN-DATE TO WS-PREV-DATE.
           MOVE ZERO TO WS-KEY-TOTAL.
           MOVE ZERO TO WS-KEY-SUM-SQUARES.
           GO TO 220-CHECK-BREAKS-EXIT.
       220-CHECK-DAY.
           IF US-RUN-DATE NOT = WS-PREV-DATE
               PERFORM 240-DAY-BREAK THRU 240-DAY-BREAK-EXIT
               MOVE US-RUN-DATE TO WS-PREV-DATE.
       220-CHECK-BREAKS-EXIT.
           EXIT.

      *****************************************************************
      * 240-DAY-BREAK: ADDS THE DAY JUST FINISHED, AND ITS SQUARE,    *
      * INTO THE ITEM/LOCATION'S TOTALS.                              *
      *****************************************************************
       240-DAY-BREAK.
           ADD WS-DAY-QTY TO WS-KEY-TOTAL.
           COMPUTE WS-KEY-SUM-SQUARES =
               WS-KEY-SUM-SQUARES + WS-DAY-QTY * WS-DAY-QTY.
           MOVE ZERO TO WS-DAY-QTY.
       240-DAY-BREAK-EXIT.
           EXIT.

      *****************************************************************
      * 250-KEY-BREAK: FILES THE FINISHED ITEM/LOCATION IN THE USAGE  *
      * TABLE.                                                        *
      *****************************************************************
       250-KEY-BREAK.
           IF WS-USE-COUNT NOT < 3000
               DISPLAY 'WARNING: USAGE TABLE FULL - '
                   WS-PREV-ITEM-CODE ' ' WS-PREV-LOC-CODE
                   ' KEEPS ITS REORDER POINT'
               GO TO 250-KEY-BREAK-EXIT.
           ADD 1 TO WS-USE-COUNT.
           MOVE WS-PREV-KEY TO WS-USE-KEY (WS-USE-COUNT).
           MOVE WS-KEY-TOTAL TO WS-USE-TOTAL (WS-USE-COUNT).
           MOVE WS-KEY-SUM-SQUARES TO WS-USE-SUM-SQUARES (WS-USE-COUNT).
       250-KEY-BREAK-EXIT.
           EXIT.

      *****************************************************************
      * 280-EMIT-REPORT-LINE: WRITES THE LINE ALREADY MOVED TO        *
      * ROP-REPORT-RECORD AND STARTS A NEW PAGE WHEN THIS ONE IS      *
      * FULL.                                                         *
      *****************************************************************
       280-EMIT-REPORT-LINE.
           WRITE ROP-REPORT-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
       280-EMIT-REPORT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 300-READ-ONE-POSITION: READS THE NEXT ITEM/LOCATION OFF THE   *
      * INVENTORY MASTER AND RECALCULATES ITS REORDER POINT.          *
      *****************************************************************
       300-READ-ONE-POSITION.
           READ INVENTORY-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INV-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   PERFORM 310-RECALCULATE-POSITION
                       THRU 310-RECALCULATE-POSITION-EXIT
           END-READ.

      *****************************************************************
      * 310-RECALCULATE-POSITION: PRINTS THE CURRENT AND RECOMMENDED  *
      * REORDER POINTS FOR ONE POSITION, AND IN APPLY MODE REWRITES   *
      * A CHANGED ONE AND LOGS IT. A POSITION WITH NO ISSUES IN THE   *
      * WINDOW HAS NOTHING TO GO ON AND KEEPS WHAT IT HAS.            *
      *****************************************************************
       310-RECALCULATE-POSITION.
           MOVE SPACES TO WS-NOTE.
           MOVE ZERO TO WS-AVG-DAILY.
           MOVE ZERO TO WS-STD-DEV.
           MOVE INV-REORDER-POINT TO WS-OLD-ROP.
           PERFORM 330-FIND-LEAD-TIME THRU 330-FIND-LEAD-TIME-EXIT.
           MOVE 'N' TO WS-USAGE-FOUND-FLAG.
           IF WS-USE-COUNT > ZERO
               SET WS-USE-IDX TO 1
               SEARCH ALL WS-USE-ENTRY
                   WHEN WS-USE-KEY (WS-USE-IDX) = INV-KEY
                       MOVE 'Y' TO WS-USAGE-FOUND-FLAG.
           IF NOT USAGE-FOUND
               ADD 1 TO WS-ITEMS-NO-USAGE
               MOVE WS-OLD-ROP TO WS-RECOMMENDED
               MOVE 'NO USAGE - UNCHANGED' TO WS-NOTE
               MOVE ZERO TO DL-ISSUED
               GO TO 310-PRINT-POSITION.
           PERFORM 320-COMPUTE-REORDER-POINT
               THRU 320-COMPUTE-REORDER-POINT-EXIT.
           MOVE WS-USE-TOTAL (WS-USE-IDX) TO DL-ISSUED.
           IF WS-RECOMMENDED NOT = WS-OLD-ROP
               ADD 1 TO WS-ITEMS-DIFFERENT
               IF APPLY-MODE
                   PERFORM 340-APPLY-REORDER-POINT
                       THRU 340-APPLY-REORDER-POINT-EXIT.
       310-PRINT-POSITION.
           COMPUTE WS-ROP-CHANGE = WS-RECOMMENDED - WS-OLD-ROP.
           MOVE INV-ITEM-CODE     TO DL-ITEM-CODE.
           MOVE INV-LOC-CODE      TO DL-LOC-CODE.
           MOVE WS-LEAD-VENDOR    TO DL-VENDOR-CODE.
           MOVE WS-LEAD-DAYS      TO DL-LEAD-DAYS.
           MOVE WS-AVG-DAILY      TO DL-AVG-DAILY.
           MOVE WS-STD-DEV        TO DL-STD-DEV.
           MOVE WS-OLD-ROP        TO DL-CURRENT-ROP.
           MOVE WS-RECOMMENDED    TO DL-NEW-ROP.
           MOVE WS-ROP-CHANGE     TO DL-CHANGE.
           MOVE WS-NOTE           TO DL-NOTE.
           MOVE WS-DETAIL-LINE TO ROP-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       310-RECALCULATE-POSITION-EXIT.
           EXIT.

      *****************************************************************
      * 320-COMPUTE-REORDER-POINT: MEAN AND VARIANCE OF DAILY USAGE   *
      * OVER EVERY DAY OF THE WINDOW (DAYS WITHOUT ISSUES COUNT AS    *
      * ZERO), THEN THE REORDER POINT, ROUNDED UP TO A WHOLE UNIT AND *
      * HELD TO WHAT INV-REORDER-POINT CAN CARRY.                     *
      *****************************************************************
       320-COMPUTE-REORDER-POINT.
           COMPUTE WS-AVG-DAILY ROUNDED =
               WS-USE-TOTAL (WS-USE-IDX) / WS-WINDOW-DAYS.
           COMPUTE WS-VARIANCE ROUNDED =
               WS-USE-SUM-SQUARES (WS-USE-IDX) / WS-WINDOW-DAYS
               - WS-AVG-DAILY * WS-AVG-DAILY.
           IF WS-VARIANCE > ZERO
               COMPUTE WS-STD-DEV ROUNDED = WS-VARIANCE ** 0.5
           ELSE
               MOVE ZERO TO WS-STD-DEV.
           COMPUTE WS-ROP-EXACT ROUNDED =
               WS-AVG-DAILY * WS-LEAD-DAYS
               + WS-SAFETY-FACTOR * WS-STD-DEV * (WS-LEAD-DAYS ** 0.5).
           COMPUTE WS-RECOMMENDED = WS-ROP-EXACT + 0.9999.
           IF WS-RECOMMENDED > 99999
               MOVE 99999 TO WS-RECOMMENDED
               MOVE 'HELD AT 99999' TO WS-NOTE.
       320-COMPUTE-REORDER-POINT-EXIT.
           EXIT.

      *****************************************************************
      * 330-FIND-LEAD-TIME: THE LEAD TIME OF THE ITEM'S PREFERRED     *
      * VENDOR ON ITEMVEND, OR OF THE FIRST VENDOR LISTED FOR IT WHEN *
      * NONE IS PREFERRED. AN ITEM WITH NO VENDOR, OR WHOSE VENDOR IS *
      * NOT ON VENDMAST, TAKES THE DEFAULT LEAD TIME.                 *
      *****************************************************************
       330-FIND-LEAD-TIME.
           MOVE WS-DEFAULT-LEAD TO WS-LEAD-DAYS.
           MOVE SPACES TO WS-LEAD-VENDOR.
           MOVE 'N' TO WS-XREF-FOUND-FLAG.
           IF WS-XREF-COUNT = ZERO
               GO TO 330-DEFAULT-LEAD.
           SET WS-XREF-IDX TO 1.
           SEARCH WS-XREF-ENTRY
               WHEN WS-XREF-ITEM-CODE (WS-XREF-IDX) = INV-ITEM-CODE
                       AND WS-XREF-PREF-FLAG (WS-XREF-IDX) = 'Y'
                   MOVE 'Y' TO WS-XREF-FOUND-FLAG.
           IF NOT XREF-FOUND
               SET WS-XREF-IDX TO 1
               SEARCH WS-XREF-ENTRY
                   WHEN WS-XREF-ITEM-CODE (WS-XREF-IDX) = INV-ITEM-CODE
                       MOVE 'Y' TO WS-XREF-FOUND-FLAG.
           IF NOT XREF-FOUND
               GO TO 330-DEFAULT-LEAD.
           MOVE WS-XREF-VEND-CODE (WS-XREF-IDX) TO WS-LEAD-VENDOR.
           MOVE 'N' TO WS-VEND-FOUND-FLAG.
           IF WS-VEND-COUNT > ZERO
               SET WS-VEND-IDX TO 1
               SEARCH ALL WS-VEND-ENTRY
                   WHEN WS-VEND-CODE (WS-VEND-IDX) = WS-LEAD-VENDOR
                       MOVE 'Y' TO WS-VEND-FOUND-FLAG.
           IF VENDOR-FOUND
               MOVE WS-VEND-LEAD-DAYS (WS-VEND-IDX) TO WS-LEAD-DAYS
               GO TO 330-FIND-LEAD-TIME-EXIT.
       330-DEFAULT-LEAD.
           ADD 1 TO WS-ITEMS-DEFAULT-LEAD.
           MOVE 'DEFAULT LEAD TIME' TO WS-NOTE.
       330-FIND-LEAD-TIME-EXIT.
           EXIT.

      *****************************************************************
      * 340-APPLY-REORDER-POINT: REWRITES THE POSITION WITH ITS NEW   *
      * REORDER POINT AND LOGS THE CHANGE ON CHGHIST. THE KEY IS THE  *
      * ITEM CODE; THE LOCATION GOES IN BOTH IMAGES, WITH THE WINDOW  *
      * THE NEW FIGURE WAS WORKED OUT OVER.                           *
      *****************************************************************
       340-APPLY-REORDER-POINT.
           MOVE WS-RECOMMENDED TO INV-REORDER-POINT.
           REWRITE INV-RECORD.
           IF WS-INVENTORY-STATUS NOT = '00'
               DISPLAY 'WARNING: REWRITE FAILED FOR ' INV-ITEM-CODE
                   ' ' INV-LOC-CODE ' - STATUS ' WS-INVENTORY-STATUS
               MOVE 'REWRITE FAILED' TO WS-NOTE
               GO TO 340-APPLY-REORDER-POINT-EXIT.
           ADD 1 TO WS-ITEMS-CHANGED.
           IF WS-NOTE = SPACES
               MOVE 'APPLIED' TO WS-NOTE.
           MOVE SPACES TO WS-CHG-BEFORE.
           MOVE SPACES TO WS-CHG-AFTER.
           MOVE WS-OLD-ROP TO WS-ROP-EDIT.
           STRING 'LOC ' INV-LOC-CODE ' REORDER PT ' WS-ROP-EDIT
               DELIMITED BY SIZE INTO WS-CHG-BEFORE.
           MOVE INV-REORDER-POINT TO WS-ROP-EDIT.
           STRING 'LOC ' INV-LOC-CODE ' REORDER PT ' WS-ROP-EDIT
                   ' WINDOW ' WS-WINDOW-DAYS
               DELIMITED BY SIZE INTO WS-CHG-AFTER.
           MOVE 'ROPCALC '      TO CHG-PROGRAM-ID.
           MOVE WS-RUN-DATE-TEXT TO CHG-RUN-DATE.
           MOVE WS-CHG-TIME (1:6) TO CHG-RUN-TIME.
           MOVE 'C'             TO CHG-ACTION.
           MOVE INV-ITEM-CODE   TO CHG-KEY.
           MOVE WS-CHG-BEFORE   TO CHG-BEFORE-IMAGE.
           MOVE WS-CHG-AFTER    TO CHG-AFTER-IMAGE.
           MOVE SPACES          TO CHG-OPERATOR-ID.
           MOVE SPACES          TO CHG-APPROVER-ID.
           WRITE CHGHIST-RECORD.
       340-APPLY-REORDER-POINT-EXIT.
           EXIT.

      *****************************************************************
      * 400-WRITE-TOTALS: CLOSES THE REPORT WITH THE RUN SETTINGS AND *
      * COUNTS.                                                       *
      *****************************************************************
       400-WRITE-TOTALS.
           MOVE WS-BLANK-LINE TO ROP-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'RUN MODE:' TO TSL-LABEL.
           IF APPLY-MODE
               MOVE 'APPLY - MASTER UPDATED' TO TSL-TEXT
           ELSE
               MOVE 'REPORT ONLY - NOTHING CHANGED' TO TSL-TEXT.
           MOVE WS-TEXT-SUMMARY-LINE TO ROP-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'USAGE WINDOW (DAYS):' TO SL-LABEL.
           MOVE WS-WINDOW-DAYS TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO ROP-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'SAFETY FACTOR:' TO TSL-LABEL.
           MOVE SPACES TO TSL-TEXT.
           STRING WS-SAFETY-FACTOR (1:1) '.' WS-SAFETY-FACTOR (2:2)
               DELIMITED BY SIZE INTO TSL-TEXT.
           MOVE WS-TEXT-SUMMARY-LINE TO ROP-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'ISSUES IN WINDOW:' TO SL-LABEL.
           MOVE WS-ISSUES-IN-WINDOW TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO ROP-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'POSITIONS ON MASTER:' TO SL-LABEL.
           MOVE WS-ITEMS-READ TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO ROP-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'POSITIONS WITH NO USAGE:' TO SL-LABEL.
           MOVE WS-ITEMS-NO-USAGE TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO ROP-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'ON THE DEFAULT LEAD TIME:' TO SL-LABEL.
           MOVE WS-ITEMS-DEFAULT-LEAD TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO ROP-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'RECOMMENDATION DIFFERS:' TO SL-LABEL.
           MOVE WS-ITEMS-DIFFERENT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO ROP-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'REORDER POINTS CHANGED:' TO SL-LABEL.
           MOVE WS-ITEMS-CHANGED TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO ROP-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       400-WRITE-TOTALS-EXIT.
           EXIT.

      *****************************************************************
      * 8100-DATE-TO-DAY-NUMBER: CONVERTS WS-DN-DATE (YYYYMMDD) TO A  *
      * SERIAL DAY NUMBER SO TWO DATES CAN BE SUBTRACTED FOR AN AGE   *
      * IN DAYS. COUNTS 365 DAYS FOR EVERY PRIOR YEAR PLUS ITS LEAP   *
      * DAYS, THEN THE DAYS OF THE COMPLETED MONTHS, THEN THE DAY OF  *
      * THE MONTH, WITH ONE MORE FOR A LEAP YEAR ONCE FEBRUARY IS     *
      * PAST.                                                         *
      *****************************************************************
       8100-DATE-TO-DAY-NUMBER.
           COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YEAR - 1.
           COMPUTE WS-DN-RESULT = WS-DN-PRIOR-YEARS * 365.
           DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-WORK.
           ADD WS-DN-WORK TO WS-DN-RESULT.
           DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-WORK.
           SUBTRACT WS-DN-WORK FROM WS-DN-RESULT.
           DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-WORK.
           ADD WS-DN-WORK TO WS-DN-RESULT.

           MOVE 'N' TO WS-DN-LEAP-FLAG.
           DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-WORK
               REMAINDER WS-DN-REMAINDER.
           IF WS-DN-REMAINDER = ZERO
               MOVE 'Y' TO WS-DN-LEAP-FLAG.
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-WORK
               REMAINDER WS-DN-REMAINDER.
           IF WS-DN-REMAINDER = ZERO
               MOVE 'N' TO WS-DN-LEAP-FLAG.
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-WORK
               REMAINDER WS-DN-REMAINDER.
           IF WS-DN-REMAINDER = ZERO
               MOVE 'Y' TO WS-DN-LEAP-FLAG.

           MOVE ZERO TO WS-DN-MONTH-DAYS.
           IF WS-DN-MONTH > 1  ADD 31 TO WS-DN-MONTH-DAYS.
           IF WS-DN-MONTH > 2  ADD 28 TO WS-DN-MONTH-DAYS.
           IF WS-DN-MONTH > 3  ADD 31 TO WS-DN-MONTH-DAYS.
           IF WS-DN-MONTH > 4  ADD 30 TO WS-DN-MONTH-DAYS.
           IF WS-DN-MONTH > 5  ADD 31 TO WS-DN-MONTH-DAYS.
           IF WS-DN-MONTH > 6  ADD 30 TO WS-DN-MONTH-DAYS.
           IF WS-DN-MONTH > 7  ADD 31 TO WS-DN-MONTH-DAYS.
           IF WS-DN-MONTH > 8  ADD 31 TO WS-DN-MONTH-DAYS.
           IF WS-DN-MONTH > 9  ADD 30 TO WS-DN-MONTH-DAYS.
           IF WS-DN-MONTH > 10 ADD 31 TO WS-DN-MONTH-DAYS.
           IF WS-DN-MONTH > 11 ADD 30 TO WS-DN-MONTH-DAYS.
           ADD WS-DN-MONTH-DAYS TO WS-DN-RESULT.
           IF DN-LEAP-YEAR AND WS-DN-MONTH > 2
               ADD 1 TO WS-DN-RESULT.
           ADD WS-DN-DAY TO WS-DN-RESULT.
       8100-DATE-TO-DAY-NUMBER-EXIT.
           EXIT.
