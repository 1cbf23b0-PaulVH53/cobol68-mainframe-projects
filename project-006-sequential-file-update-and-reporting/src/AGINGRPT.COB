      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(AGINGRPT)                       *
      * PURPOSE: SLOW-MOVING AND OBSOLETE STOCK AGING REPORT. FINDS   *
      * THE LAST ISSUE DATE ON THE PERMANENT TRANSACTION HISTORY FOR  *
      * EVERY ITEM AND LOCATION HOLDING STOCK AND AGES THE POSITION   *
      * INTO 0-90, 91-180, 181-365 AND OVER-365-DAY BUCKETS, WITH ITS *
      * QUANTITY AND VALUE AT AVERAGE COST, SUBTOTALLED BY LOCATION   *
      * WITHIN PRODUCT CLASS (IM-CLASS) AND IN TOTAL. A POSITION WITH *
      * NO ISSUE ON THE HISTORY AT ALL AGES AS OVER 365 DAYS.         *
      * AN ITEM NOT ISSUED FROM ANY LOCATION FOR LONGER THAN THE      *
      * DISCONTINUE THRESHOLD IS ALSO WRITTEN TO A PROPOSED-          *
      * MAINTENANCE FILE IN PROJ2'S ITEMMAINT LAYOUT AS A SET-STATUS  *
      * TO DISCONTINUED, SO PURCHASING CAN REVIEW IT AND FEED IT      *
      * THROUGH PROJ2 INSTEAD OF RE-KEYING IT.                        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGINGRPT.

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
      *****************************************************************
      * ITEMMAST-FILE: PROJ2'S ITEM MASTER, READ FOR EACH ITEM'S      *
      * CLASS, DESCRIPTION AND STATUS - THE SAME PATH RESOLUTION      *
      * STOCKVAL USES (PROJ6_ITEMMAST_PATH, DEFAULTING TO PROJ2'S OWN *
      * DATA DIRECTORY).                                              *
      *****************************************************************
           SELECT ITEMMAST-FILE ASSIGN DYNAMIC WS-ITEMMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
      *****************************************************************
      * ISSUE-FILE: THE ISSUES OFF THE HISTORY IN ITEM / LOCATION /   *
      * DATE ORDER, AS THE FIRST SORT STEP'S GIVING LEAVES THEM.      *
      * POSITION-FILE: THE POSITIONS HOLDING STOCK, AGED, IN CLASS /  *
      * LOCATION / ITEM ORDER FOR THE REPORT'S CONTROL BREAKS.        *
      *****************************************************************
           SELECT ISSUE-FILE ASSIGN DYNAMIC WS-ISSUE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUE-STATUS.
           SELECT POSITION-FILE ASSIGN DYNAMIC WS-POSITION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT POSITION-SORT-FILE ASSIGN TO "SORTWK2".
           SELECT AGING-REPORT-FILE ASSIGN DYNAMIC WS-AGING-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
      * PROPOSAL-FILE: THE PROPOSED ITEM-MASTER MAINTENANCE, ONE 'S'  *
      * (SET STATUS) TRANSACTION PER ITEM PAST THE THRESHOLD.         *
      *****************************************************************
           SELECT PROPOSAL-FILE ASSIGN DYNAMIC WS-PROPOSAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD  ISSUE-FILE
           RECORDING MODE IS F.

       01  IS-RECORD.
           05  IS-ITEM-CODE          PIC X(10).
           05  IS-LOC-CODE           PIC X(03).
           05  IS-RUN-DATE           PIC X(08).

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-ITEM-CODE          PIC X(10).
           05  SR-LOC-CODE           PIC X(03).
           05  SR-RUN-DATE           PIC X(08).

      *****************************************************************
      * POSITION-FILE / POSITION-SORT-FILE: ONE AGED POSITION. THE    *
      * LAST ISSUE DATE IS SPACES WHEN THE POSITION WAS NEVER ISSUED. *
      *****************************************************************
       FD  POSITION-FILE
           RECORDING MODE IS F.

       01  PS-RECORD.
           05  PS-CLASS              PIC X(04).
           05  PS-LOC-CODE           PIC X(03).
           05  PS-ITEM-CODE          PIC X(10).
           05  PS-ITEM-DESC          PIC X(20).
           05  PS-ON-HAND            PIC 9(07).
           05  PS-VALUE              PIC 9(11)V99.
           05  PS-LAST-ISSUE         PIC X(08).
           05  PS-AGE-DAYS           PIC 9(05).
           05  PS-BUCKET             PIC 9(01).
           05  PS-PROPOSED-FLAG      PIC X(01).
           05  PS-NO-COST-FLAG       PIC X(01).

       SD  POSITION-SORT-FILE.

       01  PSR-RECORD.
           05  PSR-CLASS             PIC X(04).
           05  PSR-LOC-CODE          PIC X(03).
           05  PSR-ITEM-CODE         PIC X(10).
           05  FILLER                PIC X(56).

       FD  AGING-REPORT-FILE
           RECORDING MODE IS F.

       01  AGING-REPORT-RECORD       PIC X(132).

      *****************************************************************
      * PROPOSAL-FILE: SAME LAYOUT AS PROJ2'S MT-RECORD.               *
      *****************************************************************
       FD  PROPOSAL-FILE
           RECORDING MODE IS F.

       01  MT-RECORD.
           05  MT-ACTION            PIC X(01).
           05  MT-ITEM-CODE         PIC X(10).
           05  MT-ITEM-DESC         PIC X(20).
           05  MT-NEW-STATUS        PIC X(01).
           05  MT-CLASS             PIC X(04).
           05  MT-UOM               PIC X(03).

      *****************************************************************
      * PARM-FILE: PARM-DISCONTINUE-DAYS IS HOW LONG AN ITEM MAY GO   *
      * WITHOUT AN ISSUE FROM ANY LOCATION BEFORE IT IS PROPOSED FOR  *
      * DISCONTINUANCE (DEFAULT 365).                                 *
      *****************************************************************
       FD  PARM-FILE
           RECORDING MODE IS F.

       01  PARM-RECORD.
           05  PARM-DISCONTINUE-DAYS PIC X(04).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INVENTORY-STATUS   PIC XX.
           05  WS-TRANSHIST-STATUS   PIC XX.
           05  WS-ITEMMAST-STATUS    PIC XX.
           05  WS-ISSUE-STATUS       PIC XX.
           05  WS-POSITION-STATUS    PIC XX.
           05  WS-PARM-FILE-STATUS   PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-INV-EOF-FLAG       PIC X          VALUE 'N'.
               88  INV-EOF           VALUE 'Y'.
           05  WS-HISTORY-EOF-FLAG   PIC X          VALUE 'N'.
               88  HISTORY-EOF       VALUE 'Y'.
           05  WS-ITEMMAST-EOF-FLAG  PIC X          VALUE 'N'.
               88  ITEMMAST-EOF      VALUE 'Y'.
           05  WS-ISSUE-EOF-FLAG     PIC X          VALUE 'N'.
               88  ISSUE-EOF         VALUE 'Y'.
           05  WS-POSITION-EOF-FLAG  PIC X          VALUE 'N'.
               88  POSITION-EOF      VALUE 'Y'.
           05  WS-ITM-FOUND-FLAG     PIC X          VALUE 'N'.
               88  ITEM-FOUND        VALUE 'Y'.
           05  WS-LAST-FOUND-FLAG    PIC X          VALUE 'N'.
               88  LAST-ISSUE-FOUND  VALUE 'Y'.

       77  WS-ISSUES-READ            PIC 9(07) COMP VALUE ZERO.
       77  WS-POSITIONS-AGED         PIC 9(05) COMP VALUE ZERO.
       77  WS-NEVER-ISSUED-COUNT     PIC 9(05) COMP VALUE ZERO.
       77  WS-NO-COST-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-PROPOSED-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-NOT-ON-MASTER-COUNT    PIC 9(05) COMP VALUE ZERO.

       77  WS-DISCONTINUE-DAYS      PIC 9(04)      VALUE 365.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE-TEXT      PIC X(08)      VALUE ZEROS.
           05  WS-RUN-DATE-DISPLAY   PIC X(10)      VALUE SPACES.
           05  WS-RUN-DAY-NUMBER     PIC 9(07) COMP VALUE ZERO.

       77  WS-CHAIN-RUN-DATE        PIC X(08)      VALUE SPACES.

       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NUM           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-ON-PAGE      PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE     PIC 9(03) COMP VALUE 50.

       01  WS-UTILITY-FIELDS.
           05  WS-BLANK-LINE         PIC X(132)    VALUE SPACES.

      *****************************************************************
      * WS-ITEM-TABLE: THE ITEM MASTER - CLASS, DESCRIPTION, STATUS   *
      * AND UNIT OF MEASURE FOR THE REPORT AND THE PROPOSALS. A       *
      * BLANK CLASS (OR AN ITEM NOT ON THE MASTER) REPORTS UNDER      *
      * '????' THE WAY STOCKVAL'S CLASS BREAK DOES.                   *
      *****************************************************************
       01  WS-ITEM-TABLE.
           05  WS-ITM-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-ITM-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-ITM-COUNT
                       ASCENDING KEY IS WS-ITM-CODE
                       INDEXED BY WS-ITM-IDX.
               10  WS-ITM-CODE         PIC X(10).
               10  WS-ITM-DESC         PIC X(20).
               10  WS-ITM-STATUS       PIC X(01).
               10  WS-ITM-CLASS        PIC X(04).
               10  WS-ITM-UOM          PIC X(03).

      *****************************************************************
      * WS-LAST-ISSUE-TABLE: THE LAST ISSUE DATE OF EVERY ITEM AND    *
      * LOCATION ON THE HISTORY. WS-ITEM-LAST-TABLE: THE LAST ISSUE   *
      * DATE OF EACH ITEM FROM ANY LOCATION, FOR THE DISCONTINUE      *
      * TEST. BOTH ARE BUILT FROM THE SORTED ISSUE FILE, SO BOTH ARE  *
      * ALREADY IN KEY ORDER.                                         *
      *****************************************************************
       01  WS-LAST-ISSUE-TABLE.
           05  WS-LST-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-LST-ENTRY OCCURS 1 TO 3000 TIMES
                       DEPENDING ON WS-LST-COUNT
                       ASCENDING KEY IS WS-LST-KEY
                       INDEXED BY WS-LST-IDX.
               10  WS-LST-KEY.
                   15  WS-LST-ITEM-CODE  PIC X(10).
                   15  WS-LST-LOC-CODE   PIC X(03).
               10  WS-LST-DATE         PIC X(08).

       01  WS-ITEM-LAST-TABLE.
           05  WS-ILS-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-ILS-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-ILS-COUNT
                       ASCENDING KEY IS WS-ILS-ITEM-CODE
                       INDEXED BY WS-ILS-IDX.
               10  WS-ILS-ITEM-CODE    PIC X(10).
               10  WS-ILS-DATE         PIC X(08).

      *****************************************************************
      * WS-POSITION-WORK: THE POSITION BEING AGED IN THE SORT STEP'S  *
      * INPUT PROCEDURE.                                              *
      *****************************************************************
       01  WS-POSITION-WORK.
           05  WS-LAST-PROPOSED-ITEM PIC X(10)      VALUE SPACES.
           05  WS-ITEM-LAST-DATE     PIC X(08)      VALUE SPACES.
           05  WS-ITEM-AGE-DAYS      PIC 9(07) COMP VALUE ZERO.
           05  WS-AGE-DAYS           PIC 9(07) COMP VALUE ZERO.

      *****************************************************************
      * WS-AGED-POSITION: THE POSITION AS IT IS RELEASED TO THE SORT  *
      * - SAME LAYOUT AS PS-RECORD.                                   *
      *****************************************************************
       01  WS-AGED-POSITION.
           05  AP-CLASS              PIC X(04).
           05  AP-LOC-CODE           PIC X(03).
           05  AP-ITEM-CODE          PIC X(10).
           05  AP-ITEM-DESC          PIC X(20).
           05  AP-ON-HAND            PIC 9(07).
           05  AP-VALUE              PIC 9(11)V99.
           05  AP-LAST-ISSUE         PIC X(08).
           05  AP-AGE-DAYS           PIC 9(05).
           05  AP-BUCKET             PIC 9(01).
           05  AP-PROPOSED-FLAG      PIC X(01).
           05  AP-NO-COST-FLAG       PIC X(01).

      *****************************************************************
      * WS-BUCKET-TOTALS: QUANTITY AND VALUE IN EACH AGE BUCKET FOR   *
      * THE LOCATION, THE CLASS, AND THE WHOLE REPORT. BUCKET 1 IS    *
      * 0-90 DAYS, 2 IS 91-180, 3 IS 181-365, 4 IS OVER 365.          *
      *****************************************************************
       01  WS-BUCKET-TOTALS.
           05  WS-LOC-BUCKET OCCURS 4 TIMES.
               10  WS-LOC-QTY          PIC 9(09) COMP.
               10  WS-LOC-VALUE        PIC S9(13)V99 COMP-3.
           05  WS-CLS-BUCKET OCCURS 4 TIMES.
               10  WS-CLS-QTY          PIC 9(09) COMP.
               10  WS-CLS-VALUE        PIC S9(13)V99 COMP-3.
           05  WS-GRAND-BUCKET OCCURS 4 TIMES.
               10  WS-GRAND-QTY        PIC 9(09) COMP.
               10  WS-GRAND-VALUE      PIC S9(13)V99 COMP-3.

       01  WS-BUCKET-NAMES.
           05  FILLER                PIC X(12)     VALUE '0-90 DAYS'.
           05  FILLER                PIC X(12)     VALUE '91-180 DAYS'.
           05  FILLER                PIC X(12)     VALUE '181-365 DAYS'.
           05  FILLER                PIC X(12)     VALUE 'OVER 365'.
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05  WS-BUCKET-NAME        PIC X(12)     OCCURS 4 TIMES.

      *****************************************************************
      * WS-BREAK-FIELDS: THE CLASS AND LOCATION CONTROL BREAKS, AND   *
      * THE SUBTOTAL BEING PRINTED BY 350-PRINT-BUCKETS.              *
      *****************************************************************
       01  WS-BREAK-FIELDS.
           05  WS-PREV-CLASS         PIC X(04)      VALUE SPACES.
           05  WS-PREV-LOC           PIC X(03)      VALUE SPACES.
           05  WS-FIRST-POSITION-FLAG PIC X         VALUE 'Y'.
               88  FIRST-POSITION    VALUE 'Y'.
           05  WS-BKT-SUB            PIC 9(01) COMP VALUE ZERO.
           05  WS-PRINT-LABEL        PIC X(30)      VALUE SPACES.
           05  WS-PRINT-LEVEL        PIC X(01)      VALUE SPACE.
               88  PRINT-LOCATION    VALUE 'L'.
               88  PRINT-CLASS       VALUE 'C'.
               88  PRINT-GRAND       VALUE 'G'.
           05  WS-SUM-QTY            PIC 9(09) COMP VALUE ZERO.
           05  WS-SUM-VALUE          PIC S9(13)V99 COMP-3 VALUE ZERO.

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
           05  WS-ITEMMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-ISSUE-PATH         PIC X(80) VALUE SPACES.
           05  WS-POSITION-PATH      PIC X(80) VALUE SPACES.
           05  WS-AGING-REPORT-PATH  PIC X(80) VALUE SPACES.
           05  WS-PROPOSAL-PATH      PIC X(80) VALUE SPACES.
           05  WS-PARM-PATH          PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- SLOW-MOVING STOCK AGING REPORT ---    '.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RUN DATE: '.
               10  RH-DATE-OUT     PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  RH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(40)     VALUE SPACES.
           05  RH-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(4)      VALUE 'CLS'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(3)      VALUE 'LOC'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'ITEM CODE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(20)     VALUE 'DESCRIPTION'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(9)      VALUE '  ON HAND'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(14)     VALUE
                   ' VALUE AT COST'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'LAST ISSUE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(5)      VALUE ' DAYS'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(12)     VALUE 'AGE BUCKET'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(16)     VALUE 'NOTE'.
               10  FILLER          PIC X(4)      VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-CLASS            PIC X(04).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-LOC-CODE         PIC X(03).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-ITEM-CODE        PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-ITEM-DESC        PIC X(20).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-ON-HAND          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-VALUE            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-LAST-ISSUE       PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-AGE-DAYS         PIC ZZZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-BUCKET           PIC X(12).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-NOTE             PIC X(16).
           05  FILLER              PIC X(4)      VALUE SPACES.

      *****************************************************************
      * WS-BUCKET-LINE: ONE AGE BUCKET OF A LOCATION, CLASS OR GRAND  *
      * TOTAL, LINED UP UNDER THE DETAIL'S ON-HAND AND VALUE COLUMNS. *
      *****************************************************************
       01  WS-BUCKET-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  BL-LABEL            PIC X(30).
           05  BL-BUCKET           PIC X(12).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  BL-QTY              PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  BL-VALUE            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(58)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-LABEL            PIC X(30).
           05  SL-COUNT-OUT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(90)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'AGINGRPT: SLOW-MOVING STOCK AGING'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-READ-PARM-CARD
               THRU 060-READ-PARM-CARD-EXIT.
           IF WS-RUN-DATE-TEXT IS NOT NUMERIC
               DISPLAY 'AGINGRPT ABEND - RUN DATE ' WS-RUN-DATE-TEXT
                   ' IS NOT A YYYYMMDD DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK.
           STRING WS-RUN-DATE-TEXT (1:4) '-' WS-RUN-DATE-TEXT (5:2)
                   '-' WS-RUN-DATE-TEXT (7:2)
               INTO WS-RUN-DATE-DISPLAY.
           MOVE WS-RUN-DATE-TEXT TO WS-DN-DATE.
           PERFORM 8100-DATE-TO-DAY-NUMBER
               THRU 8100-DATE-TO-DAY-NUMBER-EXIT.
           MOVE WS-DN-RESULT TO WS-RUN-DAY-NUMBER.
           PERFORM 040-LOAD-ITEM-MASTER
               THRU 040-LOAD-ITEM-MASTER-EXIT.

      *****************************************************************
      * FIRST SORT: THE ISSUES ON THE HISTORY IN ITEM / LOCATION /    *
      * DATE ORDER, FROM WHICH THE LAST-ISSUE TABLES ARE BUILT.       *
      *****************************************************************
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-ITEM-CODE SR-LOC-CODE SR-RUN-DATE
               INPUT PROCEDURE IS 095-SELECT-ISSUES
                   THRU 095-SELECT-ISSUES-EXIT
               GIVING ISSUE-FILE.
           OPEN INPUT ISSUE-FILE.
           IF WS-ISSUE-STATUS NOT = '00'
               DISPLAY 'AGINGRPT ABEND - CANNOT OPEN SORTED ISSUE '
                   'FILE - STATUS ' WS-ISSUE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           PERFORM 110-LOAD-ONE-ISSUE
               UNTIL ISSUE-EOF.
           CLOSE ISSUE-FILE.

      *****************************************************************
      * SECOND SORT: EVERY POSITION HOLDING STOCK, AGED AND IN CLASS  *
      * / LOCATION / ITEM ORDER. THE INPUT PROCEDURE ALSO WRITES THE  *
      * DISCONTINUE PROPOSALS, SINCE IT SEES THE MASTER IN ITEM       *
      * ORDER.                                                        *
      *****************************************************************
           OPEN INPUT INVENTORY-MASTER.
           IF WS-INVENTORY-STATUS NOT = '00'
               DISPLAY 'AGINGRPT ABEND - INVENTORY MASTER STATUS '
                   WS-INVENTORY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT PROPOSAL-FILE.
           SORT POSITION-SORT-FILE
               ON ASCENDING KEY PSR-CLASS PSR-LOC-CODE PSR-ITEM-CODE
               INPUT PROCEDURE IS 150-AGE-POSITIONS
                   THRU 150-AGE-POSITIONS-EXIT
               GIVING POSITION-FILE.
           CLOSE INVENTORY-MASTER
                 PROPOSAL-FILE.

           OPEN INPUT POSITION-FILE.
           IF WS-POSITION-STATUS NOT = '00'
               DISPLAY 'AGINGRPT ABEND - CANNOT OPEN SORTED POSITION '
                   'FILE - STATUS ' WS-POSITION-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT AGING-REPORT-FILE.
           INITIALIZE WS-BUCKET-TOTALS.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           PERFORM 200-READ-ONE-POSITION
               UNTIL POSITION-EOF.
           IF NOT FIRST-POSITION
               PERFORM 250-LOCATION-BREAK
                   THRU 250-LOCATION-BREAK-EXIT
               PERFORM 260-CLASS-BREAK THRU 260-CLASS-BREAK-EXIT.
           PERFORM 400-WRITE-TOTALS THRU 400-WRITE-TOTALS-EXIT.
           CLOSE POSITION-FILE
                 AGING-REPORT-FILE.

           DISPLAY 'AGINGRPT: POSITIONS AGED      : ' WS-POSITIONS-AGED.
           DISPLAY 'AGINGRPT: NEVER ISSUED        : '
               WS-NEVER-ISSUED-COUNT.
           DISPLAY 'AGINGRPT: PROPOSED DISCONTINUE: ' WS-PROPOSED-COUNT.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'AGINGRPT: AGING RUN ENDED'.
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
                   '/AGING.ISSUES' DELIMITED BY SIZE
               INTO WS-ISSUE-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/AGING.SORTED' DELIMITED BY SIZE
               INTO WS-POSITION-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/AGING.REPORT' DELIMITED BY SIZE
               INTO WS-AGING-REPORT-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/AGING.ITEMMAINT' DELIMITED BY SIZE
               INTO WS-PROPOSAL-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/AGINGRPT.PARM' DELIMITED BY SIZE
               INTO WS-PARM-PATH.
           ACCEPT WS-ITEMMAST-PATH
               FROM ENVIRONMENT 'PROJ6_ITEMMAST_PATH'.
           IF WS-ITEMMAST-PATH = SPACES
               MOVE
                 '../project-002-table-processing/data/ITEMMAST.IDX'
                   TO WS-ITEMMAST-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 040-LOAD-ITEM-MASTER: LOADS THE ITEM MASTER. WITHOUT ONE THE  *
      * REPORT STILL AGES THE STOCK, ALL UNDER CLASS '????', BUT NO   *
      * ITEM CAN BE PROPOSED FOR DISCONTINUANCE.                      *
      *****************************************************************
       040-LOAD-ITEM-MASTER.
           OPEN INPUT ITEMMAST-FILE.
           IF WS-ITEMMAST-STATUS NOT = '00'
               DISPLAY 'NO INDEXED ITEM MASTER FOUND - NO CLASSES '
                   'AND NO DISCONTINUE PROPOSALS'
               MOVE 'Y' TO WS-ITEMMAST-EOF-FLAG
           ELSE
               PERFORM 041-LOAD-ONE-ITEM
                   UNTIL ITEMMAST-EOF
               CLOSE ITEMMAST-FILE.
       040-LOAD-ITEM-MASTER-EXIT.
           EXIT.

       041-LOAD-ONE-ITEM.
           READ ITEMMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ITEMMAST-EOF-FLAG
               NOT AT END
                   IF WS-ITM-COUNT < 500
                       ADD 1 TO WS-ITM-COUNT
                       MOVE IM-ITEM-CODE TO WS-ITM-CODE (WS-ITM-COUNT)
                       MOVE IM-ITEM-DESC TO WS-ITM-DESC (WS-ITM-COUNT)
                       MOVE IM-STATUS TO WS-ITM-STATUS (WS-ITM-COUNT)
                       MOVE IM-CLASS TO WS-ITM-CLASS (WS-ITM-COUNT)
                       MOVE IM-UOM TO WS-ITM-UOM (WS-ITM-COUNT)
                   ELSE
                       DISPLAY 'WARNING: ITEM TABLE FULL - '
                           IM-ITEM-CODE ' NOT LOADED'.

      *****************************************************************
      * 060-READ-PARM-CARD: THE RUN DATE IS TODAY, OR A CHAINED RUN'S *
      * RUN_DATE. THE DISCONTINUE THRESHOLD IS THE STANDING 365 DAYS  *
      * UNLESS THE CARD CARRIES ITS OWN.                              *
      *****************************************************************
       060-READ-PARM-CARD.
           ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD.
           ACCEPT WS-CHAIN-RUN-DATE FROM ENVIRONMENT 'RUN_DATE'.
           IF WS-CHAIN-RUN-DATE NOT = SPACES
               MOVE WS-CHAIN-RUN-DATE TO WS-RUN-DATE-TEXT.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'NO PARAMETER CARD SUPPLIED - STANDING '
                   'DISCONTINUE THRESHOLD'
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY 'PARAMETER CARD FILE IS EMPTY - '
                           'STANDING DISCONTINUE THRESHOLD'
                   NOT AT END
                       IF PARM-DISCONTINUE-DAYS IS NUMERIC
                           MOVE PARM-DISCONTINUE-DAYS
                               TO WS-DISCONTINUE-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE.
       060-READ-PARM-CARD-EXIT.
           EXIT.

      *****************************************************************
      * 095-SELECT-ISSUES: THE FIRST SORT STEP'S INPUT PROCEDURE.     *
      * RELEASES EVERY DATED ISSUE ON THE HISTORY UP TO THE RUN DATE. *
      *****************************************************************
       095-SELECT-ISSUES.
           OPEN INPUT HISTORY-FILE.
           IF WS-TRANSHIST-STATUS NOT = '00'
               DISPLAY 'NO TRANSACTION HISTORY FOUND - EVERY '
                   'POSITION AGES AS NEVER ISSUED'
               GO TO 095-SELECT-ISSUES-EXIT.
           PERFORM 096-CHECK-ONE-HISTORY-RECORD
               UNTIL HISTORY-EOF.
           CLOSE HISTORY-FILE.
       095-SELECT-ISSUES-EXIT.
           EXIT.

       096-CHECK-ONE-HISTORY-RECORD.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-FLAG
               NOT AT END
                   IF HIST-ISSUE AND HIST-RUN-DATE IS NUMERIC
                           AND HIST-RUN-DATE NOT > WS-RUN-DATE-TEXT
                       MOVE HIST-ITEM-CODE TO SR-ITEM-CODE
                       MOVE HIST-LOC-CODE TO SR-LOC-CODE
                       MOVE HIST-RUN-DATE TO SR-RUN-DATE
                       RELEASE SORT-RECORD
                       ADD 1 TO WS-ISSUES-READ
                   END-IF
           END-READ.

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
               MOVE WS-BLANK-LINE TO AGING-REPORT-RECORD
               WRITE AGING-REPORT-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE RH-COLUMNS TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE WS-BLANK-LINE TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       100-WRITE-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 110-LOAD-ONE-ISSUE: THE ISSUES ARRIVE IN ITEM / LOCATION /    *
      * DATE ORDER, SO THE LAST ONE READ FOR A KEY CARRIES ITS LATEST *
      * DATE - A NEW KEY OPENS AN ENTRY, THE SAME KEY MOVES IT ON.    *
      *****************************************************************
       110-LOAD-ONE-ISSUE.
           READ ISSUE-FILE
               AT END
                   MOVE 'Y' TO WS-ISSUE-EOF-FLAG
               NOT AT END
                   PERFORM 115-POST-LAST-ISSUE
                       THRU 115-POST-LAST-ISSUE-EXIT
           END-READ.

       115-POST-LAST-ISSUE.
           IF WS-LST-COUNT > ZERO
               IF WS-LST-ITEM-CODE (WS-LST-COUNT) = IS-ITEM-CODE
                       AND WS-LST-LOC-CODE (WS-LST-COUNT) = IS-LOC-CODE
                   MOVE IS-RUN-DATE TO WS-LST-DATE (WS-LST-COUNT)
                   GO TO 115-POST-ITEM-LAST.
           IF WS-LST-COUNT NOT < 3000
               DISPLAY 'WARNING: LAST-ISSUE TABLE FULL - '
                   IS-ITEM-CODE ' ' IS-LOC-CODE ' AGES AS NEVER ISSUED'
               GO TO 115-POST-ITEM-LAST.
           ADD 1 TO WS-LST-COUNT.
           MOVE IS-ITEM-CODE TO WS-LST-ITEM-CODE (WS-LST-COUNT).
           MOVE IS-LOC-CODE TO WS-LST-LOC-CODE (WS-LST-COUNT).
           MOVE IS-RUN-DATE TO WS-LST-DATE (WS-LST-COUNT).
       115-POST-ITEM-LAST.
           IF WS-ILS-COUNT > ZERO
               IF WS-ILS-ITEM-CODE (WS-ILS-COUNT) = IS-ITEM-CODE
                   IF IS-RUN-DATE > WS-ILS-DATE (WS-ILS-COUNT)
                       MOVE IS-RUN-DATE TO WS-ILS-DATE (WS-ILS-COUNT)
                       GO TO 115-POST-LAST-ISSUE-EXIT
                   ELSE
                       GO TO 115-POST-LAST-ISSUE-EXIT.
           IF WS-ILS-COUNT NOT < 1000
               DISPLAY 'WARNING: ITEM LAST-ISSUE TABLE FULL - '
                   IS-ITEM-CODE ' NOT PROPOSED'
               GO TO 115-POST-LAST-ISSUE-EXIT.
           ADD 1 TO WS-ILS-COUNT.
           MOVE IS-ITEM-CODE TO WS-ILS-ITEM-CODE (WS-ILS-COUNT).
           MOVE IS-RUN-DATE TO WS-ILS-DATE (WS-ILS-COUNT).
       115-POST-LAST-ISSUE-EXIT.
           EXIT.

      *****************************************************************
      * 150-AGE-POSITIONS: THE SECOND SORT STEP'S INPUT PROCEDURE.    *
      * READS THE INVENTORY MASTER AND RELEASES EVERY POSITION        *
      * HOLDING STOCK, AGED FROM ITS LAST ISSUE.                      *
      *****************************************************************
       150-AGE-POSITIONS.
           PERFORM 155-READ-ONE-MASTER-RECORD
               UNTIL INV-EOF.
       150-AGE-POSITIONS-EXIT.
           EXIT.

       155-READ-ONE-MASTER-RECORD.
           READ INVENTORY-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INV-EOF-FLAG
               NOT AT END
                   IF INV-QTY-ON-HAND > ZERO
                       PERFORM 160-AGE-ONE-POSITION
                           THRU 160-AGE-ONE-POSITION-EXIT
                   END-IF
           END-READ.

      *****************************************************************
      * 160-AGE-ONE-POSITION: CLASS AND DESCRIPTION FROM THE ITEM     *
      * MASTER, VALUE AT THE POSITION'S AVERAGE COST (A POSITION      *
      * WITH NO COST YET CARRIES ZERO AND IS FLAGGED, AS ON           *
      * STOCKVAL), THEN THE AGE AND BUCKET FROM THE LAST ISSUE.       *
      *****************************************************************
       160-AGE-ONE-POSITION.
           ADD 1 TO WS-POSITIONS-AGED.
           MOVE SPACES TO WS-AGED-POSITION.
           MOVE INV-ITEM-CODE TO AP-ITEM-CODE.
           MOVE INV-LOC-CODE TO AP-LOC-CODE.
           MOVE INV-QTY-ON-HAND TO AP-ON-HAND.
           MOVE 'N' TO AP-PROPOSED-FLAG.
           MOVE 'N' TO WS-ITM-FOUND-FLAG.
           IF WS-ITM-COUNT > ZERO
               SET WS-ITM-IDX TO 1
               SEARCH ALL WS-ITM-ENTRY
                   WHEN WS-ITM-CODE (WS-ITM-IDX) = INV-ITEM-CODE
                       MOVE 'Y' TO WS-ITM-FOUND-FLAG.
           IF ITEM-FOUND
               MOVE WS-ITM-CLASS (WS-ITM-IDX) TO AP-CLASS
               MOVE WS-ITM-DESC (WS-ITM-IDX) TO AP-ITEM-DESC.
           IF AP-CLASS = SPACES
               MOVE '????' TO AP-CLASS.
           IF INV-AVG-COST > ZERO
               MOVE 'N' TO AP-NO-COST-FLAG
               COMPUTE AP-VALUE ROUNDED =
                   INV-QTY-ON-HAND * INV-AVG-COST
           ELSE
               MOVE 'Y' TO AP-NO-COST-FLAG
               MOVE ZERO TO AP-VALUE
               ADD 1 TO WS-NO-COST-COUNT.

           MOVE 'N' TO WS-LAST-FOUND-FLAG.
           IF WS-LST-COUNT > ZERO
               SET WS-LST-IDX TO 1
               SEARCH ALL WS-LST-ENTRY
                   WHEN WS-LST-KEY (WS-LST-IDX) = INV-KEY
                       MOVE 'Y' TO WS-LAST-FOUND-FLAG.
           IF LAST-ISSUE-FOUND
               MOVE WS-LST-DATE (WS-LST-IDX) TO AP-LAST-ISSUE
               MOVE AP-LAST-ISSUE TO WS-DN-DATE
               PERFORM 8100-DATE-TO-DAY-NUMBER
                   THRU 8100-DATE-TO-DAY-NUMBER-EXIT
               COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NUMBER - WS-DN-RESULT
           ELSE
               ADD 1 TO WS-NEVER-ISSUED-COUNT
               MOVE ZERO TO WS-AGE-DAYS.
           IF WS-AGE-DAYS > 99999
               MOVE 99999 TO AP-AGE-DAYS
           ELSE
               MOVE WS-AGE-DAYS TO AP-AGE-DAYS.
           IF NOT LAST-ISSUE-FOUND
               MOVE 4 TO AP-BUCKET
           ELSE IF WS-AGE-DAYS NOT > 90
               MOVE 1 TO AP-BUCKET
           ELSE IF WS-AGE-DAYS NOT > 180
               MOVE 2 TO AP-BUCKET
           ELSE IF WS-AGE-DAYS NOT > 365
               MOVE 3 TO AP-BUCKET
           ELSE
               MOVE 4 TO AP-BUCKET.

           IF ITEM-FOUND
               PERFORM 170-CHECK-DISCONTINUE
                   THRU 170-CHECK-DISCONTINUE-EXIT
           ELSE
               ADD 1 TO WS-NOT-ON-MASTER-COUNT.
           MOVE WS-AGED-POSITION TO PSR-RECORD.
           RELEASE PSR-RECORD.
       160-AGE-ONE-POSITION-EXIT.
           EXIT.

      *****************************************************************
      * 170-CHECK-DISCONTINUE: AN ITEM STILL ACTIVE ON THE MASTER     *
      * WHOSE LAST ISSUE FROM ANY LOCATION IS OLDER THAN THE          *
      * THRESHOLD - OR THAT HAS NEVER BEEN ISSUED - IS PROPOSED FOR   *
      * DISCONTINUANCE, ONCE, AT THE FIRST OF ITS POSITIONS HOLDING   *
      * STOCK. EVERY POSITION OF A PROPOSED ITEM IS MARKED ON THE     *
      * REPORT.                                                       *
      *****************************************************************
       170-CHECK-DISCONTINUE.
           IF WS-ITM-STATUS (WS-ITM-IDX) = 'D'
               GO TO 170-CHECK-DISCONTINUE-EXIT.
           IF INV-ITEM-CODE = WS-LAST-PROPOSED-ITEM
               MOVE 'Y' TO AP-PROPOSED-FLAG
               GO TO 170-CHECK-DISCONTINUE-EXIT.
           MOVE SPACES TO WS-ITEM-LAST-DATE.
           IF WS-ILS-COUNT > ZERO
               SET WS-ILS-IDX TO 1
               SEARCH ALL WS-ILS-ENTRY
                   WHEN WS-ILS-ITEM-CODE (WS-ILS-IDX) = INV-ITEM-CODE
                       MOVE WS-ILS-DATE (WS-ILS-IDX)
                           TO WS-ITEM-LAST-DATE.
           IF WS-ITEM-LAST-DATE NOT = SPACES
               MOVE WS-ITEM-LAST-DATE TO WS-DN-DATE
               PERFORM 8100-DATE-TO-DAY-NUMBER
                   THRU 8100-DATE-TO-DAY-NUMBER-EXIT
               COMPUTE WS-ITEM-AGE-DAYS =
                   WS-RUN-DAY-NUMBER - WS-DN-RESULT
               IF WS-ITEM-AGE-DAYS NOT > WS-DISCONTINUE-DAYS
                   GO TO 170-CHECK-DISCONTINUE-EXIT.
           MOVE SPACES TO MT-RECORD.
           MOVE 'S' TO MT-ACTION.
           MOVE INV-ITEM-CODE TO MT-ITEM-CODE.
           MOVE WS-ITM-DESC (WS-ITM-IDX) TO MT-ITEM-DESC.
           MOVE 'D' TO MT-NEW-STATUS.
           WRITE MT-RECORD.
           ADD 1 TO WS-PROPOSED-COUNT.
           MOVE INV-ITEM-CODE TO WS-LAST-PROPOSED-ITEM.
           MOVE 'Y' TO AP-PROPOSED-FLAG.
       170-CHECK-DISCONTINUE-EXIT.
           EXIT.

      *****************************************************************
      * 200-READ-ONE-POSITION: READS ONE AGED POSITION, TAKING THE    *
      * CLASS AND LOCATION BREAKS AS THEY FALL, AND PRINTS IT.        *
      *****************************************************************
       200-READ-ONE-POSITION.
           READ POSITION-FILE
               AT END
                   MOVE 'Y' TO WS-POSITION-EOF-FLAG
               NOT AT END
                   PERFORM 220-CHECK-BREAKS
                       THRU 220-CHECK-BREAKS-EXIT
                   PERFORM 230-PRINT-POSITION
                       THRU 230-PRINT-POSITION-EXIT
           END-READ.

      *****************************************************************
      * 220-CHECK-BREAKS: A NEW CLASS CLOSES OFF THE LAST LOCATION    *
      * AND THE LAST CLASS; A NEW LOCATION UNDER THE SAME CLASS       *
      * CLOSES OFF THE LOCATION ONLY.                                 *
      *****************************************************************
       220-CHECK-BREAKS.
           IF FIRST-POSITION
               MOVE 'N' TO WS-FIRST-POSITION-FLAG
               GO TO 220-NEW-GROUP.
           IF PS-CLASS NOT = WS-PREV-CLASS
               PERFORM 250-LOCATION-BREAK
                   THRU 250-LOCATION-BREAK-EXIT
               PERFORM 260-CLASS-BREAK THRU 260-CLASS-BREAK-EXIT
               GO TO 220-NEW-GROUP.
           IF PS-LOC-CODE NOT = WS-PREV-LOC
               PERFORM 250-LOCATION-BREAK
                   THRU 250-LOCATION-BREAK-EXIT.
       220-NEW-GROUP.
           MOVE PS-CLASS TO WS-PREV-CLASS.
           MOVE PS-LOC-CODE TO WS-PREV-LOC.
       220-CHECK-BREAKS-EXIT.
           EXIT.

      *****************************************************************
      * 230-PRINT-POSITION: PRINTS THE POSITION AND ADDS IT INTO ITS  *
      * BUCKET AT EVERY LEVEL.                                        *
      *****************************************************************
       230-PRINT-POSITION.
           MOVE PS-BUCKET TO WS-BKT-SUB.
           ADD PS-ON-HAND TO WS-LOC-QTY (WS-BKT-SUB)
                             WS-CLS-QTY (WS-BKT-SUB)
                             WS-GRAND-QTY (WS-BKT-SUB).
           ADD PS-VALUE TO WS-LOC-VALUE (WS-BKT-SUB)
                           WS-CLS-VALUE (WS-BKT-SUB)
                           WS-GRAND-VALUE (WS-BKT-SUB).
           MOVE PS-CLASS          TO DL-CLASS.
           MOVE PS-LOC-CODE       TO DL-LOC-CODE.
           MOVE PS-ITEM-CODE      TO DL-ITEM-CODE.
           MOVE PS-ITEM-DESC      TO DL-ITEM-DESC.
           MOVE PS-ON-HAND        TO DL-ON-HAND.
           MOVE PS-VALUE          TO DL-VALUE.
           MOVE WS-BUCKET-NAME (WS-BKT-SUB) TO DL-BUCKET.
           MOVE SPACES TO DL-LAST-ISSUE.
           IF PS-LAST-ISSUE = SPACES
               MOVE 'NONE' TO DL-LAST-ISSUE
               MOVE ZERO TO DL-AGE-DAYS
           ELSE
               STRING PS-LAST-ISSUE (1:4) '-' PS-LAST-ISSUE (5:2)
                       '-' PS-LAST-ISSUE (7:2)
                   DELIMITED BY SIZE INTO DL-LAST-ISSUE
               MOVE PS-AGE-DAYS TO DL-AGE-DAYS.
           IF PS-PROPOSED-FLAG = 'Y'
               MOVE 'PROPOSE DISCONT.' TO DL-NOTE
           ELSE IF PS-NO-COST-FLAG = 'Y'
               MOVE 'NO COST YET' TO DL-NOTE
           ELSE
               MOVE SPACES TO DL-NOTE.
           MOVE WS-DETAIL-LINE TO AGING-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       230-PRINT-POSITION-EXIT.
           EXIT.

      *****************************************************************
      * 250-LOCATION-BREAK: PRINTS THE LOCATION'S BUCKETS AND CLEARS  *
      * THEM.                                                         *
      *****************************************************************
       250-LOCATION-BREAK.
           MOVE SPACES TO WS-PRINT-LABEL.
           STRING '** CLASS ' WS-PREV-CLASS ' LOC ' WS-PREV-LOC
                   ' TOTAL'
               DELIMITED BY SIZE INTO WS-PRINT-LABEL.
           MOVE 'L' TO WS-PRINT-LEVEL.
           PERFORM 350-PRINT-BUCKETS THRU 350-PRINT-BUCKETS-EXIT.
           INITIALIZE WS-LOC-BUCKET (1) WS-LOC-BUCKET (2)
                      WS-LOC-BUCKET (3) WS-LOC-BUCKET (4).
       250-LOCATION-BREAK-EXIT.
           EXIT.

      *****************************************************************
      * 260-CLASS-BREAK: PRINTS THE CLASS'S BUCKETS AND CLEARS THEM.  *
      *****************************************************************
       260-CLASS-BREAK.
           MOVE SPACES TO WS-PRINT-LABEL.
           STRING '*** CLASS ' WS-PREV-CLASS ' TOTAL'
               DELIMITED BY SIZE INTO WS-PRINT-LABEL.
           MOVE 'C' TO WS-PRINT-LEVEL.
           PERFORM 350-PRINT-BUCKETS THRU 350-PRINT-BUCKETS-EXIT.
           INITIALIZE WS-CLS-BUCKET (1) WS-CLS-BUCKET (2)
                      WS-CLS-BUCKET (3) WS-CLS-BUCKET (4).
       260-CLASS-BREAK-EXIT.
           EXIT.

      *****************************************************************
      * 280-EMIT-REPORT-LINE: WRITES THE LINE ALREADY MOVED TO        *
      * AGING-REPORT-RECORD AND STARTS A NEW PAGE WHEN THIS ONE IS    *
      * FULL.                                                         *
      *****************************************************************
       280-EMIT-REPORT-LINE.
           WRITE AGING-REPORT-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
       280-EMIT-REPORT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 350-PRINT-BUCKETS: PRINTS THE FOUR AGE BUCKETS AND THEIR SUM  *
      * FOR THE LEVEL IN WS-PRINT-LEVEL, LABELLED ON THE FIRST LINE,  *
      * WITH A BLANK LINE AFTER.                                      *
      *****************************************************************
       350-PRINT-BUCKETS.
           MOVE ZERO TO WS-SUM-QTY.
           MOVE ZERO TO WS-SUM-VALUE.
           MOVE ZERO TO WS-BKT-SUB.
           PERFORM 355-PRINT-ONE-BUCKET
               THRU 355-PRINT-ONE-BUCKET-EXIT
               4 TIMES.
           MOVE SPACES TO BL-LABEL.
           MOVE 'ALL AGES' TO BL-BUCKET.
           MOVE WS-SUM-QTY TO BL-QTY.
           MOVE WS-SUM-VALUE TO BL-VALUE.
           MOVE WS-BUCKET-LINE TO AGING-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE WS-BLANK-LINE TO AGING-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       350-PRINT-BUCKETS-EXIT.
           EXIT.

       355-PRINT-ONE-BUCKET.
           ADD 1 TO WS-BKT-SUB.
           IF WS-BKT-SUB = 1
               MOVE WS-PRINT-LABEL TO BL-LABEL
           ELSE
               MOVE SPACES TO BL-LABEL.
           MOVE WS-BUCKET-NAME (WS-BKT-SUB) TO BL-BUCKET.
           IF PRINT-LOCATION
               MOVE WS-LOC-QTY (WS-BKT-SUB) TO BL-QTY
               MOVE WS-LOC-VALUE (WS-BKT-SUB) TO BL-VALUE
               ADD WS-LOC-QTY (WS-BKT-SUB) TO WS-SUM-QTY
               ADD WS-LOC-VALUE (WS-BKT-SUB) TO WS-SUM-VALUE
           ELSE IF PRINT-CLASS
               MOVE WS-CLS-QTY (WS-BKT-SUB) TO BL-QTY
               MOVE WS-CLS-VALUE (WS-BKT-SUB) TO BL-VALUE
               ADD WS-CLS-QTY (WS-BKT-SUB) TO WS-SUM-QTY
               ADD WS-CLS-VALUE (WS-BKT-SUB) TO WS-SUM-VALUE
           ELSE
               MOVE WS-GRAND-QTY (WS-BKT-SUB) TO BL-QTY
               MOVE WS-GRAND-VALUE (WS-BKT-SUB) TO BL-VALUE
               ADD WS-GRAND-QTY (WS-BKT-SUB) TO WS-SUM-QTY
               ADD WS-GRAND-VALUE (WS-BKT-SUB) TO WS-SUM-VALUE.
           MOVE WS-BUCKET-LINE TO AGING-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       355-PRINT-ONE-BUCKET-EXIT.
           EXIT.

      *****************************************************************
      * 400-WRITE-TOTALS: THE GRAND TOTAL BY BUCKET AND THE RUN'S     *
      * COUNTS.                                                       *
      *****************************************************************
       400-WRITE-TOTALS.
           MOVE '**** ALL STOCK TOTAL' TO WS-PRINT-LABEL.
           MOVE 'G' TO WS-PRINT-LEVEL.
           PERFORM 350-PRINT-BUCKETS THRU 350-PRINT-BUCKETS-EXIT.
           MOVE 'POSITIONS HOLDING STOCK:' TO SL-LABEL.
           MOVE WS-POSITIONS-AGED TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO AGING-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'NEVER ISSUED:' TO SL-LABEL.
           MOVE WS-NEVER-ISSUED-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO AGING-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'HOLDING STOCK, NO COST YET:' TO SL-LABEL.
           MOVE WS-NO-COST-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO AGING-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'NOT ON THE ITEM MASTER:' TO SL-LABEL.
           MOVE WS-NOT-ON-MASTER-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO AGING-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'DISCONTINUE THRESHOLD (DAYS):' TO SL-LABEL.
           MOVE WS-DISCONTINUE-DAYS TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO AGING-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'ITEMS PROPOSED TO DISCONTINUE:' TO SL-LABEL.
           MOVE WS-PROPOSED-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO AGING-REPORT-RECORD.
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
