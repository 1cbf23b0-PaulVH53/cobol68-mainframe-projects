      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(ITEMPURG)                       *
      * PURPOSE: CONTROLLED PURGE AND ARCHIVE OF DEAD ITEMS. A        *
      * DISCONTINUED ITEM OTHERWISE STAYS ON THE ITEM MASTER FOREVER  *
      * AND ITS ROWS LINGER ON THE PRICE MASTER, THE INVENTORY        *
      * MASTER, THE YTD MASTER, ITEMVEND AND CYCLECNT.CTL, CLUTTERING *
      * EVERY REPORT. THIS RUN SELECTS THE ITEMS THAT ARE PAST ALL    *
      * USE AND TAKES THEM OFF EVERY ONE OF THOSE FILES IN ONE PASS.  *
      *                                                               *
      * AN ITEM IS SELECTED ONLY WHEN ALL OF THESE HOLD:              *
      *   - IT IS DISCONTINUED, AND PROJ2'S CHANGE HISTORY SHOWS IT   *
      *     WAS DISCONTINUED MORE THAN THE PARAMETER CARD'S NUMBER OF *
      *     MONTHS AGO (NO DATE ON CHGHIST - NO PURGE);               *
      *   - IT HAS NOTHING ON HAND AT ANY LOCATION;                   *
      *   - NO PURCHASE ORDER FOR IT IS STILL OPEN;                   *
      *   - NOTHING FOR IT IS SITTING IN SUSPENSE;                    *
      *   - ITS YTD MASTER RECORD SHOWS NO PERIOD OR YEAR ACTIVITY.   *
      *                                                               *
      * EVERY RECORD REMOVED IS FIRST WRITTEN TO THE DATED ARCHIVE    *
      * FILE data/ITEMARCH.D<YYYYMMDD> AND LOGGED ON CHGHIST AS A     *
      * DELETE. THE PURGE REGISTER LISTS EVERY DISCONTINUED ITEM,     *
      * PURGED OR HELD, WITH THE REASON IT WAS HELD.                  *
      *                                                               *
      * MODES (PARM-MODE): 'P' PURGES. 'L' (OR BLANK) SELECTS AND     *
      * PRINTS THE REGISTER BUT REMOVES NOTHING, SO A PURGE IS ONLY   *
      * EVER RUN ON PURPOSE. 'R' RESTORES FROM THE ARCHIVE DATED      *
      * PARM-ARCHIVE-DATE - THE ONE ITEM IN PARM-ITEM-CODE, OR EVERY  *
      * ITEM IN THAT ARCHIVE WHEN IT IS BLANK - PUTTING EACH RECORD   *
      * BACK ON THE MASTER IT CAME FROM. AN ITEM THAT HAS SINCE BEEN  *
      * ADDED BACK TO THE ITEM MASTER IS NOT RESTORED OVER.           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEMPURG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * THIS PROGRAM WORKS THE SAME DATA DIRECTORY AS PROJ6, SO IT    *
      * RESOLVES ITS PATHS THROUGH THE SAME PROJ6_DATA_DIR            *
      * ENVIRONMENT VARIABLE - SEE 005-RESOLVE-DATA-PATHS.            *
      *****************************************************************
      *****************************************************************
      * ITEMMAST-FILE: PROJ2'S ITEM MASTER, FOUND THE SAME WAY PROJ6  *
      * FINDS IT (PROJ6_ITEMMAST_PATH). DYNAMIC ACCESS SO THE         *
      * SELECTION CAN BROWSE IT AND THE PURGE CAN DELETE BY KEY.      *
      *****************************************************************
           SELECT ITEMMAST-FILE ASSIGN DYNAMIC WS-ITEMMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
           SELECT INVENTORY-MASTER ASSIGN DYNAMIC WS-INVENTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVENTORY-STATUS.
           SELECT YTD-MASTER ASSIGN DYNAMIC WS-YTDMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-ITEM-CODE
               FILE STATUS IS WS-YTDMAST-STATUS.
      *****************************************************************
      * PRICEMAST-FILE: THE INDEXED PRICE MASTER, KEYED ON ITEM CODE  *
      * PLUS EFFECTIVE DATE. DYNAMIC ACCESS SO THE PURGE CAN START AT *
      * AN ITEM'S FIRST DATED PRICE AND DELETE EACH ONE IN TURN.      *
      *****************************************************************
           SELECT PRICEMAST-FILE ASSIGN DYNAMIC WS-PRICEMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PRICEMAST-STATUS.
           SELECT POMAST-FILE ASSIGN DYNAMIC WS-POMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-POMAST-STATUS.
           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
      *****************************************************************
      * SEQ-MASTER-FILE: ITEMVEND AND CYCLECNT.CTL IN TURN -          *
      * WS-SEQ-MASTER-PATH IS POINTED AT EACH BEFORE IT IS OPENED.    *
      * BOTH LEAD WITH THE ITEM CODE, WHICH IS ALL THE PURGE NEEDS TO *
      * SEE. WORK-FILE HOLDS THE RECORDS BEING KEPT WHILE ONE OF THEM *
      * IS COPIED THROUGH.                                            *
      *****************************************************************
           SELECT SEQ-MASTER-FILE ASSIGN DYNAMIC WS-SEQ-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-MASTER-STATUS.
           SELECT WORK-FILE ASSIGN DYNAMIC WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC WS-ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
      *****************************************************************
      * CHGHIST-FILE: THE COMMON MASTER-CHANGE HISTORY - SEE          *
      * copybooks/CHGHIST.CPY. READ FIRST FOR THE DATE EACH ITEM WAS  *
      * DISCONTINUED, THEN APPENDED TO - ONE RECORD PER RECORD        *
      * PURGED OR RESTORED.                                           *
      *****************************************************************
           SELECT CHGHIST-FILE ASSIGN DYNAMIC WS-CHGHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGHIST-STATUS.
           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
      * INVENTORY-MASTER: SAME LAYOUT AS PROJ6'S INV-RECORD.          *
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
      * YTD-MASTER: SAME LAYOUT AS PROJ6'S YTD-RECORD.                *
      *****************************************************************
       FD  YTD-MASTER
           RECORD CONTAINS 58 CHARACTERS.

       01  YTD-RECORD.
           05  YTD-ITEM-CODE         PIC X(10).
           05  YTD-PTD-QTY           PIC S9(09)    SIGN IS TRAILING
                                        SEPARATE.
           05  YTD-PTD-AMT           PIC S9(11)V99 SIGN IS TRAILING
                                        SEPARATE.
           05  YTD-YTD-QTY           PIC S9(09)    SIGN IS TRAILING
                                        SEPARATE.
           05  YTD-YTD-AMT           PIC S9(11)V99 SIGN IS TRAILING
                                        SEPARATE.
      *****************************************************************
      * PRICEMAST-FILE: SAME LAYOUT AS PROJ6'S PM-RECORD.             *
      *****************************************************************
       FD  PRICEMAST-FILE
           RECORD CONTAINS 25 CHARACTERS.

       01  PM-RECORD.
           05  PM-KEY.
               10  PM-ITEM-CODE     PIC X(10).
               10  PM-EFF-DATE      PIC X(08).
           05  PM-PRICE             PIC 9(05)V99.
      *****************************************************************
      * POMAST-FILE: SAME LAYOUT AS PROJ6'S PO-RECORD.                *
      *****************************************************************
       FD  POMAST-FILE
           RECORD CONTAINS 66 CHARACTERS.

       01  PO-RECORD.
           05  PO-NUMBER             PIC 9(06).
           05  PO-ITEM-CODE          PIC X(10).
           05  PO-LOC-CODE           PIC X(03).
           05  PO-VENDOR-CODE        PIC X(05).
           05  PO-QUANTITY           PIC 9(05).
           05  PO-ORDER-DATE         PIC X(08).
           05  PO-STATUS             PIC X(01).
               88  PO-OPEN                       VALUE 'O'.
           05  PO-QTY-RECEIVED       PIC 9(05).
           05  PO-PROMISED-DATE      PIC X(08).
           05  PO-RECEIVED-DATE      PIC X(08).
           05  PO-UNIT-COST          PIC 9(05)V99.
      *****************************************************************
      * SUSPENSE-FILE: ONLY THE ITEM CODE OF PROJ6'S SUSP-RECORD IS   *
      * NEEDED HERE.                                                  *
      *****************************************************************
       FD  SUSPENSE-FILE
           RECORDING MODE IS F.

       01  SUSP-RECORD.
           05  SUSP-ITEM-CODE       PIC X(10).
           05  FILLER               PIC X(94).

       FD  SEQ-MASTER-FILE
           RECORDING MODE IS F.

       01  SM-RECORD.
           05  SM-ITEM-CODE         PIC X(10).
           05  FILLER               PIC X(50).

       FD  WORK-FILE
           RECORDING MODE IS F.

       01  WORK-RECORD              PIC X(60).

      *****************************************************************
      * ARCHIVE-FILE: ONE RECORD PER MASTER RECORD PURGED - WHICH     *
      * MASTER IT CAME FROM, THE ITEM, THE DATE IT WAS PURGED AND THE *
      * WHOLE RECORD IMAGE, SO A RESTORE CAN PUT IT BACK EXACTLY.     *
      *****************************************************************
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.

       01  AR-RECORD.
           05  AR-FILE-ID           PIC X(08).
           05  AR-ITEM-CODE         PIC X(10).
           05  AR-PURGE-DATE        PIC X(08).
           05  AR-IMAGE             PIC X(60).

       FD  CHGHIST-FILE
           RECORDING MODE IS F.

       COPY CHGHIST.

       FD  REGISTER-FILE
           RECORDING MODE IS F.

       01  REGISTER-RECORD           PIC X(132).

      *****************************************************************
      * PARM-FILE: PARM-MODE IS P (PURGE), L (LIST ONLY) OR R         *
      * (RESTORE). PARM-MONTHS IS HOW LONG AN ITEM MUST HAVE BEEN     *
      * DISCONTINUED BEFORE IT CAN GO - 12 WHEN BLANK. FOR A RESTORE, *
      * PARM-ARCHIVE-DATE NAMES THE ARCHIVE (THE RUN DATE WHEN BLANK) *
      * AND PARM-ITEM-CODE THE ITEM (EVERY ITEM WHEN BLANK).          *
      *****************************************************************
       FD  PARM-FILE
           RECORDING MODE IS F.

       01  PARM-RECORD.
           05  PARM-MODE             PIC X(01).
           05  PARM-MONTHS           PIC X(03).
           05  PARM-ARCHIVE-DATE     PIC X(08).
           05  PARM-ITEM-CODE        PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ITEMMAST-STATUS    PIC XX.
           05  WS-INVENTORY-STATUS   PIC XX.
           05  WS-YTDMAST-STATUS     PIC XX.
           05  WS-POMAST-STATUS      PIC XX.
           05  WS-PRICEMAST-STATUS   PIC XX.
           05  WS-SUSPENSE-STATUS    PIC XX.
           05  WS-SEQ-MASTER-STATUS  PIC XX.
           05  WS-ARCHIVE-STATUS     PIC XX.
           05  WS-CHGHIST-STATUS     PIC XX.
           05  WS-PARM-FILE-STATUS   PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-RUN-MODE           PIC X          VALUE 'L'.
               88  PURGE-RUN         VALUE 'P'.
               88  LIST-RUN          VALUE 'L'.
               88  RESTORE-RUN       VALUE 'R'.
           05  WS-ITEMMAST-EOF-FLAG  PIC X          VALUE 'N'.
               88  ITEMMAST-EOF      VALUE 'Y'.
           05  WS-POMAST-EOF-FLAG    PIC X          VALUE 'N'.
               88  POMAST-EOF        VALUE 'Y'.
           05  WS-SUSPENSE-EOF-FLAG  PIC X          VALUE 'N'.
               88  SUSPENSE-EOF      VALUE 'Y'.
           05  WS-CHGHIST-EOF-FLAG   PIC X          VALUE 'N'.
               88  CHGHIST-EOF       VALUE 'Y'.
           05  WS-SEQ-MASTER-EOF-FLAG PIC X         VALUE 'N'.
               88  SEQ-MASTER-EOF    VALUE 'Y'.
           05  WS-WORK-EOF-FLAG      PIC X          VALUE 'N'.
               88  WORK-EOF          VALUE 'Y'.
           05  WS-ARCHIVE-EOF-FLAG   PIC X          VALUE 'N'.
               88  ARCHIVE-EOF       VALUE 'Y'.
           05  WS-POSITIONS-DONE-FLAG PIC X         VALUE 'N'.
               88  POSITIONS-DONE    VALUE 'Y'.
           05  WS-INVENTORY-OPEN-FLAG PIC X         VALUE 'N'.
               88  INVENTORY-OPEN    VALUE 'Y'.
           05  WS-YTDMAST-OPEN-FLAG  PIC X          VALUE 'N'.
               88  YTDMAST-OPEN      VALUE 'Y'.
           05  WS-PRICEMAST-OPEN-FLAG PIC X         VALUE 'N'.
               88  PRICEMAST-OPEN    VALUE 'Y'.
           05  WS-PRICES-DONE-FLAG   PIC X          VALUE 'N'.
               88  PRICES-DONE       VALUE 'Y'.
           05  WS-CAND-FOUND-FLAG    PIC X          VALUE 'N'.
               88  CAND-FOUND        VALUE 'Y'.
           05  WS-STOCK-FOUND-FLAG   PIC X          VALUE 'N'.
               88  STOCK-ON-HAND     VALUE 'Y'.
           05  WS-ITEM-LISTED-FLAG   PIC X          VALUE 'N'.
               88  ITEM-LISTED       VALUE 'Y'.

       77  WS-SELECTED-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-HELD-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-REFUSED-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-DUPLICATE-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-ARCHIVE-WRITTEN        PIC 9(07) COMP VALUE ZERO.

      *****************************************************************
      * WS-PURGE-FIELDS: THE AGE LIMIT AND THE CUT-OFF IT GIVES - AN  *
      * ITEM DISCONTINUED BEFORE WS-CUTOFF-DATE HAS BEEN DISCONTINUED *
      * MORE THAN WS-PURGE-MONTHS MONTHS.                             *
      *****************************************************************
       01  WS-PURGE-FIELDS.
           05  WS-PURGE-MONTHS       PIC 9(03)      VALUE 12.
           05  WS-ARCHIVE-DATE       PIC X(08)      VALUE SPACES.
           05  WS-RESTORE-ITEM       PIC X(10)      VALUE SPACES.
           05  WS-MONTH-TOTAL        PIC 9(07) COMP VALUE ZERO.
           05  WS-CUTOFF-YEAR        PIC 9(04) COMP VALUE ZERO.
           05  WS-CUTOFF-DATE.
               10  WS-CUTOFF-YYYY    PIC 9(04).
               10  WS-CUTOFF-MM      PIC 9(02).
               10  WS-CUTOFF-DD      PIC 9(02).

      *****************************************************************
      * WS-CAND-TABLE: EVERY DISCONTINUED ITEM CONSIDERED (OR, ON A   *
      * RESTORE, EVERY ITEM TAKEN FROM THE ARCHIVE) - ITS DATE OF     *
      * DISCONTINUANCE, WHETHER IT WAS SELECTED, THE RESULT THE       *
      * REGISTER PRINTS AND HOW MANY RECORDS WENT OUT OR CAME BACK.   *
      *****************************************************************
       01  WS-CAND-TABLE.
           05  WS-CAND-COUNT        PIC 9(05) COMP VALUE ZERO.
           05  WS-CAND-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-CAND-COUNT
                       INDEXED BY WS-CAND-IDX.
               10  WS-CAND-ITEM-CODE   PIC X(10).
               10  WS-CAND-DESC        PIC X(20).
               10  WS-CAND-DISC-DATE   PIC X(08).
               10  WS-CAND-SELECTED    PIC X(01).
                   88  CAND-SELECTED   VALUE 'Y'.
               10  WS-CAND-RESULT      PIC X(40).
               10  WS-CAND-RECORDS     PIC 9(05) COMP.

       77  WS-CAND-TABLE-MAX         PIC 9(05) COMP VALUE 200.
       77  WS-CAND-SUB               PIC 9(05) COMP VALUE ZERO.
       77  WS-LOOKUP-ITEM            PIC X(10)      VALUE SPACES.

      *****************************************************************
      * WS-BUSY-TABLE: ITEMS STILL IN USE SOMEWHERE - ON AN OPEN      *
      * PURCHASE ORDER (WS-BUSY-KIND 'P') OR IN SUSPENSE ('S').       *
      *****************************************************************
       01  WS-BUSY-TABLE.
           05  WS-BUSY-COUNT        PIC 9(05) COMP VALUE ZERO.
           05  WS-BUSY-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-BUSY-COUNT
                       INDEXED BY WS-BUSY-IDX.
               10  WS-BUSY-KIND        PIC X(01).
               10  WS-BUSY-ITEM-CODE   PIC X(10).

       77  WS-BUSY-KIND-WANTED       PIC X(01)      VALUE SPACE.
       77  WS-BUSY-FOUND-FLAG        PIC X(01)      VALUE 'N'.

      *****************************************************************
      * WS-FILE-TABLE: THE SIX MASTERS, IN THE ORDER THEY ARE PURGED, *
      * WITH THE ID EACH ONE'S RECORDS CARRY ON THE ARCHIVE AND THE   *
      * COUNT OF RECORDS PURGED OR RESTORED.                          *
      *****************************************************************
       01  WS-FILE-TABLE-VALUES.
           05  FILLER  PIC X(23) VALUE 'ITEMMASTITEM MASTER    '.
           05  FILLER  PIC X(23) VALUE 'INVENTRYINVENTORY      '.
           05  FILLER  PIC X(23) VALUE 'YTDMAST YTD MASTER     '.
           05  FILLER  PIC X(23) VALUE 'PRICEMSTPRICE MASTER   '.
           05  FILLER  PIC X(23) VALUE 'ITEMVENDITEMVEND       '.
           05  FILLER  PIC X(23) VALUE 'CYCLECTLCYCLECNT.CTL   '.
       01  WS-FILE-TABLE REDEFINES WS-FILE-TABLE-VALUES.
           05  WS-FILE-ENTRY OCCURS 6 TIMES.
               10  WS-FILE-ID          PIC X(08).
               10  WS-FILE-NAME        PIC X(15).

       01  WS-FILE-COUNTS.
           05  WS-FILE-COUNT OCCURS 6 TIMES
                                     PIC 9(07) COMP.

       77  WS-FILE-SUB               PIC 9(02) COMP VALUE ZERO.
       77  WS-IMAGE-HOLD             PIC X(60)      VALUE SPACES.

      *****************************************************************
      * WS-PRICE-IMAGE: A PRICE MASTER RECORD AS THE ARCHIVE CARRIES  *
      * IT - THE FLAT CODE, PRICE, DATE ORDER PRICUNLD WRITES - SO AN *
      * ARCHIVE IMAGE READS THE SAME WHICHEVER WAY THE MASTER IS      *
      * HELD.                                                         *
      *****************************************************************
       01  WS-PRICE-IMAGE.
           05  WS-PI-ITEM-CODE       PIC X(10).
           05  WS-PI-PRICE           PIC 9(05)V99.
           05  WS-PI-EFF-DATE        PIC X(08).
           05  FILLER                PIC X(35).

      *****************************************************************
      * WS-CHG-IMAGE: THE CHANGE-HISTORY IMAGE OF ONE PURGED OR       *
      * RESTORED RECORD - THE FILE IT BELONGS TO AND THE RECORD PAST  *
      * ITS ITEM CODE (WHICH CHG-KEY ALREADY CARRIES).                *
      *****************************************************************
       01  WS-CHGHIST-FIELDS.
           05  WS-CHGHIST-PATH       PIC X(80)      VALUE SPACES.
           05  WS-CHG-TIME           PIC 9(08)      VALUE ZERO.
           05  WS-CHG-IMAGE.
               10  WS-CHG-FILE-NAME  PIC X(15).
               10  WS-CHG-DATA       PIC X(25).

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE-TEXT      PIC X(08)      VALUE ZEROS.
           05  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-TEXT.
               10  WS-RUN-YYYY       PIC 9(04).
               10  WS-RUN-MM         PIC 9(02).
               10  WS-RUN-DD         PIC 9(02).
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
           05  WS-ITEMMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-INVENTORY-PATH     PIC X(80) VALUE SPACES.
           05  WS-YTDMAST-PATH       PIC X(80) VALUE SPACES.
           05  WS-POMAST-PATH        PIC X(80) VALUE SPACES.
           05  WS-SUSPENSE-PATH      PIC X(80) VALUE SPACES.
           05  WS-PRICEMAST-PATH     PIC X(80) VALUE SPACES.
           05  WS-ITEMVEND-PATH      PIC X(80) VALUE SPACES.
           05  WS-CONTROL-PATH       PIC X(80) VALUE SPACES.
           05  WS-SEQ-MASTER-PATH    PIC X(80) VALUE SPACES.
           05  WS-WORK-PATH          PIC X(80) VALUE SPACES.
           05  WS-ARCHIVE-PATH       PIC X(80) VALUE SPACES.
           05  WS-REGISTER-PATH      PIC X(80) VALUE SPACES.
           05  WS-PARM-PATH          PIC X(80) VALUE SPACES.

       01  WS-REGISTER-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  RH-TITLE-TEXT   PIC X(42)     VALUE
                   '--- ITEM PURGE REGISTER ---              '.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RUN DATE: '.
               10  RH-DATE-OUT     PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  RH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(40)     VALUE SPACES.
           05  RH-RUN-LINE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  RH-RUN-TEXT     PIC X(80)     VALUE SPACES.
               10  FILLER          PIC X(47)     VALUE SPACES.
           05  RH-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'ITEM CODE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(20)     VALUE 'DESCRIPTION'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'DISC DATE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(40)     VALUE 'RESULT'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(7)      VALUE 'RECORDS'.
               10  FILLER          PIC X(32)     VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-ITEM-CODE        PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-DESCRIPTION      PIC X(20).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-DISC-DATE        PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-RESULT           PIC X(40).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-RECORDS          PIC ZZ,ZZ9.
           05  DL-RECORDS-BLANK    REDEFINES DL-RECORDS
                                   PIC X(06).
           05  FILLER              PIC X(33)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-LABEL            PIC X(30).
           05  SL-COUNT-OUT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(90)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'ITEMPURG: DEAD ITEM PURGE AND ARCHIVE'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-READ-PARM-CARD
               THRU 060-READ-PARM-CARD-EXIT.
           STRING WS-RUN-DATE-TEXT (1:4) '-' WS-RUN-DATE-TEXT (5:2)
                   '-' WS-RUN-DATE-TEXT (7:2)
               INTO WS-RUN-DATE-DISPLAY.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/ITEMARCH.D' DELIMITED BY SIZE
                   WS-ARCHIVE-DATE DELIMITED BY SIZE
               INTO WS-ARCHIVE-PATH.
           MOVE ZERO TO WS-FILE-COUNT (1) WS-FILE-COUNT (2)
                        WS-FILE-COUNT (3) WS-FILE-COUNT (4)
                        WS-FILE-COUNT (5) WS-FILE-COUNT (6).
           OPEN OUTPUT REGISTER-FILE.
           IF RESTORE-RUN
               PERFORM 500-RESTORE-FROM-ARCHIVE
                   THRU 500-RESTORE-FROM-ARCHIVE-EXIT
           ELSE
               PERFORM 200-SELECT-ITEMS
                   THRU 200-SELECT-ITEMS-EXIT
               IF PURGE-RUN AND WS-SELECTED-COUNT > ZERO
                   PERFORM 300-PURGE-SELECTED-ITEMS
                       THRU 300-PURGE-SELECTED-ITEMS-EXIT
               END-IF
               PERFORM 700-PRINT-REGISTER
                   THRU 700-PRINT-REGISTER-EXIT.
           PERFORM 800-WRITE-TOTALS THRU 800-WRITE-TOTALS-EXIT.
           CLOSE REGISTER-FILE.

           DISPLAY 'ITEMPURG: ITEMS SELECTED      : '
               WS-SELECTED-COUNT.
           DISPLAY 'ITEMPURG: ARCHIVE RECORDS     : '
               WS-ARCHIVE-WRITTEN.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'ITEMPURG: PURGE RUN ENDED'.
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
                   '/INVENTORY' DELIMITED BY SIZE
               INTO WS-INVENTORY-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/YTDMAST' DELIMITED BY SIZE
               INTO WS-YTDMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/POMAST' DELIMITED BY SIZE
               INTO WS-POMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/SUSPENSE' DELIMITED BY SIZE
               INTO WS-SUSPENSE-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PRICEMAST.IDX' DELIMITED BY SIZE
               INTO WS-PRICEMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/ITEMVEND' DELIMITED BY SIZE
               INTO WS-ITEMVEND-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/CYCLECNT.CTL' DELIMITED BY SIZE
               INTO WS-CONTROL-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/ITEMPURG.WORK' DELIMITED BY SIZE
               INTO WS-WORK-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/ITEMPURG.REGISTER' DELIMITED BY SIZE
               INTO WS-REGISTER-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/ITEMPURG.PARM' DELIMITED BY SIZE
               INTO WS-PARM-PATH.
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
      * 060-READ-PARM-CARD: THE RUN DATE IS TODAY, OR A CHAINED RUN'S *
      * RUN_DATE. WITH NO CARD THE RUN ONLY LISTS WHAT A PURGE WOULD  *
      * TAKE, AT THE STANDING 12 MONTHS. THE CUT-OFF IS THE RUN DATE  *
      * TAKEN BACK WS-PURGE-MONTHS CALENDAR MONTHS.                   *
      *****************************************************************
       060-READ-PARM-CARD.
           ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD.
           ACCEPT WS-CHAIN-RUN-DATE FROM ENVIRONMENT 'RUN_DATE'.
           IF WS-CHAIN-RUN-DATE NOT = SPACES
               MOVE WS-CHAIN-RUN-DATE TO WS-RUN-DATE-TEXT.
           MOVE WS-RUN-DATE-TEXT TO WS-ARCHIVE-DATE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'NO PARAMETER CARD SUPPLIED - LIST ONLY'
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY 'PARAMETER CARD FILE IS EMPTY - '
                           'LIST ONLY'
                   NOT AT END
                       IF PARM-MODE = 'P' OR PARM-MODE = 'R'
                           MOVE PARM-MODE TO WS-RUN-MODE
                       END-IF
                       IF PARM-MONTHS IS NUMERIC
                           MOVE PARM-MONTHS TO WS-PURGE-MONTHS
                       END-IF
                       IF PARM-ARCHIVE-DATE IS NUMERIC
                           MOVE PARM-ARCHIVE-DATE TO WS-ARCHIVE-DATE
                       END-IF
                       MOVE PARM-ITEM-CODE TO WS-RESTORE-ITEM
               END-READ
               CLOSE PARM-FILE.
           COMPUTE WS-MONTH-TOTAL =
               WS-RUN-YYYY * 12 + WS-RUN-MM - 1 - WS-PURGE-MONTHS.
           DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-CUTOFF-YEAR.
           MOVE WS-CUTOFF-YEAR TO WS-CUTOFF-YYYY.
           COMPUTE WS-CUTOFF-MM =
               WS-MONTH-TOTAL - WS-CUTOFF-YEAR * 12 + 1.
           MOVE WS-RUN-DD TO WS-CUTOFF-DD.
           DISPLAY 'ITEMPURG: RUN MODE            : ' WS-RUN-MODE.
           DISPLAY 'ITEMPURG: DISCONTINUED BEFORE : ' WS-CUTOFF-DATE.
       060-READ-PARM-CARD-EXIT.
           EXIT.

      *****************************************************************
      * 080-OPEN-CHANGE-HISTORY: OPENS THE COMMON CHANGE-HISTORY      *
      * FILE EXTEND FOR THE RUN, WITH THE SAME BOOTSTRAP PRICMNT      *
      * USES.                                                         *
      *****************************************************************
       080-OPEN-CHANGE-HISTORY.
           ACCEPT WS-CHG-TIME FROM TIME.
           OPEN EXTEND CHGHIST-FILE.
           IF WS-CHGHIST-STATUS = '05' OR WS-CHGHIST-STATUS = '35'
               OPEN OUTPUT CHGHIST-FILE.
       080-OPEN-CHANGE-HISTORY-EXIT.
           EXIT.

      *****************************************************************
      * 085-WRITE-CHANGE-HISTORY: CHG-ACTION AND THE IMAGES ARE SET   *
      * BY THE CALLER - 'D' WITH THE BEFORE IMAGE ON A PURGE, 'A'     *
      * WITH THE AFTER IMAGE ON A RESTORE.                            *
      *****************************************************************
       085-WRITE-CHANGE-HISTORY.
           MOVE 'ITEMPURG'       TO CHG-PROGRAM-ID.
           MOVE WS-RUN-DATE-TEXT TO CHG-RUN-DATE.
           MOVE WS-CHG-TIME (1:6) TO CHG-RUN-TIME.
           MOVE WS-LOOKUP-ITEM   TO CHG-KEY.
           MOVE SPACES           TO CHG-OPERATOR-ID.
           MOVE SPACES           TO CHG-APPROVER-ID.
           WRITE CHGHIST-RECORD.
       085-WRITE-CHANGE-HISTORY-EXIT.
           EXIT.

       100-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-PAGE-NUM TO RH-PAGE-OUT.
           MOVE WS-RUN-DATE-DISPLAY TO RH-DATE-OUT.
           IF WS-PAGE-NUM > 1
               MOVE WS-BLANK-LINE TO REGISTER-RECORD
               WRITE REGISTER-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE RH-RUN-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE RH-COLUMNS TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE WS-BLANK-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       100-WRITE-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 200-SELECT-ITEMS: GATHERS EVERY DISCONTINUED ITEM, DATES EACH *
      * ONE FROM THE CHANGE HISTORY AND TESTS IT AGAINST EVERY        *
      * CONDITION. THE MASTERS ARE ONLY READ HERE.                    *
      *****************************************************************
       200-SELECT-ITEMS.
           IF PURGE-RUN
               STRING 'PURGE RUN - DISCONTINUED MORE THAN '
                       WS-PURGE-MONTHS ' MONTHS (BEFORE '
                       WS-CUTOFF-DATE ') - ARCHIVE ITEMARCH.D'
                       WS-ARCHIVE-DATE
                   DELIMITED BY SIZE INTO RH-RUN-TEXT
           ELSE
               STRING 'LIST ONLY - DISCONTINUED MORE THAN '
                       WS-PURGE-MONTHS ' MONTHS (BEFORE '
                       WS-CUTOFF-DATE ') - NOTHING REMOVED'
                   DELIMITED BY SIZE INTO RH-RUN-TEXT.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           OPEN INPUT ITEMMAST-FILE.
           IF WS-ITEMMAST-STATUS NOT = '00'
               DISPLAY 'ITEMPURG ABEND - CANNOT OPEN ITEM MASTER - '
                   'STATUS ' WS-ITEMMAST-STATUS
               CLOSE REGISTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK.
           MOVE LOW-VALUES TO IM-ITEM-CODE.
           START ITEMMAST-FILE KEY IS NOT < IM-ITEM-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-ITEMMAST-EOF-FLAG
           END-START.
           PERFORM 205-READ-ONE-ITEM
               THRU 205-READ-ONE-ITEM-EXIT
               UNTIL ITEMMAST-EOF.
           CLOSE ITEMMAST-FILE.
           IF WS-CAND-COUNT = ZERO
               DISPLAY 'NO DISCONTINUED ITEMS ON THE ITEM MASTER'
               GO TO 200-SELECT-ITEMS-EXIT.
           PERFORM 210-FIND-DISCONTINUE-DATES
               THRU 210-FIND-DISCONTINUE-DATES-EXIT.
           PERFORM 220-LOAD-OPEN-ORDERS
               THRU 220-LOAD-OPEN-ORDERS-EXIT.
           PERFORM 230-LOAD-SUSPENSE-ITEMS
               THRU 230-LOAD-SUSPENSE-ITEMS-EXIT.
           OPEN INPUT INVENTORY-MASTER.
           IF WS-INVENTORY-STATUS = '00'
               MOVE 'Y' TO WS-INVENTORY-OPEN-FLAG.
           OPEN INPUT YTD-MASTER.
           IF WS-YTDMAST-STATUS = '00'
               MOVE 'Y' TO WS-YTDMAST-OPEN-FLAG.
           MOVE ZERO TO WS-CAND-SUB.
           PERFORM 250-TEST-ONE-CANDIDATE
               THRU 250-TEST-ONE-CANDIDATE-EXIT
               WS-CAND-COUNT TIMES.
           IF INVENTORY-OPEN
               CLOSE INVENTORY-MASTER.
           IF YTDMAST-OPEN
               CLOSE YTD-MASTER.
           MOVE 'N' TO WS-INVENTORY-OPEN-FLAG.
           MOVE 'N' TO WS-YTDMAST-OPEN-FLAG.
       200-SELECT-ITEMS-EXIT.
           EXIT.

       205-READ-ONE-ITEM.
           READ ITEMMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ITEMMAST-EOF-FLAG
                   GO TO 205-READ-ONE-ITEM-EXIT
           END-READ.
           IF IM-STATUS NOT = 'D'
               GO TO 205-READ-ONE-ITEM-EXIT.
           IF WS-CAND-COUNT NOT < WS-CAND-TABLE-MAX
               DISPLAY 'WARNING: PURGE TABLE FULL - ' IM-ITEM-CODE
                   ' NOT CONSIDERED'
               GO TO 205-READ-ONE-ITEM-EXIT.
           ADD 1 TO WS-CAND-COUNT.
           MOVE IM-ITEM-CODE TO WS-CAND-ITEM-CODE (WS-CAND-COUNT).
           MOVE IM-ITEM-DESC TO WS-CAND-DESC (WS-CAND-COUNT).
           MOVE SPACES TO WS-CAND-DISC-DATE (WS-CAND-COUNT).
           MOVE 'N' TO WS-CAND-SELECTED (WS-CAND-COUNT).
           MOVE SPACES TO WS-CAND-RESULT (WS-CAND-COUNT).
           MOVE ZERO TO WS-CAND-RECORDS (WS-CAND-COUNT).
       205-READ-ONE-ITEM-EXIT.
           EXIT.

      *****************************************************************
      * 210-FIND-DISCONTINUE-DATES: THE ITEM MASTER CARRIES NO DATE,  *
      * SO THE DATE AN ITEM WAS DISCONTINUED IS THE LATEST PROJ2      *
      * CHANGE-HISTORY RECORD THAT LEFT IT DISCONTINUED - A STATUS    *
      * CHANGE TO 'D' (THE STATUS BYTE OF THE AFTER IMAGE SITS AT 22) *
      * OR A SUPERSESSION (WHOSE AFTER IMAGE READS 'STATUS D').       *
      *****************************************************************
       210-FIND-DISCONTINUE-DATES.
           OPEN INPUT CHGHIST-FILE.
           IF WS-CHGHIST-STATUS NOT = '00'
               DISPLAY 'NO CHANGE HISTORY FOUND - NO ITEM CAN BE '
                   'DATED'
               GO TO 210-FIND-DISCONTINUE-DATES-EXIT.
           PERFORM 215-CHECK-ONE-CHANGE
               THRU 215-CHECK-ONE-CHANGE-EXIT
               UNTIL CHGHIST-EOF.
           CLOSE CHGHIST-FILE.
       210-FIND-DISCONTINUE-DATES-EXIT.
           EXIT.

       215-CHECK-ONE-CHANGE.
           READ CHGHIST-FILE
               AT END
                   MOVE 'Y' TO WS-CHGHIST-EOF-FLAG
                   GO TO 215-CHECK-ONE-CHANGE-EXIT
           END-READ.
           IF CHG-PROGRAM-ID NOT = 'PROJ2   '
               GO TO 215-CHECK-ONE-CHANGE-EXIT.
           IF NOT ((CHG-ACTION = 'S'
                       AND CHG-AFTER-IMAGE (22:1) = 'D')
                   OR (CHG-ACTION = 'R'
                       AND CHG-AFTER-IMAGE (8:1) = 'D'))
               GO TO 215-CHECK-ONE-CHANGE-EXIT.
           MOVE CHG-KEY TO WS-LOOKUP-ITEM.
           PERFORM 270-FIND-CANDIDATE THRU 270-FIND-CANDIDATE-EXIT.
           IF NOT CAND-FOUND
               GO TO 215-CHECK-ONE-CHANGE-EXIT.
           IF WS-CAND-DISC-DATE (WS-CAND-IDX) = SPACES
                   OR CHG-RUN-DATE > WS-CAND-DISC-DATE (WS-CAND-IDX)
               MOVE CHG-RUN-DATE TO WS-CAND-DISC-DATE (WS-CAND-IDX).
       215-CHECK-ONE-CHANGE-EXIT.
           EXIT.

      *****************************************************************
      * 220-LOAD-OPEN-ORDERS: EVERY ITEM ON A PURCHASE ORDER STILL    *
      * OPEN. NO PO MASTER MEANS NO OPEN ORDERS.                      *
      *****************************************************************
       220-LOAD-OPEN-ORDERS.
           OPEN INPUT POMAST-FILE.
           IF WS-POMAST-STATUS NOT = '00'
               GO TO 220-LOAD-OPEN-ORDERS-EXIT.
           PERFORM 225-LOAD-ONE-ORDER
               THRU 225-LOAD-ONE-ORDER-EXIT
               UNTIL POMAST-EOF.
           CLOSE POMAST-FILE.
       220-LOAD-OPEN-ORDERS-EXIT.
           EXIT.

       225-LOAD-ONE-ORDER.
           READ POMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-POMAST-EOF-FLAG
                   GO TO 225-LOAD-ONE-ORDER-EXIT
           END-READ.
           IF NOT PO-OPEN
               GO TO 225-LOAD-ONE-ORDER-EXIT.
           MOVE 'P' TO WS-BUSY-KIND-WANTED.
           MOVE PO-ITEM-CODE TO WS-LOOKUP-ITEM.
           PERFORM 240-ADD-BUSY-ITEM THRU 240-ADD-BUSY-ITEM-EXIT.
       225-LOAD-ONE-ORDER-EXIT.
           EXIT.

      *****************************************************************
      * 230-LOAD-SUSPENSE-ITEMS: EVERY ITEM WITH A TRANSACTION STILL  *
      * WAITING IN SUSPENSE.                                          *
      *****************************************************************
       230-LOAD-SUSPENSE-ITEMS.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = '00'
               GO TO 230-LOAD-SUSPENSE-ITEMS-EXIT.
           PERFORM 235-LOAD-ONE-SUSPENSE
               THRU 235-LOAD-ONE-SUSPENSE-EXIT
               UNTIL SUSPENSE-EOF.
           CLOSE SUSPENSE-FILE.
       230-LOAD-SUSPENSE-ITEMS-EXIT.
           EXIT.

       235-LOAD-ONE-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-SUSPENSE-EOF-FLAG
                   GO TO 235-LOAD-ONE-SUSPENSE-EXIT
           END-READ.
           IF SUSP-ITEM-CODE = SPACES
               GO TO 235-LOAD-ONE-SUSPENSE-EXIT.
           MOVE 'S' TO WS-BUSY-KIND-WANTED.
           MOVE SUSP-ITEM-CODE TO WS-LOOKUP-ITEM.
           PERFORM 240-ADD-BUSY-ITEM THRU 240-ADD-BUSY-ITEM-EXIT.
       235-LOAD-ONE-SUSPENSE-EXIT.
           EXIT.

      *****************************************************************
      * 240-ADD-BUSY-ITEM: ONLY DISCONTINUED ITEMS MATTER, AND EACH   *
      * ONE NEEDS TO BE NOTED ONCE PER KIND. A FULL TABLE HOLDS THE   *
      * ITEM BACK ANYWAY - IT IS MARKED ON ITS CANDIDATE ENTRY.       *
      *****************************************************************
       240-ADD-BUSY-ITEM.
           PERFORM 270-FIND-CANDIDATE THRU 270-FIND-CANDIDATE-EXIT.
           IF NOT CAND-FOUND
               GO TO 240-ADD-BUSY-ITEM-EXIT.
           PERFORM 245-FIND-BUSY-ITEM THRU 245-FIND-BUSY-ITEM-EXIT.
           IF WS-BUSY-FOUND-FLAG = 'Y'
               GO TO 240-ADD-BUSY-ITEM-EXIT.
           IF WS-BUSY-COUNT NOT < 500
               MOVE 'HELD - TOO MANY OPEN ITEMS TO CHECK'
                   TO WS-CAND-RESULT (WS-CAND-IDX)
               GO TO 240-ADD-BUSY-ITEM-EXIT.
           ADD 1 TO WS-BUSY-COUNT.
           MOVE WS-BUSY-KIND-WANTED TO WS-BUSY-KIND (WS-BUSY-COUNT).
           MOVE WS-LOOKUP-ITEM TO WS-BUSY-ITEM-CODE (WS-BUSY-COUNT).
       240-ADD-BUSY-ITEM-EXIT.
           EXIT.

       245-FIND-BUSY-ITEM.
           MOVE 'N' TO WS-BUSY-FOUND-FLAG.
           IF WS-BUSY-COUNT = ZERO
               GO TO 245-FIND-BUSY-ITEM-EXIT.
           SET WS-BUSY-IDX TO 1.
           SEARCH WS-BUSY-ENTRY
               WHEN WS-BUSY-KIND (WS-BUSY-IDX) = WS-BUSY-KIND-WANTED
                       AND WS-BUSY-ITEM-CODE (WS-BUSY-IDX)
                           = WS-LOOKUP-ITEM
                   MOVE 'Y' TO WS-BUSY-FOUND-FLAG
           END-SEARCH.
       245-FIND-BUSY-ITEM-EXIT.
           EXIT.

      *****************************************************************
      * 250-TEST-ONE-CANDIDATE: TESTS ONE DISCONTINUED ITEM AGAINST   *
      * EACH CONDITION IN TURN AND RECORDS THE FIRST ONE THAT HOLDS   *
      * IT BACK. AN ITEM THAT PASSES THEM ALL IS SELECTED.            *
      *****************************************************************
       250-TEST-ONE-CANDIDATE.
           ADD 1 TO WS-CAND-SUB.
           SET WS-CAND-IDX TO WS-CAND-SUB.
           MOVE WS-CAND-ITEM-CODE (WS-CAND-IDX) TO WS-LOOKUP-ITEM.
           IF WS-CAND-RESULT (WS-CAND-IDX) NOT = SPACES
               ADD 1 TO WS-HELD-COUNT
               GO TO 250-TEST-ONE-CANDIDATE-EXIT.
           IF WS-CAND-DISC-DATE (WS-CAND-IDX) = SPACES
               MOVE 'HELD - NO DISCONTINUE DATE ON CHGHIST'
                   TO WS-CAND-RESULT (WS-CAND-IDX)
               ADD 1 TO WS-HELD-COUNT
               GO TO 250-TEST-ONE-CANDIDATE-EXIT.
           IF WS-CAND-DISC-DATE (WS-CAND-IDX) NOT < WS-CUTOFF-DATE
               MOVE 'HELD - DISCONTINUED TOO RECENTLY'
                   TO WS-CAND-RESULT (WS-CAND-IDX)
               ADD 1 TO WS-HELD-COUNT
               GO TO 250-TEST-ONE-CANDIDATE-EXIT.
           PERFORM 255-CHECK-STOCK THRU 255-CHECK-STOCK-EXIT.
           IF STOCK-ON-HAND
               MOVE 'HELD - STOCK ON HAND'
                   TO WS-CAND-RESULT (WS-CAND-IDX)
               ADD 1 TO WS-HELD-COUNT
               GO TO 250-TEST-ONE-CANDIDATE-EXIT.
           MOVE 'P' TO WS-BUSY-KIND-WANTED.
           PERFORM 245-FIND-BUSY-ITEM THRU 245-FIND-BUSY-ITEM-EXIT.
           IF WS-BUSY-FOUND-FLAG = 'Y'
               MOVE 'HELD - OPEN PURCHASE ORDER'
                   TO WS-CAND-RESULT (WS-CAND-IDX)
               ADD 1 TO WS-HELD-COUNT
               GO TO 250-TEST-ONE-CANDIDATE-EXIT.
           MOVE 'S' TO WS-BUSY-KIND-WANTED.
           PERFORM 245-FIND-BUSY-ITEM THRU 245-FIND-BUSY-ITEM-EXIT.
           IF WS-BUSY-FOUND-FLAG = 'Y'
               MOVE 'HELD - TRANSACTIONS IN SUSPENSE'
                   TO WS-CAND-RESULT (WS-CAND-IDX)
               ADD 1 TO WS-HELD-COUNT
               GO TO 250-TEST-ONE-CANDIDATE-EXIT.
           IF YTDMAST-OPEN
               MOVE WS-LOOKUP-ITEM TO YTD-ITEM-CODE
               READ YTD-MASTER
                   INVALID KEY
                       MOVE ZERO TO YTD-PTD-QTY YTD-PTD-AMT
                                    YTD-YTD-QTY YTD-YTD-AMT
               END-READ
               IF YTD-PTD-QTY NOT = ZERO OR YTD-PTD-AMT NOT = ZERO
                       OR YTD-YTD-QTY NOT = ZERO
                       OR YTD-YTD-AMT NOT = ZERO
                   MOVE 'HELD - YEAR-TO-DATE ACTIVITY'
                       TO WS-CAND-RESULT (WS-CAND-IDX)
                   ADD 1 TO WS-HELD-COUNT
                   GO TO 250-TEST-ONE-CANDIDATE-EXIT.
           MOVE 'Y' TO WS-CAND-SELECTED (WS-CAND-IDX).
           ADD 1 TO WS-SELECTED-COUNT.
           IF PURGE-RUN
               MOVE 'PURGED' TO WS-CAND-RESULT (WS-CAND-IDX)
           ELSE
               MOVE 'SELECTED - NOT REMOVED ON A LIST RUN'
                   TO WS-CAND-RESULT (WS-CAND-IDX).
       250-TEST-ONE-CANDIDATE-EXIT.
           EXIT.

      *****************************************************************
      * 255-CHECK-STOCK: BROWSES THE ITEM'S POSITIONS AT EVERY        *
      * LOCATION. ANY QUANTITY ON HAND, EITHER SIGN, HOLDS IT BACK.   *
      *****************************************************************
       255-CHECK-STOCK.
           MOVE 'N' TO WS-STOCK-FOUND-FLAG.
           IF NOT INVENTORY-OPEN
               GO TO 255-CHECK-STOCK-EXIT.
           MOVE 'N' TO WS-POSITIONS-DONE-FLAG.
           MOVE WS-LOOKUP-ITEM TO INV-ITEM-CODE.
           MOVE LOW-VALUES TO INV-LOC-CODE.
           START INVENTORY-MASTER KEY IS NOT < INV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-POSITIONS-DONE-FLAG
           END-START.
           PERFORM 257-CHECK-ONE-POSITION
               THRU 257-CHECK-ONE-POSITION-EXIT
               UNTIL POSITIONS-DONE.
       255-CHECK-STOCK-EXIT.
           EXIT.

       257-CHECK-ONE-POSITION.
           READ INVENTORY-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-POSITIONS-DONE-FLAG
                   GO TO 257-CHECK-ONE-POSITION-EXIT
           END-READ.
           IF INV-ITEM-CODE NOT = WS-LOOKUP-ITEM
               MOVE 'Y' TO WS-POSITIONS-DONE-FLAG
               GO TO 257-CHECK-ONE-POSITION-EXIT.
           IF INV-QTY-ON-HAND NOT = ZERO
               MOVE 'Y' TO WS-STOCK-FOUND-FLAG
               MOVE 'Y' TO WS-POSITIONS-DONE-FLAG.
       257-CHECK-ONE-POSITION-EXIT.
           EXIT.

      *****************************************************************
      * 270-FIND-CANDIDATE: LOOKS WS-LOOKUP-ITEM UP ON THE CANDIDATE  *
      * TABLE, LEAVING WS-CAND-IDX ON IT WHEN FOUND.                  *
      *****************************************************************
       270-FIND-CANDIDATE.
           MOVE 'N' TO WS-CAND-FOUND-FLAG.
           IF WS-CAND-COUNT = ZERO
               GO TO 270-FIND-CANDIDATE-EXIT.
           SET WS-CAND-IDX TO 1.
           SEARCH WS-CAND-ENTRY
               WHEN WS-CAND-ITEM-CODE (WS-CAND-IDX) = WS-LOOKUP-ITEM
                   MOVE 'Y' TO WS-CAND-FOUND-FLAG
           END-SEARCH.
       270-FIND-CANDIDATE-EXIT.
           EXIT.

       280-EMIT-REGISTER-LINE.
           WRITE REGISTER-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
       280-EMIT-REGISTER-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 300-PURGE-SELECTED-ITEMS: TAKES EVERY SELECTED ITEM OFF THE   *
      * SIX MASTERS - THE FOUR KEYED ONES ITEM BY ITEM, THEN EACH     *
      * SEQUENTIAL ONE IN A SINGLE PASS. EACH RECORD GOES TO THE      *
      * ARCHIVE AND CHGHIST BEFORE IT IS DELETED, SO NOTHING LEAVES A *
      * MASTER WITHOUT A COPY TO RESTORE FROM. THE ARCHIVE IS OPENED  *
      * EXTEND, SO A SECOND PURGE UNDER THE SAME DATE ADDS TO IT      *
      * INSTEAD OF WIPING OUT THE FIRST RUN'S RECORDS.                *
      *****************************************************************
       300-PURGE-SELECTED-ITEMS.
           OPEN EXTEND ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = '05' OR WS-ARCHIVE-STATUS = '35'
               OPEN OUTPUT ARCHIVE-FILE.
           PERFORM 080-OPEN-CHANGE-HISTORY
               THRU 080-OPEN-CHANGE-HISTORY-EXIT.
           OPEN I-O ITEMMAST-FILE.
           IF WS-ITEMMAST-STATUS NOT = '00'
               DISPLAY 'ITEMPURG ABEND - CANNOT OPEN ITEM MASTER '
                   'FOR UPDATE - STATUS ' WS-ITEMMAST-STATUS
               CLOSE ARCHIVE-FILE CHGHIST-FILE REGISTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN I-O INVENTORY-MASTER.
           IF WS-INVENTORY-STATUS = '00'
               MOVE 'Y' TO WS-INVENTORY-OPEN-FLAG.
           OPEN I-O YTD-MASTER.
           IF WS-YTDMAST-STATUS = '00'
               MOVE 'Y' TO WS-YTDMAST-OPEN-FLAG.
           OPEN I-O PRICEMAST-FILE.
           IF WS-PRICEMAST-STATUS = '00'
               MOVE 'Y' TO WS-PRICEMAST-OPEN-FLAG.
           MOVE ZERO TO WS-CAND-SUB.
           PERFORM 310-PURGE-ONE-ITEM
               THRU 310-PURGE-ONE-ITEM-EXIT
               WS-CAND-COUNT TIMES.
           CLOSE ITEMMAST-FILE.
           IF INVENTORY-OPEN
               CLOSE INVENTORY-MASTER.
           IF YTDMAST-OPEN
               CLOSE YTD-MASTER.
           IF PRICEMAST-OPEN
               CLOSE PRICEMAST-FILE.
           MOVE 5 TO WS-FILE-SUB.
           MOVE WS-ITEMVEND-PATH TO WS-SEQ-MASTER-PATH.
           PERFORM 340-PURGE-SEQ-MASTER
               THRU 340-PURGE-SEQ-MASTER-EXIT.
           MOVE 6 TO WS-FILE-SUB.
           MOVE WS-CONTROL-PATH TO WS-SEQ-MASTER-PATH.
           PERFORM 340-PURGE-SEQ-MASTER
               THRU 340-PURGE-SEQ-MASTER-EXIT.
           CLOSE ARCHIVE-FILE.
           CLOSE CHGHIST-FILE.
       300-PURGE-SELECTED-ITEMS-EXIT.
           EXIT.

      *****************************************************************
      * 310-PURGE-ONE-ITEM: THE ITEM'S RECORDS ON THE FOUR KEYED      *
      * MASTERS - THE ITEM MASTER, EVERY LOCATION ON THE INVENTORY    *
      * MASTER, EVERY DATED PRICE ON THE PRICE MASTER, AND THE YTD    *
      * MASTER.                                                       *
      *****************************************************************
       310-PURGE-ONE-ITEM.
           ADD 1 TO WS-CAND-SUB.
           SET WS-CAND-IDX TO WS-CAND-SUB.
           IF NOT CAND-SELECTED (WS-CAND-IDX)
               GO TO 310-PURGE-ONE-ITEM-EXIT.
           MOVE WS-CAND-ITEM-CODE (WS-CAND-IDX) TO WS-LOOKUP-ITEM.
           MOVE WS-LOOKUP-ITEM TO IM-ITEM-CODE.
           READ ITEMMAST-FILE
               INVALID KEY
                   GO TO 310-PURGE-ONE-ITEM-EXIT
           END-READ.
           MOVE 1 TO WS-FILE-SUB.
           MOVE IM-RECORD TO WS-IMAGE-HOLD.
           PERFORM 360-ARCHIVE-ONE-RECORD
               THRU 360-ARCHIVE-ONE-RECORD-EXIT.
           DELETE ITEMMAST-FILE RECORD
               INVALID KEY
                   DISPLAY 'WARNING: ITEM ' WS-LOOKUP-ITEM
                       ' NOT DELETED FROM ITEM MASTER'
           END-DELETE.
           IF INVENTORY-OPEN
               MOVE 2 TO WS-FILE-SUB
               MOVE 'N' TO WS-POSITIONS-DONE-FLAG
               MOVE WS-LOOKUP-ITEM TO INV-ITEM-CODE
               MOVE LOW-VALUES TO INV-LOC-CODE
               START INVENTORY-MASTER KEY IS NOT < INV-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-POSITIONS-DONE-FLAG
               END-START
               PERFORM 320-PURGE-ONE-POSITION
                   THRU 320-PURGE-ONE-POSITION-EXIT
                   UNTIL POSITIONS-DONE.
           IF PRICEMAST-OPEN
               MOVE 4 TO WS-FILE-SUB
               MOVE 'N' TO WS-PRICES-DONE-FLAG
               MOVE WS-LOOKUP-ITEM TO PM-ITEM-CODE
               MOVE LOW-VALUES TO PM-EFF-DATE
               START PRICEMAST-FILE KEY IS NOT < PM-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PRICES-DONE-FLAG
               END-START
               PERFORM 325-PURGE-ONE-PRICE
                   THRU 325-PURGE-ONE-PRICE-EXIT
                   UNTIL PRICES-DONE.
           IF YTDMAST-OPEN
               MOVE 3 TO WS-FILE-SUB
               MOVE WS-LOOKUP-ITEM TO YTD-ITEM-CODE
               READ YTD-MASTER
                   INVALID KEY
                       GO TO 310-PURGE-ONE-ITEM-EXIT
               END-READ
               MOVE YTD-RECORD TO WS-IMAGE-HOLD
               PERFORM 360-ARCHIVE-ONE-RECORD
                   THRU 360-ARCHIVE-ONE-RECORD-EXIT
               DELETE YTD-MASTER RECORD
                   INVALID KEY
                       DISPLAY 'WARNING: ITEM ' WS-LOOKUP-ITEM
                           ' NOT DELETED FROM YTD MASTER'
               END-DELETE.
       310-PURGE-ONE-ITEM-EXIT.
           EXIT.

       320-PURGE-ONE-POSITION.
           READ INVENTORY-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-POSITIONS-DONE-FLAG
                   GO TO 320-PURGE-ONE-POSITION-EXIT
           END-READ.
           IF INV-ITEM-CODE NOT = WS-LOOKUP-ITEM
               MOVE 'Y' TO WS-POSITIONS-DONE-FLAG
               GO TO 320-PURGE-ONE-POSITION-EXIT.
           MOVE INV-RECORD TO WS-IMAGE-HOLD.
           PERFORM 360-ARCHIVE-ONE-RECORD
               THRU 360-ARCHIVE-ONE-RECORD-EXIT.
           DELETE INVENTORY-MASTER RECORD
               INVALID KEY
                   DISPLAY 'WARNING: ITEM ' WS-LOOKUP-ITEM
                       ' LOCATION ' INV-LOC-CODE
                       ' NOT DELETED FROM INVENTORY'
           END-DELETE.
       320-PURGE-ONE-POSITION-EXIT.
           EXIT.

      *****************************************************************
      * 325-PURGE-ONE-PRICE: ARCHIVES AND DELETES ONE OF THE ITEM'S   *
      * DATED PRICES. THE ARCHIVE IMAGE IS LAID OUT FLAT, AS IN       *
      * WS-PRICE-IMAGE.                                               *
      *****************************************************************
       325-PURGE-ONE-PRICE.
           READ PRICEMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PRICES-DONE-FLAG
                   GO TO 325-PURGE-ONE-PRICE-EXIT
           END-READ.
           IF PM-ITEM-CODE NOT = WS-LOOKUP-ITEM
               MOVE 'Y' TO WS-PRICES-DONE-FLAG
               GO TO 325-PURGE-ONE-PRICE-EXIT.
           MOVE SPACES TO WS-PRICE-IMAGE.
           MOVE PM-ITEM-CODE TO WS-PI-ITEM-CODE.
           MOVE PM-PRICE TO WS-PI-PRICE.
           MOVE PM-EFF-DATE TO WS-PI-EFF-DATE.
           MOVE WS-PRICE-IMAGE TO WS-IMAGE-HOLD.
           PERFORM 360-ARCHIVE-ONE-RECORD
               THRU 360-ARCHIVE-ONE-RECORD-EXIT.
           DELETE PRICEMAST-FILE RECORD
               INVALID KEY
                   DISPLAY 'WARNING: ITEM ' WS-LOOKUP-ITEM
                       ' PRICE DATED ' PM-EFF-DATE
                       ' NOT DELETED FROM PRICE MASTER'
           END-DELETE.
       325-PURGE-ONE-PRICE-EXIT.
           EXIT.

      *****************************************************************
      * 340-PURGE-SEQ-MASTER: COPIES THE SEQUENTIAL MASTER AT         *
      * WS-SEQ-MASTER-PATH THROUGH THE WORK FILE, ARCHIVING THE       *
      * SELECTED ITEMS' RECORDS AND KEEPING THE REST, THEN COPIES THE *
      * KEPT RECORDS BACK OVER THE MASTER. A MASTER THAT IS NOT THERE *
      * HAS NOTHING TO PURGE.                                         *
      *****************************************************************
       340-PURGE-SEQ-MASTER.
           OPEN INPUT SEQ-MASTER-FILE.
           IF WS-SEQ-MASTER-STATUS NOT = '00'
               GO TO 340-PURGE-SEQ-MASTER-EXIT.
           OPEN OUTPUT WORK-FILE.
           MOVE 'N' TO WS-SEQ-MASTER-EOF-FLAG.
           PERFORM 345-SPLIT-ONE-RECORD
               THRU 345-SPLIT-ONE-RECORD-EXIT
               UNTIL SEQ-MASTER-EOF.
           CLOSE SEQ-MASTER-FILE
                 WORK-FILE.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT SEQ-MASTER-FILE.
           MOVE 'N' TO WS-WORK-EOF-FLAG.
           PERFORM 350-COPY-BACK-ONE-RECORD
               THRU 350-COPY-BACK-ONE-RECORD-EXIT
               UNTIL WORK-EOF.
           CLOSE WORK-FILE
                 SEQ-MASTER-FILE.
       340-PURGE-SEQ-MASTER-EXIT.
           EXIT.

       345-SPLIT-ONE-RECORD.
           READ SEQ-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-SEQ-MASTER-EOF-FLAG
                   GO TO 345-SPLIT-ONE-RECORD-EXIT
           END-READ.
           MOVE SM-ITEM-CODE TO WS-LOOKUP-ITEM.
           PERFORM 270-FIND-CANDIDATE THRU 270-FIND-CANDIDATE-EXIT.
           IF CAND-FOUND
               IF CAND-SELECTED (WS-CAND-IDX)
                   MOVE SM-RECORD TO WS-IMAGE-HOLD
                   PERFORM 360-ARCHIVE-ONE-RECORD
                       THRU 360-ARCHIVE-ONE-RECORD-EXIT
                   GO TO 345-SPLIT-ONE-RECORD-EXIT.
           MOVE SM-RECORD TO WORK-RECORD.
           WRITE WORK-RECORD.
       345-SPLIT-ONE-RECORD-EXIT.
           EXIT.

       350-COPY-BACK-ONE-RECORD.
           READ WORK-FILE
               AT END
                   MOVE 'Y' TO WS-WORK-EOF-FLAG
                   GO TO 350-COPY-BACK-ONE-RECORD-EXIT
           END-READ.
           MOVE WORK-RECORD TO SM-RECORD.
           WRITE SM-RECORD.
       350-COPY-BACK-ONE-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * 360-ARCHIVE-ONE-RECORD: WRITES WS-IMAGE-HOLD, FROM MASTER     *
      * WS-FILE-SUB, TO THE ARCHIVE AND LOGS ITS DELETION ON CHGHIST. *
      * WS-CAND-IDX IS ON THE ITEM'S CANDIDATE ENTRY.                 *
      *****************************************************************
       360-ARCHIVE-ONE-RECORD.
           MOVE WS-FILE-ID (WS-FILE-SUB) TO AR-FILE-ID.
           MOVE WS-LOOKUP-ITEM TO AR-ITEM-CODE.
           MOVE WS-RUN-DATE-TEXT TO AR-PURGE-DATE.
           MOVE WS-IMAGE-HOLD TO AR-IMAGE.
           WRITE AR-RECORD.
           ADD 1 TO WS-ARCHIVE-WRITTEN.
           ADD 1 TO WS-FILE-COUNT (WS-FILE-SUB).
           ADD 1 TO WS-CAND-RECORDS (WS-CAND-IDX).
           MOVE WS-FILE-NAME (WS-FILE-SUB) TO WS-CHG-FILE-NAME.
           MOVE WS-IMAGE-HOLD (11:25) TO WS-CHG-DATA.
           MOVE 'D' TO CHG-ACTION.
           MOVE WS-CHG-IMAGE TO CHG-BEFORE-IMAGE.
           MOVE SPACES TO CHG-AFTER-IMAGE.
           PERFORM 085-WRITE-CHANGE-HISTORY
               THRU 085-WRITE-CHANGE-HISTORY-EXIT.
       360-ARCHIVE-ONE-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * 500-RESTORE-FROM-ARCHIVE: A FIRST PASS OVER THE ARCHIVE       *
      * FINDS THE ITEMS TO RESTORE AND REFUSES ANY ITEM THE ITEM      *
      * MASTER ALREADY CARRIES AGAIN. THEN ONE PASS PUTS BACK THE     *
      * KEYED MASTERS' RECORDS, AND ONE MORE PASS PER SEQUENTIAL      *
      * MASTER APPENDS ITS RECORDS - EVERY READER LOADS THOSE FILES   *
      * WHOLE, SO WHERE A RECORD SITS DOES NOT MATTER.                *
      *****************************************************************
       500-RESTORE-FROM-ARCHIVE.
           MOVE '--- ITEM RESTORE REGISTER ---' TO RH-TITLE-TEXT.
           IF WS-RESTORE-ITEM = SPACES
               STRING 'RESTORE RUN - EVERY ITEM ON ARCHIVE '
                       'ITEMARCH.D' WS-ARCHIVE-DATE
                   DELIMITED BY SIZE INTO RH-RUN-TEXT
           ELSE
               STRING 'RESTORE RUN - ITEM ' WS-RESTORE-ITEM
                       ' FROM ARCHIVE ITEMARCH.D' WS-ARCHIVE-DATE
                   DELIMITED BY SIZE INTO RH-RUN-TEXT.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = '00'
               DISPLAY 'ITEMPURG ABEND - NO ARCHIVE ITEMARCH.D'
                   WS-ARCHIVE-DATE
               CLOSE REGISTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN I-O ITEMMAST-FILE.
           IF WS-ITEMMAST-STATUS NOT = '00'
               DISPLAY 'ITEMPURG ABEND - CANNOT OPEN ITEM MASTER '
                   'FOR UPDATE - STATUS ' WS-ITEMMAST-STATUS
               CLOSE ARCHIVE-FILE REGISTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK.
           MOVE 'N' TO WS-ARCHIVE-EOF-FLAG.
           PERFORM 510-NOTE-ONE-ARCHIVED-ITEM
               THRU 510-NOTE-ONE-ARCHIVED-ITEM-EXIT
               UNTIL ARCHIVE-EOF.
           CLOSE ARCHIVE-FILE.
           IF WS-SELECTED-COUNT = ZERO
               CLOSE ITEMMAST-FILE
               GO TO 500-RESTORE-PRINT.
           PERFORM 080-OPEN-CHANGE-HISTORY
               THRU 080-OPEN-CHANGE-HISTORY-EXIT.
           OPEN I-O INVENTORY-MASTER.
           IF WS-INVENTORY-STATUS = '35'
               OPEN OUTPUT INVENTORY-MASTER.
           OPEN I-O YTD-MASTER.
           IF WS-YTDMAST-STATUS = '35'
               OPEN OUTPUT YTD-MASTER.
           OPEN I-O PRICEMAST-FILE.
           IF WS-PRICEMAST-STATUS = '35'
               OPEN OUTPUT PRICEMAST-FILE.
           OPEN INPUT ARCHIVE-FILE.
           MOVE 'N' TO WS-ARCHIVE-EOF-FLAG.
           PERFORM 520-RESTORE-ONE-KEYED
               THRU 520-RESTORE-ONE-KEYED-EXIT
               UNTIL ARCHIVE-EOF.
           CLOSE ARCHIVE-FILE
                 ITEMMAST-FILE
                 INVENTORY-MASTER
                 YTD-MASTER
                 PRICEMAST-FILE.
           MOVE 5 TO WS-FILE-SUB.
           MOVE WS-ITEMVEND-PATH TO WS-SEQ-MASTER-PATH.
           PERFORM 530-RESTORE-SEQ-MASTER
               THRU 530-RESTORE-SEQ-MASTER-EXIT.
           MOVE 6 TO WS-FILE-SUB.
           MOVE WS-CONTROL-PATH TO WS-SEQ-MASTER-PATH.
           PERFORM 530-RESTORE-SEQ-MASTER
               THRU 530-RESTORE-SEQ-MASTER-EXIT.
           CLOSE CHGHIST-FILE.
       500-RESTORE-PRINT.
           IF WS-RESTORE-ITEM NOT = SPACES AND WS-CAND-COUNT = ZERO
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-RESTORE-ITEM TO DL-ITEM-CODE
               MOVE 'NOT ON THIS ARCHIVE' TO DL-RESULT
               MOVE WS-DETAIL-LINE TO REGISTER-RECORD
               PERFORM 280-EMIT-REGISTER-LINE
                   THRU 280-EMIT-REGISTER-LINE-EXIT
               GO TO 500-RESTORE-FROM-ARCHIVE-EXIT.
           PERFORM 700-PRINT-REGISTER THRU 700-PRINT-REGISTER-EXIT.
       500-RESTORE-FROM-ARCHIVE-EXIT.
           EXIT.

      *****************************************************************
      * 510-NOTE-ONE-ARCHIVED-ITEM: EACH ARCHIVED ITEM MASTER RECORD  *
      * WANTED BY THIS RUN BECOMES A CANDIDATE - SELECTED, OR REFUSED *
      * WHEN THE ITEM IS ON THE ITEM MASTER AGAIN.                    *
      *****************************************************************
       510-NOTE-ONE-ARCHIVED-ITEM.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
                   GO TO 510-NOTE-ONE-ARCHIVED-ITEM-EXIT
           END-READ.
           IF AR-FILE-ID NOT = WS-FILE-ID (1)
               GO TO 510-NOTE-ONE-ARCHIVED-ITEM-EXIT.
           IF WS-RESTORE-ITEM NOT = SPACES
                   AND AR-ITEM-CODE NOT = WS-RESTORE-ITEM
               GO TO 510-NOTE-ONE-ARCHIVED-ITEM-EXIT.
           IF WS-CAND-COUNT NOT < WS-CAND-TABLE-MAX
               DISPLAY 'WARNING: RESTORE TABLE FULL - '
                   AR-ITEM-CODE ' NOT RESTORED'
               GO TO 510-NOTE-ONE-ARCHIVED-ITEM-EXIT.
           ADD 1 TO WS-CAND-COUNT.
           SET WS-CAND-IDX TO WS-CAND-COUNT.
           MOVE AR-ITEM-CODE TO WS-CAND-ITEM-CODE (WS-CAND-IDX).
           MOVE AR-IMAGE (11:20) TO WS-CAND-DESC (WS-CAND-IDX).
           MOVE AR-PURGE-DATE TO WS-CAND-DISC-DATE (WS-CAND-IDX).
           MOVE ZERO TO WS-CAND-RECORDS (WS-CAND-IDX).
           MOVE AR-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEMMAST-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-CAND-SELECTED (WS-CAND-IDX)
                   MOVE 'RESTORED' TO WS-CAND-RESULT (WS-CAND-IDX)
                   ADD 1 TO WS-SELECTED-COUNT
               NOT INVALID KEY
                   MOVE 'N' TO WS-CAND-SELECTED (WS-CAND-IDX)
                   MOVE 'REFUSED - ITEM IS ON THE ITEM MASTER'
                       TO WS-CAND-RESULT (WS-CAND-IDX)
                   ADD 1 TO WS-REFUSED-COUNT
           END-READ.
       510-NOTE-ONE-ARCHIVED-ITEM-EXIT.
           EXIT.

      *****************************************************************
      * 520-RESTORE-ONE-KEYED: PUTS ONE ARCHIVED ITEM MASTER,         *
      * INVENTORY, YTD OR PRICE RECORD BACK. A PRICE COMES OFF THE    *
      * ARCHIVE IN ITS FLAT LAYOUT AND GOES BACK UNDER ITS ITEM CODE  *
      * AND EFFECTIVE DATE (00000000 WHEN IT WAS UNDATED). A KEY      *
      * ALREADY ON FILE IS LEFT AS IT IS AND COUNTED.                 *
      *****************************************************************
       520-RESTORE-ONE-KEYED.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
                   GO TO 520-RESTORE-ONE-KEYED-EXIT
           END-READ.
           PERFORM 540-CHECK-RESTORE-WANTED
               THRU 540-CHECK-RESTORE-WANTED-EXIT.
           IF NOT CAND-FOUND
               GO TO 520-RESTORE-ONE-KEYED-EXIT.
           IF AR-FILE-ID = WS-FILE-ID (1)
               MOVE 1 TO WS-FILE-SUB
               MOVE AR-IMAGE TO IM-RECORD
               WRITE IM-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUPLICATE-COUNT
                       GO TO 520-RESTORE-ONE-KEYED-EXIT
               END-WRITE
           ELSE IF AR-FILE-ID = WS-FILE-ID (2)
               MOVE 2 TO WS-FILE-SUB
               MOVE AR-IMAGE TO INV-RECORD
               WRITE INV-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUPLICATE-COUNT
                       GO TO 520-RESTORE-ONE-KEYED-EXIT
               END-WRITE
           ELSE IF AR-FILE-ID = WS-FILE-ID (3)
               MOVE 3 TO WS-FILE-SUB
               MOVE AR-IMAGE TO YTD-RECORD
               WRITE YTD-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUPLICATE-COUNT
                       GO TO 520-RESTORE-ONE-KEYED-EXIT
               END-WRITE
           ELSE IF AR-FILE-ID = WS-FILE-ID (4)
               MOVE 4 TO WS-FILE-SUB
               MOVE AR-IMAGE TO WS-PRICE-IMAGE
               MOVE WS-PI-ITEM-CODE TO PM-ITEM-CODE
               MOVE WS-PI-PRICE TO PM-PRICE
               IF WS-PI-EFF-DATE = SPACES
                   MOVE '00000000' TO PM-EFF-DATE
               ELSE
                   MOVE WS-PI-EFF-DATE TO PM-EFF-DATE
               END-IF
               WRITE PM-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUPLICATE-COUNT
                       GO TO 520-RESTORE-ONE-KEYED-EXIT
               END-WRITE
           ELSE
               GO TO 520-RESTORE-ONE-KEYED-EXIT.
           PERFORM 550-LOG-ONE-RESTORE THRU 550-LOG-ONE-RESTORE-EXIT.
       520-RESTORE-ONE-KEYED-EXIT.
           EXIT.

      *****************************************************************
      * 530-RESTORE-SEQ-MASTER: APPENDS THE ARCHIVED RECORDS OF       *
      * MASTER WS-FILE-SUB TO THE FILE AT WS-SEQ-MASTER-PATH.         *
      *****************************************************************
       530-RESTORE-SEQ-MASTER.
           OPEN EXTEND SEQ-MASTER-FILE.
           IF WS-SEQ-MASTER-STATUS = '05' OR WS-SEQ-MASTER-STATUS = '35'
               OPEN OUTPUT SEQ-MASTER-FILE.
           OPEN INPUT ARCHIVE-FILE.
           MOVE 'N' TO WS-ARCHIVE-EOF-FLAG.
           PERFORM 535-RESTORE-ONE-SEQ
               THRU 535-RESTORE-ONE-SEQ-EXIT
               UNTIL ARCHIVE-EOF.
           CLOSE ARCHIVE-FILE
                 SEQ-MASTER-FILE.
       530-RESTORE-SEQ-MASTER-EXIT.
           EXIT.

       535-RESTORE-ONE-SEQ.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
                   GO TO 535-RESTORE-ONE-SEQ-EXIT
           END-READ.
           IF AR-FILE-ID NOT = WS-FILE-ID (WS-FILE-SUB)
               GO TO 535-RESTORE-ONE-SEQ-EXIT.
           PERFORM 540-CHECK-RESTORE-WANTED
               THRU 540-CHECK-RESTORE-WANTED-EXIT.
           IF NOT CAND-FOUND
               GO TO 535-RESTORE-ONE-SEQ-EXIT.
           MOVE AR-IMAGE TO SM-RECORD.
           WRITE SM-RECORD.
           PERFORM 550-LOG-ONE-RESTORE THRU 550-LOG-ONE-RESTORE-EXIT.
       535-RESTORE-ONE-SEQ-EXIT.
           EXIT.

      *****************************************************************
      * 540-CHECK-RESTORE-WANTED: CAND-FOUND ONLY WHEN THE ARCHIVE    *
      * RECORD'S ITEM IS ONE THIS RUN IS RESTORING.                   *
      *****************************************************************
       540-CHECK-RESTORE-WANTED.
           MOVE AR-ITEM-CODE TO WS-LOOKUP-ITEM.
           PERFORM 270-FIND-CANDIDATE THRU 270-FIND-CANDIDATE-EXIT.
           IF CAND-FOUND
               IF NOT CAND-SELECTED (WS-CAND-IDX)
                   MOVE 'N' TO WS-CAND-FOUND-FLAG.
       540-CHECK-RESTORE-WANTED-EXIT.
           EXIT.

       550-LOG-ONE-RESTORE.
           ADD 1 TO WS-FILE-COUNT (WS-FILE-SUB).
           ADD 1 TO WS-CAND-RECORDS (WS-CAND-IDX).
           MOVE WS-FILE-NAME (WS-FILE-SUB) TO WS-CHG-FILE-NAME.
           MOVE AR-IMAGE (11:25) TO WS-CHG-DATA.
           MOVE 'A' TO CHG-ACTION.
           MOVE SPACES TO CHG-BEFORE-IMAGE.
           MOVE WS-CHG-IMAGE TO CHG-AFTER-IMAGE.
           PERFORM 085-WRITE-CHANGE-HISTORY
               THRU 085-WRITE-CHANGE-HISTORY-EXIT.
       550-LOG-ONE-RESTORE-EXIT.
           EXIT.

      *****************************************************************
      * 700-PRINT-REGISTER: ONE LINE PER ITEM CONSIDERED - PURGED,    *
      * SELECTED, HELD WITH ITS REASON, RESTORED OR REFUSED - WITH    *
      * THE NUMBER OF RECORDS THAT WENT TO OR CAME FROM THE ARCHIVE.  *
      * ON A RESTORE THE DATE COLUMN IS THE DATE THE ITEM WAS PURGED. *
      *****************************************************************
       700-PRINT-REGISTER.
           MOVE ZERO TO WS-CAND-SUB.
           PERFORM 710-PRINT-ONE-ITEM
               THRU 710-PRINT-ONE-ITEM-EXIT
               WS-CAND-COUNT TIMES.
       700-PRINT-REGISTER-EXIT.
           EXIT.

       710-PRINT-ONE-ITEM.
           ADD 1 TO WS-CAND-SUB.
           SET WS-CAND-IDX TO WS-CAND-SUB.
           MOVE WS-CAND-ITEM-CODE (WS-CAND-IDX) TO DL-ITEM-CODE.
           MOVE WS-CAND-DESC (WS-CAND-IDX) TO DL-DESCRIPTION.
           IF WS-CAND-DISC-DATE (WS-CAND-IDX) = SPACES
               MOVE SPACES TO DL-DISC-DATE
           ELSE
               STRING WS-CAND-DISC-DATE (WS-CAND-IDX) (1:4) '-'
                       WS-CAND-DISC-DATE (WS-CAND-IDX) (5:2) '-'
                       WS-CAND-DISC-DATE (WS-CAND-IDX) (7:2)
                   DELIMITED BY SIZE INTO DL-DISC-DATE.
           MOVE WS-CAND-RESULT (WS-CAND-IDX) TO DL-RESULT.
           IF WS-CAND-RECORDS (WS-CAND-IDX) = ZERO
               MOVE SPACES TO DL-RECORDS-BLANK
           ELSE
               MOVE WS-CAND-RECORDS (WS-CAND-IDX) TO DL-RECORDS.
           MOVE WS-DETAIL-LINE TO REGISTER-RECORD.
           PERFORM 280-EMIT-REGISTER-LINE
               THRU 280-EMIT-REGISTER-LINE-EXIT.
       710-PRINT-ONE-ITEM-EXIT.
           EXIT.

      *****************************************************************
      * 800-WRITE-TOTALS: ITEM COUNTS, THEN THE RECORDS PURGED FROM   *
      * (OR RESTORED TO) EACH MASTER.                                 *
      *****************************************************************
       800-WRITE-TOTALS.
           MOVE WS-BLANK-LINE TO REGISTER-RECORD.
           PERFORM 280-EMIT-REGISTER-LINE
               THRU 280-EMIT-REGISTER-LINE-EXIT.
           IF RESTORE-RUN
               MOVE 'ITEMS RESTORED:               ' TO SL-LABEL
               MOVE WS-SELECTED-COUNT TO SL-COUNT-OUT
               PERFORM 810-EMIT-SUMMARY-LINE
                   THRU 810-EMIT-SUMMARY-LINE-EXIT
               MOVE 'ITEMS REFUSED:                ' TO SL-LABEL
               MOVE WS-REFUSED-COUNT TO SL-COUNT-OUT
               PERFORM 810-EMIT-SUMMARY-LINE
                   THRU 810-EMIT-SUMMARY-LINE-EXIT
               MOVE 'RECORDS ALREADY ON FILE:      ' TO SL-LABEL
               MOVE WS-DUPLICATE-COUNT TO SL-COUNT-OUT
               PERFORM 810-EMIT-SUMMARY-LINE
                   THRU 810-EMIT-SUMMARY-LINE-EXIT
           ELSE
               MOVE 'DISCONTINUED ITEMS:           ' TO SL-LABEL
               MOVE WS-CAND-COUNT TO SL-COUNT-OUT
               PERFORM 810-EMIT-SUMMARY-LINE
                   THRU 810-EMIT-SUMMARY-LINE-EXIT
               MOVE 'ITEMS SELECTED:               ' TO SL-LABEL
               MOVE WS-SELECTED-COUNT TO SL-COUNT-OUT
               PERFORM 810-EMIT-SUMMARY-LINE
                   THRU 810-EMIT-SUMMARY-LINE-EXIT
               MOVE 'ITEMS HELD:                   ' TO SL-LABEL
               MOVE WS-HELD-COUNT TO SL-COUNT-OUT
               PERFORM 810-EMIT-SUMMARY-LINE
                   THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE 1 TO WS-FILE-SUB.
           PERFORM 820-EMIT-FILE-COUNT
               THRU 820-EMIT-FILE-COUNT-EXIT
               6 TIMES.
       800-WRITE-TOTALS-EXIT.
           EXIT.

       810-EMIT-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO REGISTER-RECORD.
           PERFORM 280-EMIT-REGISTER-LINE
               THRU 280-EMIT-REGISTER-LINE-EXIT.
       810-EMIT-SUMMARY-LINE-EXIT.
           EXIT.

       820-EMIT-FILE-COUNT.
           MOVE SPACES TO SL-LABEL.
           STRING WS-FILE-NAME (WS-FILE-SUB) DELIMITED BY '  '
                   ' RECORDS:' DELIMITED BY SIZE
               INTO SL-LABEL.
           MOVE WS-FILE-COUNT (WS-FILE-SUB) TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           ADD 1 TO WS-FILE-SUB.
       820-EMIT-FILE-COUNT-EXIT.
           EXIT.
