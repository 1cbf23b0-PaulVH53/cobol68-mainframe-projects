      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(FWDRECOV)                       *
      * PURPOSE: FORWARD RECOVERY OF THE INVENTORY MASTER AND THE YTD *
      * MASTER. WHEN MSTRVRFY FINDS ONE OF THEM BROKEN, INVRELD CAN   *
      * ONLY PUT BACK A FLAT GENERATION AS IT STOOD - EVERYTHING      *
      * POSTED SINCE HAS TO BE RE-KEYED. THIS RUN STARTS FROM THE     *
      * MOST RECENT GOOD BASE INSTEAD AND ROLLS IT FORWARD:           *
      *   - THE INVENTORY BASE IS THE LATEST INVENTORY.G GENERATION - *
      *     PERCLOSE'S PERIOD-END SNAPSHOT OR A LATER INVUNLD UNLOAD; *
      *   - THE YTD BASE IS THE LATEST YTDMAST.G PERIOD-END SNAPSHOT; *
      *   - EVERY TRANSHIST MOVEMENT DATED AFTER EACH BASE IS THEN    *
      *     REPLAYED ONTO IT, IN THE ORDER IT WAS POSTED, THE WAY     *
      *     PROJ6 POSTED IT.                                          *
      * THE REBUILT MASTERS GO TO NEW FILES (data/INVENTORY.RCV AND   *
      * data/YTDMAST.RCV), AND THE RECOVERY REPORT COMPARES THEM WITH *
      * THE LIVE MASTERS - EVERY POSITION THAT DIFFERS, AND THE       *
      * TOTALS. THE LIVE MASTERS ARE ONLY REPLACED WHEN THE OPERATOR  *
      * HAS READ THAT COMPARISON AND PUTS REPLACE ON THE PARAMETER    *
      * CARD - THE SAME RULE INVRELD APPLIES TO ITS GENERATION DATE.  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FWDRECOV.

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
           SELECT YTD-MASTER ASSIGN DYNAMIC WS-YTDMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-ITEM-CODE
               FILE STATUS IS WS-YTDMAST-STATUS.
      *****************************************************************
      * RCV-INVENTORY AND RCV-YTD: THE REBUILT MASTERS. DYNAMIC       *
      * ACCESS - KEYED WHILE HISTORY IS REPLAYED ONTO THEM, IN KEY    *
      * ORDER WHILE THEY ARE COMPARED WITH THE LIVE ONES.             *
      *****************************************************************
           SELECT RCV-INVENTORY ASSIGN DYNAMIC WS-RCVINV-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RINV-KEY
               FILE STATUS IS WS-RCVINV-STATUS.
           SELECT RCV-YTD ASSIGN DYNAMIC WS-RCVYTD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RYTD-ITEM-CODE
               FILE STATUS IS WS-RCVYTD-STATUS.
      *****************************************************************
      * INVBASE-FILE AND YTDBASE-FILE: THE FLAT GENERATIONS THE       *
      * REBUILD STARTS FROM. PROBE-FILE IS OPENED AGAINST EACH        *
      * CANDIDATE GENERATION PATH IN TURN WHILE THE LATEST ONE IS     *
      * LOOKED FOR - STATUS 00 MEANS IT EXISTS, AS IN RETNMGR.        *
      *****************************************************************
           SELECT INVBASE-FILE ASSIGN DYNAMIC WS-INVBASE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVBASE-STATUS.
           SELECT YTDBASE-FILE ASSIGN DYNAMIC WS-YTDBASE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTDBASE-STATUS.
           SELECT PROBE-FILE ASSIGN DYNAMIC WS-PROBE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.
           SELECT HISTORY-FILE ASSIGN DYNAMIC WS-TRANSHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSHIST-STATUS.
           SELECT PERIODCTL-FILE ASSIGN DYNAMIC WS-PERIODCTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODCTL-STATUS.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  RCV-INVENTORY
           RECORD CONTAINS 39 CHARACTERS.

       01  RINV-RECORD.
           05  RINV-KEY.
               10  RINV-ITEM-CODE    PIC X(10).
               10  RINV-LOC-CODE     PIC X(03).
           05  RINV-QTY-ON-HAND      PIC S9(07).
           05  RINV-REORDER-POINT    PIC 9(05).
           05  RINV-QTY-ON-ORDER     PIC 9(05).
           05  RINV-AVG-COST         PIC 9(05)V9(04).

       FD  RCV-YTD
           RECORD CONTAINS 58 CHARACTERS.

       01  RYTD-RECORD.
           05  RYTD-ITEM-CODE        PIC X(10).
           05  RYTD-PTD-QTY          PIC S9(09)    SIGN IS TRAILING
                                        SEPARATE.
           05  RYTD-PTD-AMT          PIC S9(11)V99 SIGN IS TRAILING
                                        SEPARATE.
           05  RYTD-YTD-QTY          PIC S9(09)    SIGN IS TRAILING
                                        SEPARATE.
           05  RYTD-YTD-AMT          PIC S9(11)V99 SIGN IS TRAILING
                                        SEPARATE.

       FD  INVBASE-FILE
           RECORDING MODE IS F.

       01  INVBASE-RECORD            PIC X(39).

       FD  YTDBASE-FILE
           RECORDING MODE IS F.

       01  YTDBASE-RECORD            PIC X(58).

       FD  PROBE-FILE
           RECORDING MODE IS F.

       01  PROBE-RECORD              PIC X(58).
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
               88  HIST-ISSUE                    VALUES 'I', ' '.
               88  HIST-RECEIPT                  VALUE 'R'.
               88  HIST-ADJUSTMENT               VALUE 'A'.
               88  HIST-CREDIT                   VALUE 'C'.
               88  HIST-TRANSFER                 VALUE 'T'.
               88  HIST-QC-RELEASE               VALUE 'Q'.
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
      * PERIODCTL-FILE: SAME LAYOUT AS PROJ6'S PC-RECORD.             *
      *****************************************************************
       FD  PERIODCTL-FILE
           RECORDING MODE IS F.

       01  PC-RECORD.
           05  PC-PERIOD-END         PIC X(08).
           05  PC-CLOSED-TIMESTAMP   PIC X(26).

       FD  REPORT-FILE
           RECORDING MODE IS F.

       01  REPORT-RECORD             PIC X(132).
      *****************************************************************
      * PARM-FILE: PARM-INV-BASE-DATE AND PARM-YTD-BASE-DATE PIN THE  *
      * GENERATION EACH REBUILD STARTS FROM - BLANK TAKES THE LATEST  *
      * ONE ON DISK. PARM-CONFIRM MUST READ REPLACE FOR THE REBUILT   *
      * MASTERS TO BE COPIED OVER THE LIVE ONES; ANYTHING ELSE, OR NO *
      * CARD AT ALL, REBUILDS AND COMPARES ONLY.                      *
      *****************************************************************
       FD  PARM-FILE
           RECORDING MODE IS F.

       01  PARM-RECORD.
           05  PARM-INV-BASE-DATE    PIC X(08).
           05  PARM-YTD-BASE-DATE    PIC X(08).
           05  PARM-CONFIRM          PIC X(07).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INVENTORY-STATUS   PIC XX.
           05  WS-YTDMAST-STATUS     PIC XX.
           05  WS-RCVINV-STATUS      PIC XX.
           05  WS-RCVYTD-STATUS      PIC XX.
           05  WS-INVBASE-STATUS     PIC XX.
           05  WS-YTDBASE-STATUS     PIC XX.
           05  WS-PROBE-STATUS       PIC XX.
           05  WS-TRANSHIST-STATUS   PIC XX.
           05  WS-PERIODCTL-STATUS   PIC XX.
           05  WS-PARM-FILE-STATUS   PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-REPLACE-FLAG       PIC X          VALUE 'N'.
               88  REPLACE-CONFIRMED VALUE 'Y'.
           05  WS-BASE-FOUND-FLAG    PIC X          VALUE 'N'.
               88  BASE-FOUND        VALUE 'Y'.
           05  WS-YTD-REBUILD-FLAG   PIC X          VALUE 'N'.
               88  YTD-REBUILT       VALUE 'Y'.
           05  WS-INV-BASE-KIND      PIC X          VALUE 'U'.
               88  INV-BASE-PERIOD-END VALUE 'P'.
               88  INV-BASE-UNLOAD   VALUE 'U'.
           05  WS-BASE-EOF-FLAG      PIC X          VALUE 'N'.
               88  BASE-EOF          VALUE 'Y'.
           05  WS-HIST-EOF-FLAG      PIC X          VALUE 'N'.
               88  HIST-EOF          VALUE 'Y'.
           05  WS-PERIODCTL-EOF-FLAG PIC X          VALUE 'N'.
               88  PERIODCTL-EOF     VALUE 'Y'.
           05  WS-NEW-POSITION-FLAG  PIC X          VALUE 'N'.
               88  NEW-POSITION      VALUE 'Y'.
           05  WS-LIVE-READABLE-FLAG PIC X          VALUE 'Y'.
               88  LIVE-READABLE     VALUE 'Y'.
           05  WS-COPY-EOF-FLAG      PIC X          VALUE 'N'.
               88  COPY-EOF          VALUE 'Y'.

      *****************************************************************
      * WS-BASE-FIELDS: THE GENERATION EACH REBUILD STARTS FROM, AND  *
      * THE LAST DATE ALREADY IN IT - HISTORY DATED AFTER THAT IS     *
      * REPLAYED. A PERIOD-END SNAPSHOT IS TAKEN AFTER THAT NIGHT'S   *
      * POSTING, SO ITS OWN DATE IS ALREADY IN IT. AN INVUNLD UNLOAD  *
      * IS TAKEN BEFORE THE NIGHT'S POSTING, SO ITS DATE'S MOVEMENTS  *
      * ARE NOT - IT IS ONLY COMPLETE THROUGH THE DAY BEFORE.         *
      *****************************************************************
       01  WS-BASE-FIELDS.
           05  WS-INV-BASE-DATE      PIC X(08)      VALUE SPACES.
           05  WS-YTD-BASE-DATE      PIC X(08)      VALUE SPACES.
           05  WS-INV-REPLAY-AFTER   PIC X(08)      VALUE SPACES.
           05  WS-YTD-REPLAY-AFTER   PIC X(08)      VALUE SPACES.
           05  WS-PROBE-PREFIX       PIC X(12)      VALUE SPACES.
           05  WS-PIN-DATE           PIC X(08)      VALUE SPACES.
           05  WS-FOUND-DATE         PIC X(08)      VALUE SPACES.

      *****************************************************************
      * WS-SCAN-FIELDS: THE BACKWARD WALK OVER CANDIDATE GENERATION   *
      * DATES, THE SAME WALK RETNMGR MAKES. A YEAR IS AS FAR BACK AS  *
      * ANY GENERATION IS KEPT.                                       *
      *****************************************************************
       01  WS-SCAN-FIELDS.
           05  WS-SCAN-DATE.
               10  WS-SCAN-YEAR      PIC 9(04).
               10  WS-SCAN-MONTH     PIC 9(02).
               10  WS-SCAN-DAY       PIC 9(02).
           05  WS-SCAN-AGE           PIC 9(03) COMP VALUE ZERO.
           05  WS-SCAN-LIMIT         PIC 9(03) COMP VALUE 366.
           05  WS-LEAP-REMAINDER     PIC 9(04) COMP VALUE ZERO.
           05  WS-LEAP-WORK          PIC 9(04) COMP VALUE ZERO.
           05  WS-LEAP-FLAG          PIC X(01)      VALUE 'N'.
               88  SCAN-LEAP-YEAR    VALUE 'Y'.

      *****************************************************************
      * WS-REPLAY-FIELDS: THE WORKING VALUES FOR ONE REPLAYED         *
      * MOVEMENT - THE SAME MOVING-AVERAGE ARITHMETIC PROJ6'S         *
      * 246-BLEND-AVERAGE-COST USES, AND THE SIGNED QUANTITY AND      *
      * AMOUNT PROJ6'S 243-ACCUMULATE-YTD-BUCKETS ADDS.               *
      *****************************************************************
       01  WS-REPLAY-FIELDS.
           05  WS-COST-BASE-QTY      PIC S9(09)     COMP-3 VALUE ZERO.
           05  WS-COST-BASE-VALUE    PIC S9(13)V9(4) COMP-3 VALUE ZERO.
           05  WS-MOVE-QTY           PIC S9(07)     VALUE ZERO.
           05  WS-YTD-MOVE-QTY       PIC S9(07)     VALUE ZERO.
           05  WS-YTD-MOVE-AMT       PIC S9(10)V99  COMP-3 VALUE ZERO.
           05  WS-REPLAYED-ON-HAND   PIC S9(07)     VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-INV-BASE-COUNT     PIC 9(07) COMP VALUE ZERO.
           05  WS-YTD-BASE-COUNT     PIC 9(07) COMP VALUE ZERO.
           05  WS-HIST-READ-COUNT    PIC 9(07) COMP VALUE ZERO.
           05  WS-INV-REPLAY-COUNT   PIC 9(07) COMP VALUE ZERO.
           05  WS-YTD-REPLAY-COUNT   PIC 9(07) COMP VALUE ZERO.
           05  WS-NEW-POSITION-COUNT PIC 9(07) COMP VALUE ZERO.
           05  WS-BREAK-COUNT        PIC 9(07) COMP VALUE ZERO.
           05  WS-INV-LIVE-COUNT     PIC 9(07) COMP VALUE ZERO.
           05  WS-INV-RCV-COUNT      PIC 9(07) COMP VALUE ZERO.
           05  WS-INV-DIFF-COUNT     PIC 9(07) COMP VALUE ZERO.
           05  WS-INV-ONLY-RCV-COUNT PIC 9(07) COMP VALUE ZERO.
           05  WS-INV-ONLY-LIVE-COUNT PIC 9(07) COMP VALUE ZERO.
           05  WS-YTD-LIVE-COUNT     PIC 9(07) COMP VALUE ZERO.
           05  WS-YTD-RCV-COUNT      PIC 9(07) COMP VALUE ZERO.
           05  WS-YTD-DIFF-COUNT     PIC 9(07) COMP VALUE ZERO.
           05  WS-YTD-ONLY-RCV-COUNT PIC 9(07) COMP VALUE ZERO.
           05  WS-YTD-ONLY-LIVE-COUNT PIC 9(07) COMP VALUE ZERO.
           05  WS-COPIED-COUNT       PIC 9(07) COMP VALUE ZERO.

       01  WS-TOTALS.
           05  WS-LIVE-ON-HAND-TOTAL PIC S9(11)     COMP-3 VALUE ZERO.
           05  WS-RCV-ON-HAND-TOTAL  PIC S9(11)     COMP-3 VALUE ZERO.
           05  WS-LIVE-VALUE-TOTAL   PIC S9(13)V99  COMP-3 VALUE ZERO.
           05  WS-RCV-VALUE-TOTAL    PIC S9(13)V99  COMP-3 VALUE ZERO.
           05  WS-LIVE-YTD-AMT-TOTAL PIC S9(13)V99  COMP-3 VALUE ZERO.
           05  WS-RCV-YTD-AMT-TOTAL  PIC S9(13)V99  COMP-3 VALUE ZERO.
           05  WS-LIVE-PTD-AMT-TOTAL PIC S9(13)V99  COMP-3 VALUE ZERO.
           05  WS-RCV-PTD-AMT-TOTAL  PIC S9(13)V99  COMP-3 VALUE ZERO.

      *****************************************************************
      * WS-MERGE-KEYS: THE KEY IN HAND FROM EACH SIDE OF A            *
      * COMPARISON - HIGH-VALUES ONCE THAT SIDE HAS RUN OUT.          *
      *****************************************************************
       01  WS-MERGE-KEYS.
           05  WS-LIVE-KEY           PIC X(13)      VALUE SPACES.
           05  WS-LIVE-BAD-STATUS    PIC XX         VALUE SPACES.
           05  WS-RCV-KEY            PIC X(13)      VALUE SPACES.

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
           05  WS-INVENTORY-PATH     PIC X(80) VALUE SPACES.
           05  WS-YTDMAST-PATH       PIC X(80) VALUE SPACES.
           05  WS-RCVINV-PATH        PIC X(80) VALUE SPACES.
           05  WS-RCVYTD-PATH        PIC X(80) VALUE SPACES.
           05  WS-INVBASE-PATH       PIC X(80) VALUE SPACES.
           05  WS-YTDBASE-PATH       PIC X(80) VALUE SPACES.
           05  WS-PROBE-PATH         PIC X(80) VALUE SPACES.
           05  WS-TRANSHIST-PATH     PIC X(80) VALUE SPACES.
           05  WS-PERIODCTL-PATH     PIC X(80) VALUE SPACES.
           05  WS-REPORT-PATH        PIC X(80) VALUE SPACES.
           05  WS-PARM-PATH          PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- MASTER FORWARD RECOVERY REPORT ---   '.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RUN DATE: '.
               10  RH-DATE-OUT     PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  RH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(40)     VALUE SPACES.
      *****************************************************************
      * RH-COLUMNS: THE COLUMN HEADINGS OF WHICHEVER SECTION IS       *
      * PRINTING, SO A PAGE BREAK REPEATS THE RIGHT ONES.             *
      *****************************************************************
           05  RH-COLUMNS              PIC X(132)    VALUE SPACES.
           05  RH-BREAK-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(14)     VALUE
                   'ITEM CODE LOC'.
               10  FILLER          PIC X(11)     VALUE 'DATE'.
               10  FILLER          PIC X(6)      VALUE 'TYPE'.
               10  FILLER          PIC X(12)     VALUE
                   '    MOVEMENT'.
               10  FILLER          PIC X(14)     VALUE
                   '  REPLAYED O/H'.
               10  FILLER          PIC X(14)     VALUE
                   '   HISTORY O/H'.
               10  FILLER          PIC X(56)     VALUE SPACES.
           05  RH-INV-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(14)     VALUE
                   'ITEM CODE LOC'.
               10  FILLER          PIC X(14)     VALUE 'CONDITION'.
               10  FILLER          PIC X(12)     VALUE
                   '   LIVE O/H'.
               10  FILLER          PIC X(12)     VALUE
                   'REBUILT O/H'.
               10  FILLER          PIC X(13)     VALUE
                   '    LIVE COST'.
               10  FILLER          PIC X(13)     VALUE
                   ' REBUILT COST'.
               10  FILLER          PIC X(8)      VALUE
                   '  LIVE  '.
               10  FILLER          PIC X(8)      VALUE
                   ' REBUILT'.
               10  FILLER          PIC X(33)     VALUE SPACES.
           05  RH-INV-COLUMNS-2.
               10  FILLER          PIC X(95)     VALUE SPACES.
               10  FILLER          PIC X(16)     VALUE
                   'ON ORDER ON ORDR'.
               10  FILLER          PIC X(21)     VALUE SPACES.
           05  RH-YTD-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(12)     VALUE 'ITEM CODE'.
               10  FILLER          PIC X(14)     VALUE 'CONDITION'.
               10  FILLER          PIC X(13)     VALUE
                   ' LIVE YTD QTY'.
               10  FILLER          PIC X(13)     VALUE
                   '  REBUILT QTY'.
               10  FILLER          PIC X(17)     VALUE
                   '    LIVE PTD AMT'.
               10  FILLER          PIC X(17)     VALUE
                   ' REBUILT PTD AMT'.
               10  FILLER          PIC X(17)     VALUE
                   '    LIVE YTD AMT'.
               10  FILLER          PIC X(17)     VALUE
                   ' REBUILT YTD AMT'.
               10  FILLER          PIC X(7)      VALUE SPACES.

       01  WS-TEXT-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  TL-TEXT             PIC X(100)    VALUE SPACES.
           05  FILLER              PIC X(27)     VALUE SPACES.

      *****************************************************************
      * WS-BREAK-LINE: A REPLAYED MOVEMENT WHOSE RESULT DOES NOT      *
      * MATCH THE ON-HAND ITS POSTING RUN RECORDED - SOMETHING MOVED  *
      * THE POSITION WITHOUT WRITING HISTORY (A BACKOUT, SAY). THE    *
      * REBUILD TAKES THE RECORDED ON-HAND AND CARRIES ON FROM IT.    *
      *****************************************************************
       01  WS-BREAK-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  BL-ITEM-CODE        PIC X(10).
           05  FILLER              PIC X(1)      VALUE SPACES.
           05  BL-LOC-CODE         PIC X(3).
           05  FILLER              PIC X(1)      VALUE SPACES.
           05  BL-DATE             PIC X(10).
           05  FILLER              PIC X(1)      VALUE SPACES.
           05  BL-TYPE             PIC X(1).
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  BL-MOVEMENT         PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  BL-REPLAYED         PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  BL-HISTORY          PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(56)     VALUE SPACES.

       01  WS-INV-DIFF-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  IL-ITEM-CODE        PIC X(10).
           05  FILLER              PIC X(1)      VALUE SPACES.
           05  IL-LOC-CODE         PIC X(3).
           05  FILLER              PIC X(1)      VALUE SPACES.
           05  IL-CONDITION        PIC X(12).
           05  FILLER              PIC X(1)      VALUE SPACES.
           05  IL-LIVE-ON-HAND     PIC -Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  IL-RCV-ON-HAND      PIC -Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  IL-LIVE-COST        PIC ZZ,ZZ9.9999.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  IL-RCV-COST         PIC ZZ,ZZ9.9999.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  IL-LIVE-ON-ORDER    PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  IL-RCV-ON-ORDER     PIC ZZ,ZZ9.
           05  FILLER              PIC X(35)     VALUE SPACES.

       01  WS-YTD-DIFF-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  YL-ITEM-CODE        PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  YL-CONDITION        PIC X(12).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  YL-LIVE-YTD-QTY     PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(1)      VALUE SPACES.
           05  YL-RCV-YTD-QTY      PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(1)      VALUE SPACES.
           05  YL-LIVE-PTD-AMT     PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  YL-RCV-PTD-AMT      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  YL-LIVE-YTD-AMT     PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  YL-RCV-YTD-AMT      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(8)      VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-LABEL            PIC X(30).
           05  SL-COUNT-OUT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(90)     VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  AL-LABEL            PIC X(30).
           05  FILLER              PIC X(6)      VALUE 'LIVE  '.
           05  AL-LIVE-OUT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(11)     VALUE '   REBUILT '.
           05  AL-RCV-OUT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(44)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'FWDRECOV: MASTER FORWARD RECOVERY'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-READ-PARM-CARD
               THRU 060-READ-PARM-CARD-EXIT.
           STRING WS-RUN-DATE-TEXT (1:4) '-' WS-RUN-DATE-TEXT (5:2)
                   '-' WS-RUN-DATE-TEXT (7:2)
               INTO WS-RUN-DATE-DISPLAY.
           PERFORM 070-FIND-BASES THRU 070-FIND-BASES-EXIT.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           PERFORM 150-PRINT-BASES THRU 150-PRINT-BASES-EXIT.

           PERFORM 200-LOAD-INVENTORY-BASE
               THRU 200-LOAD-INVENTORY-BASE-EXIT.
           IF YTD-REBUILT
               PERFORM 250-LOAD-YTD-BASE
                   THRU 250-LOAD-YTD-BASE-EXIT.
           PERFORM 300-REPLAY-HISTORY THRU 300-REPLAY-HISTORY-EXIT.
           PERFORM 400-COMPARE-INVENTORY
               THRU 400-COMPARE-INVENTORY-EXIT.
           IF YTD-REBUILT
               PERFORM 500-COMPARE-YTD THRU 500-COMPARE-YTD-EXIT.
           IF REPLACE-CONFIRMED
               PERFORM 600-REPLACE-LIVE-MASTERS
                   THRU 600-REPLACE-LIVE-MASTERS-EXIT.
           PERFORM 800-WRITE-TOTALS THRU 800-WRITE-TOTALS-EXIT.
           CLOSE REPORT-FILE.

           DISPLAY 'FWDRECOV: HISTORY REPLAYED TO INVENTORY: '
               WS-INV-REPLAY-COUNT.
           DISPLAY 'FWDRECOV: HISTORY REPLAYED TO YTD      : '
               WS-YTD-REPLAY-COUNT.
           DISPLAY 'FWDRECOV: POSITIONS DIFFERING          : '
               WS-INV-DIFF-COUNT.
           DISPLAY 'FWDRECOV: YTD RECORDS DIFFERING        : '
               WS-YTD-DIFF-COUNT.
           IF REPLACE-CONFIRMED
               DISPLAY 'FWDRECOV: LIVE MASTERS REPLACED'
           ELSE
               DISPLAY 'FWDRECOV: LIVE MASTERS NOT REPLACED - '
                   'REBUILT FILES LEFT FOR REVIEW'.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'FWDRECOV: RECOVERY RUN ENDED'.
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
                   '/INVENTORY.RCV' DELIMITED BY SIZE
               INTO WS-RCVINV-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/YTDMAST.RCV' DELIMITED BY SIZE
               INTO WS-RCVYTD-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/TRANSHIST' DELIMITED BY SIZE
               INTO WS-TRANSHIST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PERIODCTL' DELIMITED BY SIZE
               INTO WS-PERIODCTL-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/FWDRECOV.REPORT' DELIMITED BY SIZE
               INTO WS-REPORT-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/FWDRECOV.PARM' DELIMITED BY SIZE
               INTO WS-PARM-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 060-READ-PARM-CARD: THE RUN DATE IS TODAY, OR A CHAINED RUN'S *
      * RUN_DATE - THE BACKWARD WALK FOR A BASE STARTS THERE. ONLY    *
      * THE WORD REPLACE CONFIRMS THE REPLACEMENT.                    *
      *****************************************************************
       060-READ-PARM-CARD.
           ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD.
           ACCEPT WS-CHAIN-RUN-DATE FROM ENVIRONMENT 'RUN_DATE'.
           IF WS-CHAIN-RUN-DATE NOT = SPACES
               MOVE WS-CHAIN-RUN-DATE TO WS-RUN-DATE-TEXT.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'NO PARAMETER CARD SUPPLIED - REBUILD AND '
                   'COMPARE ONLY'
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY 'PARAMETER CARD FILE IS EMPTY - '
                           'REBUILD AND COMPARE ONLY'
                   NOT AT END
                       IF PARM-INV-BASE-DATE IS NUMERIC
                           MOVE PARM-INV-BASE-DATE
                               TO WS-INV-BASE-DATE
                       END-IF
                       IF PARM-YTD-BASE-DATE IS NUMERIC
                           MOVE PARM-YTD-BASE-DATE
                               TO WS-YTD-BASE-DATE
                       END-IF
                       IF PARM-CONFIRM = 'REPLACE'
                           MOVE 'Y' TO WS-REPLACE-FLAG
                       END-IF
               END-READ
               CLOSE PARM-FILE.
       060-READ-PARM-CARD-EXIT.
           EXIT.

      *****************************************************************
      * 070-FIND-BASES: THE INVENTORY REBUILD CANNOT START WITHOUT A  *
      * BASE, SO NONE IS AN ABEND. WITHOUT A YTDMAST.G SNAPSHOT THE   *
      * YTD MASTER IS LEFT OUT OF THE RUN - REPLAYING ALL HISTORY     *
      * FROM ZERO WOULD NOT GIVE PERIOD BUCKETS THAT MEAN ANYTHING.   *
      *****************************************************************
       070-FIND-BASES.
           MOVE '/INVENTORY.G' TO WS-PROBE-PREFIX.
           MOVE WS-INV-BASE-DATE TO WS-PIN-DATE.
           PERFORM 075-FIND-LATEST-GENERATION
               THRU 075-FIND-LATEST-GENERATION-EXIT.
           IF NOT BASE-FOUND
               IF WS-PIN-DATE = SPACES
                   DISPLAY 'FWDRECOV ABEND - NO INVENTORY.G '
                       'GENERATION WITHIN A YEAR OF ' WS-RUN-DATE-TEXT
               ELSE
                   DISPLAY 'FWDRECOV ABEND - NO INVENTORY.G '
                       'GENERATION FOR ' WS-PIN-DATE
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK.
           MOVE WS-FOUND-DATE TO WS-INV-BASE-DATE.
           MOVE WS-PROBE-PATH TO WS-INVBASE-PATH.
      *****************************************************************
      * INVUNLD AND PERCLOSE WRITE THE SAME INVENTORY.G NAME. A DATE  *
      * PERCLOSE HAS STAMPED ON THE PERIOD-CONTROL FILE IS A PERIOD-  *
      * END SNAPSHOT (PERCLOSE RUNS LATER THAN INVUNLD AND OVERWRITES *
      * ITS UNLOAD); ANY OTHER DATE IS AN INVUNLD UNLOAD.             *
      *****************************************************************
           MOVE 'U' TO WS-INV-BASE-KIND.
           OPEN INPUT PERIODCTL-FILE.
           IF WS-PERIODCTL-STATUS = '00'
               PERFORM 080-CHECK-ONE-PERIOD
                   THRU 080-CHECK-ONE-PERIOD-EXIT
                   UNTIL PERIODCTL-EOF
               CLOSE PERIODCTL-FILE.
           IF INV-BASE-PERIOD-END
               MOVE WS-INV-BASE-DATE TO WS-INV-REPLAY-AFTER
           ELSE
               MOVE WS-INV-BASE-DATE TO WS-SCAN-DATE
               PERFORM 8200-PREVIOUS-DATE
                   THRU 8200-PREVIOUS-DATE-EXIT
               MOVE WS-SCAN-DATE TO WS-INV-REPLAY-AFTER.

           MOVE '/YTDMAST.G' TO WS-PROBE-PREFIX.
           MOVE WS-YTD-BASE-DATE TO WS-PIN-DATE.
           PERFORM 075-FIND-LATEST-GENERATION
               THRU 075-FIND-LATEST-GENERATION-EXIT.
           IF BASE-FOUND
               MOVE 'Y' TO WS-YTD-REBUILD-FLAG
               MOVE WS-FOUND-DATE TO WS-YTD-BASE-DATE
               MOVE WS-PROBE-PATH TO WS-YTDBASE-PATH
               MOVE WS-YTD-BASE-DATE TO WS-YTD-REPLAY-AFTER
           ELSE
               DISPLAY 'FWDRECOV: NO YTDMAST.G SNAPSHOT FOUND - THE '
                   'YTD MASTER IS NOT REBUILT'.
       070-FIND-BASES-EXIT.
           EXIT.

      *****************************************************************
      * 075-FIND-LATEST-GENERATION: WS-PROBE-PREFIX'S GENERATION FOR  *
      * THE PINNED DATE, OR - WITH NO DATE PINNED - THE MOST RECENT   *
      * ONE, WALKING BACK A DAY AT A TIME FROM THE RUN DATE.          *
      *****************************************************************
       075-FIND-LATEST-GENERATION.
           MOVE 'N' TO WS-BASE-FOUND-FLAG.
           IF WS-PIN-DATE NOT = SPACES
               MOVE WS-PIN-DATE TO WS-SCAN-DATE
               MOVE ZERO TO WS-SCAN-AGE
               PERFORM 077-PROBE-ONE-DATE
                   THRU 077-PROBE-ONE-DATE-EXIT
               GO TO 075-FIND-LATEST-GENERATION-EXIT.
           MOVE WS-RUN-DATE-TEXT TO WS-SCAN-DATE.
           PERFORM 077-PROBE-ONE-DATE
               THRU 077-PROBE-ONE-DATE-EXIT
               VARYING WS-SCAN-AGE FROM 0 BY 1
               UNTIL WS-SCAN-AGE > WS-SCAN-LIMIT OR BASE-FOUND.
       075-FIND-LATEST-GENERATION-EXIT.
           EXIT.

       077-PROBE-ONE-DATE.
           IF WS-SCAN-AGE > ZERO
               PERFORM 8200-PREVIOUS-DATE
                   THRU 8200-PREVIOUS-DATE-EXIT.
           MOVE SPACES TO WS-PROBE-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   WS-PROBE-PREFIX DELIMITED BY SPACE
                   WS-SCAN-DATE DELIMITED BY SIZE
               INTO WS-PROBE-PATH.
           OPEN INPUT PROBE-FILE.
           IF WS-PROBE-STATUS NOT = '00'
               GO TO 077-PROBE-ONE-DATE-EXIT.
           CLOSE PROBE-FILE.
           MOVE 'Y' TO WS-BASE-FOUND-FLAG.
           MOVE WS-SCAN-DATE TO WS-FOUND-DATE.
       077-PROBE-ONE-DATE-EXIT.
           EXIT.

       080-CHECK-ONE-PERIOD.
           READ PERIODCTL-FILE
               AT END
                   MOVE 'Y' TO WS-PERIODCTL-EOF-FLAG
                   GO TO 080-CHECK-ONE-PERIOD-EXIT
           END-READ.
           IF PC-PERIOD-END = WS-INV-BASE-DATE
               MOVE 'P' TO WS-INV-BASE-KIND.
       080-CHECK-ONE-PERIOD-EXIT.
           EXIT.

       100-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-PAGE-NUM TO RH-PAGE-OUT.
           MOVE WS-RUN-DATE-DISPLAY TO RH-DATE-OUT.
           IF WS-PAGE-NUM > 1
               MOVE WS-BLANK-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
           IF RH-COLUMNS NOT = SPACES
               MOVE RH-COLUMNS TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO WS-LINES-ON-PAGE.
       100-WRITE-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 110-START-SECTION: A BLANK LINE, THE SECTION'S TITLE IN       *
      * TL-TEXT AND ITS COLUMN HEADINGS (NOW IN RH-COLUMNS, SO A PAGE *
      * BREAK INSIDE THE SECTION REPEATS THEM).                       *
      *****************************************************************
       110-START-SECTION.
           MOVE WS-BLANK-LINE TO REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE WS-TEXT-LINE TO REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
           IF RH-COLUMNS NOT = SPACES
               MOVE RH-COLUMNS TO REPORT-RECORD
               PERFORM 280-EMIT-REPORT-LINE
                   THRU 280-EMIT-REPORT-LINE-EXIT.
       110-START-SECTION-EXIT.
           EXIT.

      *****************************************************************
      * 150-PRINT-BASES: WHERE EACH REBUILD STARTS AND WHICH HISTORY  *
      * IS REPLAYED ONTO IT, SO THE COMPARISON BELOW CAN BE READ      *
      * AGAINST THE RIGHT DATES.                                      *
      *****************************************************************
       150-PRINT-BASES.
           MOVE SPACES TO TL-TEXT.
           IF INV-BASE-PERIOD-END
               STRING 'INVENTORY BASE: ' WS-INVBASE-PATH
                       DELIMITED BY SPACE
                       ' (PERIOD-END SNAPSHOT) - REPLAYING HISTORY '
                       'DATED AFTER ' WS-INV-REPLAY-AFTER
                       DELIMITED BY SIZE
                   INTO TL-TEXT
           ELSE
               STRING 'INVENTORY BASE: ' WS-INVBASE-PATH
                       DELIMITED BY SPACE
                       ' (INVUNLD UNLOAD) - REPLAYING HISTORY '
                       'DATED AFTER ' WS-INV-REPLAY-AFTER
                       DELIMITED BY SIZE
                   INTO TL-TEXT.
           MOVE WS-TEXT-LINE TO REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE SPACES TO TL-TEXT.
           IF YTD-REBUILT
               STRING 'YTD BASE:       ' WS-YTDBASE-PATH
                       DELIMITED BY SPACE
                       ' (PERIOD-END SNAPSHOT) - REPLAYING HISTORY '
                       'DATED AFTER ' WS-YTD-REPLAY-AFTER
                       DELIMITED BY SIZE
                   INTO TL-TEXT
           ELSE
               STRING 'YTD BASE:       NO YTDMAST.G SNAPSHOT FOUND - '
                       'YTD MASTER NOT REBUILT' DELIMITED BY SIZE
                   INTO TL-TEXT.
           MOVE WS-TEXT-LINE TO REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
       150-PRINT-BASES-EXIT.
           EXIT.

      *****************************************************************
      * 200-LOAD-INVENTORY-BASE: STARTS THE REBUILT INVENTORY MASTER  *
      * AS AN EXACT COPY OF THE BASE GENERATION, WHICH IS ALREADY IN  *
      * KEY ORDER AS THE SEQUENTIAL UNLOAD OR SNAPSHOT LEFT IT.       *
      *****************************************************************
       200-LOAD-INVENTORY-BASE.
           OPEN INPUT INVBASE-FILE.
           IF WS-INVBASE-STATUS NOT = '00'
               DISPLAY 'FWDRECOV ABEND - CANNOT OPEN '
                   WS-INVBASE-PATH
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT RCV-INVENTORY.
           MOVE 'N' TO WS-BASE-EOF-FLAG.
           PERFORM 210-LOAD-ONE-POSITION
               THRU 210-LOAD-ONE-POSITION-EXIT
               UNTIL BASE-EOF.
           CLOSE INVBASE-FILE
                 RCV-INVENTORY.
       200-LOAD-INVENTORY-BASE-EXIT.
           EXIT.

       210-LOAD-ONE-POSITION.
           READ INVBASE-FILE
               AT END
                   MOVE 'Y' TO WS-BASE-EOF-FLAG
                   GO TO 210-LOAD-ONE-POSITION-EXIT
           END-READ.
           MOVE INVBASE-RECORD TO RINV-RECORD.
           WRITE RINV-RECORD
               INVALID KEY
                   DISPLAY 'WARNING: DUPLICATE KEY ON BASE - '
                       RINV-KEY ' SKIPPED'
                   GO TO 210-LOAD-ONE-POSITION-EXIT
           END-WRITE.
           ADD 1 TO WS-INV-BASE-COUNT.
       210-LOAD-ONE-POSITION-EXIT.
           EXIT.

      *****************************************************************
      * 250-LOAD-YTD-BASE: PERCLOSE TAKES ITS SNAPSHOT JUST BEFORE IT *
      * ROLLS THE PERIOD BUCKETS TO ZERO, SO THEY ARE LOADED AS ZERO  *
      * HERE. A DECEMBER 31 PERIOD END IS THE YEAR END, AFTER WHICH   *
      * YTDRPT'S ROLLYEAR ZEROES THE YEAR BUCKETS TOO.                *
      *****************************************************************
       250-LOAD-YTD-BASE.
           OPEN INPUT YTDBASE-FILE.
           IF WS-YTDBASE-STATUS NOT = '00'
               DISPLAY 'FWDRECOV: CANNOT OPEN ' WS-YTDBASE-PATH
                   ' - THE YTD MASTER IS NOT REBUILT'
               MOVE 'N' TO WS-YTD-REBUILD-FLAG
               GO TO 250-LOAD-YTD-BASE-EXIT.
           OPEN OUTPUT RCV-YTD.
           MOVE 'N' TO WS-BASE-EOF-FLAG.
           PERFORM 260-LOAD-ONE-YTD
               THRU 260-LOAD-ONE-YTD-EXIT
               UNTIL BASE-EOF.
           CLOSE YTDBASE-FILE
                 RCV-YTD.
       250-LOAD-YTD-BASE-EXIT.
           EXIT.

       260-LOAD-ONE-YTD.
           READ YTDBASE-FILE
               AT END
                   MOVE 'Y' TO WS-BASE-EOF-FLAG
                   GO TO 260-LOAD-ONE-YTD-EXIT
           END-READ.
           MOVE YTDBASE-RECORD TO RYTD-RECORD.
           MOVE ZERO TO RYTD-PTD-QTY RYTD-PTD-AMT.
           IF WS-YTD-BASE-DATE (5:4) = '1231'
               MOVE ZERO TO RYTD-YTD-QTY RYTD-YTD-AMT.
           WRITE RYTD-RECORD
               INVALID KEY
                   DISPLAY 'WARNING: DUPLICATE KEY ON BASE - '
                       RYTD-ITEM-CODE ' SKIPPED'
                   GO TO 260-LOAD-ONE-YTD-EXIT
           END-WRITE.
           ADD 1 TO WS-YTD-BASE-COUNT.
       260-LOAD-ONE-YTD-EXIT.
           EXIT.

       280-EMIT-REPORT-LINE.
           WRITE REPORT-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
       280-EMIT-REPORT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 300-REPLAY-HISTORY: ONE PASS OVER TRANSHIST IN THE ORDER IT   *
      * WAS WRITTEN, WHICH IS THE ORDER THE MOVEMENTS POSTED. EACH    *
      * MOVEMENT DATED AFTER A MASTER'S BASE IS APPLIED TO THAT       *
      * MASTER'S REBUILD.                                             *
      *****************************************************************
       300-REPLAY-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF WS-TRANSHIST-STATUS NOT = '00'
               DISPLAY 'FWDRECOV: NO TRANSACTION HISTORY - THE BASES '
                   'ARE THE REBUILT MASTERS'
               GO TO 300-REPLAY-HISTORY-EXIT.
           OPEN I-O RCV-INVENTORY.
           IF YTD-REBUILT
               OPEN I-O RCV-YTD.
           MOVE SPACES TO RH-COLUMNS.
           MOVE SPACES TO TL-TEXT.
           STRING 'REPLAY BREAKS - REPLAYED ON-HAND DIFFERS FROM THE '
                   'ON-HAND HISTORY RECORDED (HISTORY TAKEN)'
                   DELIMITED BY SIZE INTO TL-TEXT.
           MOVE RH-BREAK-COLUMNS TO RH-COLUMNS.
           PERFORM 110-START-SECTION THRU 110-START-SECTION-EXIT.
           PERFORM 310-REPLAY-ONE-MOVEMENT
               THRU 310-REPLAY-ONE-MOVEMENT-EXIT
               UNTIL HIST-EOF.
           CLOSE HISTORY-FILE
                 RCV-INVENTORY.
           IF YTD-REBUILT
               CLOSE RCV-YTD.
           IF WS-BREAK-COUNT = ZERO
               MOVE 'NONE' TO TL-TEXT
               MOVE WS-TEXT-LINE TO REPORT-RECORD
               PERFORM 280-EMIT-REPORT-LINE
                   THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE SPACES TO RH-COLUMNS.
       300-REPLAY-HISTORY-EXIT.
           EXIT.

       310-REPLAY-ONE-MOVEMENT.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
                   GO TO 310-REPLAY-ONE-MOVEMENT-EXIT
           END-READ.
           ADD 1 TO WS-HIST-READ-COUNT.
           IF HIST-RUN-DATE > WS-INV-REPLAY-AFTER
               PERFORM 320-REPLAY-INVENTORY
                   THRU 320-REPLAY-INVENTORY-EXIT.
           IF YTD-REBUILT AND HIST-RUN-DATE > WS-YTD-REPLAY-AFTER
               PERFORM 350-REPLAY-YTD THRU 350-REPLAY-YTD-EXIT.
       310-REPLAY-ONE-MOVEMENT-EXIT.
           EXIT.

      *****************************************************************
      * 320-REPLAY-INVENTORY: POSTS ONE MOVEMENT TO ITS POSITION THE  *
      * WAY PROJ6 DID. STOCK ARRIVING - A RECEIPT, A QC RELEASE, THE  *
      * RECEIVING SIDE OF A TRANSFER - IS BLENDED INTO THE AVERAGE    *
      * COST AT THE COST HISTORY BOOKED IT AT, AND A RECEIPT RELIEVES *
      * ON-ORDER. A POSITION NOT YET ON THE REBUILD IS SEEDED FROM    *
      * ZERO, AS PROJ6 SEEDS ONE. THE RESULT IS PROVED AGAINST THE    *
      * ON-HAND THE POSTING RUN RECORDED.                             *
      *****************************************************************
       320-REPLAY-INVENTORY.
           MOVE HIST-ITEM-CODE TO RINV-ITEM-CODE.
           MOVE HIST-LOC-CODE TO RINV-LOC-CODE.
           MOVE 'N' TO WS-NEW-POSITION-FLAG.
           READ RCV-INVENTORY
               INVALID KEY
                   MOVE 'Y' TO WS-NEW-POSITION-FLAG
                   MOVE ZERO TO RINV-QTY-ON-HAND
                   MOVE ZERO TO RINV-REORDER-POINT
                   MOVE ZERO TO RINV-QTY-ON-ORDER
                   MOVE ZERO TO RINV-AVG-COST
           END-READ.
           MOVE HIST-SIGNED-QTY TO WS-MOVE-QTY.
           IF WS-MOVE-QTY > ZERO
               IF HIST-RECEIPT OR HIST-QC-RELEASE OR HIST-TRANSFER
                   PERFORM 330-BLEND-AVERAGE-COST
                       THRU 330-BLEND-AVERAGE-COST-EXIT.
           IF HIST-RECEIPT
               IF WS-MOVE-QTY > RINV-QTY-ON-ORDER
                   MOVE ZERO TO RINV-QTY-ON-ORDER
               ELSE
                   SUBTRACT WS-MOVE-QTY FROM RINV-QTY-ON-ORDER.
           ADD WS-MOVE-QTY TO RINV-QTY-ON-HAND.
           IF RINV-QTY-ON-HAND NOT = HIST-ON-HAND
               MOVE RINV-QTY-ON-HAND TO WS-REPLAYED-ON-HAND
               PERFORM 340-PRINT-REPLAY-BREAK
                   THRU 340-PRINT-REPLAY-BREAK-EXIT
               MOVE HIST-ON-HAND TO RINV-QTY-ON-HAND.
           IF NEW-POSITION
               WRITE RINV-RECORD
               ADD 1 TO WS-NEW-POSITION-COUNT
           ELSE
               REWRITE RINV-RECORD.
           ADD 1 TO WS-INV-REPLAY-COUNT.
       320-REPLAY-INVENTORY-EXIT.
           EXIT.

      *****************************************************************
      * 330-BLEND-AVERAGE-COST: PROJ6'S 246-BLEND-AVERAGE-COST - A    *
      * POSITION AT OR BELOW ZERO HAS NO COST WORTH AVERAGING IN, SO  *
      * THE ARRIVING STOCK SETS THE AVERAGE OUTRIGHT.                 *
      *****************************************************************
       330-BLEND-AVERAGE-COST.
           IF RINV-QTY-ON-HAND > ZERO
               MOVE RINV-QTY-ON-HAND TO WS-COST-BASE-QTY
           ELSE
               MOVE ZERO TO WS-COST-BASE-QTY.
           COMPUTE WS-COST-BASE-VALUE =
               WS-COST-BASE-QTY * RINV-AVG-COST
               + WS-MOVE-QTY * HIST-UNIT-COST.
           ADD WS-MOVE-QTY TO WS-COST-BASE-QTY.
           IF WS-COST-BASE-QTY > ZERO
               COMPUTE RINV-AVG-COST ROUNDED =
                   WS-COST-BASE-VALUE / WS-COST-BASE-QTY.
       330-BLEND-AVERAGE-COST-EXIT.
           EXIT.

       340-PRINT-REPLAY-BREAK.
           ADD 1 TO WS-BREAK-COUNT.
           MOVE HIST-ITEM-CODE TO BL-ITEM-CODE.
           MOVE HIST-LOC-CODE TO BL-LOC-CODE.
           STRING HIST-RUN-DATE (1:4) '-' HIST-RUN-DATE (5:2) '-'
                   HIST-RUN-DATE (7:2)
               DELIMITED BY SIZE INTO BL-DATE.
           MOVE HIST-TRANS-TYPE TO BL-TYPE.
           MOVE WS-MOVE-QTY TO BL-MOVEMENT.
           MOVE WS-REPLAYED-ON-HAND TO BL-REPLAYED.
           MOVE HIST-ON-HAND TO BL-HISTORY.
           MOVE WS-BREAK-LINE TO REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
       340-PRINT-REPLAY-BREAK-EXIT.
           EXIT.

      *****************************************************************
      * 350-REPLAY-YTD: PROJ6 POSTS ISSUES, RECEIPTS, CREDITS AND ITS *
      * OWN KEYED ADJUSTMENTS TO THE YTD BUCKETS, AT QUANTITY TIMES   *
      * PRICE, WITH A CREDIT NEGATIVE. TRANSFERS AND QC RELEASES NET  *
      * TO NOTHING THERE. A KEYED ADJUSTMENT ALWAYS TAKES STOCK OUT;  *
      * A COUNT GAIN PHYSCNT POSTED IS THE ONLY ADJUSTMENT THAT PUTS  *
      * STOCK BACK, AND PHYSCNT DOES NOT TOUCH THE YTD MASTER, SO     *
      * THOSE ARE LEFT OUT.                                           *
      *****************************************************************
       350-REPLAY-YTD.
           IF HIST-TRANSFER OR HIST-QC-RELEASE
               GO TO 350-REPLAY-YTD-EXIT.
           IF HIST-ADJUSTMENT AND HIST-SIGNED-QTY > ZERO
               GO TO 350-REPLAY-YTD-EXIT.
           IF NOT (HIST-ISSUE OR HIST-RECEIPT OR HIST-CREDIT
                   OR HIST-ADJUSTMENT)
               GO TO 350-REPLAY-YTD-EXIT.
           MOVE HIST-SIGNED-QTY TO WS-YTD-MOVE-QTY.
           IF WS-YTD-MOVE-QTY < ZERO
               COMPUTE WS-YTD-MOVE-QTY = ZERO - WS-YTD-MOVE-QTY.
           IF HIST-CREDIT
               COMPUTE WS-YTD-MOVE-QTY = ZERO - WS-YTD-MOVE-QTY.
           COMPUTE WS-YTD-MOVE-AMT = WS-YTD-MOVE-QTY * HIST-PRICE.
           MOVE HIST-ITEM-CODE TO RYTD-ITEM-CODE.
           READ RCV-YTD
               INVALID KEY
                   MOVE ZERO TO RYTD-PTD-QTY
                   MOVE ZERO TO RYTD-PTD-AMT
                   MOVE ZERO TO RYTD-YTD-QTY
                   MOVE ZERO TO RYTD-YTD-AMT
                   PERFORM 355-ACCUMULATE-YTD
                       THRU 355-ACCUMULATE-YTD-EXIT
                   WRITE RYTD-RECORD
               NOT INVALID KEY
                   PERFORM 355-ACCUMULATE-YTD
                       THRU 355-ACCUMULATE-YTD-EXIT
                   REWRITE RYTD-RECORD
           END-READ.
           ADD 1 TO WS-YTD-REPLAY-COUNT.
       350-REPLAY-YTD-EXIT.
           EXIT.

       355-ACCUMULATE-YTD.
           ADD WS-YTD-MOVE-QTY TO RYTD-PTD-QTY.
           ADD WS-YTD-MOVE-QTY TO RYTD-YTD-QTY.
           ADD WS-YTD-MOVE-AMT TO RYTD-PTD-AMT.
           ADD WS-YTD-MOVE-AMT TO RYTD-YTD-AMT.
       355-ACCUMULATE-YTD-EXIT.
           EXIT.

      *****************************************************************
      * 400-COMPARE-INVENTORY: MATCHES THE REBUILT AND LIVE MASTERS   *
      * IN KEY ORDER. A LIVE MASTER THAT WILL NOT OPEN, OR THAT STOPS *
      * READING PART WAY THROUGH, IS COMPARED AS FAR AS IT GOES - THE *
      * REST OF THE REBUILD THEN SHOWS AS NOT ON LIVE.                *
      *****************************************************************
       400-COMPARE-INVENTORY.
           MOVE 'INVENTORY MASTER - POSITIONS THAT DIFFER' TO TL-TEXT.
           MOVE RH-INV-COLUMNS TO RH-COLUMNS.
           PERFORM 110-START-SECTION THRU 110-START-SECTION-EXIT.
           MOVE RH-INV-COLUMNS-2 TO REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'Y' TO WS-LIVE-READABLE-FLAG.
           OPEN INPUT INVENTORY-MASTER.
           IF WS-INVENTORY-STATUS NOT = '00'
               MOVE 'N' TO WS-LIVE-READABLE-FLAG
               MOVE WS-INVENTORY-STATUS TO WS-LIVE-BAD-STATUS
               MOVE HIGH-VALUES TO WS-LIVE-KEY
               DISPLAY 'FWDRECOV: LIVE INVENTORY MASTER WILL NOT '
                   'OPEN - STATUS ' WS-INVENTORY-STATUS
           ELSE
               PERFORM 410-READ-LIVE-POSITION
                   THRU 410-READ-LIVE-POSITION-EXIT.
           OPEN INPUT RCV-INVENTORY.
           PERFORM 420-READ-RCV-POSITION
               THRU 420-READ-RCV-POSITION-EXIT.
           PERFORM 430-MATCH-ONE-POSITION
               THRU 430-MATCH-ONE-POSITION-EXIT
               UNTIL WS-LIVE-KEY = HIGH-VALUES
                   AND WS-RCV-KEY = HIGH-VALUES.
           IF WS-INVENTORY-STATUS NOT = '35'
               CLOSE INVENTORY-MASTER.
           CLOSE RCV-INVENTORY.
           IF NOT LIVE-READABLE
               MOVE SPACES TO TL-TEXT
               STRING 'LIVE INVENTORY MASTER UNREADABLE - STATUS '
                       WS-LIVE-BAD-STATUS ' - COMPARED AS FAR AS IT '
                       'WOULD READ'
                   DELIMITED BY SIZE INTO TL-TEXT
               MOVE WS-TEXT-LINE TO REPORT-RECORD
               PERFORM 280-EMIT-REPORT-LINE
                   THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE SPACES TO RH-COLUMNS.
       400-COMPARE-INVENTORY-EXIT.
           EXIT.

       410-READ-LIVE-POSITION.
           READ INVENTORY-MASTER NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-LIVE-KEY
                   GO TO 410-READ-LIVE-POSITION-EXIT
           END-READ.
           IF WS-INVENTORY-STATUS NOT = '00'
                   AND WS-INVENTORY-STATUS NOT = '02'
               MOVE 'N' TO WS-LIVE-READABLE-FLAG
               MOVE WS-INVENTORY-STATUS TO WS-LIVE-BAD-STATUS
               MOVE HIGH-VALUES TO WS-LIVE-KEY
               GO TO 410-READ-LIVE-POSITION-EXIT.
           MOVE INV-KEY TO WS-LIVE-KEY.
           ADD 1 TO WS-INV-LIVE-COUNT.
           ADD INV-QTY-ON-HAND TO WS-LIVE-ON-HAND-TOTAL.
           COMPUTE WS-LIVE-VALUE-TOTAL = WS-LIVE-VALUE-TOTAL
               + INV-QTY-ON-HAND * INV-AVG-COST.
       410-READ-LIVE-POSITION-EXIT.
           EXIT.

       420-READ-RCV-POSITION.
           READ RCV-INVENTORY NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-RCV-KEY
                   GO TO 420-READ-RCV-POSITION-EXIT
           END-READ.
           MOVE RINV-KEY TO WS-RCV-KEY.
           ADD 1 TO WS-INV-RCV-COUNT.
           ADD RINV-QTY-ON-HAND TO WS-RCV-ON-HAND-TOTAL.
           COMPUTE WS-RCV-VALUE-TOTAL = WS-RCV-VALUE-TOTAL
               + RINV-QTY-ON-HAND * RINV-AVG-COST.
       420-READ-RCV-POSITION-EXIT.
           EXIT.

       430-MATCH-ONE-POSITION.
           MOVE SPACES TO WS-INV-DIFF-LINE.
           IF WS-LIVE-KEY = WS-RCV-KEY
               IF INV-RECORD NOT = RINV-RECORD
                   MOVE 'DIFFERS' TO IL-CONDITION
                   PERFORM 440-FILL-LIVE-COLUMNS
                       THRU 440-FILL-LIVE-COLUMNS-EXIT
                   PERFORM 445-FILL-RCV-COLUMNS
                       THRU 445-FILL-RCV-COLUMNS-EXIT
                   PERFORM 450-PRINT-POSITION
                       THRU 450-PRINT-POSITION-EXIT
                   ADD 1 TO WS-INV-DIFF-COUNT
               END-IF
               PERFORM 410-READ-LIVE-POSITION
                   THRU 410-READ-LIVE-POSITION-EXIT
               PERFORM 420-READ-RCV-POSITION
                   THRU 420-READ-RCV-POSITION-EXIT
           ELSE IF WS-RCV-KEY < WS-LIVE-KEY
               MOVE 'NOT ON LIVE' TO IL-CONDITION
               PERFORM 445-FILL-RCV-COLUMNS
                   THRU 445-FILL-RCV-COLUMNS-EXIT
               PERFORM 450-PRINT-POSITION
                   THRU 450-PRINT-POSITION-EXIT
               ADD 1 TO WS-INV-ONLY-RCV-COUNT
               PERFORM 420-READ-RCV-POSITION
                   THRU 420-READ-RCV-POSITION-EXIT
           ELSE
               MOVE 'NOT REBUILT' TO IL-CONDITION
               PERFORM 440-FILL-LIVE-COLUMNS
                   THRU 440-FILL-LIVE-COLUMNS-EXIT
               PERFORM 450-PRINT-POSITION
                   THRU 450-PRINT-POSITION-EXIT
               ADD 1 TO WS-INV-ONLY-LIVE-COUNT
               PERFORM 410-READ-LIVE-POSITION
                   THRU 410-READ-LIVE-POSITION-EXIT.
       430-MATCH-ONE-POSITION-EXIT.
           EXIT.

       440-FILL-LIVE-COLUMNS.
           MOVE INV-ITEM-CODE TO IL-ITEM-CODE.
           MOVE INV-LOC-CODE TO IL-LOC-CODE.
           MOVE INV-QTY-ON-HAND TO IL-LIVE-ON-HAND.
           MOVE INV-AVG-COST TO IL-LIVE-COST.
           MOVE INV-QTY-ON-ORDER TO IL-LIVE-ON-ORDER.
       440-FILL-LIVE-COLUMNS-EXIT.
           EXIT.

       445-FILL-RCV-COLUMNS.
           MOVE RINV-ITEM-CODE TO IL-ITEM-CODE.
           MOVE RINV-LOC-CODE TO IL-LOC-CODE.
           MOVE RINV-QTY-ON-HAND TO IL-RCV-ON-HAND.
           MOVE RINV-AVG-COST TO IL-RCV-COST.
           MOVE RINV-QTY-ON-ORDER TO IL-RCV-ON-ORDER.
       445-FILL-RCV-COLUMNS-EXIT.
           EXIT.

       450-PRINT-POSITION.
           MOVE WS-INV-DIFF-LINE TO REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
       450-PRINT-POSITION-EXIT.
           EXIT.

      *****************************************************************
      * 500-COMPARE-YTD: THE SAME KEY-ORDER MATCH FOR THE YTD MASTER. *
      *****************************************************************
       500-COMPARE-YTD.
           MOVE 'YTD MASTER - ITEMS THAT DIFFER' TO TL-TEXT.
           MOVE RH-YTD-COLUMNS TO RH-COLUMNS.
           PERFORM 110-START-SECTION THRU 110-START-SECTION-EXIT.
           MOVE 'Y' TO WS-LIVE-READABLE-FLAG.
           OPEN INPUT YTD-MASTER.
           IF WS-YTDMAST-STATUS NOT = '00'
               MOVE 'N' TO WS-LIVE-READABLE-FLAG
               MOVE WS-YTDMAST-STATUS TO WS-LIVE-BAD-STATUS
               MOVE HIGH-VALUES TO WS-LIVE-KEY
               DISPLAY 'FWDRECOV: LIVE YTD MASTER WILL NOT OPEN - '
                   'STATUS ' WS-YTDMAST-STATUS
           ELSE
               PERFORM 510-READ-LIVE-YTD
                   THRU 510-READ-LIVE-YTD-EXIT.
           OPEN INPUT RCV-YTD.
           PERFORM 520-READ-RCV-YTD THRU 520-READ-RCV-YTD-EXIT.
           PERFORM 530-MATCH-ONE-YTD
               THRU 530-MATCH-ONE-YTD-EXIT
               UNTIL WS-LIVE-KEY = HIGH-VALUES
                   AND WS-RCV-KEY = HIGH-VALUES.
           IF WS-YTDMAST-STATUS NOT = '35'
               CLOSE YTD-MASTER.
           CLOSE RCV-YTD.
           IF NOT LIVE-READABLE
               MOVE SPACES TO TL-TEXT
               STRING 'LIVE YTD MASTER UNREADABLE - STATUS '
                       WS-LIVE-BAD-STATUS ' - COMPARED AS FAR AS IT '
                       'WOULD READ'
                   DELIMITED BY SIZE INTO TL-TEXT
               MOVE WS-TEXT-LINE TO REPORT-RECORD
               PERFORM 280-EMIT-REPORT-LINE
                   THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE SPACES TO RH-COLUMNS.
       500-COMPARE-YTD-EXIT.
           EXIT.

       510-READ-LIVE-YTD.
           READ YTD-MASTER NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-LIVE-KEY
                   GO TO 510-READ-LIVE-YTD-EXIT
           END-READ.
           IF WS-YTDMAST-STATUS NOT = '00'
                   AND WS-YTDMAST-STATUS NOT = '02'
               MOVE 'N' TO WS-LIVE-READABLE-FLAG
               MOVE WS-YTDMAST-STATUS TO WS-LIVE-BAD-STATUS
               MOVE HIGH-VALUES TO WS-LIVE-KEY
               GO TO 510-READ-LIVE-YTD-EXIT.
           MOVE YTD-ITEM-CODE TO WS-LIVE-KEY.
           ADD 1 TO WS-YTD-LIVE-COUNT.
           ADD YTD-PTD-AMT TO WS-LIVE-PTD-AMT-TOTAL.
           ADD YTD-YTD-AMT TO WS-LIVE-YTD-AMT-TOTAL.
       510-READ-LIVE-YTD-EXIT.
           EXIT.

       520-READ-RCV-YTD.
           READ RCV-YTD NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-RCV-KEY
                   GO TO 520-READ-RCV-YTD-EXIT
           END-READ.
           MOVE RYTD-ITEM-CODE TO WS-RCV-KEY.
           ADD 1 TO WS-YTD-RCV-COUNT.
           ADD RYTD-PTD-AMT TO WS-RCV-PTD-AMT-TOTAL.
           ADD RYTD-YTD-AMT TO WS-RCV-YTD-AMT-TOTAL.
       520-READ-RCV-YTD-EXIT.
           EXIT.

       530-MATCH-ONE-YTD.
           MOVE SPACES TO WS-YTD-DIFF-LINE.
           IF WS-LIVE-KEY = WS-RCV-KEY
               IF YTD-RECORD NOT = RYTD-RECORD
                   MOVE 'DIFFERS' TO YL-CONDITION
                   PERFORM 540-FILL-LIVE-YTD
                       THRU 540-FILL-LIVE-YTD-EXIT
                   PERFORM 545-FILL-RCV-YTD
                       THRU 545-FILL-RCV-YTD-EXIT
                   PERFORM 550-PRINT-YTD
                       THRU 550-PRINT-YTD-EXIT
                   ADD 1 TO WS-YTD-DIFF-COUNT
               END-IF
               PERFORM 510-READ-LIVE-YTD THRU 510-READ-LIVE-YTD-EXIT
               PERFORM 520-READ-RCV-YTD THRU 520-READ-RCV-YTD-EXIT
           ELSE IF WS-RCV-KEY < WS-LIVE-KEY
               MOVE 'NOT ON LIVE' TO YL-CONDITION
               PERFORM 545-FILL-RCV-YTD THRU 545-FILL-RCV-YTD-EXIT
               PERFORM 550-PRINT-YTD THRU 550-PRINT-YTD-EXIT
               ADD 1 TO WS-YTD-ONLY-RCV-COUNT
               PERFORM 520-READ-RCV-YTD THRU 520-READ-RCV-YTD-EXIT
           ELSE
               MOVE 'NOT REBUILT' TO YL-CONDITION
               PERFORM 540-FILL-LIVE-YTD THRU 540-FILL-LIVE-YTD-EXIT
               PERFORM 550-PRINT-YTD THRU 550-PRINT-YTD-EXIT
               ADD 1 TO WS-YTD-ONLY-LIVE-COUNT
               PERFORM 510-READ-LIVE-YTD THRU 510-READ-LIVE-YTD-EXIT.
       530-MATCH-ONE-YTD-EXIT.
           EXIT.

       540-FILL-LIVE-YTD.
           MOVE YTD-ITEM-CODE TO YL-ITEM-CODE.
           MOVE YTD-YTD-QTY TO YL-LIVE-YTD-QTY.
           MOVE YTD-PTD-AMT TO YL-LIVE-PTD-AMT.
           MOVE YTD-YTD-AMT TO YL-LIVE-YTD-AMT.
       540-FILL-LIVE-YTD-EXIT.
           EXIT.

       545-FILL-RCV-YTD.
           MOVE RYTD-ITEM-CODE TO YL-ITEM-CODE.
           MOVE RYTD-YTD-QTY TO YL-RCV-YTD-QTY.
           MOVE RYTD-PTD-AMT TO YL-RCV-PTD-AMT.
           MOVE RYTD-YTD-AMT TO YL-RCV-YTD-AMT.
       545-FILL-RCV-YTD-EXIT.
           EXIT.

       550-PRINT-YTD.
           MOVE WS-YTD-DIFF-LINE TO REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
       550-PRINT-YTD-EXIT.
           EXIT.

      *****************************************************************
      * 600-REPLACE-LIVE-MASTERS: ONLY ON A CONFIRMED CARD. EACH LIVE *
      * MASTER IS RECREATED FROM ITS REBUILD THE WAY INVRELD RELOADS  *
      * ONE - OPENED OUTPUT AND WRITTEN IN KEY ORDER. THE .RCV FILES  *
      * ARE LEFT IN PLACE AS THE RECORD OF WHAT WAS PUT BACK.         *
      *****************************************************************
       600-REPLACE-LIVE-MASTERS.
           OPEN INPUT RCV-INVENTORY.
           OPEN OUTPUT INVENTORY-MASTER.
           MOVE ZERO TO WS-COPIED-COUNT.
           MOVE 'N' TO WS-COPY-EOF-FLAG.
           PERFORM 610-COPY-ONE-POSITION
               THRU 610-COPY-ONE-POSITION-EXIT
               UNTIL COPY-EOF.
           CLOSE RCV-INVENTORY
                 INVENTORY-MASTER.
           MOVE SPACES TO TL-TEXT.
           STRING 'INVENTORY MASTER REPLACED FROM THE REBUILD'
                   DELIMITED BY SIZE INTO TL-TEXT.
           DISPLAY 'FWDRECOV: INVENTORY POSITIONS WRITTEN : '
               WS-COPIED-COUNT.
           MOVE WS-BLANK-LINE TO REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE WS-TEXT-LINE TO REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
           IF NOT YTD-REBUILT
               GO TO 600-REPLACE-LIVE-MASTERS-EXIT.
           OPEN INPUT RCV-YTD.
           OPEN OUTPUT YTD-MASTER.
           MOVE ZERO TO WS-COPIED-COUNT.
           MOVE 'N' TO WS-COPY-EOF-FLAG.
           PERFORM 620-COPY-ONE-YTD
               THRU 620-COPY-ONE-YTD-EXIT
               UNTIL COPY-EOF.
           CLOSE RCV-YTD
                 YTD-MASTER.
           DISPLAY 'FWDRECOV: YTD RECORDS WRITTEN         : '
               WS-COPIED-COUNT.
           MOVE 'YTD MASTER REPLACED FROM THE REBUILD' TO TL-TEXT.
           MOVE WS-TEXT-LINE TO REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
       600-REPLACE-LIVE-MASTERS-EXIT.
           EXIT.

       610-COPY-ONE-POSITION.
           READ RCV-INVENTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-FLAG
                   GO TO 610-COPY-ONE-POSITION-EXIT
           END-READ.
           MOVE RINV-RECORD TO INV-RECORD.
           WRITE INV-RECORD.
           ADD 1 TO WS-COPIED-COUNT.
       610-COPY-ONE-POSITION-EXIT.
           EXIT.

       620-COPY-ONE-YTD.
           READ RCV-YTD NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-FLAG
                   GO TO 620-COPY-ONE-YTD-EXIT
           END-READ.
           MOVE RYTD-RECORD TO YTD-RECORD.
           WRITE YTD-RECORD.
           ADD 1 TO WS-COPIED-COUNT.
       620-COPY-ONE-YTD-EXIT.
           EXIT.

      *****************************************************************
      * 800-WRITE-TOTALS: THE REPLAY COUNTS, EACH MASTER'S RECORD     *
      * COUNTS AND TOTALS LIVE AGAINST REBUILT, AND WHETHER THE LIVE  *
      * MASTERS WERE REPLACED.                                        *
      *****************************************************************
       800-WRITE-TOTALS.
           MOVE WS-BLANK-LINE TO REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'HISTORY RECORDS READ:         ' TO SL-LABEL.
           MOVE WS-HIST-READ-COUNT TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'REPLAYED TO INVENTORY:        ' TO SL-LABEL.
           MOVE WS-INV-REPLAY-COUNT TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'REPLAYED TO YTD:              ' TO SL-LABEL.
           MOVE WS-YTD-REPLAY-COUNT TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'REPLAY BREAKS:                ' TO SL-LABEL.
           MOVE WS-BREAK-COUNT TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE WS-BLANK-LINE TO REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'INVENTORY BASE POSITIONS:     ' TO SL-LABEL.
           MOVE WS-INV-BASE-COUNT TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'NEW POSITIONS FROM HISTORY:   ' TO SL-LABEL.
           MOVE WS-NEW-POSITION-COUNT TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'REBUILT POSITIONS:            ' TO SL-LABEL.
           MOVE WS-INV-RCV-COUNT TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'LIVE POSITIONS READ:          ' TO SL-LABEL.
           MOVE WS-INV-LIVE-COUNT TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'POSITIONS DIFFERING:          ' TO SL-LABEL.
           MOVE WS-INV-DIFF-COUNT TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'POSITIONS NOT ON LIVE:        ' TO SL-LABEL.
           MOVE WS-INV-ONLY-RCV-COUNT TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'POSITIONS NOT REBUILT:        ' TO SL-LABEL.
           MOVE WS-INV-ONLY-LIVE-COUNT TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'TOTAL ON HAND:                ' TO AL-LABEL.
           MOVE WS-LIVE-ON-HAND-TOTAL TO AL-LIVE-OUT.
           MOVE WS-RCV-ON-HAND-TOTAL TO AL-RCV-OUT.
           PERFORM 820-EMIT-AMOUNT-LINE
               THRU 820-EMIT-AMOUNT-LINE-EXIT.
           MOVE 'TOTAL STOCK VALUE:            ' TO AL-LABEL.
           MOVE WS-LIVE-VALUE-TOTAL TO AL-LIVE-OUT.
           MOVE WS-RCV-VALUE-TOTAL TO AL-RCV-OUT.
           PERFORM 820-EMIT-AMOUNT-LINE
               THRU 820-EMIT-AMOUNT-LINE-EXIT.
           IF YTD-REBUILT
               MOVE WS-BLANK-LINE TO REPORT-RECORD
               PERFORM 280-EMIT-REPORT-LINE
                   THRU 280-EMIT-REPORT-LINE-EXIT
               MOVE 'YTD BASE RECORDS:             ' TO SL-LABEL
               MOVE WS-YTD-BASE-COUNT TO SL-COUNT-OUT
               PERFORM 810-EMIT-SUMMARY-LINE
                   THRU 810-EMIT-SUMMARY-LINE-EXIT
               MOVE 'REBUILT YTD RECORDS:          ' TO SL-LABEL
               MOVE WS-YTD-RCV-COUNT TO SL-COUNT-OUT
               PERFORM 810-EMIT-SUMMARY-LINE
                   THRU 810-EMIT-SUMMARY-LINE-EXIT
               MOVE 'LIVE YTD RECORDS READ:        ' TO SL-LABEL
               MOVE WS-YTD-LIVE-COUNT TO SL-COUNT-OUT
               PERFORM 810-EMIT-SUMMARY-LINE
                   THRU 810-EMIT-SUMMARY-LINE-EXIT
               MOVE 'YTD RECORDS DIFFERING:        ' TO SL-LABEL
               MOVE WS-YTD-DIFF-COUNT TO SL-COUNT-OUT
               PERFORM 810-EMIT-SUMMARY-LINE
                   THRU 810-EMIT-SUMMARY-LINE-EXIT
               MOVE 'YTD RECORDS NOT ON LIVE:      ' TO SL-LABEL
               MOVE WS-YTD-ONLY-RCV-COUNT TO SL-COUNT-OUT
               PERFORM 810-EMIT-SUMMARY-LINE
                   THRU 810-EMIT-SUMMARY-LINE-EXIT
               MOVE 'YTD RECORDS NOT REBUILT:      ' TO SL-LABEL
               MOVE WS-YTD-ONLY-LIVE-COUNT TO SL-COUNT-OUT
               PERFORM 810-EMIT-SUMMARY-LINE
                   THRU 810-EMIT-SUMMARY-LINE-EXIT
               MOVE 'TOTAL PERIOD-TO-DATE AMOUNT:  ' TO AL-LABEL
               MOVE WS-LIVE-PTD-AMT-TOTAL TO AL-LIVE-OUT
               MOVE WS-RCV-PTD-AMT-TOTAL TO AL-RCV-OUT
               PERFORM 820-EMIT-AMOUNT-LINE
                   THRU 820-EMIT-AMOUNT-LINE-EXIT
               MOVE 'TOTAL YEAR-TO-DATE AMOUNT:    ' TO AL-LABEL
               MOVE WS-LIVE-YTD-AMT-TOTAL TO AL-LIVE-OUT
               MOVE WS-RCV-YTD-AMT-TOTAL TO AL-RCV-OUT
               PERFORM 820-EMIT-AMOUNT-LINE
                   THRU 820-EMIT-AMOUNT-LINE-EXIT.
           MOVE WS-BLANK-LINE TO REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE SPACES TO TL-TEXT.
           IF REPLACE-CONFIRMED
               MOVE 'LIVE MASTERS REPLACED FROM THE REBUILT FILES'
                   TO TL-TEXT
           ELSE
               STRING 'LIVE MASTERS NOT REPLACED - PUT REPLACE ON '
                       'FWDRECOV.PARM AND RERUN TO PUT THE REBUILD LIVE'
                       DELIMITED BY SIZE INTO TL-TEXT.
           MOVE WS-TEXT-LINE TO REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
       800-WRITE-TOTALS-EXIT.
           EXIT.

       810-EMIT-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
       810-EMIT-SUMMARY-LINE-EXIT.
           EXIT.

       820-EMIT-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
       820-EMIT-AMOUNT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 8200-PREVIOUS-DATE: STEPS WS-SCAN-DATE BACK ONE CALENDAR DAY, *
      * CROSSING MONTH AND YEAR BOUNDARIES AND GIVING FEBRUARY ITS    *
      * LEAP DAY WHEN THE YEAR HAS ONE - AS IN RETNMGR.               *
      *****************************************************************
       8200-PREVIOUS-DATE.
           IF WS-SCAN-DAY > 1
               SUBTRACT 1 FROM WS-SCAN-DAY
               GO TO 8200-PREVIOUS-DATE-EXIT.
           IF WS-SCAN-MONTH = 1
               SUBTRACT 1 FROM WS-SCAN-YEAR
               MOVE 12 TO WS-SCAN-MONTH
               MOVE 31 TO WS-SCAN-DAY
               GO TO 8200-PREVIOUS-DATE-EXIT.
           SUBTRACT 1 FROM WS-SCAN-MONTH.
           IF WS-SCAN-MONTH = 1 OR WS-SCAN-MONTH = 3
                   OR WS-SCAN-MONTH = 5 OR WS-SCAN-MONTH = 7
                   OR WS-SCAN-MONTH = 8 OR WS-SCAN-MONTH = 10
               MOVE 31 TO WS-SCAN-DAY
               GO TO 8200-PREVIOUS-DATE-EXIT.
           IF WS-SCAN-MONTH = 4 OR WS-SCAN-MONTH = 6
                   OR WS-SCAN-MONTH = 9 OR WS-SCAN-MONTH = 11
               MOVE 30 TO WS-SCAN-DAY
               GO TO 8200-PREVIOUS-DATE-EXIT.
           PERFORM 8210-CHECK-LEAP-YEAR
               THRU 8210-CHECK-LEAP-YEAR-EXIT.
           IF SCAN-LEAP-YEAR
               MOVE 29 TO WS-SCAN-DAY
           ELSE
               MOVE 28 TO WS-SCAN-DAY.
       8200-PREVIOUS-DATE-EXIT.
           EXIT.

       8210-CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-FLAG.
           DIVIDE WS-SCAN-YEAR BY 4 GIVING WS-LEAP-WORK
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 'Y' TO WS-LEAP-FLAG.
           DIVIDE WS-SCAN-YEAR BY 100 GIVING WS-LEAP-WORK
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 'N' TO WS-LEAP-FLAG.
           DIVIDE WS-SCAN-YEAR BY 400 GIVING WS-LEAP-WORK
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 'Y' TO WS-LEAP-FLAG.
       8210-CHECK-LEAP-YEAR-EXIT.
           EXIT.
