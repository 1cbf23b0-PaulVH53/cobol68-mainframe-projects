      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(CATIMPRT)                       *
      * PURPOSE: SUPPLIER CATALOG IMPORT. TAKES A VENDOR'S CATALOG    *
      * AND PRICE LIST (data/CATALOG), WHICH ARRIVES IN THE STANDARD  *
      * INTERFACE ENVELOPE, AND COMPARES EVERY LINE WITH THE ITEM     *
      * MASTER, THE PRICE MASTER AND THE ITEM-TO-VENDOR CROSS-        *
      * REFERENCE. THE DIFFERENCES REPORT SHOWS NEW ITEMS, CHANGED    *
      * DESCRIPTIONS, UNITS THAT DISAGREE, PRICE RISES AND FALLS      *
      * BEYOND THE THRESHOLD, ITEMS NEW TO THIS VENDOR, AND ITEMS THE *
      * VENDOR HAS DROPPED. WHAT CAN BE KEYED AS MAINTENANCE IS       *
      * WRITTEN OUT AS PROPOSED TRANSACTIONS - CATALOG.ITEMMAINT IN   *
      * PROJ2'S ITEMMAINT LAYOUT AND CATALOG.PRICEMAINT IN PRICMNT'S  *
      * PRICEMAINT LAYOUT - FOR SOMEONE TO REVIEW. NO MASTER IS       *
      * TOUCHED HERE: THE PROPOSALS REACH THE MASTERS ONLY WHEN THEY  *
      * ARE PUT THROUGH PROJ2 AND PRICMNT IN THE NORMAL WAY. A FILE   *
      * WHOSE ENVELOPE DOES NOT PROVE IS REFUSED WHOLE.               *
      *                                                               *
      * THE HEADER'S SOURCE FIELD CARRIES THE VENDOR CODE THE         *
      * CATALOG CAME FROM. THE TRAILER HASH IS THE SUM OF THE QUOTED  *
      * PRICES OVER THE LINES.                                        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATIMPRT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * THIS PROGRAM WORKS THE SAME DATA DIRECTORY AS PROJ6, SO IT    *
      * RESOLVES ITS PATHS THROUGH THE SAME PROJ6_DATA_DIR            *
      * ENVIRONMENT VARIABLE - SEE 005-RESOLVE-DATA-PATHS.            *
      *****************************************************************
           SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT PRICEMAST-FILE ASSIGN DYNAMIC WS-PRICEMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PRICEMAST-STATUS.
           SELECT ITEMVEND-FILE ASSIGN DYNAMIC WS-ITEMVEND-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEMVEND-STATUS.
      *****************************************************************
      * ITEMMAST-FILE: PROJ2'S ITEM MASTER, FOUND THE SAME WAY PROJ6  *
      * FINDS IT (PROJ6_ITEMMAST_PATH).                               *
      *****************************************************************
           SELECT ITEMMAST-FILE ASSIGN DYNAMIC WS-ITEMMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
           SELECT PROP-ITEM-FILE ASSIGN DYNAMIC WS-PROP-ITEM-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROP-PRICE-FILE ASSIGN DYNAMIC WS-PROP-PRICE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIFF-REPORT-FILE ASSIGN DYNAMIC WS-DIFF-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * CATALOG-FILE: ONE RECORD PER CATALOG LINE - THE VENDOR'S OWN  *
      * ITEM NUMBER, OUR ITEM CODE, THE DESCRIPTION, THE UNIT OF      *
      * MEASURE AND THE QUOTED PRICE - INSIDE A HEADER AND A TRAILER  *
      * IN THE SAME ENVELOPE LAYOUT AS PROJ6'S EXT-ENVELOPE-RECORD.   *
      *****************************************************************
       FD  CATALOG-FILE
           RECORDING MODE IS F.

       01  CT-RECORD.
           05  CT-VENDOR-ITEM        PIC X(15).
           05  CT-ITEM-CODE          PIC X(10).
           05  CT-ITEM-DESC          PIC X(20).
           05  CT-UOM                PIC X(03).
           05  CT-PRICE              PIC 9(05)V99.

       01  CT-ENVELOPE-RECORD.
           05  CTE-RECORD-ID         PIC X(08).
           05  CTE-RUN-DATE          PIC X(08).
           05  CTE-SOURCE-PROGRAM    PIC X(08).
           05  CTE-RECORD-COUNT      PIC 9(07).
           05  CTE-HASH-TOTAL        PIC S9(13)V99
                                     SIGN IS TRAILING SEPARATE.

      *****************************************************************
      * PRICEMAST-FILE: SAME LAYOUT AS PRICMNT'S PM-RECORD - THE      *
      * INDEXED PRICE MASTER, KEYED ON ITEM CODE PLUS EFFECTIVE DATE. *
      *****************************************************************
       FD  PRICEMAST-FILE
           RECORD CONTAINS 25 CHARACTERS.

       01  PM-RECORD.
           05  PM-KEY.
               10  PM-ITEM-CODE     PIC X(10).
               10  PM-EFF-DATE      PIC X(08).
           05  PM-PRICE             PIC 9(05)V99.

      *****************************************************************
      * ITEMVEND-FILE: SAME LAYOUT AS POGEN'S IV-RECORD.              *
      *****************************************************************
       FD  ITEMVEND-FILE
           RECORDING MODE IS F.

       01  IV-RECORD.
           05  IV-ITEM-CODE         PIC X(10).
           05  IV-VENDOR-CODE       PIC X(05).
           05  IV-UNIT-COST         PIC 9(05)V99.
           05  IV-PREFERRED-FLAG    PIC X(01).

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
      * PROP-ITEM-FILE: PROPOSED ITEM MAINTENANCE, SAME LAYOUT AS     *
      * PROJ2'S MT-RECORD. A NEW ITEM IS PROPOSED WITH NO CLASS -     *
      * THE REVIEWER ASSIGNS ONE BEFORE IT GOES THROUGH PROJ2.        *
      *****************************************************************
       FD  PROP-ITEM-FILE
           RECORDING MODE IS F.

       01  MT-RECORD.
           05  MT-ACTION            PIC X(01).
           05  MT-ITEM-CODE         PIC X(10).
           05  MT-ITEM-DESC         PIC X(20).
           05  MT-NEW-STATUS        PIC X(01).
           05  MT-CLASS             PIC X(04).
           05  MT-UOM               PIC X(03).
           05  MT-SUCCESSOR         PIC X(10).

      *****************************************************************
      * PROP-PRICE-FILE: PROPOSED PRICE MAINTENANCE, SAME LAYOUT AS   *
      * PRICMNT'S PT-RECORD.                                          *
      *****************************************************************
       FD  PROP-PRICE-FILE
           RECORDING MODE IS F.

       01  PT-RECORD.
           05  PT-ACTION            PIC X(01).
           05  PT-ITEM-CODE         PIC X(10).
           05  PT-NEW-PRICE         PIC 9(05)V99.
           05  PT-RANGE-HIGH        PIC X(10).
           05  PT-PERCENT-SIGN      PIC X(01).
           05  PT-PERCENT-X         PIC X(04).
           05  PT-EFF-DATE          PIC X(08).

       FD  DIFF-REPORT-FILE
           RECORDING MODE IS F.

       01  DIFF-REPORT-RECORD        PIC X(132).

      *****************************************************************
      * PARM-FILE: PARM-PRICE-TOL-PCT IS HOW FAR, AS A WHOLE          *
      * PERCENTAGE, A QUOTED PRICE MAY MOVE FROM THE PRICE IN FORCE   *
      * BEFORE IT IS REPORTED AND PROPOSED; PARM-EFF-DATE IS THE DATE *
      * PROPOSED PRICES COME INTO FORCE. A BLANK FIELD OR A MISSING   *
      * CARD KEEPS THE STANDING THRESHOLD AND THE RUN DATE.           *
      *****************************************************************
       FD  PARM-FILE
           RECORDING MODE IS F.

       01  PARM-RECORD.
           05  PARM-PRICE-TOL-PCT    PIC X(03).
           05  PARM-EFF-DATE         PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CATALOG-STATUS     PIC XX.
           05  WS-PRICEMAST-STATUS   PIC XX.
           05  WS-ITEMVEND-STATUS    PIC XX.
           05  WS-ITEMMAST-STATUS    PIC XX.
           05  WS-PARM-FILE-STATUS   PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-CATALOG-EOF-FLAG   PIC X          VALUE 'N'.
               88  CATALOG-EOF       VALUE 'Y'.
           05  WS-PRICEMAST-OPEN-FLAG PIC X         VALUE 'N'.
               88  PRICEMAST-OPEN    VALUE 'Y'.
           05  WS-PRICE-WALK-END-FLAG PIC X         VALUE 'N'.
               88  PRICE-WALK-END    VALUE 'Y'.
           05  WS-ITEMVEND-EOF-FLAG  PIC X          VALUE 'N'.
               88  ITEMVEND-EOF      VALUE 'Y'.
           05  WS-HEADER-SEEN-FLAG   PIC X          VALUE 'N'.
               88  HEADER-SEEN       VALUE 'Y'.
           05  WS-TRAILER-SEEN-FLAG  PIC X          VALUE 'N'.
               88  TRAILER-SEEN      VALUE 'Y'.
           05  WS-ENVELOPE-OK-FLAG   PIC X          VALUE 'Y'.
               88  ENVELOPE-OK       VALUE 'Y'.
           05  WS-CATALOG-FOUND-FLAG PIC X          VALUE 'Y'.
               88  CATALOG-SUPPLIED  VALUE 'Y'.
           05  WS-ITEM-FOUND-FLAG    PIC X          VALUE 'N'.
               88  ITEM-ON-MASTER    VALUE 'Y'.
           05  WS-PRICE-FOUND-FLAG   PIC X          VALUE 'N'.
               88  PRICE-IN-FORCE    VALUE 'Y'.
           05  WS-SAME-DATE-FLAG     PIC X          VALUE 'N'.
               88  PRICE-ON-EFF-DATE VALUE 'Y'.
           05  WS-XREF-FOUND-FLAG    PIC X          VALUE 'N'.
               88  XREF-FOUND        VALUE 'Y'.

       77  WS-LINES-READ             PIC 9(07) COMP VALUE ZERO.
       77  WS-NEW-ITEM-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-DESC-CHANGE-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  WS-UOM-DIFF-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-PRICE-UP-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-PRICE-DOWN-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-NEW-PRICE-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-WITHIN-TOL-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-NEW-TO-VENDOR-COUNT    PIC 9(07) COMP VALUE ZERO.
       77  WS-DROPPED-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-NO-CODE-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-DISC-ITEM-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-PROP-ITEM-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-PROP-PRICE-COUNT       PIC 9(07) COMP VALUE ZERO.

      *****************************************************************
      * WS-TOLERANCE-FIELDS: THE STANDING PRICE THRESHOLD - A QUOTED  *
      * PRICE WITHIN 5 PER CENT OF THE PRICE IN FORCE IS LEFT ALONE.  *
      * THE PARAMETER CARD OVERRIDES IT.                              *
      *****************************************************************
       01  WS-TOLERANCE-FIELDS.
           05  WS-PRICE-TOL-PCT      PIC 9(03)      VALUE 5.
           05  WS-EFF-DATE           PIC X(08)      VALUE SPACES.

      *****************************************************************
      * WS-ENVELOPE-FIELDS: WHAT THE CATALOG'S TRAILER CLAIMS AND     *
      * WHAT WAS ACTUALLY FOUND BETWEEN THE HEADER AND TRAILER.       *
      *****************************************************************
       01  WS-ENVELOPE-FIELDS.
           05  WS-CAT-VENDOR         PIC X(05)      VALUE SPACES.
           05  WS-CAT-RUN-DATE       PIC X(08)      VALUE SPACES.
           05  WS-TRAILER-COUNT      PIC 9(07)      VALUE ZERO.
           05  WS-TRAILER-HASH       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FOUND-COUNT        PIC 9(07)      VALUE ZERO.
           05  WS-FOUND-HASH         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-REFUSE-REASON      PIC X(40)      VALUE SPACES.

      *****************************************************************
      * WS-XREF-TABLE: THE ITEM-TO-VENDOR CROSS-REFERENCE. WS-XREF-   *
      * SEEN MARKS THIS VENDOR'S ENTRIES THE CATALOG STILL CARRIES -  *
      * THE ONES LEFT UNMARKED AT THE END ARE THE ITEMS DROPPED.      *
      *****************************************************************
       01  WS-XREF-TABLE.
           05  WS-XREF-COUNT        PIC 9(05) COMP VALUE ZERO.
           05  WS-XREF-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-XREF-COUNT
                       INDEXED BY WS-XREF-IDX.
               10  WS-XREF-ITEM-CODE   PIC X(10).
               10  WS-XREF-VENDOR-CODE PIC X(05).
               10  WS-XREF-UNIT-COST   PIC 9(05)V99.
               10  WS-XREF-SEEN        PIC X(01).
                   88  XREF-SEEN       VALUE 'Y'.

      *****************************************************************
      * WS-COMPARE-FIELDS: THE WORKING FIGURES FOR ONE CATALOG LINE.  *
      *****************************************************************
       01  WS-COMPARE-FIELDS.
           05  WS-OLD-PRICE          PIC 9(05)V99   VALUE ZERO.
           05  WS-PCT-CHANGE         PIC S9(05)V9 COMP-3 VALUE ZERO.
           05  WS-PRICE-EDIT         PIC ZZ,ZZ9.99.
           05  WS-DIFFERENCE         PIC X(20)      VALUE SPACES.
           05  WS-ON-FILE            PIC X(20)      VALUE SPACES.
           05  WS-IN-CATALOG         PIC X(20)      VALUE SPACES.
           05  WS-PROPOSAL           PIC X(12)      VALUE SPACES.
           05  WS-PCT-SHOWN-FLAG     PIC X          VALUE 'N'.
               88  PCT-SHOWN         VALUE 'Y'.
           05  WS-XREF-SUB           PIC 9(05) COMP VALUE ZERO.
           05  WS-VENDORS-FOR-ITEM   PIC 9(05) COMP VALUE ZERO.
           05  WS-DROP-ITEM-CODE     PIC X(10)      VALUE SPACES.

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
           05  WS-CATALOG-PATH       PIC X(80) VALUE SPACES.
           05  WS-PRICEMAST-PATH     PIC X(80) VALUE SPACES.
           05  WS-ITEMVEND-PATH      PIC X(80) VALUE SPACES.
           05  WS-ITEMMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-PROP-ITEM-PATH     PIC X(80) VALUE SPACES.
           05  WS-PROP-PRICE-PATH    PIC X(80) VALUE SPACES.
           05  WS-DIFF-RPT-PATH      PIC X(80) VALUE SPACES.
           05  WS-PARM-PATH          PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- CATALOG DIFFERENCES REPORT ---        '.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RUN DATE: '.
               10  RH-DATE-OUT     PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  RH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(40)     VALUE SPACES.
           05  RH-VENDOR.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE 'VENDOR: '.
               10  RH-VENDOR-OUT   PIC X(05).
               10  FILLER          PIC X(4)      VALUE SPACES.
               10  FILLER          PIC X(14)     VALUE
                   'CATALOG DATED '.
               10  RH-CAT-DATE-OUT PIC X(08).
               10  FILLER          PIC X(4)      VALUE SPACES.
               10  FILLER          PIC X(18)     VALUE
                   'PRICE THRESHOLD: '.
               10  RH-TOL-OUT      PIC ZZ9.
               10  FILLER          PIC X(1)      VALUE '%'.
               10  FILLER          PIC X(62)     VALUE SPACES.
           05  RH-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(15)     VALUE 'VENDOR ITEM'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'ITEM CODE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(20)     VALUE 'DIFFERENCE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(20)     VALUE 'ON FILE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(20)     VALUE 'IN CATALOG'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(7)      VALUE ' CHG %'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(12)     VALUE 'PROPOSED'.
               10  FILLER          PIC X(11)     VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-VENDOR-ITEM      PIC X(15).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-ITEM-CODE        PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-DIFFERENCE       PIC X(20).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-ON-FILE          PIC X(20).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-IN-CATALOG       PIC X(20).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-PCT-CHANGE       PIC -ZZZ9.9.
           05  DL-PCT-BLANK        REDEFINES DL-PCT-CHANGE
                                   PIC X(07).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-PROPOSAL         PIC X(12).
           05  FILLER              PIC X(11)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-LABEL            PIC X(30).
           05  SL-COUNT-OUT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(90)     VALUE SPACES.

       01  WS-REFUSED-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  FILLER              PIC X(38)     VALUE
               '*** CATALOG FILE REFUSED - ENVELOPE: '.
           05  RL-REASON           PIC X(40).
           05  FILLER              PIC X(49)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'CATIMPRT: SUPPLIER CATALOG IMPORT'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-READ-PARM-CARD
               THRU 060-READ-PARM-CARD-EXIT.
           STRING WS-RUN-DATE-TEXT (1:4) '-' WS-RUN-DATE-TEXT (5:2)
                   '-' WS-RUN-DATE-TEXT (7:2)
               INTO WS-RUN-DATE-DISPLAY.
           PERFORM 150-PROVE-ENVELOPE THRU 150-PROVE-ENVELOPE-EXIT.
           OPEN OUTPUT DIFF-REPORT-FILE.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           IF NOT CATALOG-SUPPLIED
               DISPLAY 'NO CATALOG FILE SUPPLIED - NOTHING TO COMPARE'
               PERFORM 400-WRITE-TOTALS THRU 400-WRITE-TOTALS-EXIT
               CLOSE DIFF-REPORT-FILE
               GOBACK.
           IF NOT ENVELOPE-OK
               MOVE WS-REFUSE-REASON TO RL-REASON
               MOVE WS-REFUSED-LINE TO DIFF-REPORT-RECORD
               PERFORM 280-EMIT-REPORT-LINE
                   THRU 280-EMIT-REPORT-LINE-EXIT
               CLOSE DIFF-REPORT-FILE
               DISPLAY 'CATIMPRT ABEND - CATALOG FILE REFUSED - '
                   WS-REFUSE-REASON
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN INPUT ITEMMAST-FILE.
           IF WS-ITEMMAST-STATUS NOT = '00'
               DISPLAY 'CATIMPRT ABEND - CANNOT OPEN ITEM MASTER - '
                   'STATUS ' WS-ITEMMAST-STATUS
               CLOSE DIFF-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK.
           PERFORM 040-OPEN-PRICES THRU 040-OPEN-PRICES-EXIT.
           PERFORM 045-LOAD-ITEMVEND-XREF
               THRU 045-LOAD-ITEMVEND-XREF-EXIT.
           OPEN OUTPUT PROP-ITEM-FILE
                       PROP-PRICE-FILE.
           MOVE 'N' TO WS-CATALOG-EOF-FLAG.
           OPEN INPUT CATALOG-FILE.
           PERFORM 200-READ-ONE-CATALOG-LINE
               UNTIL CATALOG-EOF.
           CLOSE CATALOG-FILE
                 ITEMMAST-FILE.
           IF PRICEMAST-OPEN
               CLOSE PRICEMAST-FILE.
           MOVE ZERO TO WS-XREF-SUB.
           PERFORM 300-CHECK-ONE-DROPPED
               THRU 300-CHECK-ONE-DROPPED-EXIT
               WS-XREF-COUNT TIMES.
           CLOSE PROP-ITEM-FILE
                 PROP-PRICE-FILE.
           PERFORM 400-WRITE-TOTALS THRU 400-WRITE-TOTALS-EXIT.
           CLOSE DIFF-REPORT-FILE.

           DISPLAY 'CATIMPRT: CATALOG LINES READ  : ' WS-LINES-READ.
           DISPLAY 'CATIMPRT: ITEM PROPOSALS      : '
               WS-PROP-ITEM-COUNT.
           DISPLAY 'CATIMPRT: PRICE PROPOSALS     : '
               WS-PROP-PRICE-COUNT.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'CATIMPRT: CATALOG IMPORT RUN ENDED'.
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
                   '/CATALOG' DELIMITED BY SIZE
               INTO WS-CATALOG-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PRICEMAST.IDX' DELIMITED BY SIZE
               INTO WS-PRICEMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/ITEMVEND' DELIMITED BY SIZE
               INTO WS-ITEMVEND-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/CATALOG.ITEMMAINT' DELIMITED BY SIZE
               INTO WS-PROP-ITEM-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/CATALOG.PRICEMAINT' DELIMITED BY SIZE
               INTO WS-PROP-PRICE-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/CATDIFF.REPORT' DELIMITED BY SIZE
               INTO WS-DIFF-RPT-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/CATIMPRT.PARM' DELIMITED BY SIZE
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
      * 040-OPEN-PRICES: OPENS THE INDEXED PRICE MASTER FOR KEYED     *
      * LOOKUPS IN 225-FIND-PRICE-IN-FORCE. NO PRICE MASTER MEANS NO  *
      * ITEM HAS A PRICE IN FORCE - EVERY QUOTED PRICE IS PROPOSED AS *
      * A NEW ONE.                                                    *
      *****************************************************************
       040-OPEN-PRICES.
           OPEN INPUT PRICEMAST-FILE.
           IF WS-PRICEMAST-STATUS NOT = '00'
               DISPLAY 'NO PRICE MASTER FOUND - ALL PRICES PROPOSED '
                   'AS NEW'
               GO TO 040-OPEN-PRICES-EXIT.
           MOVE 'Y' TO WS-PRICEMAST-OPEN-FLAG.
       040-OPEN-PRICES-EXIT.
           EXIT.

      *****************************************************************
      * 045-LOAD-ITEMVEND-XREF: LOADS THE ITEM-TO-VENDOR CROSS-       *
      * REFERENCE. NO FILE MEANS THE VENDOR SUPPLIES NOTHING YET -    *
      * EVERY LINE IS NEW TO THE VENDOR AND NOTHING CAN BE DROPPED.   *
      *****************************************************************
       045-LOAD-ITEMVEND-XREF.
           OPEN INPUT ITEMVEND-FILE.
           IF WS-ITEMVEND-STATUS NOT = '00'
               DISPLAY 'NO ITEMVEND FILE FOUND - NO VENDOR ITEMS ON '
                   'FILE'
               GO TO 045-LOAD-ITEMVEND-XREF-EXIT.
           PERFORM 046-LOAD-ONE-XREF
               THRU 046-LOAD-ONE-XREF-EXIT
               UNTIL ITEMVEND-EOF.
           CLOSE ITEMVEND-FILE.
       045-LOAD-ITEMVEND-XREF-EXIT.
           EXIT.

       046-LOAD-ONE-XREF.
           READ ITEMVEND-FILE
               AT END
                   MOVE 'Y' TO WS-ITEMVEND-EOF-FLAG
                   GO TO 046-LOAD-ONE-XREF-EXIT
           END-READ.
           IF WS-XREF-COUNT NOT < 500
               DISPLAY 'WARNING: ITEMVEND TABLE FULL - '
                   IV-ITEM-CODE ' NOT LOADED'
               GO TO 046-LOAD-ONE-XREF-EXIT.
           ADD 1 TO WS-XREF-COUNT.
           MOVE IV-ITEM-CODE TO WS-XREF-ITEM-CODE (WS-XREF-COUNT).
           MOVE IV-VENDOR-CODE TO WS-XREF-VENDOR-CODE (WS-XREF-COUNT).
           IF IV-UNIT-COST IS NUMERIC
               MOVE IV-UNIT-COST TO WS-XREF-UNIT-COST (WS-XREF-COUNT)
           ELSE
               MOVE ZERO TO WS-XREF-UNIT-COST (WS-XREF-COUNT).
           MOVE 'N' TO WS-XREF-SEEN (WS-XREF-COUNT).
       046-LOAD-ONE-XREF-EXIT.
           EXIT.

      *****************************************************************
      * 060-READ-PARM-CARD: THE RUN DATE IS TODAY, OR A CHAINED RUN'S *
      * RUN_DATE. THE PRICE THRESHOLD IS THE STANDING ONE AND         *
      * PROPOSED PRICES TAKE EFFECT ON THE RUN DATE UNLESS THE CARD   *
      * SAYS OTHERWISE.                                               *
      *****************************************************************
       060-READ-PARM-CARD.
           ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD.
           ACCEPT WS-CHAIN-RUN-DATE FROM ENVIRONMENT 'RUN_DATE'.
           IF WS-CHAIN-RUN-DATE NOT = SPACES
               MOVE WS-CHAIN-RUN-DATE TO WS-RUN-DATE-TEXT.
           MOVE WS-RUN-DATE-TEXT TO WS-EFF-DATE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'NO PARAMETER CARD SUPPLIED - STANDING '
                   'THRESHOLD'
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY 'PARAMETER CARD FILE IS EMPTY - '
                           'STANDING THRESHOLD'
                   NOT AT END
                       IF PARM-PRICE-TOL-PCT IS NUMERIC
                           MOVE PARM-PRICE-TOL-PCT
                               TO WS-PRICE-TOL-PCT
                       END-IF
                       IF PARM-EFF-DATE IS NUMERIC
                           MOVE PARM-EFF-DATE TO WS-EFF-DATE
                       END-IF
               END-READ
               CLOSE PARM-FILE.
           DISPLAY 'CATIMPRT: PRICE THRESHOLD %   : '
               WS-PRICE-TOL-PCT.
           DISPLAY 'CATIMPRT: PRICES EFFECTIVE    : ' WS-EFF-DATE.
       060-READ-PARM-CARD-EXIT.
           EXIT.

       100-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-PAGE-NUM TO RH-PAGE-OUT.
           MOVE WS-RUN-DATE-DISPLAY TO RH-DATE-OUT.
           MOVE WS-CAT-VENDOR TO RH-VENDOR-OUT.
           MOVE WS-CAT-RUN-DATE TO RH-CAT-DATE-OUT.
           MOVE WS-PRICE-TOL-PCT TO RH-TOL-OUT.
           IF WS-PAGE-NUM > 1
               MOVE WS-BLANK-LINE TO DIFF-REPORT-RECORD
               WRITE DIFF-REPORT-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO DIFF-REPORT-RECORD.
           WRITE DIFF-REPORT-RECORD.
           MOVE RH-VENDOR TO DIFF-REPORT-RECORD.
           WRITE DIFF-REPORT-RECORD.
           MOVE RH-COLUMNS TO DIFF-REPORT-RECORD.
           WRITE DIFF-REPORT-RECORD.
           MOVE WS-BLANK-LINE TO DIFF-REPORT-RECORD.
           WRITE DIFF-REPORT-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       100-WRITE-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 150-PROVE-ENVELOPE: A FIRST PASS OVER THE CATALOG THAT CHECKS *
      * THE ENVELOPE BEFORE A SINGLE LINE IS COMPARED - THE SAME      *
      * PROOF INVMATCH APPLIES TO THE INVOICE FILE. THE HEADER MUST   *
      * NAME THE VENDOR. NO CATALOG AT ALL IS A RUN WITH NOTHING TO   *
      * DO.                                                           *
      *****************************************************************
       150-PROVE-ENVELOPE.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = '00'
               MOVE 'N' TO WS-CATALOG-FOUND-FLAG
               GO TO 150-PROVE-ENVELOPE-EXIT.
           PERFORM 155-PROVE-ONE-RECORD
               THRU 155-PROVE-ONE-RECORD-EXIT
               UNTIL CATALOG-EOF OR NOT ENVELOPE-OK.
           CLOSE CATALOG-FILE.
           IF NOT ENVELOPE-OK
               GO TO 150-PROVE-ENVELOPE-EXIT.
           IF NOT HEADER-SEEN
               MOVE 'N' TO WS-ENVELOPE-OK-FLAG
               MOVE 'NO HEADER RECORD' TO WS-REFUSE-REASON
           ELSE IF NOT TRAILER-SEEN
               MOVE 'N' TO WS-ENVELOPE-OK-FLAG
               MOVE 'NO TRAILER RECORD' TO WS-REFUSE-REASON
           ELSE IF WS-CAT-VENDOR = SPACES
               MOVE 'N' TO WS-ENVELOPE-OK-FLAG
               MOVE 'HEADER NAMES NO VENDOR' TO WS-REFUSE-REASON
           ELSE IF WS-TRAILER-COUNT NOT = WS-FOUND-COUNT
               MOVE 'N' TO WS-ENVELOPE-OK-FLAG
               MOVE 'TRAILER COUNT DOES NOT AGREE'
                   TO WS-REFUSE-REASON
           ELSE IF WS-TRAILER-HASH NOT = WS-FOUND-HASH
               MOVE 'N' TO WS-ENVELOPE-OK-FLAG
               MOVE 'TRAILER HASH TOTAL DOES NOT AGREE'
                   TO WS-REFUSE-REASON.
           DISPLAY 'CATIMPRT: CATALOG FROM VENDOR ' WS-CAT-VENDOR
               ' DATED ' WS-CAT-RUN-DATE.
       150-PROVE-ENVELOPE-EXIT.
           EXIT.

      *****************************************************************
      * 155-PROVE-ONE-RECORD: TAKES ONE RECORD OF THE FIRST PASS.     *
      * ANYTHING AFTER THE TRAILER, OR A SECOND HEADER, MEANS TWO     *
      * FILES WERE RUN TOGETHER AND THE FILE IS REFUSED.              *
      *****************************************************************
       155-PROVE-ONE-RECORD.
           READ CATALOG-FILE
               AT END
                   MOVE 'Y' TO WS-CATALOG-EOF-FLAG
                   GO TO 155-PROVE-ONE-RECORD-EXIT.
           IF TRAILER-SEEN
               MOVE 'N' TO WS-ENVELOPE-OK-FLAG
               MOVE 'RECORDS AFTER THE TRAILER' TO WS-REFUSE-REASON
           ELSE IF CTE-RECORD-ID = 'HEADER  '
               IF HEADER-SEEN OR WS-FOUND-COUNT > ZERO
                   MOVE 'N' TO WS-ENVELOPE-OK-FLAG
                   MOVE 'HEADER IS NOT THE FIRST RECORD'
                       TO WS-REFUSE-REASON
               ELSE
                   MOVE 'Y' TO WS-HEADER-SEEN-FLAG
                   MOVE CTE-SOURCE-PROGRAM (1:5) TO WS-CAT-VENDOR
                   MOVE CTE-RUN-DATE TO WS-CAT-RUN-DATE
               END-IF
           ELSE IF CTE-RECORD-ID = 'TRAILER '
               MOVE 'Y' TO WS-TRAILER-SEEN-FLAG
               MOVE CTE-RECORD-COUNT TO WS-TRAILER-COUNT
               MOVE CTE-HASH-TOTAL TO WS-TRAILER-HASH
           ELSE
               ADD 1 TO WS-FOUND-COUNT
               IF CT-PRICE IS NUMERIC
                   ADD CT-PRICE TO WS-FOUND-HASH
               END-IF.
       155-PROVE-ONE-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * 200-READ-ONE-CATALOG-LINE: THE SECOND PASS - READS ONE RECORD *
      * AND COMPARES IT UNLESS IT IS THE HEADER OR TRAILER.           *
      *****************************************************************
       200-READ-ONE-CATALOG-LINE.
           READ CATALOG-FILE
               AT END
                   MOVE 'Y' TO WS-CATALOG-EOF-FLAG
               NOT AT END
                   IF CTE-RECORD-ID NOT = 'HEADER  '
                           AND CTE-RECORD-ID NOT = 'TRAILER '
                       ADD 1 TO WS-LINES-READ
                       PERFORM 210-COMPARE-ONE-LINE
                           THRU 210-COMPARE-ONE-LINE-EXIT
                   END-IF
           END-READ.

      *****************************************************************
      * 210-COMPARE-ONE-LINE: SETS ONE CATALOG LINE AGAINST THE       *
      * MASTERS. AN ITEM NOT ON THE ITEM MASTER IS NEW AND IS         *
      * PROPOSED AS AN ADD WITH ITS PRICE. AN ITEM ON FILE IS CHECKED *
      * FOR A CHANGED DESCRIPTION (PROPOSED AS A CHANGE), A UNIT THAT *
      * DISAGREES (REPORTED ONLY - THE VENDOR MAY QUOTE IN ITS OWN    *
      * PURCHASE UNIT, WHICH UOMCONV COVERS) AND A PRICE MOVED BEYOND *
      * THE THRESHOLD (PROPOSED AS A DATED PRICE). A DISCONTINUED     *
      * ITEM IS REPORTED BUT NOTHING IS PROPOSED FOR IT.              *
      *****************************************************************
       210-COMPARE-ONE-LINE.
           IF CT-ITEM-CODE = SPACES
               ADD 1 TO WS-NO-CODE-COUNT
               MOVE 'NO ITEM CODE' TO WS-DIFFERENCE
               MOVE SPACES TO WS-ON-FILE
               MOVE CT-ITEM-DESC TO WS-IN-CATALOG
               MOVE SPACES TO WS-PROPOSAL
               PERFORM 270-PRINT-DIFFERENCE
                   THRU 270-PRINT-DIFFERENCE-EXIT
               GO TO 210-COMPARE-ONE-LINE-EXIT.
           PERFORM 230-MARK-VENDOR-ITEM THRU 230-MARK-VENDOR-ITEM-EXIT.
           MOVE CT-ITEM-CODE TO IM-ITEM-CODE.
           MOVE 'Y' TO WS-ITEM-FOUND-FLAG.
           READ ITEMMAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ITEM-FOUND-FLAG
           END-READ.
           IF NOT ITEM-ON-MASTER
               PERFORM 215-PROPOSE-NEW-ITEM
                   THRU 215-PROPOSE-NEW-ITEM-EXIT
               GO TO 210-COMPARE-ONE-LINE-EXIT.
           IF IM-STATUS = 'D'
               ADD 1 TO WS-DISC-ITEM-COUNT
               MOVE 'ITEM DISCONTINUED' TO WS-DIFFERENCE
               MOVE IM-ITEM-DESC TO WS-ON-FILE
               MOVE CT-ITEM-DESC TO WS-IN-CATALOG
               MOVE SPACES TO WS-PROPOSAL
               PERFORM 270-PRINT-DIFFERENCE
                   THRU 270-PRINT-DIFFERENCE-EXIT
               GO TO 210-COMPARE-ONE-LINE-EXIT.
           IF NOT XREF-FOUND
               ADD 1 TO WS-NEW-TO-VENDOR-COUNT
               MOVE 'NEW FOR THIS VENDOR' TO WS-DIFFERENCE
               MOVE IM-ITEM-DESC TO WS-ON-FILE
               MOVE CT-ITEM-DESC TO WS-IN-CATALOG
               MOVE SPACES TO WS-PROPOSAL
               PERFORM 270-PRINT-DIFFERENCE
                   THRU 270-PRINT-DIFFERENCE-EXIT.
           IF CT-ITEM-DESC NOT = SPACES
                   AND CT-ITEM-DESC NOT = IM-ITEM-DESC
               ADD 1 TO WS-DESC-CHANGE-COUNT
               MOVE SPACES TO MT-RECORD
               MOVE 'C' TO MT-ACTION
               MOVE CT-ITEM-CODE TO MT-ITEM-CODE
               MOVE CT-ITEM-DESC TO MT-ITEM-DESC
               WRITE MT-RECORD
               ADD 1 TO WS-PROP-ITEM-COUNT
               MOVE 'DESCRIPTION CHANGED' TO WS-DIFFERENCE
               MOVE IM-ITEM-DESC TO WS-ON-FILE
               MOVE CT-ITEM-DESC TO WS-IN-CATALOG
               MOVE 'ITEMMAINT C' TO WS-PROPOSAL
               PERFORM 270-PRINT-DIFFERENCE
                   THRU 270-PRINT-DIFFERENCE-EXIT.
           IF CT-UOM NOT = SPACES AND IM-UOM NOT = SPACES
                   AND CT-UOM NOT = IM-UOM
               ADD 1 TO WS-UOM-DIFF-COUNT
               MOVE 'UNIT DIFFERS' TO WS-DIFFERENCE
               MOVE IM-UOM TO WS-ON-FILE
               MOVE CT-UOM TO WS-IN-CATALOG
               MOVE SPACES TO WS-PROPOSAL
               PERFORM 270-PRINT-DIFFERENCE
                   THRU 270-PRINT-DIFFERENCE-EXIT.
           PERFORM 220-COMPARE-PRICE THRU 220-COMPARE-PRICE-EXIT.
       210-COMPARE-ONE-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 215-PROPOSE-NEW-ITEM: A CATALOG ITEM NOT ON THE ITEM MASTER.  *
      * PROPOSED AS AN ADD IN THE VENDOR'S DESCRIPTION AND UNIT, AND  *
      * ITS QUOTED PRICE AS A NEW DATED PRICE.                        *
      *****************************************************************
       215-PROPOSE-NEW-ITEM.
           ADD 1 TO WS-NEW-ITEM-COUNT.
           MOVE SPACES TO MT-RECORD.
           MOVE 'A' TO MT-ACTION.
           MOVE CT-ITEM-CODE TO MT-ITEM-CODE.
           MOVE CT-ITEM-DESC TO MT-ITEM-DESC.
           MOVE CT-UOM TO MT-UOM.
           WRITE MT-RECORD.
           ADD 1 TO WS-PROP-ITEM-COUNT.
           MOVE 'NEW ITEM' TO WS-DIFFERENCE.
           MOVE '** NOT ON MASTER **' TO WS-ON-FILE.
           MOVE CT-ITEM-DESC TO WS-IN-CATALOG.
           MOVE 'ITEMMAINT A' TO WS-PROPOSAL.
           PERFORM 270-PRINT-DIFFERENCE THRU 270-PRINT-DIFFERENCE-EXIT.
           IF CT-PRICE IS NUMERIC
               PERFORM 225-FIND-PRICE-IN-FORCE
                   THRU 225-FIND-PRICE-IN-FORCE-EXIT
               PERFORM 240-PROPOSE-PRICE THRU 240-PROPOSE-PRICE-EXIT
               MOVE 'NEW PRICE' TO WS-DIFFERENCE
               MOVE SPACES TO WS-ON-FILE
               MOVE CT-PRICE TO WS-PRICE-EDIT
               MOVE WS-PRICE-EDIT TO WS-IN-CATALOG
               PERFORM 270-PRINT-DIFFERENCE
                   THRU 270-PRINT-DIFFERENCE-EXIT.
       215-PROPOSE-NEW-ITEM-EXIT.
           EXIT.

      *****************************************************************
      * 220-COMPARE-PRICE: SETS THE QUOTED PRICE AGAINST THE PRICE IN *
      * FORCE ON THE RUN DATE. NO PRICE IN FORCE PROPOSES THE QUOTE   *
      * AS NEW; A MOVE OF MORE THAN WS-PRICE-TOL-PCT EITHER WAY IS    *
      * REPORTED AS A RISE OR A FALL AND PROPOSED. ANYTHING WITHIN    *
      * THE THRESHOLD IS ONLY COUNTED.                                *
      *****************************************************************
       220-COMPARE-PRICE.
           IF CT-PRICE IS NOT NUMERIC
               GO TO 220-COMPARE-PRICE-EXIT.
           PERFORM 225-FIND-PRICE-IN-FORCE
               THRU 225-FIND-PRICE-IN-FORCE-EXIT.
           MOVE CT-PRICE TO WS-PRICE-EDIT.
           MOVE WS-PRICE-EDIT TO WS-IN-CATALOG.
           IF NOT PRICE-IN-FORCE
               ADD 1 TO WS-NEW-PRICE-COUNT
               PERFORM 240-PROPOSE-PRICE THRU 240-PROPOSE-PRICE-EXIT
               MOVE 'NO PRICE ON FILE' TO WS-DIFFERENCE
               MOVE SPACES TO WS-ON-FILE
               PERFORM 270-PRINT-DIFFERENCE
                   THRU 270-PRINT-DIFFERENCE-EXIT
               GO TO 220-COMPARE-PRICE-EXIT.
           IF WS-OLD-PRICE = ZERO
               IF CT-PRICE = ZERO
                   MOVE ZERO TO WS-PCT-CHANGE
               ELSE
                   MOVE 999 TO WS-PCT-CHANGE
               END-IF
           ELSE
               COMPUTE WS-PCT-CHANGE ROUNDED =
                   (CT-PRICE - WS-OLD-PRICE) * 100 / WS-OLD-PRICE.
           IF WS-PCT-CHANGE NOT > WS-PRICE-TOL-PCT
                   AND WS-PCT-CHANGE NOT < ZERO - WS-PRICE-TOL-PCT
               ADD 1 TO WS-WITHIN-TOL-COUNT
               GO TO 220-COMPARE-PRICE-EXIT.
           IF WS-PCT-CHANGE > ZERO
               ADD 1 TO WS-PRICE-UP-COUNT
               MOVE 'PRICE INCREASE' TO WS-DIFFERENCE
           ELSE
               ADD 1 TO WS-PRICE-DOWN-COUNT
               MOVE 'PRICE DECREASE' TO WS-DIFFERENCE.
           MOVE WS-OLD-PRICE TO WS-PRICE-EDIT.
           MOVE WS-PRICE-EDIT TO WS-ON-FILE.
           PERFORM 240-PROPOSE-PRICE THRU 240-PROPOSE-PRICE-EXIT.
           MOVE 'Y' TO WS-PCT-SHOWN-FLAG.
           PERFORM 270-PRINT-DIFFERENCE THRU 270-PRINT-DIFFERENCE-EXIT.
       220-COMPARE-PRICE-EXIT.
           EXIT.

      *****************************************************************
      * 225-FIND-PRICE-IN-FORCE: THE PRICE WITH THE LATEST EFFECTIVE  *
      * DATE NOT AFTER THE RUN DATE, INTO WS-OLD-PRICE. ALSO NOTES    *
      * WHETHER A PRICE IS ALREADY DATED THE PROPOSAL'S EFFECTIVE     *
      * DATE, SINCE THAT ONE MUST BE PROPOSED AS A CHANGE, NOT AS AN  *
      * ADD. THE MASTER IS STARTED AT THE ITEM'S FIRST DATED PRICE    *
      * AND EVERY ONE OF ITS PRICES IS READ - FUTURE-DATED ONES TOO,  *
      * FOR THE SAME-DATE CHECK. THE KEY KEEPS THEM IN DATE ORDER, SO *
      * THE LAST ONE NOT AFTER THE RUN DATE IS THE PRICE IN FORCE.    *
      *****************************************************************
       225-FIND-PRICE-IN-FORCE.
           MOVE 'N' TO WS-PRICE-FOUND-FLAG.
           MOVE 'N' TO WS-SAME-DATE-FLAG.
           MOVE ZERO TO WS-OLD-PRICE.
           IF NOT PRICEMAST-OPEN
               GO TO 225-FIND-PRICE-IN-FORCE-EXIT.
           MOVE 'N' TO WS-PRICE-WALK-END-FLAG.
           MOVE CT-ITEM-CODE TO PM-ITEM-CODE.
           MOVE LOW-VALUES TO PM-EFF-DATE.
           START PRICEMAST-FILE KEY IS NOT < PM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PRICE-WALK-END-FLAG
           END-START.
           PERFORM 226-TEST-ONE-PRICE
               THRU 226-TEST-ONE-PRICE-EXIT
               UNTIL PRICE-WALK-END.
       225-FIND-PRICE-IN-FORCE-EXIT.
           EXIT.

       226-TEST-ONE-PRICE.
           READ PRICEMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PRICE-WALK-END-FLAG
                   GO TO 226-TEST-ONE-PRICE-EXIT
           END-READ.
           IF PM-ITEM-CODE NOT = CT-ITEM-CODE
               MOVE 'Y' TO WS-PRICE-WALK-END-FLAG
               GO TO 226-TEST-ONE-PRICE-EXIT.
           IF PM-PRICE IS NOT NUMERIC
               GO TO 226-TEST-ONE-PRICE-EXIT.
           IF PM-EFF-DATE = WS-EFF-DATE
               MOVE 'Y' TO WS-SAME-DATE-FLAG.
           IF PM-EFF-DATE > WS-RUN-DATE-TEXT
               GO TO 226-TEST-ONE-PRICE-EXIT.
           MOVE 'Y' TO WS-PRICE-FOUND-FLAG.
           MOVE PM-PRICE TO WS-OLD-PRICE.
       226-TEST-ONE-PRICE-EXIT.
           EXIT.

      *****************************************************************
      * 230-MARK-VENDOR-ITEM: FINDS THIS VENDOR'S CROSS-REFERENCE     *
      * ENTRY FOR THE ITEM AND MARKS IT STILL CARRIED.                *
      *****************************************************************
       230-MARK-VENDOR-ITEM.
           MOVE 'N' TO WS-XREF-FOUND-FLAG.
           IF WS-XREF-COUNT = ZERO
               GO TO 230-MARK-VENDOR-ITEM-EXIT.
           SET WS-XREF-IDX TO 1.
           SEARCH WS-XREF-ENTRY
               WHEN WS-XREF-ITEM-CODE (WS-XREF-IDX) = CT-ITEM-CODE
                       AND WS-XREF-VENDOR-CODE (WS-XREF-IDX)
                           = WS-CAT-VENDOR
                   MOVE 'Y' TO WS-XREF-FOUND-FLAG
                   MOVE 'Y' TO WS-XREF-SEEN (WS-XREF-IDX)
           END-SEARCH.
       230-MARK-VENDOR-ITEM-EXIT.
           EXIT.

      *****************************************************************
      * 240-PROPOSE-PRICE: WRITES THE QUOTED PRICE AS A PRICMNT       *
      * TRANSACTION DATED WS-EFF-DATE - AN ADD, OR A CHANGE WHEN A    *
      * PRICE IS ALREADY DATED THAT DAY.                              *
      *****************************************************************
       240-PROPOSE-PRICE.
           MOVE SPACES TO PT-RECORD.
           IF PRICE-ON-EFF-DATE
               MOVE 'C' TO PT-ACTION
               MOVE 'PRICEMAINT C' TO WS-PROPOSAL
           ELSE
               MOVE 'A' TO PT-ACTION
               MOVE 'PRICEMAINT A' TO WS-PROPOSAL.
           MOVE CT-ITEM-CODE TO PT-ITEM-CODE.
           MOVE CT-PRICE TO PT-NEW-PRICE.
           MOVE WS-EFF-DATE TO PT-EFF-DATE.
           WRITE PT-RECORD.
           ADD 1 TO WS-PROP-PRICE-COUNT.
       240-PROPOSE-PRICE-EXIT.
           EXIT.

      *****************************************************************
      * 270-PRINT-DIFFERENCE: PRINTS ONE DIFFERENCE FOR THE CATALOG   *
      * LINE IN HAND. THE CHANGE PERCENTAGE IS SHOWN ONLY ON A PRICE  *
      * RISE OR FALL.                                                 *
      *****************************************************************
       270-PRINT-DIFFERENCE.
           MOVE CT-VENDOR-ITEM TO DL-VENDOR-ITEM.
           MOVE CT-ITEM-CODE TO DL-ITEM-CODE.
           MOVE WS-DIFFERENCE TO DL-DIFFERENCE.
           MOVE WS-ON-FILE TO DL-ON-FILE.
           MOVE WS-IN-CATALOG TO DL-IN-CATALOG.
           IF PCT-SHOWN
               MOVE WS-PCT-CHANGE TO DL-PCT-CHANGE
           ELSE
               MOVE SPACES TO DL-PCT-BLANK.
           MOVE WS-PROPOSAL TO DL-PROPOSAL.
           MOVE WS-DETAIL-LINE TO DIFF-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'N' TO WS-PCT-SHOWN-FLAG.
       270-PRINT-DIFFERENCE-EXIT.
           EXIT.

      *****************************************************************
      * 280-EMIT-REPORT-LINE: WRITES THE LINE ALREADY MOVED TO        *
      * DIFF-REPORT-RECORD AND STARTS A NEW PAGE WHEN THIS ONE IS     *
      * FULL.                                                         *
      *****************************************************************
       280-EMIT-REPORT-LINE.
           WRITE DIFF-REPORT-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
       280-EMIT-REPORT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 300-CHECK-ONE-DROPPED: AN ITEM THIS VENDOR SUPPLIES ON THE    *
      * CROSS-REFERENCE THAT THE CATALOG NO LONGER CARRIES HAS BEEN   *
      * DROPPED. WHEN NO OTHER VENDOR SUPPLIES IT, PURCHASING HAS TO  *
      * FIND ONE, SO THAT CASE IS CALLED OUT. THE CROSS-REFERENCE IS  *
      * NOT MAINTAINED THROUGH ITEMMAINT OR PRICEMAINT, SO NOTHING IS *
      * PROPOSED.                                                     *
      *****************************************************************
       300-CHECK-ONE-DROPPED.
           ADD 1 TO WS-XREF-SUB.
           SET WS-XREF-IDX TO WS-XREF-SUB.
           IF WS-XREF-VENDOR-CODE (WS-XREF-IDX) NOT = WS-CAT-VENDOR
                   OR XREF-SEEN (WS-XREF-IDX)
               GO TO 300-CHECK-ONE-DROPPED-EXIT.
           ADD 1 TO WS-DROPPED-COUNT.
           MOVE WS-XREF-ITEM-CODE (WS-XREF-IDX) TO WS-DROP-ITEM-CODE.
           MOVE ZERO TO WS-VENDORS-FOR-ITEM.
           PERFORM 305-COUNT-ONE-VENDOR
               THRU 305-COUNT-ONE-VENDOR-EXIT
               VARYING WS-XREF-IDX FROM 1 BY 1
               UNTIL WS-XREF-IDX > WS-XREF-COUNT.
           SET WS-XREF-IDX TO WS-XREF-SUB.
           MOVE SPACES TO CT-RECORD.
           MOVE WS-DROP-ITEM-CODE TO CT-ITEM-CODE.
           IF WS-VENDORS-FOR-ITEM > 1
               MOVE 'DROPPED BY VENDOR' TO WS-DIFFERENCE
           ELSE
               MOVE 'DROPPED - ONLY VENDOR' TO WS-DIFFERENCE.
           MOVE WS-XREF-UNIT-COST (WS-XREF-IDX) TO WS-PRICE-EDIT.
           MOVE WS-PRICE-EDIT TO WS-ON-FILE.
           MOVE '** NOT IN CATALOG **' TO WS-IN-CATALOG.
           MOVE SPACES TO WS-PROPOSAL.
           PERFORM 270-PRINT-DIFFERENCE THRU 270-PRINT-DIFFERENCE-EXIT.
       300-CHECK-ONE-DROPPED-EXIT.
           EXIT.

       305-COUNT-ONE-VENDOR.
           IF WS-XREF-ITEM-CODE (WS-XREF-IDX) = WS-DROP-ITEM-CODE
               ADD 1 TO WS-VENDORS-FOR-ITEM.
       305-COUNT-ONE-VENDOR-EXIT.
           EXIT.

      *****************************************************************
      * 400-WRITE-TOTALS: CLOSES THE REPORT WITH A COUNT OF EACH KIND *
      * OF DIFFERENCE AND OF THE PROPOSALS WRITTEN FOR REVIEW.        *
      *****************************************************************
       400-WRITE-TOTALS.
           MOVE WS-BLANK-LINE TO DIFF-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'CATALOG LINES READ:           ' TO SL-LABEL.
           MOVE WS-LINES-READ TO SL-COUNT-OUT.
           PERFORM 410-EMIT-SUMMARY-LINE
               THRU 410-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'NEW ITEMS:                    ' TO SL-LABEL.
           MOVE WS-NEW-ITEM-COUNT TO SL-COUNT-OUT.
           PERFORM 410-EMIT-SUMMARY-LINE
               THRU 410-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'DESCRIPTIONS CHANGED:         ' TO SL-LABEL.
           MOVE WS-DESC-CHANGE-COUNT TO SL-COUNT-OUT.
           PERFORM 410-EMIT-SUMMARY-LINE
               THRU 410-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'UNITS THAT DIFFER:            ' TO SL-LABEL.
           MOVE WS-UOM-DIFF-COUNT TO SL-COUNT-OUT.
           PERFORM 410-EMIT-SUMMARY-LINE
               THRU 410-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'PRICE INCREASES:              ' TO SL-LABEL.
           MOVE WS-PRICE-UP-COUNT TO SL-COUNT-OUT.
           PERFORM 410-EMIT-SUMMARY-LINE
               THRU 410-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'PRICE DECREASES:              ' TO SL-LABEL.
           MOVE WS-PRICE-DOWN-COUNT TO SL-COUNT-OUT.
           PERFORM 410-EMIT-SUMMARY-LINE
               THRU 410-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'NO PRICE ON FILE:             ' TO SL-LABEL.
           MOVE WS-NEW-PRICE-COUNT TO SL-COUNT-OUT.
           PERFORM 410-EMIT-SUMMARY-LINE
               THRU 410-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'PRICES WITHIN THRESHOLD:      ' TO SL-LABEL.
           MOVE WS-WITHIN-TOL-COUNT TO SL-COUNT-OUT.
           PERFORM 410-EMIT-SUMMARY-LINE
               THRU 410-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'NEW FOR THIS VENDOR:          ' TO SL-LABEL.
           MOVE WS-NEW-TO-VENDOR-COUNT TO SL-COUNT-OUT.
           PERFORM 410-EMIT-SUMMARY-LINE
               THRU 410-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'DROPPED BY VENDOR:            ' TO SL-LABEL.
           MOVE WS-DROPPED-COUNT TO SL-COUNT-OUT.
           PERFORM 410-EMIT-SUMMARY-LINE
               THRU 410-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'DISCONTINUED ITEMS QUOTED:    ' TO SL-LABEL.
           MOVE WS-DISC-ITEM-COUNT TO SL-COUNT-OUT.
           PERFORM 410-EMIT-SUMMARY-LINE
               THRU 410-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'LINES WITH NO ITEM CODE:      ' TO SL-LABEL.
           MOVE WS-NO-CODE-COUNT TO SL-COUNT-OUT.
           PERFORM 410-EMIT-SUMMARY-LINE
               THRU 410-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'ITEM MAINTENANCE PROPOSED:    ' TO SL-LABEL.
           MOVE WS-PROP-ITEM-COUNT TO SL-COUNT-OUT.
           PERFORM 410-EMIT-SUMMARY-LINE
               THRU 410-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'PRICE MAINTENANCE PROPOSED:   ' TO SL-LABEL.
           MOVE WS-PROP-PRICE-COUNT TO SL-COUNT-OUT.
           PERFORM 410-EMIT-SUMMARY-LINE
               THRU 410-EMIT-SUMMARY-LINE-EXIT.
       400-WRITE-TOTALS-EXIT.
           EXIT.

       410-EMIT-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO DIFF-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       410-EMIT-SUMMARY-LINE-EXIT.
           EXIT.
