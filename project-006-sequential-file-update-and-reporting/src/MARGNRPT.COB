      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(MARGNRPT)                       *
      * PURPOSE: NIGHTLY GROSS-MARGIN REPORT. TAKES THE NIGHT'S       *
      * POSTED ISSUES OFF THE PERMANENT TRANSACTION HISTORY AND       *
      * PRICES EACH ONE TWICE - AT THE SELLING PRICE IT WAS ISSUED AT *
      * (HIST-PRICE) AND AT THE MOVING AVERAGE COST IT LEFT THE SHELF *
      * AT (HIST-UNIT-COST) - SO FINANCE SEES SALES, COST OF SALES    *
      * AND MARGIN BY ITEM, WITH A PRODUCT-CLASS BREAK AND A GRAND    *
      * TOTAL. RUN AFTER PROJ6 FOR THE SAME RUN DATE.                 *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGNRPT.

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
               FILE STATUS IS WS-TRANSHIST-STATUS.
      *****************************************************************
      * ITEMMAST-FILE: PROJ2'S ITEM MASTER, READ BY KEY FOR EACH      *
      * ITEM'S DESCRIPTION AND PRODUCT CLASS - THE SAME PATH          *
      * RESOLUTION PROJ6 USES (PROJ6_ITEMMAST_PATH, DEFAULTING TO     *
      * PROJ2'S OWN DATA DIRECTORY).                                  *
      *****************************************************************
           SELECT ITEMMAST-FILE ASSIGN DYNAMIC WS-ITEMMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
           SELECT MARGIN-FILE ASSIGN DYNAMIC WS-MARGIN-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

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

       FD  MARGIN-FILE
           RECORDING MODE IS F.

       01  MARGIN-RECORD             PIC X(132).
      *****************************************************************
      * PARM-FILE: PROJ6'S OWN PARAMETER CARD, READ SO THE REPORT     *
      * PICKS UP THE SAME RUN DATE THE NIGHT'S POSTING USED - A       *
      * BLANK CARD OR A MISSING FILE MEANS TODAY'S DATE.               *
      *****************************************************************
       FD  PARM-FILE
           RECORDING MODE IS F.

       01  PARM-RECORD.
           05  PARM-RUN-DATE         PIC X(08).
           05  PARM-REPORT-TITLE     PIC X(42).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TRANSHIST-STATUS   PIC XX.
           05  WS-ITEMMAST-STATUS    PIC XX.
           05  WS-PARM-FILE-STATUS   PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-HIST-EOF-FLAG      PIC X          VALUE 'N'.
               88  HIST-EOF          VALUE 'Y'.
           05  WS-ITEMMAST-OPEN-FLAG PIC X          VALUE 'N'.
               88  ITEMMAST-OPEN     VALUE 'Y'.

       77  WS-HIST-READ              PIC 9(07) COMP VALUE ZERO.
       77  WS-ISSUES-PRICED          PIC 9(07) COMP VALUE ZERO.
       77  WS-NO-COST-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-ISSUE-QTY              PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-SALES-VALUE            PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-COST-VALUE             PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-MARGIN-VALUE           PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  WS-MARGIN-PCT             PIC S9(05)V9  COMP-3 VALUE ZERO.

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
      * WS-ITEM-TABLE: ONE BUCKET PER ITEM ISSUED TONIGHT, IN THE     *
      * ORDER THE ITEMS FIRST APPEAR ON THE HISTORY. A RESTARTED OR   *
      * RECYCLED RUN CAN POST THE SAME ITEM TWICE IN ONE NIGHT, SO    *
      * THE ITEM IS LOOKED UP RATHER THAN BROKEN ON.                  *
      *****************************************************************
       01  WS-ITEM-TABLE.
           05  WS-ITEM-COUNT         PIC 9(05) COMP VALUE ZERO.
           05  WS-ITEM-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-ITEM-COUNT
                       INDEXED BY WS-ITEM-IDX.
               10  WS-ITM-CODE         PIC X(10).
               10  WS-ITM-DESC         PIC X(20).
               10  WS-ITM-CLASS        PIC X(04).
               10  WS-ITM-QTY          PIC S9(09) COMP.
               10  WS-ITM-SALES        PIC S9(13)V99 COMP-3.
               10  WS-ITM-COST         PIC S9(13)V99 COMP-3.

       01  WS-ITEM-WORK-FIELDS.
           05  WS-ITEM-FOUND-FLAG    PIC X          VALUE 'N'.
               88  ITEM-TALLIED      VALUE 'Y'.
           05  WS-ITEM-SUB           PIC 9(05) COMP VALUE ZERO.

      *****************************************************************
      * WS-CLASS-TOTALS: SALES AND COST PER PRODUCT CLASS. AN ITEM    *
      * WITH NO CLASS (OR NOT ON THE ITEM MASTER) TALLIES UNDER       *
      * '????'.                                                      *
      *****************************************************************
       01  WS-CLASS-TOTALS.
           05  WS-CLASS-COUNT        PIC 9(02) COMP VALUE ZERO.
           05  WS-CLASS-ENTRY OCCURS 1 TO 20 TIMES
                       DEPENDING ON WS-CLASS-COUNT
                       INDEXED BY WS-CLASS-IDX.
               10  WS-CLS-CODE         PIC X(04).
               10  WS-CLS-QTY          PIC S9(09) COMP.
               10  WS-CLS-SALES        PIC S9(13)V99 COMP-3.
               10  WS-CLS-COST         PIC S9(13)V99 COMP-3.

       01  WS-CLASS-WORK-FIELDS.
           05  WS-CLS-FOUND-FLAG     PIC X          VALUE 'N'.
               88  CLASS-TALLIED     VALUE 'Y'.
           05  WS-CLS-SUB            PIC 9(02) COMP VALUE ZERO.
           05  WS-CLS-WORK-CODE      PIC X(04)      VALUE SPACES.

       01  WS-GRAND-TOTALS.
           05  WS-GT-QTY             PIC S9(09) COMP     VALUE ZERO.
           05  WS-GT-SALES           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GT-COST            PIC S9(13)V99 COMP-3 VALUE ZERO.

      *****************************************************************
      * WS-DATA-PATH-FIELDS: SEE 005-RESOLVE-DATA-PATHS.               *
      *****************************************************************
       01  WS-DATA-PATH-FIELDS.
           05  WS-DATA-DIR           PIC X(60) VALUE 'data'.
           05  WS-TRANSHIST-PATH     PIC X(80) VALUE SPACES.
           05  WS-ITEMMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-MARGIN-PATH        PIC X(80) VALUE SPACES.
           05  WS-PARM-PATH          PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- NIGHTLY GROSS MARGIN ON ISSUES ---    '.
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
               10  FILLER          PIC X(20)     VALUE 'DESCRIPTION'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(4)      VALUE 'CLS'.
               10  FILLER          PIC X(4)      VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE 'QTY'.
               10  FILLER          PIC X(7)      VALUE SPACES.
               10  FILLER          PIC X(13)     VALUE 'SALES VALUE'.
               10  FILLER          PIC X(4)      VALUE SPACES.
               10  FILLER          PIC X(13)     VALUE 'COST VALUE'.
               10  FILLER          PIC X(4)      VALUE SPACES.
               10  FILLER          PIC X(13)     VALUE 'GROSS MARGIN'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE 'MARGIN %'.
               10  FILLER          PIC X(12)     VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-ITEM-CODE        PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-ITEM-DESC        PIC X(20).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-CLASS            PIC X(4).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-QTY              PIC -ZZZ,ZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-SALES            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-COST             PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-MARGIN           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-MARGIN-PCT       PIC -ZZZ9.9.
           05  FILLER              PIC X(11)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-LABEL            PIC X(30).
           05  SL-COUNT-OUT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(90)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'MARGNRPT: NIGHTLY GROSS MARGIN REPORT'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-READ-PARM-CARD
               THRU 060-READ-PARM-CARD-EXIT.
           STRING WS-RUN-DATE-TEXT (1:4) '-' WS-RUN-DATE-TEXT (5:2)
                   '-' WS-RUN-DATE-TEXT (7:2)
               INTO WS-RUN-DATE-DISPLAY.

           OPEN INPUT HISTORY-FILE.
           IF WS-TRANSHIST-STATUS NOT = '00'
               DISPLAY 'MARGNRPT ABEND - NO TRANSACTION HISTORY FILE '
                   '- STATUS ' WS-TRANSHIST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN INPUT ITEMMAST-FILE.
           IF WS-ITEMMAST-STATUS = '00'
               MOVE 'Y' TO WS-ITEMMAST-OPEN-FLAG
           ELSE
               DISPLAY 'NO INDEXED ITEM MASTER FOUND - CLASS BREAK '
                   'TALLIES EVERYTHING UNDER ????'.
           PERFORM 200-READ-ONE-HISTORY
               UNTIL HIST-EOF.
           CLOSE HISTORY-FILE.
           IF ITEMMAST-OPEN
               CLOSE ITEMMAST-FILE.

           OPEN OUTPUT MARGIN-FILE.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           MOVE ZERO TO WS-ITEM-SUB.
           PERFORM 300-WRITE-ONE-ITEM
               THRU 300-WRITE-ONE-ITEM-EXIT
               WS-ITEM-COUNT TIMES.
           PERFORM 400-WRITE-TOTALS
               THRU 400-WRITE-TOTALS-EXIT.
           CLOSE MARGIN-FILE.

           DISPLAY 'MARGNRPT: HISTORY RECORDS READ: ' WS-HIST-READ.
           DISPLAY 'MARGNRPT: ISSUES PRICED       : ' WS-ISSUES-PRICED.
           DISPLAY 'MARGNRPT: ISSUES WITH NO COST : ' WS-NO-COST-COUNT.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'MARGNRPT: MARGIN REPORT RUN ENDED'.
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
                   '/TRANSHIST' DELIMITED BY SIZE
               INTO WS-TRANSHIST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/MARGIN.REPORT' DELIMITED BY SIZE
               INTO WS-MARGIN-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PROJ6.PARM' DELIMITED BY SIZE
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
      * 060-READ-PARM-CARD: PICKS UP THE RUN DATE FROM PROJ6'S        *
      * PARAMETER CARD SO THE REPORT COVERS THE SAME NIGHT THE        *
      * POSTING DID. A CHAINED RUN'S RUN_DATE COMES FIRST; THE CARD   *
      * STILL WINS WHEN IT CARRIES AN EXPLICIT DATE.                  *
      *****************************************************************
       060-READ-PARM-CARD.
           ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD.
           ACCEPT WS-CHAIN-RUN-DATE FROM ENVIRONMENT 'RUN_DATE'.
           IF WS-CHAIN-RUN-DATE NOT = SPACES
               MOVE WS-CHAIN-RUN-DATE TO WS-RUN-DATE-TEXT.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'NO PARAMETER CARD SUPPLIED - USING TODAY'
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY 'PARAMETER CARD FILE IS EMPTY - '
                           'USING TODAY'
                   NOT AT END
                       IF PARM-RUN-DATE NOT = SPACES
                           MOVE PARM-RUN-DATE TO WS-RUN-DATE-TEXT
                       END-IF
               END-READ
               CLOSE PARM-FILE.
       060-READ-PARM-CARD-EXIT.
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
               MOVE WS-BLANK-LINE TO MARGIN-RECORD
               WRITE MARGIN-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO MARGIN-RECORD.
           WRITE MARGIN-RECORD.
           MOVE RH-COLUMNS TO MARGIN-RECORD.
           WRITE MARGIN-RECORD.
           MOVE WS-BLANK-LINE TO MARGIN-RECORD.
           WRITE MARGIN-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       100-WRITE-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 200-READ-ONE-HISTORY: READS ONE HISTORY RECORD AND, WHEN IT   *
      * IS AN ISSUE POSTED ON THE RUN DATE, PRICES IT INTO ITS        *
      * ITEM'S AND CLASS'S BUCKETS. EVERYTHING ELSE ON THE HISTORY -  *
      * OTHER NIGHTS, RECEIPTS, CREDITS, ADJUSTMENTS, TRANSFERS - IS  *
      * PASSED OVER: ONLY AN ISSUE IS A SALE.                         *
      *****************************************************************
       200-READ-ONE-HISTORY.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-HIST-READ
                   IF HIST-RUN-DATE = WS-RUN-DATE-TEXT
                           AND HIST-ISSUE
                       PERFORM 210-PRICE-ONE-ISSUE
                           THRU 210-PRICE-ONE-ISSUE-EXIT
                   END-IF
           END-READ.

      *****************************************************************
      * 210-PRICE-ONE-ISSUE: AN ISSUE'S SIGNED QUANTITY IS NEGATIVE   *
      * ON THE HISTORY, SO IT IS TURNED BACK POSITIVE BEFORE BEING    *
      * EXTENDED. AN ISSUE FROM A POSITION WITH NO AVERAGE COST YET   *
      * (NO RECEIPT SINCE AVERAGE COSTING BEGAN) CARRIES A ZERO COST  *
      * AND IS COUNTED, SO AN OVERSTATED MARGIN CAN BE EXPLAINED.     *
      *****************************************************************
       210-PRICE-ONE-ISSUE.
           COMPUTE WS-ISSUE-QTY = ZERO - HIST-SIGNED-QTY.
           COMPUTE WS-SALES-VALUE ROUNDED =
               WS-ISSUE-QTY * HIST-PRICE.
           COMPUTE WS-COST-VALUE ROUNDED =
               WS-ISSUE-QTY * HIST-UNIT-COST.
           ADD 1 TO WS-ISSUES-PRICED.
           IF HIST-UNIT-COST = ZERO
               ADD 1 TO WS-NO-COST-COUNT.
           PERFORM 220-FIND-ITEM-BUCKET
               THRU 220-FIND-ITEM-BUCKET-EXIT.
           ADD WS-ISSUE-QTY   TO WS-ITM-QTY (WS-ITEM-IDX).
           ADD WS-SALES-VALUE TO WS-ITM-SALES (WS-ITEM-IDX).
           ADD WS-COST-VALUE  TO WS-ITM-COST (WS-ITEM-IDX).
           MOVE WS-ITM-CLASS (WS-ITEM-IDX) TO WS-CLS-WORK-CODE.
           PERFORM 230-TALLY-CLASS
               THRU 230-TALLY-CLASS-EXIT.
           ADD WS-ISSUE-QTY   TO WS-GT-QTY.
           ADD WS-SALES-VALUE TO WS-GT-SALES.
           ADD WS-COST-VALUE  TO WS-GT-COST.
       210-PRICE-ONE-ISSUE-EXIT.
           EXIT.

      *****************************************************************
      * 220-FIND-ITEM-BUCKET: FINDS THE ITEM'S BUCKET, OPENING ONE    *
      * (WITH THE DESCRIPTION AND CLASS FROM THE ITEM MASTER) THE     *
      * FIRST TIME THE ITEM APPEARS. A FULL TABLE LUMPS THE OVERFLOW  *
      * INTO THE LAST BUCKET SO THE TOTALS STILL PROVE.               *
      *****************************************************************
       220-FIND-ITEM-BUCKET.
           MOVE 'N' TO WS-ITEM-FOUND-FLAG.
           IF WS-ITEM-COUNT > ZERO
               SET WS-ITEM-IDX TO 1
               SEARCH WS-ITEM-ENTRY
                   WHEN WS-ITM-CODE (WS-ITEM-IDX) = HIST-ITEM-CODE
                       MOVE 'Y' TO WS-ITEM-FOUND-FLAG
               END-SEARCH.
           IF ITEM-TALLIED
               GO TO 220-FIND-ITEM-BUCKET-EXIT.
           IF WS-ITEM-COUNT = 500
               DISPLAY 'WARNING: ITEM TABLE FULL - ' HIST-ITEM-CODE
                   ' TALLIED UNDER THE LAST ITEM'
               SET WS-ITEM-IDX TO WS-ITEM-COUNT
               GO TO 220-FIND-ITEM-BUCKET-EXIT.
           ADD 1 TO WS-ITEM-COUNT.
           SET WS-ITEM-IDX TO WS-ITEM-COUNT.
           MOVE HIST-ITEM-CODE TO WS-ITM-CODE (WS-ITEM-IDX).
           MOVE SPACES TO WS-ITM-DESC (WS-ITEM-IDX).
           MOVE '????' TO WS-ITM-CLASS (WS-ITEM-IDX).
           MOVE ZERO TO WS-ITM-QTY (WS-ITEM-IDX).
           MOVE ZERO TO WS-ITM-SALES (WS-ITEM-IDX).
           MOVE ZERO TO WS-ITM-COST (WS-ITEM-IDX).
           IF NOT ITEMMAST-OPEN
               GO TO 220-FIND-ITEM-BUCKET-EXIT.
           MOVE HIST-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEMMAST-FILE
               INVALID KEY
                   MOVE 'NOT ON ITEM MASTER' TO
                       WS-ITM-DESC (WS-ITEM-IDX)
               NOT INVALID KEY
                   MOVE IM-ITEM-DESC TO WS-ITM-DESC (WS-ITEM-IDX)
                   IF IM-CLASS NOT = SPACES
                       MOVE IM-CLASS TO WS-ITM-CLASS (WS-ITEM-IDX)
                   END-IF
           END-READ.
       220-FIND-ITEM-BUCKET-EXIT.
           EXIT.

      *****************************************************************
      * 230-TALLY-CLASS: ADDS THE ISSUE IN HAND INTO ITS PRODUCT      *
      * CLASS'S BUCKET, OPENING A NEW ONE THE FIRST TIME A CLASS      *
      * APPEARS - THE SAME SHAPE AS STOCKVAL'S 0902-TALLY-CLASS.      *
      *****************************************************************
       230-TALLY-CLASS.
           MOVE 'N' TO WS-CLS-FOUND-FLAG.
           IF WS-CLASS-COUNT > ZERO
               SET WS-CLASS-IDX TO 1
               SEARCH WS-CLASS-ENTRY
                   WHEN WS-CLS-CODE (WS-CLASS-IDX) = WS-CLS-WORK-CODE
                       MOVE 'Y' TO WS-CLS-FOUND-FLAG
               END-SEARCH.
           IF NOT CLASS-TALLIED
               IF WS-CLASS-COUNT = 20
                   SET WS-CLASS-IDX TO WS-CLASS-COUNT
               ELSE
                   ADD 1 TO WS-CLASS-COUNT
                   SET WS-CLASS-IDX TO WS-CLASS-COUNT
                   MOVE WS-CLS-WORK-CODE TO
                       WS-CLS-CODE (WS-CLASS-IDX)
                   MOVE ZERO TO WS-CLS-QTY (WS-CLASS-IDX)
                   MOVE ZERO TO WS-CLS-SALES (WS-CLASS-IDX)
                   MOVE ZERO TO WS-CLS-COST (WS-CLASS-IDX).
           ADD WS-ISSUE-QTY   TO WS-CLS-QTY (WS-CLASS-IDX).
           ADD WS-SALES-VALUE TO WS-CLS-SALES (WS-CLASS-IDX).
           ADD WS-COST-VALUE  TO WS-CLS-COST (WS-CLASS-IDX).
       230-TALLY-CLASS-EXIT.
           EXIT.

       280-EMIT-REPORT-LINE.
           WRITE MARGIN-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
       280-EMIT-REPORT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 290-FORMAT-MARGIN: SALES LESS COST, AND THE MARGIN AS A       *
      * PERCENTAGE OF SALES (ZERO WHEN THERE WERE NO SALES), INTO THE *
      * DETAIL LINE. CALLER LEAVES SALES AND COST IN WS-SALES-VALUE   *
      * AND WS-COST-VALUE.                                            *
      *****************************************************************
       290-FORMAT-MARGIN.
           COMPUTE WS-MARGIN-VALUE = WS-SALES-VALUE - WS-COST-VALUE.
           IF WS-SALES-VALUE = ZERO
               MOVE ZERO TO WS-MARGIN-PCT
           ELSE
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-MARGIN-VALUE * 100 / WS-SALES-VALUE.
           MOVE WS-SALES-VALUE  TO DL-SALES.
           MOVE WS-COST-VALUE   TO DL-COST.
           MOVE WS-MARGIN-VALUE TO DL-MARGIN.
           MOVE WS-MARGIN-PCT   TO DL-MARGIN-PCT.
       290-FORMAT-MARGIN-EXIT.
           EXIT.

       300-WRITE-ONE-ITEM.
           ADD 1 TO WS-ITEM-SUB.
           MOVE WS-ITM-CODE (WS-ITEM-SUB)  TO DL-ITEM-CODE.
           MOVE WS-ITM-DESC (WS-ITEM-SUB)  TO DL-ITEM-DESC.
           MOVE WS-ITM-CLASS (WS-ITEM-SUB) TO DL-CLASS.
           MOVE WS-ITM-QTY (WS-ITEM-SUB)   TO DL-QTY.
           MOVE WS-ITM-SALES (WS-ITEM-SUB) TO WS-SALES-VALUE.
           MOVE WS-ITM-COST (WS-ITEM-SUB)  TO WS-COST-VALUE.
           PERFORM 290-FORMAT-MARGIN
               THRU 290-FORMAT-MARGIN-EXIT.
           MOVE WS-DETAIL-LINE TO MARGIN-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
       300-WRITE-ONE-ITEM-EXIT.
           EXIT.

      *****************************************************************
      * 400-WRITE-TOTALS: THE CLASS BREAK, THEN THE GRAND TOTAL AND   *
      * THE RUN COUNTS.                                               *
      *****************************************************************
       400-WRITE-TOTALS.
           MOVE WS-BLANK-LINE TO MARGIN-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE SPACES TO MARGIN-RECORD.
           STRING '     GROSS MARGIN BY CLASS:'
               DELIMITED BY SIZE INTO MARGIN-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE ZERO TO WS-CLS-SUB.
           PERFORM 410-WRITE-ONE-CLASS
               THRU 410-WRITE-ONE-CLASS-EXIT
               WS-CLASS-COUNT TIMES.
           MOVE WS-BLANK-LINE TO MARGIN-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE SPACES TO DL-ITEM-CODE.
           MOVE 'GRAND TOTAL' TO DL-ITEM-DESC.
           MOVE SPACES TO DL-CLASS.
           MOVE WS-GT-QTY TO DL-QTY.
           MOVE WS-GT-SALES TO WS-SALES-VALUE.
           MOVE WS-GT-COST TO WS-COST-VALUE.
           PERFORM 290-FORMAT-MARGIN
               THRU 290-FORMAT-MARGIN-EXIT.
           MOVE WS-DETAIL-LINE TO MARGIN-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE WS-BLANK-LINE TO MARGIN-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'ISSUES PRICED:                ' TO SL-LABEL.
           MOVE WS-ISSUES-PRICED TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO MARGIN-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'ISSUES WITH NO COST YET:      ' TO SL-LABEL.
           MOVE WS-NO-COST-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO MARGIN-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
       400-WRITE-TOTALS-EXIT.
           EXIT.

       410-WRITE-ONE-CLASS.
           ADD 1 TO WS-CLS-SUB.
           MOVE SPACES TO DL-ITEM-CODE.
           MOVE 'CLASS TOTAL' TO DL-ITEM-DESC.
           MOVE WS-CLS-CODE (WS-CLS-SUB) TO DL-CLASS.
           MOVE WS-CLS-QTY (WS-CLS-SUB) TO DL-QTY.
           MOVE WS-CLS-SALES (WS-CLS-SUB) TO WS-SALES-VALUE.
           MOVE WS-CLS-COST (WS-CLS-SUB) TO WS-COST-VALUE.
           PERFORM 290-FORMAT-MARGIN
               THRU 290-FORMAT-MARGIN-EXIT.
           MOVE WS-DETAIL-LINE TO MARGIN-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
       410-WRITE-ONE-CLASS-EXIT.
           EXIT.
