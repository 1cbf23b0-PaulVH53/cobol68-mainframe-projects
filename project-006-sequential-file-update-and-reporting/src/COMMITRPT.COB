      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(COMMITRPT)                      *
      * PURPOSE: OPEN PURCHASE COMMITMENT REPORT. VALUES EVERY OPEN   *
      * PO ON POMAST AT ITS OUTSTANDING QUANTITY (ORDERED LESS        *
      * RECEIVED) TIMES THE VENDOR COST IT WAS CUT AT, AND TOTALS     *
      * THAT VALUE BY VENDOR AND BY EXPECTED-RECEIPT MONTH - THE      *
      * MONTH OF THE PO'S PROMISED DATE - SO FINANCE CAN SEE THE CASH *
      * THAT WILL GO OUT BEFORE THE INVOICES ARRIVE. THE FIRST PART   *
      * LISTS EACH VENDOR MONTH BY MONTH WITH A VENDOR TOTAL; THE     *
      * SECOND PART TOTALS ALL VENDORS FOR EACH MONTH. A PO CUT       *
      * BEFORE LEAD TIMES WERE KEPT HAS NO PROMISED DATE AND FALLS    *
      * UNDER "UNDATED".                                              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMITRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * THIS PROGRAM WORKS THE SAME DATA DIRECTORY AS PROJ6, SO IT    *
      * RESOLVES ITS PATHS THROUGH THE SAME PROJ6_DATA_DIR            *
      * ENVIRONMENT VARIABLE - SEE 005-RESOLVE-DATA-PATHS.            *
      *****************************************************************
           SELECT POMAST-FILE ASSIGN DYNAMIC WS-POMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-POMAST-STATUS.
           SELECT VENDMAST-FILE ASSIGN DYNAMIC WS-VENDMAST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDMAST-STATUS.
      *****************************************************************
      * OPENPO-FILE: THE OPEN POS IN VENDOR / PROMISED DATE ORDER, AS *
      * THE SORT STEP'S GIVING LEAVES THEM.                           *
      *****************************************************************
           SELECT OPENPO-FILE ASSIGN DYNAMIC WS-OPENPO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENPO-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT COMMIT-FILE ASSIGN DYNAMIC WS-COMMIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * POMAST-FILE: SAME LAYOUT AS POGEN'S PO-RECORD.                 *
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
      * OPENPO-FILE: THE PO-RECORD LAYOUT AGAIN, AS SORTED.           *
      *****************************************************************
       FD  OPENPO-FILE
           RECORD CONTAINS 66 CHARACTERS.

       01  OP-RECORD.
           05  OP-PO-NUMBER          PIC 9(06).
           05  OP-ITEM-CODE          PIC X(10).
           05  OP-LOC-CODE           PIC X(03).
           05  OP-VENDOR-CODE        PIC X(05).
           05  OP-QUANTITY           PIC 9(05).
           05  OP-ORDER-DATE         PIC X(08).
           05  OP-STATUS             PIC X(01).
           05  OP-QTY-RECEIVED       PIC 9(05).
           05  OP-PROMISED-DATE      PIC X(08).
           05  OP-RECEIVED-DATE      PIC X(08).
           05  OP-UNIT-COST          PIC 9(05)V99.

       SD  SORT-WORK-FILE.

      *****************************************************************
      * SORT-RECORD: THE PO-RECORD LAYOUT WITH ONLY THE SORT KEYS     *
      * NAMED - VENDOR, THEN PROMISED DATE.                           *
      *****************************************************************
       01  SORT-RECORD.
           05  FILLER                PIC X(19).
           05  SR-VENDOR-CODE        PIC X(05).
           05  FILLER                PIC X(19).
           05  SR-PROMISED-DATE      PIC X(08).
           05  FILLER                PIC X(15).

       FD  COMMIT-FILE
           RECORDING MODE IS F.

       01  COMMIT-RECORD             PIC X(132).
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
           05  WS-POMAST-STATUS      PIC XX.
           05  WS-VENDMAST-STATUS    PIC XX.
           05  WS-OPENPO-STATUS      PIC XX.
           05  WS-PARM-FILE-STATUS   PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-POMAST-EOF-FLAG    PIC X          VALUE 'N'.
               88  POMAST-EOF        VALUE 'Y'.
           05  WS-VENDMAST-EOF-FLAG  PIC X          VALUE 'N'.
               88  VENDMAST-EOF      VALUE 'Y'.
           05  WS-OPENPO-EOF-FLAG    PIC X          VALUE 'N'.
               88  OPENPO-EOF        VALUE 'Y'.

       77  WS-POS-READ               PIC 9(07) COMP VALUE ZERO.
       77  WS-OPEN-POS               PIC 9(07) COMP VALUE ZERO.
       77  WS-NO-COST-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-QTY-OUTSTANDING        PIC S9(07) COMP VALUE ZERO.
       77  WS-OPEN-VALUE             PIC S9(11)V99 COMP-3 VALUE ZERO.

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
      * WS-VENDOR-TABLE: THE VENDOR MASTER, FOR VENDOR NAMES.         *
      * VENDMNT KEEPS VENDMAST IN VENDOR CODE ORDER.                  *
      *****************************************************************
       01  WS-VENDOR-TABLE.
           05  WS-VEND-COUNT        PIC 9(5) COMP VALUE ZERO.
           05  WS-VEND-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-VEND-COUNT
                       ASCENDING KEY IS WS-VEND-CODE
                       INDEXED BY WS-VEND-IDX.
               10  WS-VEND-CODE        PIC X(05).
               10  WS-VEND-NAME        PIC X(25).

       01  WS-VEND-LOOKUP-FIELDS.
           05  WS-VEND-FOUND-FLAG   PIC X          VALUE 'N'.
               88  VENDOR-FOUND     VALUE 'Y'.

      *****************************************************************
      * WS-BREAK-FIELDS: THE VENDOR AND MONTH CONTROL BREAKS OVER     *
      * OPENPO-FILE. WS-CUR-MONTH IS THE PROMISED DATE'S YYYYMM, OR   *
      * SPACES FOR AN UNDATED PO.                                     *
      *****************************************************************
       01  WS-BREAK-FIELDS.
           05  WS-PREV-VENDOR        PIC X(05)      VALUE SPACES.
           05  WS-PREV-MONTH         PIC X(06)      VALUE SPACES.
           05  WS-CUR-MONTH          PIC X(06)      VALUE SPACES.
           05  WS-VENDOR-NAME-OUT    PIC X(25)      VALUE SPACES.
           05  WS-NAME-PRINTED-FLAG  PIC X          VALUE 'N'.
               88  VENDOR-NAME-PRINTED VALUE 'Y'.
           05  WS-MB-PO-COUNT        PIC 9(05) COMP VALUE ZERO.
           05  WS-MB-QTY             PIC 9(07) COMP VALUE ZERO.
           05  WS-MB-VALUE           PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-VB-PO-COUNT        PIC 9(05) COMP VALUE ZERO.
           05  WS-VB-QTY             PIC 9(07) COMP VALUE ZERO.
           05  WS-VB-VALUE           PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-GRAND-TOTALS.
           05  WS-GT-PO-COUNT        PIC 9(07) COMP VALUE ZERO.
           05  WS-GT-QTY             PIC 9(09) COMP VALUE ZERO.
           05  WS-GT-VALUE           PIC S9(13)V99 COMP-3 VALUE ZERO.

      *****************************************************************
      * WS-MONTH-TABLE: ALL-VENDOR TOTALS PER EXPECTED-RECEIPT MONTH, *
      * BUILT AS THE VENDOR GROUPS ARE PRINTED AND PUT IN MONTH ORDER *
      * FOR THE SECOND PART BY 320-SORT-MONTH-TABLE.                  *
      *****************************************************************
       01  WS-MONTH-TABLE.
           05  WS-MONTH-COUNT        PIC 9(03) COMP VALUE ZERO.
           05  WS-MONTH-ENTRY OCCURS 1 TO 120 TIMES
                       DEPENDING ON WS-MONTH-COUNT
                       INDEXED BY WS-MONTH-IDX.
               10  WS-MTH-KEY          PIC X(06).
               10  WS-MTH-PO-COUNT     PIC 9(05) COMP.
               10  WS-MTH-QTY          PIC 9(07) COMP.
               10  WS-MTH-VALUE        PIC S9(11)V99 COMP-3.

       01  WS-MONTH-WORK-FIELDS.
           05  WS-MTH-FOUND-FLAG     PIC X          VALUE 'N'.
               88  MONTH-TALLIED     VALUE 'Y'.
           05  WS-MONTH-SUB          PIC 9(03) COMP VALUE ZERO.
           05  WS-SORT-J             PIC 9(03) COMP VALUE ZERO.
           05  WS-SWAP-KEY           PIC X(06)      VALUE SPACES.
           05  WS-SWAP-PO-COUNT      PIC 9(05) COMP VALUE ZERO.
           05  WS-SWAP-QTY           PIC 9(07) COMP VALUE ZERO.
           05  WS-SWAP-VALUE         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-MONTH-DISPLAY      PIC X(10)      VALUE SPACES.
           05  WS-FMT-MONTH          PIC X(06)      VALUE SPACES.

      *****************************************************************
      * WS-DATA-PATH-FIELDS: SEE 005-RESOLVE-DATA-PATHS.               *
      *****************************************************************
       01  WS-DATA-PATH-FIELDS.
           05  WS-DATA-DIR           PIC X(60) VALUE 'data'.
           05  WS-POMAST-PATH        PIC X(80) VALUE SPACES.
           05  WS-VENDMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-OPENPO-PATH        PIC X(80) VALUE SPACES.
           05  WS-COMMIT-PATH        PIC X(80) VALUE SPACES.
           05  WS-PARM-PATH          PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- OPEN PURCHASE COMMITMENTS ---         '.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RUN DATE: '.
               10  RH-DATE-OUT     PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  RH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(40)     VALUE SPACES.
           05  RH-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'VENDOR'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(25)     VALUE 'VENDOR NAME'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'EXP. MONTH'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE 'OPEN POS'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(15)     VALUE
                   'QTY OUTSTANDING'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(16)     VALUE
                   '      OPEN VALUE'.
               10  FILLER          PIC X(34)     VALUE SPACES.

      *****************************************************************
      * WS-SECTION-LINE: TITLES THE SECOND PART OF THE REPORT.        *
      *****************************************************************
       01  WS-SECTION-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  FILLER              PIC X(50)     VALUE
               '--- ALL VENDORS BY EXPECTED-RECEIPT MONTH ---     '.
           05  FILLER              PIC X(77)     VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-VENDOR-CODE      PIC X(5).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-VENDOR-NAME      PIC X(25).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-MONTH            PIC X(10).
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-PO-COUNT         PIC ZZ,ZZ9.
           05  FILLER              PIC X(11)     VALUE SPACES.
           05  DL-QTY              PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-VALUE            PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(34)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-LABEL            PIC X(30).
           05  SL-COUNT-OUT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(90)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'COMMITRPT: OPEN PURCHASE COMMITMENT REPORT'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-READ-PARM-CARD
               THRU 060-READ-PARM-CARD-EXIT.
           STRING WS-RUN-DATE-TEXT (1:4) '-' WS-RUN-DATE-TEXT (5:2)
                   '-' WS-RUN-DATE-TEXT (7:2)
               INTO WS-RUN-DATE-DISPLAY.
           PERFORM 040-LOAD-VENDOR-MASTER
               THRU 040-LOAD-VENDOR-MASTER-EXIT.

      *****************************************************************
      * THE SORT STEP PICKS THE OPEN POS OFF POMAST AND LEAVES THEM   *
      * IN VENDOR / PROMISED DATE ORDER FOR THE CONTROL BREAKS BELOW. *
      *****************************************************************
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-VENDOR-CODE SR-PROMISED-DATE
               INPUT PROCEDURE IS 095-SELECT-OPEN-POS
                   THRU 095-SELECT-OPEN-POS-EXIT
               GIVING OPENPO-FILE.

           OPEN INPUT OPENPO-FILE.
           IF WS-OPENPO-STATUS NOT = '00'
               DISPLAY 'COMMITRPT ABEND - CANNOT OPEN SORTED OPEN PO '
                   'FILE - STATUS ' WS-OPENPO-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT COMMIT-FILE.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           PERFORM 200-READ-ONE-OPEN-PO
               UNTIL OPENPO-EOF.
           IF WS-PREV-VENDOR NOT = SPACES
               PERFORM 240-MONTH-BREAK THRU 240-MONTH-BREAK-EXIT
               PERFORM 250-VENDOR-BREAK THRU 250-VENDOR-BREAK-EXIT.
           CLOSE OPENPO-FILE.
           PERFORM 300-WRITE-MONTH-SECTION
               THRU 300-WRITE-MONTH-SECTION-EXIT.
           PERFORM 400-WRITE-TOTALS
               THRU 400-WRITE-TOTALS-EXIT.
           CLOSE COMMIT-FILE.

           DISPLAY 'COMMITRPT: POS READ           : ' WS-POS-READ.
           DISPLAY 'COMMITRPT: OPEN POS VALUED    : ' WS-OPEN-POS.
           DISPLAY 'COMMITRPT: OPEN POS NO COST   : ' WS-NO-COST-COUNT.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'COMMITRPT: COMMITMENT REPORT RUN ENDED'.
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
                   '/POMAST' DELIMITED BY SIZE
               INTO WS-POMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/VENDMAST' DELIMITED BY SIZE
               INTO WS-VENDMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/COMMIT.SORTED' DELIMITED BY SIZE
               INTO WS-OPENPO-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/COMMIT.REPORT' DELIMITED BY SIZE
               INTO WS-COMMIT-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PROJ6.PARM' DELIMITED BY SIZE
               INTO WS-PARM-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 040-LOAD-VENDOR-MASTER: LOADS VENDMAST FOR THE VENDOR NAMES.  *
      *****************************************************************
       040-LOAD-VENDOR-MASTER.
           OPEN INPUT VENDMAST-FILE.
           IF WS-VENDMAST-STATUS NOT = '00'
               DISPLAY 'NO VENDOR MASTER FOUND - VENDOR NAMES WILL '
                   'NOT PRINT'
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
                       MOVE VD-VENDOR-NAME TO
                           WS-VEND-NAME (WS-VEND-COUNT)
                   ELSE
                       DISPLAY 'WARNING: VENDOR TABLE FULL - '
                           VD-VENDOR-CODE ' NOT LOADED'.

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
      * 095-SELECT-OPEN-POS: THE SORT STEP'S INPUT PROCEDURE. READS   *
      * POMAST FRONT TO BACK AND RELEASES EVERY OPEN PO WITH ANY      *
      * QUANTITY STILL TO COME. NO PO MASTER YET MEANS NOTHING IS     *
      * COMMITTED, SO NOTHING IS RELEASED AND AN EMPTY REPORT PRINTS. *
      *****************************************************************
       095-SELECT-OPEN-POS.
           OPEN INPUT POMAST-FILE.
           IF WS-POMAST-STATUS NOT = '00'
               DISPLAY 'NO PO MASTER FOUND - NOTHING COMMITTED'
               GO TO 095-SELECT-OPEN-POS-EXIT.
           PERFORM 096-CHECK-ONE-PO
               UNTIL POMAST-EOF.
           CLOSE POMAST-FILE.
       095-SELECT-OPEN-POS-EXIT.
           EXIT.

       096-CHECK-ONE-PO.
           READ POMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-POMAST-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-POS-READ
                   IF PO-OPEN AND PO-QTY-RECEIVED < PO-QUANTITY
                       MOVE PO-RECORD TO SORT-RECORD
                       RELEASE SORT-RECORD
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
               MOVE WS-BLANK-LINE TO COMMIT-RECORD
               WRITE COMMIT-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO COMMIT-RECORD.
           WRITE COMMIT-RECORD.
           MOVE RH-COLUMNS TO COMMIT-RECORD.
           WRITE COMMIT-RECORD.
           MOVE WS-BLANK-LINE TO COMMIT-RECORD.
           WRITE COMMIT-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       100-WRITE-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 200-READ-ONE-OPEN-PO: READS ONE SORTED OPEN PO, TAKING THE    *
      * MONTH AND VENDOR BREAKS AS THEY FALL, AND ADDS THE PO INTO    *
      * THE CURRENT VENDOR-MONTH.                                     *
      *****************************************************************
       200-READ-ONE-OPEN-PO.
           READ OPENPO-FILE
               AT END
                   MOVE 'Y' TO WS-OPENPO-EOF-FLAG
               NOT AT END
                   IF OP-PROMISED-DATE IS NUMERIC
                       MOVE OP-PROMISED-DATE (1:6) TO WS-CUR-MONTH
                   ELSE
                       MOVE SPACES TO WS-CUR-MONTH
                   END-IF
                   PERFORM 220-CHECK-BREAKS
                       THRU 220-CHECK-BREAKS-EXIT
                   PERFORM 210-VALUE-ONE-PO
                       THRU 210-VALUE-ONE-PO-EXIT
           END-READ.

      *****************************************************************
      * 210-VALUE-ONE-PO: THE COMMITMENT IS WHAT IS STILL TO COME AT  *
      * THE COST THE PO WAS CUT AT. A PO CUT BEFORE VENDOR COSTS WERE *
      * KEPT VALUES AT ZERO AND IS COUNTED SO THE SHORTFALL SHOWS.    *
      *****************************************************************
       210-VALUE-ONE-PO.
           COMPUTE WS-QTY-OUTSTANDING =
               OP-QUANTITY - OP-QTY-RECEIVED.
           IF OP-UNIT-COST IS NUMERIC
               COMPUTE WS-OPEN-VALUE =
                   WS-QTY-OUTSTANDING * OP-UNIT-COST
           ELSE
               MOVE ZERO TO WS-OPEN-VALUE.
           IF WS-OPEN-VALUE = ZERO
               ADD 1 TO WS-NO-COST-COUNT.
           ADD 1 TO WS-OPEN-POS.
           ADD 1 TO WS-MB-PO-COUNT.
           ADD WS-QTY-OUTSTANDING TO WS-MB-QTY.
           ADD WS-OPEN-VALUE TO WS-MB-VALUE.
       210-VALUE-ONE-PO-EXIT.
           EXIT.

      *****************************************************************
      * 220-CHECK-BREAKS: A NEW VENDOR CLOSES OFF THE LAST VENDOR'S   *
      * MONTH AND THE VENDOR ITSELF; A NEW MONTH UNDER THE SAME       *
      * VENDOR CLOSES OFF THE MONTH ONLY.                             *
      *****************************************************************
       220-CHECK-BREAKS.
           IF OP-VENDOR-CODE = WS-PREV-VENDOR
               GO TO 220-CHECK-MONTH.
           IF WS-PREV-VENDOR NOT = SPACES
               PERFORM 240-MONTH-BREAK THRU 240-MONTH-BREAK-EXIT
               PERFORM 250-VENDOR-BREAK THRU 250-VENDOR-BREAK-EXIT.
           PERFORM 230-START-VENDOR THRU 230-START-VENDOR-EXIT.
           GO TO 220-CHECK-BREAKS-EXIT.
       220-CHECK-MONTH.
           IF WS-CUR-MONTH NOT = WS-PREV-MONTH
               PERFORM 240-MONTH-BREAK THRU 240-MONTH-BREAK-EXIT
               MOVE WS-CUR-MONTH TO WS-PREV-MONTH.
       220-CHECK-BREAKS-EXIT.
           EXIT.

      *****************************************************************
      * 230-START-VENDOR: LOOKS UP THE NEW VENDOR'S NAME AND ZEROES   *
      * ITS TOTALS. THE NAME PRINTS ON THE VENDOR'S FIRST LINE ONLY.  *
      *****************************************************************
       230-START-VENDOR.
           MOVE OP-VENDOR-CODE TO WS-PREV-VENDOR.
           MOVE WS-CUR-MONTH TO WS-PREV-MONTH.
           MOVE ZERO TO WS-VB-PO-COUNT.
           MOVE ZERO TO WS-VB-QTY.
           MOVE ZERO TO WS-VB-VALUE.
           MOVE 'N' TO WS-NAME-PRINTED-FLAG.
           MOVE 'N' TO WS-VEND-FOUND-FLAG.
           IF WS-VEND-COUNT > ZERO
               SET WS-VEND-IDX TO 1
               SEARCH ALL WS-VEND-ENTRY
                   WHEN WS-VEND-CODE (WS-VEND-IDX) = OP-VENDOR-CODE
                       MOVE 'Y' TO WS-VEND-FOUND-FLAG.
           IF VENDOR-FOUND
               MOVE WS-VEND-NAME (WS-VEND-IDX) TO WS-VENDOR-NAME-OUT
           ELSE
               MOVE '** NOT ON VENDOR MASTER' TO WS-VENDOR-NAME-OUT.
       230-START-VENDOR-EXIT.
           EXIT.

      *****************************************************************
      * 240-MONTH-BREAK: PRINTS THE VENDOR'S LINE FOR THE MONTH JUST  *
      * FINISHED, ROLLS IT INTO THE VENDOR TOTAL AND THE ALL-VENDOR   *
      * MONTH TABLE, AND ZEROES THE MONTH TOTALS.                     *
      *****************************************************************
       240-MONTH-BREAK.
           MOVE WS-PREV-MONTH TO WS-FMT-MONTH.
           PERFORM 290-FORMAT-MONTH THRU 290-FORMAT-MONTH-EXIT.
           MOVE SPACES TO DL-VENDOR-CODE.
           MOVE SPACES TO DL-VENDOR-NAME.
           IF NOT VENDOR-NAME-PRINTED
               MOVE WS-PREV-VENDOR TO DL-VENDOR-CODE
               MOVE WS-VENDOR-NAME-OUT TO DL-VENDOR-NAME
               MOVE 'Y' TO WS-NAME-PRINTED-FLAG.
           MOVE WS-MONTH-DISPLAY TO DL-MONTH.
           MOVE WS-MB-PO-COUNT TO DL-PO-COUNT.
           MOVE WS-MB-QTY TO DL-QTY.
           MOVE WS-MB-VALUE TO DL-VALUE.
           MOVE WS-DETAIL-LINE TO COMMIT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           PERFORM 245-TALLY-MONTH THRU 245-TALLY-MONTH-EXIT.
           ADD WS-MB-PO-COUNT TO WS-VB-PO-COUNT.
           ADD WS-MB-QTY TO WS-VB-QTY.
           ADD WS-MB-VALUE TO WS-VB-VALUE.
           MOVE ZERO TO WS-MB-PO-COUNT.
           MOVE ZERO TO WS-MB-QTY.
           MOVE ZERO TO WS-MB-VALUE.
       240-MONTH-BREAK-EXIT.
           EXIT.

      *****************************************************************
      * 245-TALLY-MONTH: ADDS THE VENDOR-MONTH INTO THE ALL-VENDOR    *
      * MONTH TABLE, OPENING A NEW ENTRY THE FIRST TIME A MONTH IS    *
      * SEEN. THE TABLE IS IN FIRST-SEEN ORDER UNTIL 320 SORTS IT.    *
      *****************************************************************
       245-TALLY-MONTH.
           MOVE 'N' TO WS-MTH-FOUND-FLAG.
           IF WS-MONTH-COUNT > ZERO
               SET WS-MONTH-IDX TO 1
               SEARCH WS-MONTH-ENTRY
                   WHEN WS-MTH-KEY (WS-MONTH-IDX) = WS-PREV-MONTH
                       MOVE 'Y' TO WS-MTH-FOUND-FLAG.
           IF NOT MONTH-TALLIED
               IF WS-MONTH-COUNT < 120
                   ADD 1 TO WS-MONTH-COUNT
                   SET WS-MONTH-IDX TO WS-MONTH-COUNT
                   MOVE WS-PREV-MONTH TO WS-MTH-KEY (WS-MONTH-IDX)
                   MOVE ZERO TO WS-MTH-PO-COUNT (WS-MONTH-IDX)
                   MOVE ZERO TO WS-MTH-QTY (WS-MONTH-IDX)
                   MOVE ZERO TO WS-MTH-VALUE (WS-MONTH-IDX)
               ELSE
                   DISPLAY 'WARNING: MONTH TABLE FULL - '
                       WS-PREV-MONTH ' LEFT OUT OF MONTH TOTALS'
                   GO TO 245-TALLY-MONTH-EXIT.
           ADD WS-MB-PO-COUNT TO WS-MTH-PO-COUNT (WS-MONTH-IDX).
           ADD WS-MB-QTY TO WS-MTH-QTY (WS-MONTH-IDX).
           ADD WS-MB-VALUE TO WS-MTH-VALUE (WS-MONTH-IDX).
       245-TALLY-MONTH-EXIT.
           EXIT.

      *****************************************************************
      * 250-VENDOR-BREAK: PRINTS THE VENDOR'S TOTAL ACROSS ALL ITS    *
      * MONTHS, ADDS IT TO THE GRAND TOTAL, AND SKIPS A LINE.         *
      *****************************************************************
       250-VENDOR-BREAK.
           MOVE SPACES TO DL-VENDOR-CODE.
           MOVE '    ** VENDOR TOTAL **' TO DL-VENDOR-NAME.
           MOVE SPACES TO DL-MONTH.
           MOVE WS-VB-PO-COUNT TO DL-PO-COUNT.
           MOVE WS-VB-QTY TO DL-QTY.
           MOVE WS-VB-VALUE TO DL-VALUE.
           MOVE WS-DETAIL-LINE TO COMMIT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE WS-BLANK-LINE TO COMMIT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           ADD WS-VB-PO-COUNT TO WS-GT-PO-COUNT.
           ADD WS-VB-QTY TO WS-GT-QTY.
           ADD WS-VB-VALUE TO WS-GT-VALUE.
       250-VENDOR-BREAK-EXIT.
           EXIT.

      *****************************************************************
      * 280-EMIT-REPORT-LINE: WRITES THE LINE ALREADY MOVED TO        *
      * COMMIT-RECORD AND STARTS A NEW PAGE WHEN THIS ONE IS FULL.    *
      *****************************************************************
       280-EMIT-REPORT-LINE.
           WRITE COMMIT-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
       280-EMIT-REPORT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 290-FORMAT-MONTH: TURNS WS-FMT-MONTH (YYYYMM) INTO YYYY-MM    *
      * FOR PRINTING, OR "UNDATED" WHEN THE PO HAD NO PROMISED DATE.  *
      *****************************************************************
       290-FORMAT-MONTH.
           MOVE SPACES TO WS-MONTH-DISPLAY.
           IF WS-FMT-MONTH = SPACES
               MOVE 'UNDATED' TO WS-MONTH-DISPLAY
           ELSE
               STRING WS-FMT-MONTH (1:4) '-' WS-FMT-MONTH (5:2)
                   DELIMITED BY SIZE
                   INTO WS-MONTH-DISPLAY.
       290-FORMAT-MONTH-EXIT.
           EXIT.

      *****************************************************************
      * 300-WRITE-MONTH-SECTION: THE SECOND PART OF THE REPORT - ONE  *
      * LINE PER EXPECTED-RECEIPT MONTH ACROSS ALL VENDORS, IN MONTH  *
      * ORDER WITH UNDATED POS FIRST, THEN THE GRAND TOTAL.           *
      *****************************************************************
       300-WRITE-MONTH-SECTION.
           PERFORM 320-SORT-MONTH-TABLE THRU 320-SORT-MONTH-TABLE-EXIT.
           MOVE WS-SECTION-LINE TO COMMIT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE WS-BLANK-LINE TO COMMIT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           PERFORM 310-WRITE-ONE-MONTH THRU 310-WRITE-ONE-MONTH-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > WS-MONTH-COUNT.
           MOVE SPACES TO DL-VENDOR-CODE.
           MOVE '    ** ALL VENDORS **' TO DL-VENDOR-NAME.
           MOVE SPACES TO DL-MONTH.
           MOVE WS-GT-PO-COUNT TO DL-PO-COUNT.
           MOVE WS-GT-QTY TO DL-QTY.
           MOVE WS-GT-VALUE TO DL-VALUE.
           MOVE WS-DETAIL-LINE TO COMMIT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       300-WRITE-MONTH-SECTION-EXIT.
           EXIT.

       310-WRITE-ONE-MONTH.
           MOVE WS-MTH-KEY (WS-MONTH-SUB) TO WS-FMT-MONTH.
           PERFORM 290-FORMAT-MONTH THRU 290-FORMAT-MONTH-EXIT.
           MOVE SPACES TO DL-VENDOR-CODE.
           MOVE SPACES TO DL-VENDOR-NAME.
           MOVE WS-MONTH-DISPLAY TO DL-MONTH.
           MOVE WS-MTH-PO-COUNT (WS-MONTH-SUB) TO DL-PO-COUNT.
           MOVE WS-MTH-QTY (WS-MONTH-SUB) TO DL-QTY.
           MOVE WS-MTH-VALUE (WS-MONTH-SUB) TO DL-VALUE.
           MOVE WS-DETAIL-LINE TO COMMIT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       310-WRITE-ONE-MONTH-EXIT.
           EXIT.

      *****************************************************************
      * 320-SORT-MONTH-TABLE: PUTS THE MONTH TABLE IN MONTH ORDER     *
      * WITH A SIMPLE EXCHANGE SORT - THE SAME PASSES VENDMNT USES TO *
      * KEEP ITS VENDOR TABLE IN CODE ORDER.                          *
      *****************************************************************
       320-SORT-MONTH-TABLE.
           PERFORM 322-SORT-ONE-PASS THRU 322-SORT-ONE-PASS-EXIT
               WS-MONTH-COUNT TIMES.
       320-SORT-MONTH-TABLE-EXIT.
           EXIT.

       322-SORT-ONE-PASS.
           MOVE 1 TO WS-SORT-J.
           PERFORM 324-SORT-COMPARE THRU 324-SORT-COMPARE-EXIT
               WS-MONTH-COUNT TIMES.
       322-SORT-ONE-PASS-EXIT.
           EXIT.

       324-SORT-COMPARE.
           IF WS-SORT-J < WS-MONTH-COUNT
               IF WS-MTH-KEY (WS-SORT-J) > WS-MTH-KEY (WS-SORT-J + 1)
                   MOVE WS-MTH-KEY (WS-SORT-J) TO WS-SWAP-KEY
                   MOVE WS-MTH-PO-COUNT (WS-SORT-J) TO WS-SWAP-PO-COUNT
                   MOVE WS-MTH-QTY (WS-SORT-J) TO WS-SWAP-QTY
                   MOVE WS-MTH-VALUE (WS-SORT-J) TO WS-SWAP-VALUE
                   MOVE WS-MONTH-ENTRY (WS-SORT-J + 1)
                       TO WS-MONTH-ENTRY (WS-SORT-J)
                   MOVE WS-SWAP-KEY TO WS-MTH-KEY (WS-SORT-J + 1)
                   MOVE WS-SWAP-PO-COUNT
                       TO WS-MTH-PO-COUNT (WS-SORT-J + 1)
                   MOVE WS-SWAP-QTY TO WS-MTH-QTY (WS-SORT-J + 1)
                   MOVE WS-SWAP-VALUE TO WS-MTH-VALUE (WS-SORT-J + 1).
           ADD 1 TO WS-SORT-J.
       324-SORT-COMPARE-EXIT.
           EXIT.

      *****************************************************************
      * 400-WRITE-TOTALS: CLOSES THE REPORT WITH THE RUN COUNTS.      *
      *****************************************************************
       400-WRITE-TOTALS.
           MOVE WS-BLANK-LINE TO COMMIT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'POS ON PO MASTER:' TO SL-LABEL.
           MOVE WS-POS-READ TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO COMMIT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'OPEN POS VALUED:' TO SL-LABEL.
           MOVE WS-OPEN-POS TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO COMMIT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'OPEN POS WITH NO COST:' TO SL-LABEL.
           MOVE WS-NO-COST-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO COMMIT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       400-WRITE-TOTALS-EXIT.
           EXIT.
