      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(HOLDAGE)                        *
      * PURPOSE: INSPECTION HOLD AGING REPORT. READS THE HOLD MASTER   *
      * PROJ6 KEEPS FOR RECEIPTS OF INSPECTED CLASSES AND VENDORS AND *
      * LISTS EVERY RECEIPT STILL WAITING ON QC - GROUPED AS OVER 30  *
      * DAYS, 15-30, 8-14 AND 0-7 DAYS SINCE IT WAS RECEIVED, OLDEST  *
      * FIRST - WITH THE VENDOR, PO, WHY IT WAS HELD, THE QUANTITY    *
      * STILL HELD AND ITS VALUE AT THE RECEIPT'S OWN COST, SO QC CAN *
      * SEE WHAT IS STUCK AND FOR HOW LONG. EACH GROUP IS LISTED IN   *
      * RECEIVED DATE ORDER AND SUBTOTALLED, WITH A GRAND TOTAL.      *
      * RECEIPTS QC HAS FULLY CLEARED STAY ON THE HOLD MASTER AT ZERO *
      * AND ARE LEFT OFF.                                             *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * THIS PROGRAM WORKS THE SAME DATA DIRECTORY AS PROJ6, SO IT    *
      * RESOLVES ITS PATHS THROUGH THE SAME PROJ6_DATA_DIR            *
      * ENVIRONMENT VARIABLE - SEE 005-RESOLVE-DATA-PATHS.            *
      *****************************************************************
           SELECT HOLDMAST-FILE ASSIGN DYNAMIC WS-HOLDMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLDMAST-STATUS.
      *****************************************************************
      * ITEMMAST-FILE: PROJ2'S ITEM MASTER, READ FOR EACH RECEIPT'S   *
      * ITEM DESCRIPTION - THE SAME PATH RESOLUTION EXPRPT USES       *
      * (PROJ6_ITEMMAST_PATH, DEFAULTING TO PROJ2'S OWN DATA          *
      * DIRECTORY).                                                   *
      *****************************************************************
           SELECT ITEMMAST-FILE ASSIGN DYNAMIC WS-ITEMMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
      *****************************************************************
      * HELD-FILE: THE RECEIPTS STILL HELD IN GROUP / RECEIVED DATE / *
      * ITEM / LOCATION ORDER, AS THE SORT STEP'S GIVING LEAVES THEM. *
      *****************************************************************
           SELECT HELD-FILE ASSIGN DYNAMIC WS-HELD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT HOLD-REPORT-FILE ASSIGN DYNAMIC WS-HOLD-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * HOLDMAST-FILE: SAME LAYOUT AS PROJ6'S HOLD-RECORD.             *
      *****************************************************************
       FD  HOLDMAST-FILE
           RECORD CONTAINS 78 CHARACTERS.

       01  HOLD-RECORD.
           05  HOLD-KEY.
               10  HOLD-ITEM-CODE    PIC X(10).
               10  HOLD-LOC-CODE     PIC X(03).
               10  HOLD-RECEIVED-DATE PIC X(08).
               10  HOLD-SEQ-NUM      PIC 9(06).
           05  HOLD-QTY-HELD         PIC S9(07).
           05  HOLD-QTY-RECEIVED     PIC 9(05).
           05  HOLD-UNIT-COST        PIC 9(05)V9(04).
           05  HOLD-VENDOR-CODE      PIC X(05).
           05  HOLD-PO-NUMBER        PIC X(06).
           05  HOLD-LOT-NUMBER       PIC X(10).
           05  HOLD-EXPIRY-DATE      PIC X(08).
           05  HOLD-REASON           PIC X(01).

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
      * HELD-FILE / SORT-WORK-FILE: ONE RECEIPT STILL HELD. HW-GROUP  *
      * IS 1 FOR OVER 30 DAYS, 2 FOR 15-30, 3 FOR 8-14 AND 4 FOR 0-7, *
      * SO THE OLDEST GROUP SORTS FIRST.                              *
      *****************************************************************
       FD  HELD-FILE
           RECORDING MODE IS F.

       01  HW-RECORD.
           05  HW-GROUP              PIC 9(01).
           05  HW-RECEIVED-DATE      PIC X(08).
           05  HW-ITEM-CODE          PIC X(10).
           05  HW-LOC-CODE           PIC X(03).
           05  HW-DAYS-HELD          PIC 9(05).
           05  HW-VENDOR-CODE        PIC X(05).
           05  HW-PO-NUMBER          PIC X(06).
           05  HW-REASON             PIC X(01).
           05  HW-QTY-HELD           PIC 9(07).
           05  HW-VALUE              PIC 9(11)V99.

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-GROUP              PIC 9(01).
           05  SR-RECEIVED-DATE      PIC X(08).
           05  SR-ITEM-CODE          PIC X(10).
           05  SR-LOC-CODE           PIC X(03).
           05  FILLER                PIC X(37).

       FD  HOLD-REPORT-FILE
           RECORDING MODE IS F.

       01  HOLD-REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-HOLDMAST-STATUS    PIC XX.
           05  WS-ITEMMAST-STATUS    PIC XX.
           05  WS-HELD-STATUS        PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-HOLD-EOF-FLAG      PIC X          VALUE 'N'.
               88  HOLD-EOF          VALUE 'Y'.
           05  WS-HELD-EOF-FLAG      PIC X          VALUE 'N'.
               88  HELD-EOF          VALUE 'Y'.
           05  WS-ITEMMAST-OPEN-FLAG PIC X          VALUE 'N'.
               88  ITEMMAST-OPEN     VALUE 'Y'.

       77  WS-HOLDS-READ             PIC 9(05) COMP VALUE ZERO.
       77  WS-HOLDS-LISTED           PIC 9(05) COMP VALUE ZERO.
       77  WS-BAD-DATE-COUNT         PIC 9(05) COMP VALUE ZERO.

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
           05  WS-DAYS-HELD          PIC S9(07) COMP VALUE ZERO.

      *****************************************************************
      * WS-HELD-WORK: THE RECEIPT BEING RELEASED TO THE SORT, BUILT   *
      * HERE BEFORE IT IS RELEASED.                                   *
      *****************************************************************
       01  WS-HELD-WORK.
           05  WS-HW-GROUP           PIC 9(01).
           05  WS-HW-RECEIVED-DATE   PIC X(08).
           05  WS-HW-ITEM-CODE       PIC X(10).
           05  WS-HW-LOC-CODE        PIC X(03).
           05  WS-HW-DAYS-HELD       PIC 9(05).
           05  WS-HW-VENDOR-CODE     PIC X(05).
           05  WS-HW-PO-NUMBER       PIC X(06).
           05  WS-HW-REASON          PIC X(01).
           05  WS-HW-QTY-HELD        PIC 9(07).
           05  WS-HW-VALUE           PIC 9(11)V99.

      *****************************************************************
      * WS-GROUP-TOTALS: QUANTITY, VALUE AND RECEIPT COUNT PER GROUP, *
      * AND THE GROUP HEADINGS. WS-GROUP-SUB 1-4 MATCHES HW-GROUP.    *
      *****************************************************************
       01  WS-GROUP-TOTALS.
           05  WS-GROUP-ENTRY OCCURS 4 TIMES.
               10  WS-GROUP-HOLDS     PIC 9(05) COMP.
               10  WS-GROUP-QTY       PIC 9(09) COMP.
               10  WS-GROUP-VALUE     PIC S9(11)V99 COMP-3.
       01  WS-GROUP-NAME-VALUES.
           05  FILLER              PIC X(30)     VALUE
               'HELD OVER 30 DAYS             '.
           05  FILLER              PIC X(30)     VALUE
               'HELD 15 TO 30 DAYS            '.
           05  FILLER              PIC X(30)     VALUE
               'HELD 8 TO 14 DAYS             '.
           05  FILLER              PIC X(30)     VALUE
               'HELD 0 TO 7 DAYS              '.
       01  WS-GROUP-NAME-TABLE REDEFINES WS-GROUP-NAME-VALUES.
           05  WS-GROUP-NAME       PIC X(30) OCCURS 4 TIMES.

       01  WS-BREAK-FIELDS.
           05  WS-CURRENT-GROUP      PIC 9(01)      VALUE ZERO.
           05  WS-GROUP-SUB          PIC 9(01) COMP VALUE ZERO.
           05  WS-GRAND-HOLDS        PIC 9(05) COMP VALUE ZERO.
           05  WS-GRAND-QTY          PIC 9(09) COMP VALUE ZERO.
           05  WS-GRAND-VALUE        PIC S9(11)V99 COMP-3 VALUE ZERO.

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
           05  WS-HOLDMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-ITEMMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-HELD-PATH          PIC X(80) VALUE SPACES.
           05  WS-HOLD-RPT-PATH      PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- INSPECTION HOLD AGING REPORT ---      '.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RUN DATE: '.
               10  RH-DATE-OUT     PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  RH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(40)     VALUE SPACES.
           05  RH-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RECEIVED'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(5)      VALUE ' DAYS'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'ITEM CODE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(20)     VALUE 'DESCRIPTION'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(3)      VALUE 'LOC'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(5)      VALUE 'VEND.'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PO NO.'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'REASON'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(9)      VALUE ' QTY HELD'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(14)     VALUE
                   '         VALUE'.
               10  FILLER          PIC X(19)     VALUE SPACES.

       01  WS-GROUP-HEADING.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  GH-NAME             PIC X(30).
           05  FILLER              PIC X(97)     VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-RECEIVED-DATE    PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-DAYS-HELD        PIC ZZZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-ITEM-CODE        PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-ITEM-DESC        PIC X(20).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-LOC-CODE         PIC X(03).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-VENDOR-CODE      PIC X(05).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-PO-NUMBER        PIC X(06).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-REASON           PIC X(06).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-QTY              PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-VALUE            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(19)     VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  TL-LABEL            PIC X(30).
           05  TL-HOLDS            PIC ZZ,ZZ9.
           05  FILLER              PIC X(9)      VALUE ' RECEIPTS'.
           05  FILLER              PIC X(30)     VALUE SPACES.
           05  TL-QTY              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  TL-VALUE            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(24)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-LABEL            PIC X(30).
           05  SL-COUNT-OUT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(90)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'HOLDAGE: INSPECTION HOLD AGING REPORT'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-SET-RUN-DATE
               THRU 060-SET-RUN-DATE-EXIT.

           OPEN INPUT HOLDMAST-FILE.
           IF WS-HOLDMAST-STATUS NOT = '00'
               DISPLAY 'HOLDAGE ABEND - HOLD MASTER STATUS '
                   WS-HOLDMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN INPUT ITEMMAST-FILE.
           IF WS-ITEMMAST-STATUS = '00'
               MOVE 'Y' TO WS-ITEMMAST-OPEN-FLAG
           ELSE
               DISPLAY 'ITEM MASTER NOT AVAILABLE - STATUS '
                   WS-ITEMMAST-STATUS ' - DESCRIPTIONS LEFT BLANK'.
           INITIALIZE WS-GROUP-TOTALS.

      *****************************************************************
      * THE SORT STEP PICKS THE RECEIPTS STILL HELD OFF THE HOLD      *
      * MASTER AND LEAVES THEM IN GROUP / RECEIVED DATE / ITEM /      *
      * LOCATION ORDER FOR THE GROUP BREAKS.                          *
      *****************************************************************
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-GROUP SR-RECEIVED-DATE SR-ITEM-CODE
                                SR-LOC-CODE
               INPUT PROCEDURE IS 095-SELECT-HOLDS
                   THRU 095-SELECT-HOLDS-EXIT
               GIVING HELD-FILE.
           CLOSE HOLDMAST-FILE.
           OPEN INPUT HELD-FILE.
           IF WS-HELD-STATUS NOT = '00'
               DISPLAY 'HOLDAGE ABEND - CANNOT OPEN SORTED HOLD FILE '
                   '- STATUS ' WS-HELD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT HOLD-REPORT-FILE.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           PERFORM 200-REPORT-ONE-HOLD
               THRU 200-REPORT-ONE-HOLD-EXIT
               UNTIL HELD-EOF.
           IF WS-CURRENT-GROUP NOT = ZERO
               PERFORM 250-WRITE-GROUP-TOTAL
                   THRU 250-WRITE-GROUP-TOTAL-EXIT.
           PERFORM 400-WRITE-TOTALS THRU 400-WRITE-TOTALS-EXIT.
           CLOSE HELD-FILE
                 HOLD-REPORT-FILE.
           IF ITEMMAST-OPEN
               CLOSE ITEMMAST-FILE.

           DISPLAY 'HOLDAGE: HOLD RECORDS READ    : ' WS-HOLDS-READ.
           DISPLAY 'HOLDAGE: RECEIPTS STILL HELD  : ' WS-HOLDS-LISTED.
           IF WS-BAD-DATE-COUNT > ZERO
               DISPLAY 'HOLDAGE: HOLDS WITH BAD DATE  : '
                   WS-BAD-DATE-COUNT.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'HOLDAGE: HOLD AGING REPORT ENDED'.
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
                   '/HOLDMAST' DELIMITED BY SIZE
               INTO WS-HOLDMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/HOLDAGE.WORK' DELIMITED BY SIZE
               INTO WS-HELD-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/HOLDAGE.REPORT' DELIMITED BY SIZE
               INTO WS-HOLD-RPT-PATH.
           ACCEPT WS-ITEMMAST-PATH
               FROM ENVIRONMENT 'PROJ6_ITEMMAST_PATH'.
           IF WS-ITEMMAST-PATH = SPACES
               MOVE
                 '../project-002-table-processing/data/ITEMMAST.IDX'
                   TO WS-ITEMMAST-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 060-SET-RUN-DATE: THE RUN DATE IS TODAY, OR A CHAINED RUN'S   *
      * RUN_DATE, TURNED INTO A DAY NUMBER THE RECEIVED DATES ARE     *
      * MEASURED AGAINST.                                             *
      *****************************************************************
       060-SET-RUN-DATE.
           ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD.
           ACCEPT WS-CHAIN-RUN-DATE FROM ENVIRONMENT 'RUN_DATE'.
           IF WS-CHAIN-RUN-DATE NOT = SPACES
               MOVE WS-CHAIN-RUN-DATE TO WS-RUN-DATE-TEXT.
           STRING WS-RUN-DATE-TEXT (1:4) '-' WS-RUN-DATE-TEXT (5:2)
                   '-' WS-RUN-DATE-TEXT (7:2)
               INTO WS-RUN-DATE-DISPLAY.
           MOVE WS-RUN-DATE-TEXT TO WS-DN-DATE.
           PERFORM 8100-DATE-TO-DAY-NUMBER
               THRU 8100-DATE-TO-DAY-NUMBER-EXIT.
           MOVE WS-DN-RESULT TO WS-RUN-DAY-NUMBER.
       060-SET-RUN-DATE-EXIT.
           EXIT.

      *****************************************************************
      * 095-SELECT-HOLDS: SORT INPUT PROCEDURE. READS THE HOLD MASTER *
      * AND RELEASES EVERY RECEIPT WITH STOCK STILL HELD, AGED FROM   *
      * THE DATE IT WAS RECEIVED. A RECEIPT DATED AFTER THE RUN DATE  *
      * (A CHAINED RUN FOR AN EARLIER DAY) AGES AS ZERO DAYS.         *
      *****************************************************************
       095-SELECT-HOLDS.
           PERFORM 096-SELECT-ONE-HOLD
               THRU 096-SELECT-ONE-HOLD-EXIT
               UNTIL HOLD-EOF.
       095-SELECT-HOLDS-EXIT.
           EXIT.

       096-SELECT-ONE-HOLD.
           READ HOLDMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-FLAG
                   GO TO 096-SELECT-ONE-HOLD-EXIT
           END-READ.
           ADD 1 TO WS-HOLDS-READ.
           IF HOLD-QTY-HELD NOT > ZERO
               GO TO 096-SELECT-ONE-HOLD-EXIT.
           IF HOLD-RECEIVED-DATE IS NOT NUMERIC
               ADD 1 TO WS-BAD-DATE-COUNT
               DISPLAY 'WARNING: HELD RECEIPT OF ' HOLD-ITEM-CODE
                   ' AT ' HOLD-LOC-CODE
                   ' HAS NO VALID RECEIVED DATE - LEFT OFF THE REPORT'
               GO TO 096-SELECT-ONE-HOLD-EXIT.
           MOVE HOLD-RECEIVED-DATE TO WS-DN-DATE.
           PERFORM 8100-DATE-TO-DAY-NUMBER
               THRU 8100-DATE-TO-DAY-NUMBER-EXIT.
           COMPUTE WS-DAYS-HELD = WS-RUN-DAY-NUMBER - WS-DN-RESULT.
           IF WS-DAYS-HELD < ZERO
               MOVE ZERO TO WS-DAYS-HELD.
           IF WS-DAYS-HELD > 30
               MOVE 1 TO WS-HW-GROUP
           ELSE IF WS-DAYS-HELD > 14
               MOVE 2 TO WS-HW-GROUP
           ELSE IF WS-DAYS-HELD > 7
               MOVE 3 TO WS-HW-GROUP
           ELSE
               MOVE 4 TO WS-HW-GROUP.
           IF WS-DAYS-HELD > 99999
               MOVE 99999 TO WS-DAYS-HELD.
           MOVE HOLD-RECEIVED-DATE TO WS-HW-RECEIVED-DATE.
           MOVE HOLD-ITEM-CODE     TO WS-HW-ITEM-CODE.
           MOVE HOLD-LOC-CODE      TO WS-HW-LOC-CODE.
           MOVE WS-DAYS-HELD       TO WS-HW-DAYS-HELD.
           MOVE HOLD-VENDOR-CODE   TO WS-HW-VENDOR-CODE.
           MOVE HOLD-PO-NUMBER     TO WS-HW-PO-NUMBER.
           MOVE HOLD-REASON        TO WS-HW-REASON.
           MOVE HOLD-QTY-HELD      TO WS-HW-QTY-HELD.
           COMPUTE WS-HW-VALUE ROUNDED =
               HOLD-QTY-HELD * HOLD-UNIT-COST.
           RELEASE SORT-RECORD FROM WS-HELD-WORK.
       096-SELECT-ONE-HOLD-EXIT.
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
               MOVE WS-BLANK-LINE TO HOLD-REPORT-RECORD
               WRITE HOLD-REPORT-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO HOLD-REPORT-RECORD.
           WRITE HOLD-REPORT-RECORD.
           MOVE RH-COLUMNS TO HOLD-REPORT-RECORD.
           WRITE HOLD-REPORT-RECORD.
           MOVE WS-BLANK-LINE TO HOLD-REPORT-RECORD.
           WRITE HOLD-REPORT-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       100-WRITE-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 200-REPORT-ONE-HOLD: READS THE NEXT SORTED RECEIPT. A NEW     *
      * GROUP TOTALS THE GROUP JUST FINISHED AND HEADS THE NEW ONE    *
      * BEFORE THE RECEIPT IS LISTED.                                 *
      *****************************************************************
       200-REPORT-ONE-HOLD.
           READ HELD-FILE
               AT END
                   MOVE 'Y' TO WS-HELD-EOF-FLAG
                   GO TO 200-REPORT-ONE-HOLD-EXIT
           END-READ.
           IF HW-GROUP NOT = WS-CURRENT-GROUP
               IF WS-CURRENT-GROUP NOT = ZERO
                   PERFORM 250-WRITE-GROUP-TOTAL
                       THRU 250-WRITE-GROUP-TOTAL-EXIT
                   MOVE HW-GROUP TO WS-CURRENT-GROUP
                   PERFORM 240-WRITE-GROUP-HEADING
                       THRU 240-WRITE-GROUP-HEADING-EXIT
               ELSE
                   MOVE HW-GROUP TO WS-CURRENT-GROUP
                   PERFORM 240-WRITE-GROUP-HEADING
                       THRU 240-WRITE-GROUP-HEADING-EXIT.
           MOVE HW-GROUP TO WS-GROUP-SUB.
           ADD 1 TO WS-GROUP-HOLDS (WS-GROUP-SUB).
           ADD HW-QTY-HELD TO WS-GROUP-QTY (WS-GROUP-SUB).
           ADD HW-VALUE TO WS-GROUP-VALUE (WS-GROUP-SUB).
           ADD 1 TO WS-HOLDS-LISTED.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING HW-RECEIVED-DATE (1:4) '-' HW-RECEIVED-DATE (5:2)
                   '-' HW-RECEIVED-DATE (7:2)
               DELIMITED BY SIZE INTO DL-RECEIVED-DATE.
           MOVE HW-DAYS-HELD TO DL-DAYS-HELD.
           MOVE HW-ITEM-CODE TO DL-ITEM-CODE.
           MOVE SPACES TO DL-ITEM-DESC.
           IF ITEMMAST-OPEN
               MOVE HW-ITEM-CODE TO IM-ITEM-CODE
               READ ITEMMAST-FILE
                   INVALID KEY
                       MOVE '** NOT ON MASTER **' TO DL-ITEM-DESC
                   NOT INVALID KEY
                       MOVE IM-ITEM-DESC TO DL-ITEM-DESC
               END-READ.
           MOVE HW-LOC-CODE TO DL-LOC-CODE.
           MOVE HW-VENDOR-CODE TO DL-VENDOR-CODE.
           MOVE HW-PO-NUMBER TO DL-PO-NUMBER.
           IF HW-REASON = 'C'
               MOVE 'CLASS ' TO DL-REASON
           ELSE
               MOVE 'VENDOR' TO DL-REASON.
           MOVE HW-QTY-HELD TO DL-QTY.
           MOVE HW-VALUE TO DL-VALUE.
           MOVE WS-DETAIL-LINE TO HOLD-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       200-REPORT-ONE-HOLD-EXIT.
           EXIT.

      *****************************************************************
      * 240-WRITE-GROUP-HEADING: NAMES THE GROUP ABOUT TO BE LISTED.  *
      *****************************************************************
       240-WRITE-GROUP-HEADING.
           MOVE WS-CURRENT-GROUP TO WS-GROUP-SUB.
           MOVE WS-GROUP-NAME (WS-GROUP-SUB) TO GH-NAME.
           MOVE WS-GROUP-HEADING TO HOLD-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       240-WRITE-GROUP-HEADING-EXIT.
           EXIT.

      *****************************************************************
      * 250-WRITE-GROUP-TOTAL: THE RECEIPTS, QUANTITY AND VALUE OF    *
      * THE GROUP JUST LISTED.                                        *
      *****************************************************************
       250-WRITE-GROUP-TOTAL.
           MOVE WS-CURRENT-GROUP TO WS-GROUP-SUB.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE '  GROUP TOTAL' TO TL-LABEL.
           MOVE WS-GROUP-HOLDS (WS-GROUP-SUB) TO TL-HOLDS.
           MOVE WS-GROUP-QTY (WS-GROUP-SUB) TO TL-QTY.
           MOVE WS-GROUP-VALUE (WS-GROUP-SUB) TO TL-VALUE.
           MOVE WS-TOTAL-LINE TO HOLD-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE WS-BLANK-LINE TO HOLD-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       250-WRITE-GROUP-TOTAL-EXIT.
           EXIT.

      *****************************************************************
      * 280-EMIT-REPORT-LINE: WRITES THE LINE ALREADY MOVED TO        *
      * HOLD-REPORT-RECORD AND STARTS A NEW PAGE WHEN THIS ONE IS     *
      * FULL.                                                         *
      *****************************************************************
       280-EMIT-REPORT-LINE.
           WRITE HOLD-REPORT-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
       280-EMIT-REPORT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 400-WRITE-TOTALS: A SUMMARY LINE FOR EACH OF THE FOUR GROUPS, *
      * EMPTY ONES INCLUDED, THE GRAND TOTAL AND THE RUN COUNTS.      *
      *****************************************************************
       400-WRITE-TOTALS.
           MOVE WS-BLANK-LINE TO HOLD-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE ZERO TO WS-GROUP-SUB.
           PERFORM 410-WRITE-ONE-GROUP-SUMMARY
               THRU 410-WRITE-ONE-GROUP-SUMMARY-EXIT
               4 TIMES.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'TOTAL HELD FOR INSPECTION' TO TL-LABEL.
           MOVE WS-GRAND-HOLDS TO TL-HOLDS.
           MOVE WS-GRAND-QTY TO TL-QTY.
           MOVE WS-GRAND-VALUE TO TL-VALUE.
           MOVE WS-TOTAL-LINE TO HOLD-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE WS-BLANK-LINE TO HOLD-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'HOLD RECORDS READ:' TO SL-LABEL.
           MOVE WS-HOLDS-READ TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO HOLD-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'HOLDS WITH NO VALID DATE:' TO SL-LABEL.
           MOVE WS-BAD-DATE-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO HOLD-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       400-WRITE-TOTALS-EXIT.
           EXIT.

       410-WRITE-ONE-GROUP-SUMMARY.
           ADD 1 TO WS-GROUP-SUB.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE WS-GROUP-NAME (WS-GROUP-SUB) TO TL-LABEL.
           MOVE WS-GROUP-HOLDS (WS-GROUP-SUB) TO TL-HOLDS.
           MOVE WS-GROUP-QTY (WS-GROUP-SUB) TO TL-QTY.
           MOVE WS-GROUP-VALUE (WS-GROUP-SUB) TO TL-VALUE.
           MOVE WS-TOTAL-LINE TO HOLD-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           ADD WS-GROUP-HOLDS (WS-GROUP-SUB) TO WS-GRAND-HOLDS.
           ADD WS-GROUP-QTY (WS-GROUP-SUB) TO WS-GRAND-QTY.
           ADD WS-GROUP-VALUE (WS-GROUP-SUB) TO WS-GRAND-VALUE.
       410-WRITE-ONE-GROUP-SUMMARY-EXIT.
           EXIT.

      *****************************************************************
      * 8100-DATE-TO-DAY-NUMBER: TURNS THE YYYYMMDD DATE IN WS-DN-DATE *
      * INTO A SERIAL DAY NUMBER SO TWO DATES CAN BE SUBTRACTED FOR   *
      * DAYS BETWEEN. COUNTS 365 DAYS FOR EVERY PRIOR YEAR PLUS ITS   *
      * LEAP DAYS, THEN THE DAYS OF THE COMPLETED MONTHS, THEN THE    *
      * DAY OF THE MONTH, WITH ONE MORE FOR A LEAP YEAR ONCE FEBRUARY *
      * IS PAST.                                                      *
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
