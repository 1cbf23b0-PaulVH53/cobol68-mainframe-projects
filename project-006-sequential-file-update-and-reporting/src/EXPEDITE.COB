      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(EXPEDITE)                       *
      * PURPOSE: NIGHTLY PO EXPEDITING REPORT. LISTS EVERY OPEN       *
      * PURCHASE ORDER ON POMAST WHOSE PROMISED DATE (ORDER DATE PLUS *
      * THE VENDOR'S LEAD TIME, SET BY POGEN) IS BEFORE THE RUN DATE, *
      * GROUPED BY VENDOR SO PURCHASING CAN WORK DOWN THE LIST ONE    *
      * PHONE CALL AT A TIME. EACH LINE SHOWS THE LOCATION WAITING    *
      * FOR THE STOCK, HOW MANY DAYS THE PO IS OVERDUE AND THE        *
      * QUANTITY STILL OUTSTANDING AFTER ANY PART RECEIPTS. RUN AFTER *
      * PROJ6 FOR THE SAME RUN DATE SO TONIGHT'S RECEIPTS ARE OFF.    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPEDITE.

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
      * OVERDUE-FILE: THE OVERDUE POS IN VENDOR / PROMISED DATE       *
      * ORDER, AS THE SORT STEP'S GIVING LEAVES THEM.                 *
      *****************************************************************
           SELECT OVERDUE-FILE ASSIGN DYNAMIC WS-OVERDUE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERDUE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT EXPEDITE-FILE ASSIGN DYNAMIC WS-EXPEDITE-PATH
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
      * OVERDUE-FILE: THE PO-RECORD LAYOUT AGAIN, AS SORTED.          *
      *****************************************************************
       FD  OVERDUE-FILE
           RECORD CONTAINS 66 CHARACTERS.

       01  OD-RECORD.
           05  OD-PO-NUMBER          PIC 9(06).
           05  OD-ITEM-CODE          PIC X(10).
           05  OD-LOC-CODE           PIC X(03).
           05  OD-VENDOR-CODE        PIC X(05).
           05  OD-QUANTITY           PIC 9(05).
           05  OD-ORDER-DATE         PIC X(08).
           05  OD-STATUS             PIC X(01).
           05  OD-QTY-RECEIVED       PIC 9(05).
           05  OD-PROMISED-DATE      PIC X(08).
           05  OD-RECEIVED-DATE      PIC X(08).
           05  OD-UNIT-COST          PIC 9(05)V99.

       SD  SORT-WORK-FILE.

      *****************************************************************
      * SORT-RECORD: THE PO-RECORD LAYOUT WITH ONLY THE SORT KEYS     *
      * NAMED - VENDOR, THEN PROMISED DATE SO THE LONGEST OVERDUE     *
      * COMES FIRST, THEN PO NUMBER.                                  *
      *****************************************************************
       01  SORT-RECORD.
           05  SR-PO-NUMBER          PIC 9(06).
           05  FILLER                PIC X(13).
           05  SR-VENDOR-CODE        PIC X(05).
           05  FILLER                PIC X(19).
           05  SR-PROMISED-DATE      PIC X(08).
           05  FILLER                PIC X(15).

       FD  EXPEDITE-FILE
           RECORDING MODE IS F.

       01  EXPEDITE-RECORD           PIC X(132).
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
           05  WS-OVERDUE-STATUS     PIC XX.
           05  WS-PARM-FILE-STATUS   PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-POMAST-EOF-FLAG    PIC X          VALUE 'N'.
               88  POMAST-EOF        VALUE 'Y'.
           05  WS-VENDMAST-EOF-FLAG  PIC X          VALUE 'N'.
               88  VENDMAST-EOF      VALUE 'Y'.
           05  WS-OVERDUE-EOF-FLAG   PIC X          VALUE 'N'.
               88  OVERDUE-EOF       VALUE 'Y'.

       77  WS-POS-READ               PIC 9(07) COMP VALUE ZERO.
       77  WS-OPEN-POS               PIC 9(07) COMP VALUE ZERO.
       77  WS-NO-PROMISE-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-OVERDUE-POS            PIC 9(07) COMP VALUE ZERO.
       77  WS-VENDORS-OVERDUE        PIC 9(05) COMP VALUE ZERO.
       77  WS-TOTAL-OUTSTANDING      PIC 9(09) COMP VALUE ZERO.
       77  WS-DAYS-OVERDUE           PIC S9(07) COMP VALUE ZERO.
       77  WS-QTY-OUTSTANDING        PIC S9(07) COMP VALUE ZERO.

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
      * WS-VENDOR-TABLE: THE VENDOR MASTER, FOR EACH GROUP'S NAME AND *
      * LEAD TIME. VENDMNT KEEPS VENDMAST IN VENDOR CODE ORDER.        *
      *****************************************************************
       01  WS-VENDOR-TABLE.
           05  WS-VEND-COUNT        PIC 9(5) COMP VALUE ZERO.
           05  WS-VEND-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-VEND-COUNT
                       ASCENDING KEY IS WS-VEND-CODE
                       INDEXED BY WS-VEND-IDX.
               10  WS-VEND-CODE        PIC X(05).
               10  WS-VEND-NAME        PIC X(25).
               10  WS-VEND-LEAD-DAYS   PIC 9(03).

       01  WS-VEND-LOOKUP-FIELDS.
           05  WS-VEND-FOUND-FLAG   PIC X          VALUE 'N'.
               88  VENDOR-FOUND     VALUE 'Y'.

      *****************************************************************
      * WS-BREAK-FIELDS: THE VENDOR CONTROL BREAK OVER OVERDUE-FILE.  *
      *****************************************************************
       01  WS-BREAK-FIELDS.
           05  WS-PREV-VENDOR        PIC X(05)      VALUE SPACES.
           05  WS-VB-PO-COUNT        PIC 9(05) COMP VALUE ZERO.
           05  WS-VB-OUTSTANDING     PIC 9(07) COMP VALUE ZERO.

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
           05  WS-POMAST-PATH        PIC X(80) VALUE SPACES.
           05  WS-VENDMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-OVERDUE-PATH       PIC X(80) VALUE SPACES.
           05  WS-EXPEDITE-PATH      PIC X(80) VALUE SPACES.
           05  WS-PARM-PATH          PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- OVERDUE PURCHASE ORDERS TO EXPEDITE --'.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RUN DATE: '.
               10  RH-DATE-OUT     PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  RH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(40)     VALUE SPACES.
           05  RH-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(9)      VALUE 'PO NUMBER'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'ITEM CODE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(3)      VALUE 'LOC'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'ORDER DATE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'PROMISED'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(9)      VALUE 'DAYS LATE'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE ' ORDERED'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE 'RECEIVED'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(11)     VALUE 'OUTSTANDING'.
               10  FILLER          PIC X(28)     VALUE SPACES.

      *****************************************************************
      * WS-VENDOR-LINE: OPENS EACH VENDOR'S GROUP.                    *
      *****************************************************************
       01  WS-VENDOR-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  FILLER              PIC X(8)      VALUE 'VENDOR: '.
           05  VL-VENDOR-CODE      PIC X(5).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  VL-VENDOR-NAME      PIC X(25).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  FILLER              PIC X(11)     VALUE 'LEAD TIME: '.
           05  VL-LEAD-DAYS        PIC ZZ9.
           05  FILLER              PIC X(5)      VALUE ' DAYS'.
           05  FILLER              PIC X(66)     VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-PO-NUMBER        PIC X(9).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-ITEM-CODE        PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-LOC-CODE         PIC X(3).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-ORDER-DATE       PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-PROMISED-DATE    PIC X(10).
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-DAYS-LATE        PIC ZZ,ZZ9.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-ORDERED          PIC ZZ,ZZ9.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-RECEIVED         PIC ZZ,ZZ9.
           05  FILLER              PIC X(8)      VALUE SPACES.
           05  DL-OUTSTANDING      PIC ZZ,ZZ9.
           05  FILLER              PIC X(28)     VALUE SPACES.

      *****************************************************************
      * WS-VENDOR-TOTAL-LINE: CLOSES EACH VENDOR'S GROUP.             *
      *****************************************************************
       01  WS-VENDOR-TOTAL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  FILLER              PIC X(14)     VALUE
               'VENDOR TOTAL: '.
           05  VB-VENDOR-CODE      PIC X(5).
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(13)     VALUE 'POS OVERDUE: '.
           05  VB-PO-COUNT-OUT     PIC ZZ,ZZ9.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(17)     VALUE
               'QTY OUTSTANDING: '.
           05  VB-OUTSTANDING-OUT  PIC ZZZ,ZZ9.
           05  FILLER              PIC X(57)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-LABEL            PIC X(30).
           05  SL-COUNT-OUT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(90)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'EXPEDITE: OVERDUE PURCHASE ORDER REPORT'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-READ-PARM-CARD
               THRU 060-READ-PARM-CARD-EXIT.
           IF WS-RUN-DATE-TEXT IS NOT NUMERIC
               DISPLAY 'EXPEDITE ABEND - RUN DATE ' WS-RUN-DATE-TEXT
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
           PERFORM 040-LOAD-VENDOR-MASTER
               THRU 040-LOAD-VENDOR-MASTER-EXIT.

      *****************************************************************
      * THE SORT STEP PICKS THE OVERDUE OPEN POS OFF POMAST AND       *
      * LEAVES THEM IN VENDOR ORDER FOR THE CONTROL BREAK BELOW.      *
      *****************************************************************
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-VENDOR-CODE SR-PROMISED-DATE
                                SR-PO-NUMBER
               INPUT PROCEDURE IS 095-SELECT-OVERDUE-POS
                   THRU 095-SELECT-OVERDUE-POS-EXIT
               GIVING OVERDUE-FILE.

           OPEN INPUT OVERDUE-FILE.
           IF WS-OVERDUE-STATUS NOT = '00'
               DISPLAY 'EXPEDITE ABEND - CANNOT OPEN SORTED OVERDUE '
                   'FILE - STATUS ' WS-OVERDUE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT EXPEDITE-FILE.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           PERFORM 200-READ-ONE-OVERDUE
               UNTIL OVERDUE-EOF.
           IF WS-PREV-VENDOR NOT = SPACES
               PERFORM 250-VENDOR-BREAK THRU 250-VENDOR-BREAK-EXIT.
           PERFORM 400-WRITE-TOTALS
               THRU 400-WRITE-TOTALS-EXIT.
           CLOSE OVERDUE-FILE.
           CLOSE EXPEDITE-FILE.

           DISPLAY 'EXPEDITE: POS READ            : ' WS-POS-READ.
           DISPLAY 'EXPEDITE: OPEN POS            : ' WS-OPEN-POS.
           DISPLAY 'EXPEDITE: OPEN POS OVERDUE    : ' WS-OVERDUE-POS.
           DISPLAY 'EXPEDITE: NO PROMISED DATE    : '
               WS-NO-PROMISE-COUNT.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'EXPEDITE: EXPEDITING REPORT RUN ENDED'.
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
                   '/EXPEDITE.SORTED' DELIMITED BY SIZE
               INTO WS-OVERDUE-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/EXPEDITE.REPORT' DELIMITED BY SIZE
               INTO WS-EXPEDITE-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PROJ6.PARM' DELIMITED BY SIZE
               INTO WS-PARM-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 040-LOAD-VENDOR-MASTER: LOADS VENDMAST FOR THE GROUP HEADINGS.*
      * WITH NO VENDOR MASTER THE REPORT STILL RUNS - EVERY GROUP IS  *
      * SIMPLY FLAGGED AS NOT ON THE VENDOR MASTER.                   *
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
      * 095-SELECT-OVERDUE-POS: THE SORT STEP'S INPUT PROCEDURE.      *
      * READS POMAST FRONT TO BACK AND RELEASES EVERY OPEN PO WHOSE   *
      * PROMISED DATE HAS PASSED. NO PO MASTER YET MEANS NOTHING IS   *
      * ON ORDER, SO NOTHING IS RELEASED AND AN EMPTY REPORT PRINTS.  *
      *****************************************************************
       095-SELECT-OVERDUE-POS.
           OPEN INPUT POMAST-FILE.
           IF WS-POMAST-STATUS NOT = '00'
               DISPLAY 'NO PO MASTER FOUND - NOTHING TO EXPEDITE'
               GO TO 095-SELECT-OVERDUE-POS-EXIT.
           PERFORM 096-CHECK-ONE-PO
               UNTIL POMAST-EOF.
           CLOSE POMAST-FILE.
       095-SELECT-OVERDUE-POS-EXIT.
           EXIT.

      *****************************************************************
      * 096-CHECK-ONE-PO: AN OPEN PO CUT BEFORE VENDOR LEAD TIMES     *
      * WERE KEPT HAS NO PROMISED DATE TO CHASE AGAINST; IT IS        *
      * COUNTED FOR THE SUMMARY BUT NOT LISTED.                       *
      *****************************************************************
       096-CHECK-ONE-PO.
           READ POMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-POMAST-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-POS-READ
                   IF PO-OPEN
                       ADD 1 TO WS-OPEN-POS
                       IF PO-PROMISED-DATE IS NOT NUMERIC
                           ADD 1 TO WS-NO-PROMISE-COUNT
                       ELSE IF PO-PROMISED-DATE < WS-RUN-DATE-TEXT
                           MOVE PO-RECORD TO SORT-RECORD
                           RELEASE SORT-RECORD
                       END-IF
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
               MOVE WS-BLANK-LINE TO EXPEDITE-RECORD
               WRITE EXPEDITE-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO EXPEDITE-RECORD.
           WRITE EXPEDITE-RECORD.
           MOVE RH-COLUMNS TO EXPEDITE-RECORD.
           WRITE EXPEDITE-RECORD.
           MOVE WS-BLANK-LINE TO EXPEDITE-RECORD.
           WRITE EXPEDITE-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       100-WRITE-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 200-READ-ONE-OVERDUE: READS ONE SORTED OVERDUE PO, CLOSING    *
      * THE PRIOR VENDOR'S GROUP AND OPENING THE NEXT ONE WHEN THE    *
      * VENDOR CHANGES, THEN PRINTS THE PO.                           *
      *****************************************************************
       200-READ-ONE-OVERDUE.
           READ OVERDUE-FILE
               AT END
                   MOVE 'Y' TO WS-OVERDUE-EOF-FLAG
               NOT AT END
                   IF OD-VENDOR-CODE NOT = WS-PREV-VENDOR
                       IF WS-PREV-VENDOR NOT = SPACES
                           PERFORM 250-VENDOR-BREAK
                               THRU 250-VENDOR-BREAK-EXIT
                       END-IF
                       PERFORM 240-START-VENDOR
                           THRU 240-START-VENDOR-EXIT
                   END-IF
                   PERFORM 210-PRINT-ONE-PO
                       THRU 210-PRINT-ONE-PO-EXIT
           END-READ.

      *****************************************************************
      * 210-PRINT-ONE-PO: DAYS OVERDUE RUNS FROM THE PROMISED DATE TO *
      * THE RUN DATE. THE OUTSTANDING QUANTITY IS WHAT IS ORDERED     *
      * LESS WHAT PROJ6 HAS RECEIVED AGAINST THE PO SO FAR.           *
      *****************************************************************
       210-PRINT-ONE-PO.
           MOVE OD-PROMISED-DATE TO WS-DN-DATE.
           PERFORM 8100-DATE-TO-DAY-NUMBER
               THRU 8100-DATE-TO-DAY-NUMBER-EXIT.
           COMPUTE WS-DAYS-OVERDUE = WS-RUN-DAY-NUMBER - WS-DN-RESULT.
           COMPUTE WS-QTY-OUTSTANDING =
               OD-QUANTITY - OD-QTY-RECEIVED.
           IF WS-QTY-OUTSTANDING < ZERO
               MOVE ZERO TO WS-QTY-OUTSTANDING.
           ADD 1 TO WS-OVERDUE-POS.
           ADD 1 TO WS-VB-PO-COUNT.
           ADD WS-QTY-OUTSTANDING TO WS-VB-OUTSTANDING.
           ADD WS-QTY-OUTSTANDING TO WS-TOTAL-OUTSTANDING.

           MOVE OD-PO-NUMBER TO DL-PO-NUMBER.
           MOVE OD-ITEM-CODE TO DL-ITEM-CODE.
           MOVE OD-LOC-CODE TO DL-LOC-CODE.
           MOVE OD-ORDER-DATE TO DL-ORDER-DATE.
           MOVE OD-PROMISED-DATE TO DL-PROMISED-DATE.
           MOVE WS-DAYS-OVERDUE TO DL-DAYS-LATE.
           MOVE OD-QUANTITY TO DL-ORDERED.
           MOVE OD-QTY-RECEIVED TO DL-RECEIVED.
           MOVE WS-QTY-OUTSTANDING TO DL-OUTSTANDING.
           MOVE WS-DETAIL-LINE TO EXPEDITE-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
       210-PRINT-ONE-PO-EXIT.
           EXIT.

      *****************************************************************
      * 240-START-VENDOR: PRINTS THE VENDOR HEADING - CODE, NAME AND  *
      * LEAD TIME - AND ZEROES THE GROUP'S TOTALS.                    *
      *****************************************************************
       240-START-VENDOR.
           MOVE OD-VENDOR-CODE TO WS-PREV-VENDOR.
           MOVE ZERO TO WS-VB-PO-COUNT.
           MOVE ZERO TO WS-VB-OUTSTANDING.
           ADD 1 TO WS-VENDORS-OVERDUE.
           MOVE 'N' TO WS-VEND-FOUND-FLAG.
           IF WS-VEND-COUNT > ZERO
               SET WS-VEND-IDX TO 1
               SEARCH ALL WS-VEND-ENTRY
                   WHEN WS-VEND-CODE (WS-VEND-IDX) = OD-VENDOR-CODE
                       MOVE 'Y' TO WS-VEND-FOUND-FLAG.
           MOVE OD-VENDOR-CODE TO VL-VENDOR-CODE.
           IF VENDOR-FOUND
               MOVE WS-VEND-NAME (WS-VEND-IDX) TO VL-VENDOR-NAME
               MOVE WS-VEND-LEAD-DAYS (WS-VEND-IDX) TO VL-LEAD-DAYS
           ELSE
               MOVE '** NOT ON VENDOR MASTER' TO VL-VENDOR-NAME
               MOVE ZERO TO VL-LEAD-DAYS.
           MOVE WS-VENDOR-LINE TO EXPEDITE-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
       240-START-VENDOR-EXIT.
           EXIT.

       250-VENDOR-BREAK.
           MOVE WS-PREV-VENDOR TO VB-VENDOR-CODE.
           MOVE WS-VB-PO-COUNT TO VB-PO-COUNT-OUT.
           MOVE WS-VB-OUTSTANDING TO VB-OUTSTANDING-OUT.
           MOVE WS-VENDOR-TOTAL-LINE TO EXPEDITE-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE WS-BLANK-LINE TO EXPEDITE-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
       250-VENDOR-BREAK-EXIT.
           EXIT.

       280-EMIT-REPORT-LINE.
           WRITE EXPEDITE-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
       280-EMIT-REPORT-LINE-EXIT.
           EXIT.

       400-WRITE-TOTALS.
           MOVE WS-BLANK-LINE TO EXPEDITE-RECORD.
           WRITE EXPEDITE-RECORD.
           MOVE 'OPEN POS ON FILE:             ' TO SL-LABEL.
           MOVE WS-OPEN-POS TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO EXPEDITE-RECORD.
           WRITE EXPEDITE-RECORD.
           MOVE 'OPEN POS OVERDUE:             ' TO SL-LABEL.
           MOVE WS-OVERDUE-POS TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO EXPEDITE-RECORD.
           WRITE EXPEDITE-RECORD.
           MOVE 'VENDORS WITH OVERDUE POS:     ' TO SL-LABEL.
           MOVE WS-VENDORS-OVERDUE TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO EXPEDITE-RECORD.
           WRITE EXPEDITE-RECORD.
           MOVE 'TOTAL QUANTITY OUTSTANDING:   ' TO SL-LABEL.
           MOVE WS-TOTAL-OUTSTANDING TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO EXPEDITE-RECORD.
           WRITE EXPEDITE-RECORD.
           MOVE 'OPEN POS WITH NO PROMISE DATE:' TO SL-LABEL.
           MOVE WS-NO-PROMISE-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO EXPEDITE-RECORD.
           WRITE EXPEDITE-RECORD.
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
