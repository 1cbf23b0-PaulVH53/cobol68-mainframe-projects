      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(EXPRPT)                         *
      * PURPOSE: WEEKLY LOT EXPIRY REPORT. READS THE LOT MASTER PROJ6 *
      * KEEPS FOR ITEMS IN LOT-CONTROLLED CLASSES AND LISTS EVERY LOT *
      * STILL HOLDING STOCK THAT EXPIRES WITHIN THE NEXT 90 DAYS -    *
      * GROUPED AS ALREADY EXPIRED, EXPIRING IN 0-30, 31-60 AND 61-90 *
      * DAYS - WITH ITS QUANTITY AND ITS VALUE AT THE LOT'S OWN       *
      * RECEIVED COST, SO STORES CAN ISSUE IT FIRST OR RETURN IT TO   *
      * THE VENDOR BEFORE IT IS WRITTEN OFF. EACH GROUP IS LISTED IN  *
      * EXPIRY DATE ORDER AND SUBTOTALLED, WITH A GRAND TOTAL.        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * THIS PROGRAM WORKS THE SAME DATA DIRECTORY AS PROJ6, SO IT    *
      * RESOLVES ITS PATHS THROUGH THE SAME PROJ6_DATA_DIR            *
      * ENVIRONMENT VARIABLE - SEE 005-RESOLVE-DATA-PATHS.            *
      *****************************************************************
           SELECT LOTMAST-FILE ASSIGN DYNAMIC WS-LOTMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOTMAST-STATUS.
      *****************************************************************
      * ITEMMAST-FILE: PROJ2'S ITEM MASTER, READ FOR EACH LOT'S ITEM  *
      * DESCRIPTION - THE SAME PATH RESOLUTION STOCKVAL USES          *
      * (PROJ6_ITEMMAST_PATH, DEFAULTING TO PROJ2'S OWN DATA          *
      * DIRECTORY).                                                   *
      *****************************************************************
           SELECT ITEMMAST-FILE ASSIGN DYNAMIC WS-ITEMMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
      *****************************************************************
      * EXPIRING-FILE: THE LOTS INSIDE THE WINDOW IN GROUP / EXPIRY / *
      * ITEM / LOCATION ORDER, AS THE SORT STEP'S GIVING LEAVES THEM. *
      *****************************************************************
           SELECT EXPIRING-FILE ASSIGN DYNAMIC WS-EXPIRING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPIRING-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT EXPIRY-REPORT-FILE ASSIGN DYNAMIC WS-EXPIRY-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * LOTMAST-FILE: SAME LAYOUT AS PROJ6'S LOT-RECORD.               *
      *****************************************************************
       FD  LOTMAST-FILE
           RECORD CONTAINS 55 CHARACTERS.

       01  LOT-RECORD.
           05  LOT-KEY.
               10  LOT-ITEM-CODE     PIC X(10).
               10  LOT-LOC-CODE      PIC X(03).
               10  LOT-EXPIRY-DATE   PIC X(08).
               10  LOT-NUMBER        PIC X(10).
           05  LOT-QTY-ON-HAND       PIC S9(07).
           05  LOT-UNIT-COST         PIC 9(05)V9(04).
           05  LOT-RECEIVED-DATE     PIC X(08).

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
      * EXPIRING-FILE / SORT-WORK-FILE: ONE LOT INSIDE THE WINDOW.    *
      * EX-GROUP IS 1 FOR EXPIRED, 2 FOR 0-30 DAYS, 3 FOR 31-60 AND   *
      * 4 FOR 61-90. EX-DAYS-LEFT IS SIGNED - NEGATIVE ONCE EXPIRED.  *
      *****************************************************************
       FD  EXPIRING-FILE
           RECORDING MODE IS F.

       01  EX-RECORD.
           05  EX-GROUP              PIC 9(01).
           05  EX-EXPIRY-DATE        PIC X(08).
           05  EX-ITEM-CODE          PIC X(10).
           05  EX-LOC-CODE           PIC X(03).
           05  EX-LOT-NUMBER         PIC X(10).
           05  EX-DAYS-LEFT          PIC S9(05)   SIGN IS TRAILING
                                        SEPARATE.
           05  EX-QTY-ON-HAND        PIC 9(07).
           05  EX-VALUE              PIC 9(11)V99.

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-GROUP              PIC 9(01).
           05  SR-EXPIRY-DATE        PIC X(08).
           05  SR-ITEM-CODE          PIC X(10).
           05  SR-LOC-CODE           PIC X(03).
           05  FILLER                PIC X(36).

       FD  EXPIRY-REPORT-FILE
           RECORDING MODE IS F.

       01  EXPIRY-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-LOTMAST-STATUS     PIC XX.
           05  WS-ITEMMAST-STATUS    PIC XX.
           05  WS-EXPIRING-STATUS    PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-LOT-EOF-FLAG       PIC X          VALUE 'N'.
               88  LOT-EOF           VALUE 'Y'.
           05  WS-EXPIRING-EOF-FLAG  PIC X          VALUE 'N'.
               88  EXPIRING-EOF      VALUE 'Y'.
           05  WS-ITEMMAST-OPEN-FLAG PIC X          VALUE 'N'.
               88  ITEMMAST-OPEN     VALUE 'Y'.

       77  WS-LOTS-READ              PIC 9(05) COMP VALUE ZERO.
       77  WS-LOTS-LISTED            PIC 9(05) COMP VALUE ZERO.
       77  WS-BAD-DATE-COUNT         PIC 9(05) COMP VALUE ZERO.

       77  WS-WINDOW-DAYS           PIC 9(03)      VALUE 90.

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
           05  WS-DAYS-LEFT          PIC S9(07) COMP VALUE ZERO.

      *****************************************************************
      * WS-EXPIRING-WORK: THE LOT BEING RELEASED TO THE SORT, BUILT   *
      * HERE BEFORE IT IS RELEASED.                                   *
      *****************************************************************
       01  WS-EXPIRING-WORK.
           05  WS-EX-GROUP           PIC 9(01).
           05  WS-EX-EXPIRY-DATE     PIC X(08).
           05  WS-EX-ITEM-CODE       PIC X(10).
           05  WS-EX-LOC-CODE        PIC X(03).
           05  WS-EX-LOT-NUMBER      PIC X(10).
           05  WS-EX-DAYS-LEFT       PIC S9(05)   SIGN IS TRAILING
                                        SEPARATE.
           05  WS-EX-QTY-ON-HAND     PIC 9(07).
           05  WS-EX-VALUE           PIC 9(11)V99.

      *****************************************************************
      * WS-GROUP-TOTALS: QUANTITY, VALUE AND LOT COUNT PER GROUP, AND *
      * THE GROUP HEADINGS. WS-GROUP-SUB 1-4 MATCHES EX-GROUP.        *
      *****************************************************************
       01  WS-GROUP-TOTALS.
           05  WS-GROUP-ENTRY OCCURS 4 TIMES.
               10  WS-GROUP-LOTS      PIC 9(05) COMP.
               10  WS-GROUP-QTY       PIC 9(09) COMP.
               10  WS-GROUP-VALUE     PIC S9(11)V99 COMP-3.
       01  WS-GROUP-NAME-VALUES.
           05  FILLER              PIC X(30)     VALUE
               'EXPIRED - STILL ON HAND       '.
           05  FILLER              PIC X(30)     VALUE
               'EXPIRING IN 0 TO 30 DAYS      '.
           05  FILLER              PIC X(30)     VALUE
               'EXPIRING IN 31 TO 60 DAYS     '.
           05  FILLER              PIC X(30)     VALUE
               'EXPIRING IN 61 TO 90 DAYS     '.
       01  WS-GROUP-NAME-TABLE REDEFINES WS-GROUP-NAME-VALUES.
           05  WS-GROUP-NAME       PIC X(30) OCCURS 4 TIMES.

       01  WS-BREAK-FIELDS.
           05  WS-CURRENT-GROUP      PIC 9(01)      VALUE ZERO.
           05  WS-GROUP-SUB          PIC 9(01) COMP VALUE ZERO.
           05  WS-GRAND-LOTS         PIC 9(05) COMP VALUE ZERO.
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
           05  WS-LOTMAST-PATH       PIC X(80) VALUE SPACES.
           05  WS-ITEMMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-EXPIRING-PATH      PIC X(80) VALUE SPACES.
           05  WS-EXPIRY-RPT-PATH    PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- LOT EXPIRY REPORT (NEXT 90 DAYS) ---  '.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RUN DATE: '.
               10  RH-DATE-OUT     PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  RH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(40)     VALUE SPACES.
           05  RH-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'EXPIRES'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE '  DAYS'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'ITEM CODE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(20)     VALUE 'DESCRIPTION'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(3)      VALUE 'LOC'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'LOT NUMBER'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(9)      VALUE '      QTY'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(15)     VALUE
                   '          VALUE'.
               10  FILLER          PIC X(25)     VALUE SPACES.

       01  WS-GROUP-HEADING.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  GH-NAME             PIC X(30).
           05  FILLER              PIC X(97)     VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-EXPIRY-DATE      PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-DAYS-LEFT        PIC -ZZZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-ITEM-CODE        PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-ITEM-DESC        PIC X(20).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-LOC-CODE         PIC X(03).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-LOT-NUMBER       PIC X(10).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-QTY              PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-VALUE            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(26)     VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  TL-LABEL            PIC X(30).
           05  TL-LOTS             PIC ZZ,ZZ9.
           05  FILLER              PIC X(6)      VALUE ' LOTS '.
           05  FILLER              PIC X(29)     VALUE SPACES.
           05  TL-QTY              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(1)      VALUE SPACES.
           05  TL-VALUE            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(30)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-LABEL            PIC X(30).
           05  SL-COUNT-OUT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(90)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'EXPRPT: LOT EXPIRY REPORT'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-SET-RUN-DATE
               THRU 060-SET-RUN-DATE-EXIT.

           OPEN INPUT LOTMAST-FILE.
           IF WS-LOTMAST-STATUS NOT = '00'
               DISPLAY 'EXPRPT ABEND - LOT MASTER STATUS '
                   WS-LOTMAST-STATUS
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
      * THE SORT STEP PICKS THE LOTS INSIDE THE WINDOW OFF THE LOT    *
      * MASTER AND LEAVES THEM IN GROUP / EXPIRY / ITEM / LOCATION    *
      * ORDER FOR THE GROUP BREAKS.                                   *
      *****************************************************************
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-GROUP SR-EXPIRY-DATE SR-ITEM-CODE
                                SR-LOC-CODE
               INPUT PROCEDURE IS 095-SELECT-LOTS
                   THRU 095-SELECT-LOTS-EXIT
               GIVING EXPIRING-FILE.
           CLOSE LOTMAST-FILE.
           OPEN INPUT EXPIRING-FILE.
           IF WS-EXPIRING-STATUS NOT = '00'
               DISPLAY 'EXPRPT ABEND - CANNOT OPEN SORTED LOT FILE '
                   '- STATUS ' WS-EXPIRING-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT EXPIRY-REPORT-FILE.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           PERFORM 200-REPORT-ONE-LOT
               THRU 200-REPORT-ONE-LOT-EXIT
               UNTIL EXPIRING-EOF.
           IF WS-CURRENT-GROUP NOT = ZERO
               PERFORM 250-WRITE-GROUP-TOTAL
                   THRU 250-WRITE-GROUP-TOTAL-EXIT.
           PERFORM 400-WRITE-TOTALS THRU 400-WRITE-TOTALS-EXIT.
           CLOSE EXPIRING-FILE
                 EXPIRY-REPORT-FILE.
           IF ITEMMAST-OPEN
               CLOSE ITEMMAST-FILE.

           DISPLAY 'EXPRPT: LOTS READ             : ' WS-LOTS-READ.
           DISPLAY 'EXPRPT: LOTS LISTED           : ' WS-LOTS-LISTED.
           IF WS-BAD-DATE-COUNT > ZERO
               DISPLAY 'EXPRPT: LOTS WITH BAD EXPIRY  : '
                   WS-BAD-DATE-COUNT.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'EXPRPT: LOT EXPIRY REPORT ENDED'.
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
                   '/LOTMAST' DELIMITED BY SIZE
               INTO WS-LOTMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/EXPIRY.WORK' DELIMITED BY SIZE
               INTO WS-EXPIRING-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/EXPIRY.REPORT' DELIMITED BY SIZE
               INTO WS-EXPIRY-RPT-PATH.
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
      * RUN_DATE, TURNED INTO A DAY NUMBER THE EXPIRY DATES ARE       *
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
      * 095-SELECT-LOTS: SORT INPUT PROCEDURE. READS THE LOT MASTER   *
      * AND RELEASES EVERY LOT WITH STOCK THAT EXPIRES WITHIN THE     *
      * WINDOW OR HAS ALREADY EXPIRED.                                *
      *****************************************************************
       095-SELECT-LOTS.
           PERFORM 096-SELECT-ONE-LOT
               THRU 096-SELECT-ONE-LOT-EXIT
               UNTIL LOT-EOF.
       095-SELECT-LOTS-EXIT.
           EXIT.

       096-SELECT-ONE-LOT.
           READ LOTMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOT-EOF-FLAG
                   GO TO 096-SELECT-ONE-LOT-EXIT
           END-READ.
           ADD 1 TO WS-LOTS-READ.
           IF LOT-QTY-ON-HAND NOT > ZERO
               GO TO 096-SELECT-ONE-LOT-EXIT.
           IF LOT-EXPIRY-DATE IS NOT NUMERIC
               ADD 1 TO WS-BAD-DATE-COUNT
               DISPLAY 'WARNING: LOT ' LOT-NUMBER ' OF ' LOT-ITEM-CODE
                   ' HAS NO VALID EXPIRY DATE - LEFT OFF THE REPORT'
               GO TO 096-SELECT-ONE-LOT-EXIT.
           MOVE LOT-EXPIRY-DATE TO WS-DN-DATE.
           PERFORM 8100-DATE-TO-DAY-NUMBER
               THRU 8100-DATE-TO-DAY-NUMBER-EXIT.
           COMPUTE WS-DAYS-LEFT = WS-DN-RESULT - WS-RUN-DAY-NUMBER.
           IF WS-DAYS-LEFT > WS-WINDOW-DAYS
               GO TO 096-SELECT-ONE-LOT-EXIT.
           IF WS-DAYS-LEFT < ZERO
               MOVE 1 TO WS-EX-GROUP
           ELSE IF WS-DAYS-LEFT NOT > 30
               MOVE 2 TO WS-EX-GROUP
           ELSE IF WS-DAYS-LEFT NOT > 60
               MOVE 3 TO WS-EX-GROUP
           ELSE
               MOVE 4 TO WS-EX-GROUP.
           IF WS-DAYS-LEFT < -99999
               MOVE -99999 TO WS-DAYS-LEFT.
           MOVE LOT-EXPIRY-DATE TO WS-EX-EXPIRY-DATE.
           MOVE LOT-ITEM-CODE   TO WS-EX-ITEM-CODE.
           MOVE LOT-LOC-CODE    TO WS-EX-LOC-CODE.
           MOVE LOT-NUMBER      TO WS-EX-LOT-NUMBER.
           MOVE WS-DAYS-LEFT    TO WS-EX-DAYS-LEFT.
           MOVE LOT-QTY-ON-HAND TO WS-EX-QTY-ON-HAND.
           COMPUTE WS-EX-VALUE ROUNDED =
               LOT-QTY-ON-HAND * LOT-UNIT-COST.
           RELEASE SORT-RECORD FROM WS-EXPIRING-WORK.
       096-SELECT-ONE-LOT-EXIT.
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
               MOVE WS-BLANK-LINE TO EXPIRY-REPORT-RECORD
               WRITE EXPIRY-REPORT-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.
           MOVE RH-COLUMNS TO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.
           MOVE WS-BLANK-LINE TO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       100-WRITE-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 200-REPORT-ONE-LOT: READS THE NEXT SORTED LOT. A NEW GROUP    *
      * TOTALS THE GROUP JUST FINISHED AND HEADS THE NEW ONE BEFORE   *
      * THE LOT IS LISTED.                                            *
      *****************************************************************
       200-REPORT-ONE-LOT.
           READ EXPIRING-FILE
               AT END
                   MOVE 'Y' TO WS-EXPIRING-EOF-FLAG
                   GO TO 200-REPORT-ONE-LOT-EXIT
           END-READ.
           IF EX-GROUP NOT = WS-CURRENT-GROUP
               IF WS-CURRENT-GROUP NOT = ZERO
                   PERFORM 250-WRITE-GROUP-TOTAL
                       THRU 250-WRITE-GROUP-TOTAL-EXIT
                   MOVE EX-GROUP TO WS-CURRENT-GROUP
                   PERFORM 240-WRITE-GROUP-HEADING
                       THRU 240-WRITE-GROUP-HEADING-EXIT
               ELSE
                   MOVE EX-GROUP TO WS-CURRENT-GROUP
                   PERFORM 240-WRITE-GROUP-HEADING
                       THRU 240-WRITE-GROUP-HEADING-EXIT.
           MOVE EX-GROUP TO WS-GROUP-SUB.
           ADD 1 TO WS-GROUP-LOTS (WS-GROUP-SUB).
           ADD EX-QTY-ON-HAND TO WS-GROUP-QTY (WS-GROUP-SUB).
           ADD EX-VALUE TO WS-GROUP-VALUE (WS-GROUP-SUB).
           ADD 1 TO WS-LOTS-LISTED.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING EX-EXPIRY-DATE (1:4) '-' EX-EXPIRY-DATE (5:2)
                   '-' EX-EXPIRY-DATE (7:2)
               DELIMITED BY SIZE INTO DL-EXPIRY-DATE.
           MOVE EX-DAYS-LEFT TO DL-DAYS-LEFT.
           MOVE EX-ITEM-CODE TO DL-ITEM-CODE.
           MOVE SPACES TO DL-ITEM-DESC.
           IF ITEMMAST-OPEN
               MOVE EX-ITEM-CODE TO IM-ITEM-CODE
               READ ITEMMAST-FILE
                   INVALID KEY
                       MOVE '** NOT ON MASTER **' TO DL-ITEM-DESC
                   NOT INVALID KEY
                       MOVE IM-ITEM-DESC TO DL-ITEM-DESC
               END-READ.
           MOVE EX-LOC-CODE TO DL-LOC-CODE.
           MOVE EX-LOT-NUMBER TO DL-LOT-NUMBER.
           MOVE EX-QTY-ON-HAND TO DL-QTY.
           MOVE EX-VALUE TO DL-VALUE.
           MOVE WS-DETAIL-LINE TO EXPIRY-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       200-REPORT-ONE-LOT-EXIT.
           EXIT.

      *****************************************************************
      * 240-WRITE-GROUP-HEADING: NAMES THE GROUP ABOUT TO BE LISTED.  *
      *****************************************************************
       240-WRITE-GROUP-HEADING.
           MOVE WS-CURRENT-GROUP TO WS-GROUP-SUB.
           MOVE WS-GROUP-NAME (WS-GROUP-SUB) TO GH-NAME.
           MOVE WS-GROUP-HEADING TO EXPIRY-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       240-WRITE-GROUP-HEADING-EXIT.
           EXIT.

      *****************************************************************
      * 250-WRITE-GROUP-TOTAL: THE LOTS, QUANTITY AND VALUE OF THE    *
      * GROUP JUST LISTED.                                            *
      *****************************************************************
       250-WRITE-GROUP-TOTAL.
           MOVE WS-CURRENT-GROUP TO WS-GROUP-SUB.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE '  GROUP TOTAL' TO TL-LABEL.
           MOVE WS-GROUP-LOTS (WS-GROUP-SUB) TO TL-LOTS.
           MOVE WS-GROUP-QTY (WS-GROUP-SUB) TO TL-QTY.
           MOVE WS-GROUP-VALUE (WS-GROUP-SUB) TO TL-VALUE.
           MOVE WS-TOTAL-LINE TO EXPIRY-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE WS-BLANK-LINE TO EXPIRY-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       250-WRITE-GROUP-TOTAL-EXIT.
           EXIT.

      *****************************************************************
      * 280-EMIT-REPORT-LINE: WRITES THE LINE ALREADY MOVED TO        *
      * EXPIRY-REPORT-RECORD AND STARTS A NEW PAGE WHEN THIS ONE IS   *
      * FULL.                                                         *
      *****************************************************************
       280-EMIT-REPORT-LINE.
           WRITE EXPIRY-REPORT-RECORD.
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
           MOVE WS-BLANK-LINE TO EXPIRY-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE ZERO TO WS-GROUP-SUB.
           PERFORM 410-WRITE-ONE-GROUP-SUMMARY
               THRU 410-WRITE-ONE-GROUP-SUMMARY-EXIT
               4 TIMES.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'TOTAL WITHIN 90 DAYS' TO TL-LABEL.
           MOVE WS-GRAND-LOTS TO TL-LOTS.
           MOVE WS-GRAND-QTY TO TL-QTY.
           MOVE WS-GRAND-VALUE TO TL-VALUE.
           MOVE WS-TOTAL-LINE TO EXPIRY-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE WS-BLANK-LINE TO EXPIRY-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'LOTS READ:' TO SL-LABEL.
           MOVE WS-LOTS-READ TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO EXPIRY-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'LOTS WITH NO VALID EXPIRY:' TO SL-LABEL.
           MOVE WS-BAD-DATE-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO EXPIRY-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       400-WRITE-TOTALS-EXIT.
           EXIT.

       410-WRITE-ONE-GROUP-SUMMARY.
           ADD 1 TO WS-GROUP-SUB.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE WS-GROUP-NAME (WS-GROUP-SUB) TO TL-LABEL.
           MOVE WS-GROUP-LOTS (WS-GROUP-SUB) TO TL-LOTS.
           MOVE WS-GROUP-QTY (WS-GROUP-SUB) TO TL-QTY.
           MOVE WS-GROUP-VALUE (WS-GROUP-SUB) TO TL-VALUE.
           MOVE WS-TOTAL-LINE TO EXPIRY-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           ADD WS-GROUP-LOTS (WS-GROUP-SUB) TO WS-GRAND-LOTS.
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
