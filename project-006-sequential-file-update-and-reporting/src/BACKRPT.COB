      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(BACKRPT)                        *
      * PURPOSE: REQUISITION BACKORDER REPORT BY DEPARTMENT. READS    *
      * THE BACKORDERS REQINTK CARRIES FROM NIGHT TO NIGHT AND LISTS  *
      * EACH DEPARTMENT'S OPEN LINES ON ITS OWN PAGE RUN, SO THE      *
      * REPORT CAN BE SPLIT AND SENT TO EACH DEPARTMENT - IN ORDER OF *
      * THE DATE NEEDED, WITH THE REQUESTER, THE ITEM, THE LOCATION,  *
      * THE QUANTITY STILL WAITING, THE DATE THE LINE WAS TAKEN, HOW  *
      * MANY DAYS IT HAS WAITED AND WHETHER THE DATE NEEDED HAS       *
      * ALREADY PASSED. EACH DEPARTMENT IS TOTALLED, WITH A GRAND     *
      * TOTAL AT THE END.                                             *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * THIS PROGRAM WORKS THE SAME DATA DIRECTORY AS PROJ6, SO IT    *
      * RESOLVES ITS PATHS THROUGH THE SAME PROJ6_DATA_DIR            *
      * ENVIRONMENT VARIABLE - SEE 005-RESOLVE-DATA-PATHS.            *
      *****************************************************************
           SELECT BACKORD-FILE ASSIGN DYNAMIC WS-BACKORD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKORD-STATUS.
      *****************************************************************
      * DEPTMAST-FILE / ITEMMAST-FILE: THE DEPARTMENT NAMES AND ITEM  *
      * DESCRIPTIONS, FOUND THE SAME WAY REQINTK FINDS THEM.          *
      *****************************************************************
           SELECT DEPTMAST-FILE ASSIGN DYNAMIC WS-DEPTMAST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTMAST-STATUS.
           SELECT ITEMMAST-FILE ASSIGN DYNAMIC WS-ITEMMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
      *****************************************************************
      * WAITING-FILE: THE BACKORDERS IN DEPARTMENT / DATE NEEDED /    *
      * REQUISITION ORDER, AS THE SORT STEP'S GIVING LEAVES THEM.     *
      *****************************************************************
           SELECT WAITING-FILE ASSIGN DYNAMIC WS-WAITING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAITING-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT BACK-REPORT-FILE ASSIGN DYNAMIC WS-BACK-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * BACKORD-FILE: SAME LAYOUT AS REQINTK'S BO-RECORD.              *
      *****************************************************************
       FD  BACKORD-FILE
           RECORDING MODE IS F.

       01  BO-RECORD.
           05  BO-REQ-NUMBER        PIC X(06).
           05  BO-EMP-ID            PIC X(05).
           05  BO-DEPT-CODE         PIC X(03).
           05  BO-ITEM-CODE         PIC X(10).
           05  BO-LOC-CODE          PIC X(03).
           05  BO-QUANTITY          PIC 9(05).
           05  BO-NEED-DATE         PIC X(08).
           05  BO-ENTERED-DATE      PIC X(08).

      *****************************************************************
      * DEPTMAST-FILE: SAME LAYOUT AS DEPTMNT'S DM-RECORD.             *
      *****************************************************************
       FD  DEPTMAST-FILE
           RECORDING MODE IS F.

       01  DM-RECORD.
           05  DM-DEPT-CODE        PIC X(03).
           05  DM-DEPT-NAME        PIC X(20).

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
      * WAITING-FILE / SORT-WORK-FILE: ONE OPEN BACKORDER, AGED FROM  *
      * THE NIGHT IT WAS TAKEN. BW-OVERDUE IS 'Y' WHEN THE DATE       *
      * NEEDED IS ALREADY BEHIND THE RUN DATE.                        *
      *****************************************************************
       FD  WAITING-FILE
           RECORDING MODE IS F.

       01  BW-RECORD.
           05  BW-DEPT-CODE          PIC X(03).
           05  BW-NEED-DATE          PIC X(08).
           05  BW-REQ-NUMBER         PIC X(06).
           05  BW-ITEM-CODE          PIC X(10).
           05  BW-LOC-CODE           PIC X(03).
           05  BW-EMP-ID             PIC X(05).
           05  BW-QUANTITY           PIC 9(05).
           05  BW-ENTERED-DATE       PIC X(08).
           05  BW-DAYS-WAITING       PIC 9(05).
           05  BW-OVERDUE            PIC X(01).

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-DEPT-CODE          PIC X(03).
           05  SR-NEED-DATE          PIC X(08).
           05  SR-REQ-NUMBER         PIC X(06).
           05  SR-ITEM-CODE          PIC X(10).
           05  SR-LOC-CODE           PIC X(03).
           05  FILLER                PIC X(24).

       FD  BACK-REPORT-FILE
           RECORDING MODE IS F.

       01  BACK-REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-BACKORD-STATUS     PIC XX.
           05  WS-DEPTMAST-STATUS    PIC XX.
           05  WS-ITEMMAST-STATUS    PIC XX.
           05  WS-WAITING-STATUS     PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-EOF-FLAG           PIC X          VALUE 'N'.
               88  INPUT-EOF         VALUE 'Y'.
           05  WS-WAITING-EOF-FLAG   PIC X          VALUE 'N'.
               88  WAITING-EOF       VALUE 'Y'.
           05  WS-ITEMMAST-OPEN-FLAG PIC X          VALUE 'N'.
               88  ITEMMAST-OPEN     VALUE 'Y'.

       77  WS-BACKORDERS-READ        PIC 9(05) COMP VALUE ZERO.
       77  WS-DEPTS-LISTED           PIC 9(05) COMP VALUE ZERO.

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
           05  WS-DAYS-WAITING       PIC S9(07) COMP VALUE ZERO.

      *****************************************************************
      * WS-WAITING-WORK: THE BACKORDER BEING RELEASED TO THE SORT,    *
      * BUILT HERE BEFORE IT IS RELEASED.                             *
      *****************************************************************
       01  WS-WAITING-WORK.
           05  WS-BW-DEPT-CODE       PIC X(03).
           05  WS-BW-NEED-DATE       PIC X(08).
           05  WS-BW-REQ-NUMBER      PIC X(06).
           05  WS-BW-ITEM-CODE       PIC X(10).
           05  WS-BW-LOC-CODE        PIC X(03).
           05  WS-BW-EMP-ID          PIC X(05).
           05  WS-BW-QUANTITY        PIC 9(05).
           05  WS-BW-ENTERED-DATE    PIC X(08).
           05  WS-BW-DAYS-WAITING    PIC 9(05).
           05  WS-BW-OVERDUE         PIC X(01).

       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT         PIC 9(03) COMP VALUE ZERO.
           05  WS-DEPT-SUB           PIC 9(03) COMP VALUE ZERO.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES.
               10  WS-DEPT-CODE        PIC X(03).
               10  WS-DEPT-NAME        PIC X(20).

       01  WS-BREAK-FIELDS.
           05  WS-CURRENT-DEPT       PIC X(03)      VALUE SPACES.
           05  WS-DEPT-LINES         PIC 9(05) COMP VALUE ZERO.
           05  WS-DEPT-QTY           PIC 9(07) COMP VALUE ZERO.
           05  WS-DEPT-OVERDUE       PIC 9(05) COMP VALUE ZERO.
           05  WS-GRAND-LINES        PIC 9(05) COMP VALUE ZERO.
           05  WS-GRAND-QTY          PIC 9(07) COMP VALUE ZERO.
           05  WS-GRAND-OVERDUE      PIC 9(05) COMP VALUE ZERO.

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
           05  WS-BACKORD-PATH       PIC X(80) VALUE SPACES.
           05  WS-DEPTMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-ITEMMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-WAITING-PATH       PIC X(80) VALUE SPACES.
           05  WS-BACK-RPT-PATH      PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- REQUISITION BACKORDERS BY DEPARTMENT -'.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RUN DATE: '.
               10  RH-DATE-OUT     PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  RH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(40)     VALUE SPACES.
           05  RH-DEPARTMENT.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(12)     VALUE 'DEPARTMENT: '.
               10  RH-DEPT-CODE    PIC X(03).
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  RH-DEPT-NAME    PIC X(20).
               10  FILLER          PIC X(90)     VALUE SPACES.
           05  RH-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'NEEDED'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'REQ NO'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(5)      VALUE 'EMP'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'ITEM CODE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(20)     VALUE 'DESCRIPTION'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(3)      VALUE 'LOC'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE '   QTY'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'TAKEN'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(5)      VALUE ' DAYS'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(7)      VALUE 'OVERDUE'.
               10  FILLER          PIC X(27)     VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-NEED-DATE        PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-REQ-NUMBER       PIC X(06).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-EMP-ID           PIC X(05).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-ITEM-CODE        PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-ITEM-DESC        PIC X(20).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-LOC-CODE         PIC X(03).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-QUANTITY         PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-ENTERED-DATE     PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-DAYS-WAITING     PIC ZZZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-OVERDUE          PIC X(07).
           05  FILLER              PIC X(27)     VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  TL-LABEL            PIC X(30).
           05  TL-LINES            PIC ZZ,ZZ9.
           05  FILLER              PIC X(7)      VALUE ' LINES '.
           05  TL-QTY              PIC ZZZ,ZZ9.
           05  FILLER              PIC X(7)      VALUE ' UNITS '.
           05  TL-OVERDUE          PIC ZZ,ZZ9.
           05  FILLER              PIC X(8)      VALUE ' OVERDUE'.
           05  FILLER              PIC X(56)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-LABEL            PIC X(30).
           05  SL-COUNT-OUT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(90)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'BACKRPT: REQUISITION BACKORDER REPORT'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-SET-RUN-DATE
               THRU 060-SET-RUN-DATE-EXIT.
           PERFORM 050-LOAD-DEPARTMENTS
               THRU 050-LOAD-DEPARTMENTS-EXIT.
           OPEN INPUT ITEMMAST-FILE.
           IF WS-ITEMMAST-STATUS = '00'
               MOVE 'Y' TO WS-ITEMMAST-OPEN-FLAG
           ELSE
               DISPLAY 'ITEM MASTER NOT AVAILABLE - STATUS '
                   WS-ITEMMAST-STATUS ' - DESCRIPTIONS LEFT BLANK'.

      *****************************************************************
      * THE SORT STEP AGES THE OPEN BACKORDERS AND LEAVES THEM IN     *
      * DEPARTMENT / DATE NEEDED / REQUISITION ORDER FOR THE          *
      * DEPARTMENT BREAKS. NO BACKORD FILE IS AN EMPTY REPORT.        *
      *****************************************************************
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-DEPT-CODE SR-NEED-DATE SR-REQ-NUMBER
                                SR-ITEM-CODE SR-LOC-CODE
               INPUT PROCEDURE IS 095-SELECT-BACKORDERS
                   THRU 095-SELECT-BACKORDERS-EXIT
               GIVING WAITING-FILE.
           OPEN INPUT WAITING-FILE.
           IF WS-WAITING-STATUS NOT = '00'
               DISPLAY 'BACKRPT ABEND - CANNOT OPEN SORTED BACKORDER '
                   'FILE - STATUS ' WS-WAITING-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT BACK-REPORT-FILE.
           PERFORM 200-REPORT-ONE-BACKORDER
               THRU 200-REPORT-ONE-BACKORDER-EXIT
               UNTIL WAITING-EOF.
           IF WS-CURRENT-DEPT NOT = SPACES
               PERFORM 250-WRITE-DEPT-TOTAL
                   THRU 250-WRITE-DEPT-TOTAL-EXIT
           ELSE
               PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT
               MOVE '     NO REQUISITIONS ON BACKORDER'
                   TO BACK-REPORT-RECORD
               PERFORM 280-EMIT-REPORT-LINE
                   THRU 280-EMIT-REPORT-LINE-EXIT.
           PERFORM 400-WRITE-TOTALS THRU 400-WRITE-TOTALS-EXIT.
           CLOSE WAITING-FILE
                 BACK-REPORT-FILE.
           IF ITEMMAST-OPEN
               CLOSE ITEMMAST-FILE.

           DISPLAY 'BACKRPT: BACKORDERS READ      : '
               WS-BACKORDERS-READ.
           DISPLAY 'BACKRPT: DEPARTMENTS LISTED   : ' WS-DEPTS-LISTED.
           DISPLAY 'BACKRPT: LINES PAST DATE NEEDED: '
               WS-GRAND-OVERDUE.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'BACKRPT: BACKORDER REPORT ENDED'.
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
                   '/BACKORD' DELIMITED BY SIZE
               INTO WS-BACKORD-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/BACKRPT.WORK' DELIMITED BY SIZE
               INTO WS-WAITING-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/BACKORD.REPORT' DELIMITED BY SIZE
               INTO WS-BACK-RPT-PATH.
           ACCEPT WS-ITEMMAST-PATH
               FROM ENVIRONMENT 'PROJ6_ITEMMAST_PATH'.
           IF WS-ITEMMAST-PATH = SPACES
               MOVE
                 '../project-002-table-processing/data/ITEMMAST.IDX'
                   TO WS-ITEMMAST-PATH.
           ACCEPT WS-DEPTMAST-PATH
               FROM ENVIRONMENT 'PROJ6_DEPTMAST_PATH'.
           IF WS-DEPTMAST-PATH = SPACES
               STRING
                 '../project-004-input-sequential-file-processing'
                   '/data/DEPTMAST' DELIMITED BY SIZE
                   INTO WS-DEPTMAST-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 050-LOAD-DEPARTMENTS: LOADS THE DEPARTMENT NAMES. NO DEPTMAST *
      * PRINTS THE CODES WITHOUT NAMES.                               *
      *****************************************************************
       050-LOAD-DEPARTMENTS.
           OPEN INPUT DEPTMAST-FILE.
           IF WS-DEPTMAST-STATUS NOT = '00'
               DISPLAY 'NO DEPARTMENT MASTER FOUND - CODES PRINT '
                   'WITHOUT NAMES'
               GO TO 050-LOAD-DEPARTMENTS-EXIT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 051-LOAD-ONE-DEPARTMENT
               THRU 051-LOAD-ONE-DEPARTMENT-EXIT
               UNTIL INPUT-EOF.
           CLOSE DEPTMAST-FILE.
       050-LOAD-DEPARTMENTS-EXIT.
           EXIT.

       051-LOAD-ONE-DEPARTMENT.
           READ DEPTMAST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   GO TO 051-LOAD-ONE-DEPARTMENT-EXIT
           END-READ.
           IF DM-DEPT-CODE = SPACES
               GO TO 051-LOAD-ONE-DEPARTMENT-EXIT.
           IF WS-DEPT-COUNT NOT < 50
               DISPLAY 'WARNING: DEPARTMENT TABLE FULL - '
                   DM-DEPT-CODE ' NOT LOADED'
               GO TO 051-LOAD-ONE-DEPARTMENT-EXIT.
           ADD 1 TO WS-DEPT-COUNT.
           MOVE DM-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-COUNT).
           MOVE DM-DEPT-NAME TO WS-DEPT-NAME (WS-DEPT-COUNT).
       051-LOAD-ONE-DEPARTMENT-EXIT.
           EXIT.

      *****************************************************************
      * 060-SET-RUN-DATE: THE RUN DATE IS TODAY, OR A CHAINED RUN'S   *
      * RUN_DATE, TURNED INTO A DAY NUMBER THE DATES TAKEN ARE        *
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
      * 095-SELECT-BACKORDERS: SORT INPUT PROCEDURE. READS THE OPEN   *
      * BACKORDERS AND RELEASES EACH ONE AGED FROM THE NIGHT IT WAS   *
      * TAKEN. A LINE WITH NO VALID DATE TAKEN AGES AS ZERO DAYS.     *
      *****************************************************************
       095-SELECT-BACKORDERS.
           OPEN INPUT BACKORD-FILE.
           IF WS-BACKORD-STATUS NOT = '00'
               DISPLAY 'NO BACKORDER FILE - NOTHING ON BACKORDER'
               GO TO 095-SELECT-BACKORDERS-EXIT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 096-SELECT-ONE-BACKORDER
               THRU 096-SELECT-ONE-BACKORDER-EXIT
               UNTIL INPUT-EOF.
           CLOSE BACKORD-FILE.
       095-SELECT-BACKORDERS-EXIT.
           EXIT.

       096-SELECT-ONE-BACKORDER.
           READ BACKORD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   GO TO 096-SELECT-ONE-BACKORDER-EXIT
           END-READ.
           IF BO-QUANTITY IS NOT NUMERIC
               GO TO 096-SELECT-ONE-BACKORDER-EXIT.
           ADD 1 TO WS-BACKORDERS-READ.
           MOVE ZERO TO WS-DAYS-WAITING.
           IF BO-ENTERED-DATE IS NUMERIC
               MOVE BO-ENTERED-DATE TO WS-DN-DATE
               PERFORM 8100-DATE-TO-DAY-NUMBER
                   THRU 8100-DATE-TO-DAY-NUMBER-EXIT
               COMPUTE WS-DAYS-WAITING =
                   WS-RUN-DAY-NUMBER - WS-DN-RESULT.
           IF WS-DAYS-WAITING < ZERO
               MOVE ZERO TO WS-DAYS-WAITING.
           IF WS-DAYS-WAITING > 99999
               MOVE 99999 TO WS-DAYS-WAITING.
           MOVE BO-DEPT-CODE       TO WS-BW-DEPT-CODE.
           MOVE BO-NEED-DATE       TO WS-BW-NEED-DATE.
           MOVE BO-REQ-NUMBER      TO WS-BW-REQ-NUMBER.
           MOVE BO-ITEM-CODE       TO WS-BW-ITEM-CODE.
           MOVE BO-LOC-CODE        TO WS-BW-LOC-CODE.
           MOVE BO-EMP-ID          TO WS-BW-EMP-ID.
           MOVE BO-QUANTITY        TO WS-BW-QUANTITY.
           MOVE BO-ENTERED-DATE    TO WS-BW-ENTERED-DATE.
           MOVE WS-DAYS-WAITING    TO WS-BW-DAYS-WAITING.
           MOVE 'N' TO WS-BW-OVERDUE.
           IF BO-NEED-DATE < WS-RUN-DATE-TEXT
               MOVE 'Y' TO WS-BW-OVERDUE.
           RELEASE SORT-RECORD FROM WS-WAITING-WORK.
       096-SELECT-ONE-BACKORDER-EXIT.
           EXIT.

      *****************************************************************
      * 100-WRITE-HEADERS: PRINTS THE TITLE, RUN DATE, PAGE NUMBER,   *
      * THE DEPARTMENT BEING LISTED AND THE COLUMN HEADINGS - THE     *
      * SAME PATTERN PROJ6 USES FOR 100-WRITE-HEADERS.                *
      *****************************************************************
       100-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-PAGE-NUM TO RH-PAGE-OUT.
           MOVE WS-RUN-DATE-DISPLAY TO RH-DATE-OUT.
           MOVE WS-CURRENT-DEPT TO RH-DEPT-CODE.
           MOVE SPACES TO RH-DEPT-NAME.
           IF WS-CURRENT-DEPT NOT = SPACES
               MOVE '** NOT ON DEPTMAST **' TO RH-DEPT-NAME
               MOVE ZERO TO WS-DEPT-SUB
               PERFORM 110-FIND-ONE-DEPT-NAME
                   THRU 110-FIND-ONE-DEPT-NAME-EXIT
                   WS-DEPT-COUNT TIMES.
           IF WS-PAGE-NUM > 1
               MOVE WS-BLANK-LINE TO BACK-REPORT-RECORD
               WRITE BACK-REPORT-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO BACK-REPORT-RECORD.
           WRITE BACK-REPORT-RECORD.
           MOVE RH-DEPARTMENT TO BACK-REPORT-RECORD.
           WRITE BACK-REPORT-RECORD.
           MOVE RH-COLUMNS TO BACK-REPORT-RECORD.
           WRITE BACK-REPORT-RECORD.
           MOVE WS-BLANK-LINE TO BACK-REPORT-RECORD.
           WRITE BACK-REPORT-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       100-WRITE-HEADERS-EXIT.
           EXIT.

       110-FIND-ONE-DEPT-NAME.
           ADD 1 TO WS-DEPT-SUB.
           IF WS-DEPT-CODE (WS-DEPT-SUB) = WS-CURRENT-DEPT
               MOVE WS-DEPT-NAME (WS-DEPT-SUB) TO RH-DEPT-NAME.
       110-FIND-ONE-DEPT-NAME-EXIT.
           EXIT.

      *****************************************************************
      * 200-REPORT-ONE-BACKORDER: READS THE NEXT SORTED BACKORDER. A  *
      * NEW DEPARTMENT TOTALS THE ONE JUST FINISHED AND STARTS ITS    *
      * OWN PAGE.                                                     *
      *****************************************************************
       200-REPORT-ONE-BACKORDER.
           READ WAITING-FILE
               AT END
                   MOVE 'Y' TO WS-WAITING-EOF-FLAG
                   GO TO 200-REPORT-ONE-BACKORDER-EXIT
           END-READ.
           IF BW-DEPT-CODE NOT = WS-CURRENT-DEPT
               IF WS-CURRENT-DEPT NOT = SPACES
                   PERFORM 250-WRITE-DEPT-TOTAL
                       THRU 250-WRITE-DEPT-TOTAL-EXIT
                   MOVE BW-DEPT-CODE TO WS-CURRENT-DEPT
                   PERFORM 100-WRITE-HEADERS
                       THRU 100-WRITE-HEADERS-EXIT
                   ADD 1 TO WS-DEPTS-LISTED
               ELSE
                   MOVE BW-DEPT-CODE TO WS-CURRENT-DEPT
                   PERFORM 100-WRITE-HEADERS
                       THRU 100-WRITE-HEADERS-EXIT
                   ADD 1 TO WS-DEPTS-LISTED.
           ADD 1 TO WS-DEPT-LINES.
           ADD BW-QUANTITY TO WS-DEPT-QTY.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING BW-NEED-DATE (1:4) '-' BW-NEED-DATE (5:2)
                   '-' BW-NEED-DATE (7:2)
               DELIMITED BY SIZE INTO DL-NEED-DATE.
           MOVE BW-REQ-NUMBER TO DL-REQ-NUMBER.
           MOVE BW-EMP-ID TO DL-EMP-ID.
           MOVE BW-ITEM-CODE TO DL-ITEM-CODE.
           MOVE SPACES TO DL-ITEM-DESC.
           IF ITEMMAST-OPEN
               MOVE BW-ITEM-CODE TO IM-ITEM-CODE
               READ ITEMMAST-FILE
                   INVALID KEY
                       MOVE '** NOT ON MASTER **' TO DL-ITEM-DESC
                   NOT INVALID KEY
                       MOVE IM-ITEM-DESC TO DL-ITEM-DESC
               END-READ.
           MOVE BW-LOC-CODE TO DL-LOC-CODE.
           MOVE BW-QUANTITY TO DL-QUANTITY.
           STRING BW-ENTERED-DATE (1:4) '-' BW-ENTERED-DATE (5:2)
                   '-' BW-ENTERED-DATE (7:2)
               DELIMITED BY SIZE INTO DL-ENTERED-DATE.
           MOVE BW-DAYS-WAITING TO DL-DAYS-WAITING.
           IF BW-OVERDUE = 'Y'
               MOVE 'OVERDUE' TO DL-OVERDUE
               ADD 1 TO WS-DEPT-OVERDUE.
           MOVE WS-DETAIL-LINE TO BACK-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       200-REPORT-ONE-BACKORDER-EXIT.
           EXIT.

      *****************************************************************
      * 250-WRITE-DEPT-TOTAL: THE LINES, UNITS AND OVERDUE LINES OF   *
      * THE DEPARTMENT JUST LISTED, CARRIED INTO THE GRAND TOTAL.     *
      *****************************************************************
       250-WRITE-DEPT-TOTAL.
           MOVE WS-BLANK-LINE TO BACK-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE SPACES TO TL-LABEL.
           STRING 'DEPARTMENT ' WS-CURRENT-DEPT ' TOTAL'
               DELIMITED BY SIZE INTO TL-LABEL.
           MOVE WS-DEPT-LINES TO TL-LINES.
           MOVE WS-DEPT-QTY TO TL-QTY.
           MOVE WS-DEPT-OVERDUE TO TL-OVERDUE.
           MOVE WS-TOTAL-LINE TO BACK-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           ADD WS-DEPT-LINES TO WS-GRAND-LINES.
           ADD WS-DEPT-QTY TO WS-GRAND-QTY.
           ADD WS-DEPT-OVERDUE TO WS-GRAND-OVERDUE.
           MOVE ZERO TO WS-DEPT-LINES.
           MOVE ZERO TO WS-DEPT-QTY.
           MOVE ZERO TO WS-DEPT-OVERDUE.
       250-WRITE-DEPT-TOTAL-EXIT.
           EXIT.

      *****************************************************************
      * 280-EMIT-REPORT-LINE: WRITES THE LINE ALREADY MOVED TO        *
      * BACK-REPORT-RECORD AND STARTS A NEW PAGE WHEN THIS ONE IS     *
      * FULL.                                                         *
      *****************************************************************
       280-EMIT-REPORT-LINE.
           WRITE BACK-REPORT-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
       280-EMIT-REPORT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 400-WRITE-TOTALS: THE GRAND TOTAL OVER EVERY DEPARTMENT AND   *
      * THE RUN COUNTS.                                               *
      *****************************************************************
       400-WRITE-TOTALS.
           MOVE WS-BLANK-LINE TO BACK-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'ALL DEPARTMENTS' TO TL-LABEL.
           MOVE WS-GRAND-LINES TO TL-LINES.
           MOVE WS-GRAND-QTY TO TL-QTY.
           MOVE WS-GRAND-OVERDUE TO TL-OVERDUE.
           MOVE WS-TOTAL-LINE TO BACK-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE WS-BLANK-LINE TO BACK-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'BACKORDERS READ:' TO SL-LABEL.
           MOVE WS-BACKORDERS-READ TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO BACK-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'DEPARTMENTS WITH BACKORDERS:' TO SL-LABEL.
           MOVE WS-DEPTS-LISTED TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO BACK-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       400-WRITE-TOTALS-EXIT.
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
