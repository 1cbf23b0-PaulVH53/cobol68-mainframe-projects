      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(CNTACCY)                        *
      * PURPOSE: COUNTER-ACCURACY REPORT. FOR EVERY EMPLOYEE WHOSE    *
      * CYCLE COUNTS POSTED DURING THE REPORT PERIOD (THE COUNTLOG    *
      * FILE PHYSCNT KEEPS), PRINTS HOW MANY COUNTS THEY TOOK, HOW    *
      * MANY OF THOSE LATER NEEDED AN ADJUSTMENT, AND THE PERCENTAGE. *
      *                                                               *
      * A COUNT LATER NEEDED AN ADJUSTMENT WHEN TRANSHIST CARRIES AN  *
      * ADJUSTMENT ('A') FOR THE SAME ITEM AND LOCATION DATED AFTER   *
      * THE COUNT AND NO LATER THAN THE NEXT LOGGED COUNT OF IT - A   *
      * KEYED CORRECTION, OR THE NEXT COUNT ITSELF FINDING THE BOOK   *
      * WRONG. THE COUNT'S OWN ADJUSTMENT, POSTED THE SAME DAY, DOES  *
      * NOT COUNT AGAINST IT; ONCE THE ITEM HAS BEEN COUNTED AGAIN,   *
      * LATER ADJUSTMENTS ARE THE NEW COUNT'S CONCERN.                *
      *                                                               *
      * THE REPORT PERIOD (FROM AND TO DATES, YYYYMMDD) COMES FROM    *
      * THE CNTACCY.PARM CARD; A BLANK FROM DATE MEANS THE FIRST OF   *
      * JANUARY OF THE RUN DATE'S YEAR AND A BLANK TO DATE THE RUN    *
      * DATE, SO A MISSING CARD REPORTS THE YEAR TO DATE.             *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTACCY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * THIS PROGRAM WORKS THE SAME DATA DIRECTORY AS PROJ6, SO IT    *
      * RESOLVES ITS PATHS THROUGH THE SAME PROJ6_DATA_DIR            *
      * ENVIRONMENT VARIABLE - SEE 005-RESOLVE-DATA-PATHS. THE        *
      * PERSON MASTER IS FOUND THROUGH PROJ6_PERSMAST_PATH THE SAME   *
      * WAY CYCLECNT AND PHYSCNT FIND IT.                             *
      *****************************************************************
           SELECT COUNTLOG-FILE ASSIGN DYNAMIC WS-COUNTLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNTLOG-STATUS.
           SELECT HISTORY-FILE ASSIGN DYNAMIC WS-TRANSHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSHIST-STATUS.
           SELECT PERSON-MASTER ASSIGN DYNAMIC WS-PERSMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PS-EMP-ID
               FILE STATUS IS WS-PERSMAST-STATUS.
           SELECT ACCURACY-FILE ASSIGN DYNAMIC WS-ACCURACY-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTLOG-FILE
           RECORDING MODE IS F.

       COPY COUNTLOG.

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
      * PERSON-MASTER: SAME LAYOUT AS PROJ4'S PS-RECORD.              *
      *****************************************************************
       FD  PERSON-MASTER
           RECORD CONTAINS 36 CHARACTERS.

       01  PS-RECORD.
           05  PS-EMP-ID           PIC X(05).
           05  PS-NAME             PIC X(20).
           05  PS-BIRTH-DATE       PIC X(08).
           05  PS-DEPT-CODE        PIC X(03).

       FD  ACCURACY-FILE
           RECORDING MODE IS F.

       01  ACCURACY-RECORD           PIC X(132).
      *****************************************************************
      * PARM-FILE: THE REPORT PERIOD AS TWO YYYYMMDD DATES.           *
      *****************************************************************
       FD  PARM-FILE
           RECORDING MODE IS F.

       01  PARM-RECORD.
           05  PARM-FROM-DATE        PIC X(08).
           05  PARM-TO-DATE          PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-COUNTLOG-STATUS    PIC XX.
           05  WS-TRANSHIST-STATUS   PIC XX.
           05  WS-PERSMAST-STATUS    PIC XX.
           05  WS-PARM-FILE-STATUS   PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-COUNTLOG-EOF-FLAG  PIC X          VALUE 'N'.
               88  COUNTLOG-EOF      VALUE 'Y'.
           05  WS-HISTORY-EOF-FLAG   PIC X          VALUE 'N'.
               88  HISTORY-EOF       VALUE 'Y'.
           05  WS-PERSMAST-OPEN-FLAG PIC X          VALUE 'N'.
               88  PERSMAST-OPEN     VALUE 'Y'.

       77  WS-LOG-RECORDS-READ       PIC 9(07) COMP VALUE ZERO.
       77  WS-OUTSIDE-PERIOD-COUNT   PIC 9(07) COMP VALUE ZERO.
       77  WS-ADJUSTMENTS-READ       PIC 9(07) COMP VALUE ZERO.
       77  WS-COUNTERS-REPORTED      PIC 9(05) COMP VALUE ZERO.
       77  WS-CT-SUB                 PIC 9(05) COMP VALUE ZERO.
       77  WS-CT-J                   PIC 9(05) COMP VALUE ZERO.
       77  WS-CR-SUB                 PIC 9(05) COMP VALUE ZERO.
       77  WS-SORT-J                 PIC 9(05) COMP VALUE ZERO.
       77  WS-PCT-ADJUSTED           PIC 9(03)V9 COMP-3 VALUE ZERO.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE-TEXT      PIC X(08)      VALUE ZEROS.
           05  WS-RUN-DATE-DISPLAY   PIC X(10)      VALUE SPACES.

       77  WS-CHAIN-RUN-DATE        PIC X(08)      VALUE SPACES.

      *****************************************************************
      * WS-PERIOD-FIELDS: THE REPORT PERIOD - SEE 060-READ-PARM-CARD. *
      *****************************************************************
       01  WS-PERIOD-FIELDS.
           05  WS-FROM-DATE          PIC X(08)      VALUE SPACES.
           05  WS-TO-DATE            PIC X(08)      VALUE SPACES.
           05  WS-PERIOD-DISPLAY     PIC X(24)      VALUE SPACES.

       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NUM           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-ON-PAGE      PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE     PIC 9(03) COMP VALUE 50.

       01  WS-UTILITY-FIELDS.
           05  WS-BLANK-LINE         PIC X(132)    VALUE SPACES.

      *****************************************************************
      * WS-COUNT-TABLE: EVERY COUNT ON THE LOG, WHATEVER ITS DATE -   *
      * A COUNT AFTER THE PERIOD CAN STILL BE THE NEXT COUNT OF AN    *
      * ITEM COUNTED INSIDE IT. WS-CT-NEXT-DATE IS THE DATE THE SAME  *
      * ITEM AND LOCATION WAS NEXT COUNTED (HIGH-VALUES IF IT HAS NOT *
      * BEEN), AND WS-CT-ADJUSTED IS 'Y' ONCE AN ADJUSTMENT HAS BEEN  *
      * FOUND BETWEEN THE TWO.                                        *
      *****************************************************************
       01  WS-COUNT-TABLE.
           05  WS-COUNT-COUNT       PIC 9(05) COMP VALUE ZERO.
           05  WS-COUNT-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-COUNT-COUNT.
               10  WS-CT-COUNT-DATE    PIC X(08).
               10  WS-CT-ITEM-CODE     PIC X(10).
               10  WS-CT-LOC-CODE      PIC X(03).
               10  WS-CT-COUNTER-ID    PIC X(05).
               10  WS-CT-NEXT-DATE     PIC X(08).
               10  WS-CT-ADJUSTED      PIC X(01).

      *****************************************************************
      * WS-COUNTER-TABLE: ONE ENTRY PER EMPLOYEE WITH A COUNT IN THE  *
      * PERIOD, SORTED INTO EMPLOYEE ID ORDER BEFORE PRINTING.        *
      *****************************************************************
       01  WS-COUNTER-TABLE.
           05  WS-COUNTER-COUNT     PIC 9(05) COMP VALUE ZERO.
           05  WS-COUNTER-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-COUNTER-COUNT
                       INDEXED BY WS-CR-IDX.
               10  WS-CR-COUNTER-ID    PIC X(05).
               10  WS-CR-COUNTS        PIC 9(05) COMP.
               10  WS-CR-ADJUSTED      PIC 9(05) COMP.

       01  WS-SWAP-ENTRY.
           05  WS-SWAP-COUNTER-ID   PIC X(05).
           05  WS-SWAP-COUNTS       PIC 9(05) COMP.
           05  WS-SWAP-ADJUSTED     PIC 9(05) COMP.

       01  WS-COUNTER-WORK-FIELDS.
           05  WS-COUNTER-FOUND-FLAG PIC X          VALUE 'N'.
               88  COUNTER-FOUND     VALUE 'Y'.

       01  WS-GRAND-TOTALS.
           05  WS-GT-COUNTS          PIC 9(07) COMP VALUE ZERO.
           05  WS-GT-ADJUSTED        PIC 9(07) COMP VALUE ZERO.

      *****************************************************************
      * WS-DATA-PATH-FIELDS: SEE 005-RESOLVE-DATA-PATHS.               *
      *****************************************************************
       01  WS-DATA-PATH-FIELDS.
           05  WS-DATA-DIR           PIC X(60) VALUE 'data'.
           05  WS-COUNTLOG-PATH      PIC X(80) VALUE SPACES.
           05  WS-TRANSHIST-PATH     PIC X(80) VALUE SPACES.
           05  WS-PERSMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-ACCURACY-PATH      PIC X(80) VALUE SPACES.
           05  WS-PARM-PATH          PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(31)     VALUE
                   '--- COUNTER ACCURACY REPORT FOR'.
               10  FILLER          PIC X(1)      VALUE SPACES.
               10  RH-PERIOD-OUT   PIC X(24)     VALUE SPACES.
               10  FILLER          PIC X(4)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RUN DATE: '.
               10  RH-DATE-OUT     PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  RH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(30)     VALUE SPACES.
           05  RH-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'EMP ID'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(20)     VALUE 'NAME'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(4)      VALUE 'DEPT'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'COUNTS'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(14)     VALUE
                   'LATER ADJUSTED'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE '% ADJUSTED'.
               10  FILLER          PIC X(54)     VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-COUNTER-ID       PIC X(5).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-NAME             PIC X(20).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-DEPT             PIC X(3).
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  DL-COUNTS           PIC ZZ,ZZ9.
           05  FILLER              PIC X(11)     VALUE SPACES.
           05  DL-ADJUSTED         PIC ZZ,ZZ9.
           05  FILLER              PIC X(8)      VALUE SPACES.
           05  DL-PCT-ADJUSTED     PIC ZZ9.9.
           05  FILLER              PIC X(54)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-LABEL            PIC X(30).
           05  SL-COUNT-OUT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(90)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'CNTACCY: COUNTER-ACCURACY REPORT'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-READ-PARM-CARD
               THRU 060-READ-PARM-CARD-EXIT.
           IF WS-FROM-DATE IS NOT NUMERIC
                   OR WS-TO-DATE IS NOT NUMERIC
                   OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY 'CNTACCY ABEND - REPORT PERIOD ' WS-FROM-DATE
                   ' TO ' WS-TO-DATE ' IS NOT A YYYYMMDD RANGE'
               MOVE 16 TO RETURN-CODE
               GOBACK.
           STRING WS-RUN-DATE-TEXT (1:4) '-' WS-RUN-DATE-TEXT (5:2)
                   '-' WS-RUN-DATE-TEXT (7:2)
               INTO WS-RUN-DATE-DISPLAY.
           STRING WS-FROM-DATE (1:4) '-' WS-FROM-DATE (5:2)
                   '-' WS-FROM-DATE (7:2) ' TO '
                   WS-TO-DATE (1:4) '-' WS-TO-DATE (5:2)
                   '-' WS-TO-DATE (7:2)
               INTO WS-PERIOD-DISPLAY.
           DISPLAY 'CNTACCY: REPORTING ' WS-PERIOD-DISPLAY.

           PERFORM 100-LOAD-COUNT-LOG
               THRU 100-LOAD-COUNT-LOG-EXIT.
           PERFORM 150-FIND-NEXT-COUNT
               THRU 150-FIND-NEXT-COUNT-EXIT
               VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > WS-COUNT-COUNT.
           PERFORM 200-MATCH-ADJUSTMENTS
               THRU 200-MATCH-ADJUSTMENTS-EXIT.
           PERFORM 300-TALLY-ONE-COUNT
               THRU 300-TALLY-ONE-COUNT-EXIT
               VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > WS-COUNT-COUNT.
           PERFORM 350-SORT-BY-COUNTER
               THRU 350-SORT-BY-COUNTER-EXIT.

           OPEN INPUT PERSON-MASTER.
           IF WS-PERSMAST-STATUS = '00'
               MOVE 'Y' TO WS-PERSMAST-OPEN-FLAG
           ELSE
               DISPLAY 'NO PERSON MASTER FOUND - EMPLOYEE NAMES WILL '
                   'NOT PRINT'.
           OPEN OUTPUT ACCURACY-FILE.
           PERFORM 400-WRITE-HEADERS THRU 400-WRITE-HEADERS-EXIT.
           PERFORM 450-WRITE-ONE-COUNTER
               THRU 450-WRITE-ONE-COUNTER-EXIT
               VARYING WS-CR-SUB FROM 1 BY 1
               UNTIL WS-CR-SUB > WS-COUNTER-COUNT.
           PERFORM 500-WRITE-TOTALS
               THRU 500-WRITE-TOTALS-EXIT.
           CLOSE ACCURACY-FILE.
           IF PERSMAST-OPEN
               CLOSE PERSON-MASTER.

           DISPLAY 'CNTACCY: COUNT LOG RECORDS    : '
               WS-LOG-RECORDS-READ.
           DISPLAY 'CNTACCY: OUTSIDE THE PERIOD   : '
               WS-OUTSIDE-PERIOD-COUNT.
           DISPLAY 'CNTACCY: ADJUSTMENTS READ     : '
               WS-ADJUSTMENTS-READ.
           DISPLAY 'CNTACCY: COUNTERS REPORTED    : '
               WS-COUNTERS-REPORTED.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'CNTACCY: ACCURACY REPORT RUN ENDED'.
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
                   '/COUNTLOG' DELIMITED BY SIZE
               INTO WS-COUNTLOG-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/TRANSHIST' DELIMITED BY SIZE
               INTO WS-TRANSHIST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/CNTACCY.REPORT' DELIMITED BY SIZE
               INTO WS-ACCURACY-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/CNTACCY.PARM' DELIMITED BY SIZE
               INTO WS-PARM-PATH.
           ACCEPT WS-PERSMAST-PATH
               FROM ENVIRONMENT 'PROJ6_PERSMAST_PATH'.
           IF WS-PERSMAST-PATH = SPACES
               STRING
                 '../project-004-input-sequential-file-processing'
                   '/data/PERSMAST' DELIMITED BY SIZE
                   INTO WS-PERSMAST-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 060-READ-PARM-CARD: THE RUN DATE IS TODAY, OR A CHAINED RUN'S *
      * RUN_DATE. THE PERIOD IS THE CARD'S, EITHER END LEFT BLANK     *
      * DEFAULTING TO THE YEAR TO DATE.                               *
      *****************************************************************
       060-READ-PARM-CARD.
           ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD.
           ACCEPT WS-CHAIN-RUN-DATE FROM ENVIRONMENT 'RUN_DATE'.
           IF WS-CHAIN-RUN-DATE NOT = SPACES
               MOVE WS-CHAIN-RUN-DATE TO WS-RUN-DATE-TEXT.
           STRING WS-RUN-DATE-TEXT (1:4) '0101' DELIMITED BY SIZE
               INTO WS-FROM-DATE.
           MOVE WS-RUN-DATE-TEXT TO WS-TO-DATE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'NO PARAMETER CARD SUPPLIED - REPORTING THE '
                   'YEAR TO DATE'
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY 'PARAMETER CARD FILE IS EMPTY - '
                           'REPORTING THE YEAR TO DATE'
                   NOT AT END
                       IF PARM-FROM-DATE NOT = SPACES
                           MOVE PARM-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF PARM-TO-DATE NOT = SPACES
                           MOVE PARM-TO-DATE TO WS-TO-DATE
                       END-IF
               END-READ
               CLOSE PARM-FILE.
       060-READ-PARM-CARD-EXIT.
           EXIT.

      *****************************************************************
      * 100-LOAD-COUNT-LOG: LOADS THE WHOLE COUNT LOG. WITH NO LOG    *
      * THERE IS NOTHING TO REPORT, BUT THE REPORT STILL PRINTS SO    *
      * THE BUNDLE SHOWS IT RAN.                                      *
      *****************************************************************
       100-LOAD-COUNT-LOG.
           OPEN INPUT COUNTLOG-FILE.
           IF WS-COUNTLOG-STATUS NOT = '00'
               DISPLAY 'NO COUNT LOG FOUND - NOTHING TO REPORT'
               GO TO 100-LOAD-COUNT-LOG-EXIT.
           PERFORM 110-LOAD-ONE-COUNT
               UNTIL COUNTLOG-EOF.
           CLOSE COUNTLOG-FILE.
       100-LOAD-COUNT-LOG-EXIT.
           EXIT.

       110-LOAD-ONE-COUNT.
           READ COUNTLOG-FILE
               AT END
                   MOVE 'Y' TO WS-COUNTLOG-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-LOG-RECORDS-READ
                   IF WS-COUNT-COUNT < 2000
                       ADD 1 TO WS-COUNT-COUNT
                       MOVE CL-COUNT-DATE TO
                           WS-CT-COUNT-DATE (WS-COUNT-COUNT)
                       MOVE CL-ITEM-CODE TO
                           WS-CT-ITEM-CODE (WS-COUNT-COUNT)
                       MOVE CL-LOC-CODE TO
                           WS-CT-LOC-CODE (WS-COUNT-COUNT)
                       MOVE CL-COUNTER-ID TO
                           WS-CT-COUNTER-ID (WS-COUNT-COUNT)
                       MOVE HIGH-VALUES TO
                           WS-CT-NEXT-DATE (WS-COUNT-COUNT)
                       MOVE 'N' TO WS-CT-ADJUSTED (WS-COUNT-COUNT)
                   ELSE
                       DISPLAY 'WARNING: COUNT TABLE FULL - COUNT OF '
                           CL-ITEM-CODE ' ON ' CL-COUNT-DATE
                           ' NOT LOADED'.

      *****************************************************************
      * 150-FIND-NEXT-COUNT: THE EARLIEST LATER COUNT OF THE SAME     *
      * ITEM AND LOCATION BOUNDS THE WINDOW IN WHICH AN ADJUSTMENT    *
      * COUNTS AGAINST THIS ONE.                                      *
      *****************************************************************
       150-FIND-NEXT-COUNT.
           PERFORM 155-TEST-ONE-LATER-COUNT
               THRU 155-TEST-ONE-LATER-COUNT-EXIT
               VARYING WS-CT-J FROM 1 BY 1
               UNTIL WS-CT-J > WS-COUNT-COUNT.
       150-FIND-NEXT-COUNT-EXIT.
           EXIT.

       155-TEST-ONE-LATER-COUNT.
           IF WS-CT-ITEM-CODE (WS-CT-J) NOT =
                   WS-CT-ITEM-CODE (WS-CT-SUB)
                   OR WS-CT-LOC-CODE (WS-CT-J) NOT =
                   WS-CT-LOC-CODE (WS-CT-SUB)
               GO TO 155-TEST-ONE-LATER-COUNT-EXIT.
           IF WS-CT-COUNT-DATE (WS-CT-J) >
                   WS-CT-COUNT-DATE (WS-CT-SUB)
                   AND WS-CT-COUNT-DATE (WS-CT-J) <
                   WS-CT-NEXT-DATE (WS-CT-SUB)
               MOVE WS-CT-COUNT-DATE (WS-CT-J) TO
                   WS-CT-NEXT-DATE (WS-CT-SUB).
       155-TEST-ONE-LATER-COUNT-EXIT.
           EXIT.

      *****************************************************************
      * 200-MATCH-ADJUSTMENTS: READS TRANSHIST FOR ADJUSTMENTS AND    *
      * MARKS EVERY LOGGED COUNT WHOSE WINDOW EACH ONE FALLS IN.      *
      *****************************************************************
       200-MATCH-ADJUSTMENTS.
           IF WS-COUNT-COUNT = ZERO
               GO TO 200-MATCH-ADJUSTMENTS-EXIT.
           OPEN INPUT HISTORY-FILE.
           IF WS-TRANSHIST-STATUS NOT = '00'
               DISPLAY 'NO TRANSACTION HISTORY FOUND - NO COUNT SHOWS '
                   'AS LATER ADJUSTED'
               GO TO 200-MATCH-ADJUSTMENTS-EXIT.
           PERFORM 210-READ-ONE-HISTORY
               UNTIL HISTORY-EOF.
           CLOSE HISTORY-FILE.
       200-MATCH-ADJUSTMENTS-EXIT.
           EXIT.

       210-READ-ONE-HISTORY.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-FLAG
               NOT AT END
                   IF HIST-TRANS-TYPE = 'A'
                       ADD 1 TO WS-ADJUSTMENTS-READ
                       PERFORM 220-MARK-ONE-COUNT
                           THRU 220-MARK-ONE-COUNT-EXIT
                           VARYING WS-CT-SUB FROM 1 BY 1
                           UNTIL WS-CT-SUB > WS-COUNT-COUNT
                   END-IF
           END-READ.

       220-MARK-ONE-COUNT.
           IF WS-CT-ITEM-CODE (WS-CT-SUB) NOT = HIST-ITEM-CODE
                   OR WS-CT-LOC-CODE (WS-CT-SUB) NOT = HIST-LOC-CODE
               GO TO 220-MARK-ONE-COUNT-EXIT.
           IF HIST-RUN-DATE > WS-CT-COUNT-DATE (WS-CT-SUB)
                   AND HIST-RUN-DATE NOT > WS-CT-NEXT-DATE (WS-CT-SUB)
               MOVE 'Y' TO WS-CT-ADJUSTED (WS-CT-SUB).
       220-MARK-ONE-COUNT-EXIT.
           EXIT.

      *****************************************************************
      * 300-TALLY-ONE-COUNT: ADDS A COUNT TAKEN IN THE PERIOD TO ITS  *
      * COUNTER'S ENTRY, ADDING ONE FOR A COUNTER NOT YET SEEN.       *
      *****************************************************************
       300-TALLY-ONE-COUNT.
           IF WS-CT-COUNT-DATE (WS-CT-SUB) < WS-FROM-DATE
                   OR WS-CT-COUNT-DATE (WS-CT-SUB) > WS-TO-DATE
               ADD 1 TO WS-OUTSIDE-PERIOD-COUNT
               GO TO 300-TALLY-ONE-COUNT-EXIT.
           MOVE 'N' TO WS-COUNTER-FOUND-FLAG.
           IF WS-COUNTER-COUNT > ZERO
               SET WS-CR-IDX TO 1
               SEARCH WS-COUNTER-ENTRY
                   WHEN WS-CR-COUNTER-ID (WS-CR-IDX) =
                           WS-CT-COUNTER-ID (WS-CT-SUB)
                       MOVE 'Y' TO WS-COUNTER-FOUND-FLAG.
           IF NOT COUNTER-FOUND
               IF WS-COUNTER-COUNT NOT < 200
                   DISPLAY 'WARNING: COUNTER TABLE FULL - '
                       WS-CT-COUNTER-ID (WS-CT-SUB) ' NOT REPORTED'
                   GO TO 300-TALLY-ONE-COUNT-EXIT
               ELSE
                   ADD 1 TO WS-COUNTER-COUNT
                   SET WS-CR-IDX TO WS-COUNTER-COUNT
                   MOVE WS-CT-COUNTER-ID (WS-CT-SUB) TO
                       WS-CR-COUNTER-ID (WS-CR-IDX)
                   MOVE ZERO TO WS-CR-COUNTS (WS-CR-IDX)
                   MOVE ZERO TO WS-CR-ADJUSTED (WS-CR-IDX).
           ADD 1 TO WS-CR-COUNTS (WS-CR-IDX).
           IF WS-CT-ADJUSTED (WS-CT-SUB) = 'Y'
               ADD 1 TO WS-CR-ADJUSTED (WS-CR-IDX).
       300-TALLY-ONE-COUNT-EXIT.
           EXIT.

      *****************************************************************
      * 350-SORT-BY-COUNTER: BUBBLE-SORTS THE COUNTERS INTO EMPLOYEE  *
      * ID ORDER - THE SAME SORT SHAPE PHYSCNT USES TO RANK ITS       *
      * VARIANCES.                                                    *
      *****************************************************************
       350-SORT-BY-COUNTER.
           IF WS-COUNTER-COUNT > 1
               PERFORM 352-SORT-OUTER-PASS
                   THRU 352-SORT-OUTER-PASS-EXIT
                   WS-COUNTER-COUNT TIMES.
       350-SORT-BY-COUNTER-EXIT.
           EXIT.

       352-SORT-OUTER-PASS.
           MOVE 1 TO WS-SORT-J.
           PERFORM 354-SORT-INNER-COMPARE
               THRU 354-SORT-INNER-COMPARE-EXIT
               WS-COUNTER-COUNT TIMES.
       352-SORT-OUTER-PASS-EXIT.
           EXIT.

       354-SORT-INNER-COMPARE.
           IF WS-SORT-J < WS-COUNTER-COUNT
               IF WS-CR-COUNTER-ID (WS-SORT-J) >
                       WS-CR-COUNTER-ID (WS-SORT-J + 1)
                   MOVE WS-COUNTER-ENTRY (WS-SORT-J) TO WS-SWAP-ENTRY
                   MOVE WS-COUNTER-ENTRY (WS-SORT-J + 1) TO
                       WS-COUNTER-ENTRY (WS-SORT-J)
                   MOVE WS-SWAP-ENTRY TO
                       WS-COUNTER-ENTRY (WS-SORT-J + 1).
           ADD 1 TO WS-SORT-J.
       354-SORT-INNER-COMPARE-EXIT.
           EXIT.

      *****************************************************************
      * 400-WRITE-HEADERS: PRINTS THE TITLE, RUN DATE, PAGE NUMBER,   *
      * AND COLUMN HEADINGS - THE SAME PATTERN PROJ6 USES FOR         *
      * 100-WRITE-HEADERS.                                            *
      *****************************************************************
       400-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-PAGE-NUM TO RH-PAGE-OUT.
           MOVE WS-RUN-DATE-DISPLAY TO RH-DATE-OUT.
           MOVE WS-PERIOD-DISPLAY TO RH-PERIOD-OUT.
           IF WS-PAGE-NUM > 1
               MOVE WS-BLANK-LINE TO ACCURACY-RECORD
               WRITE ACCURACY-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO ACCURACY-RECORD.
           WRITE ACCURACY-RECORD.
           MOVE RH-COLUMNS TO ACCURACY-RECORD.
           WRITE ACCURACY-RECORD.
           MOVE WS-BLANK-LINE TO ACCURACY-RECORD.
           WRITE ACCURACY-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       400-WRITE-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 450-WRITE-ONE-COUNTER: PRINTS ONE EMPLOYEE'S COUNTS WITH      *
      * THEIR NAME AND DEPARTMENT OFF THE PERSON MASTER. SOMEONE WHO  *
      * HAS SINCE LEFT (AND SO BEEN DELETED FROM IT) STILL PRINTS,    *
      * FLAGGED, SO THEIR COUNTS ARE NOT LOST FROM THE TOTALS.        *
      *****************************************************************
       450-WRITE-ONE-COUNTER.
           ADD 1 TO WS-COUNTERS-REPORTED.
           ADD WS-CR-COUNTS (WS-CR-SUB) TO WS-GT-COUNTS.
           ADD WS-CR-ADJUSTED (WS-CR-SUB) TO WS-GT-ADJUSTED.
           MOVE WS-CR-COUNTER-ID (WS-CR-SUB) TO DL-COUNTER-ID.
           MOVE '** NOT ON MASTER' TO DL-NAME.
           MOVE SPACES TO DL-DEPT.
           IF PERSMAST-OPEN
               MOVE WS-CR-COUNTER-ID (WS-CR-SUB) TO PS-EMP-ID
               READ PERSON-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PS-NAME TO DL-NAME
                       MOVE PS-DEPT-CODE TO DL-DEPT
               END-READ.
           COMPUTE WS-PCT-ADJUSTED ROUNDED =
               WS-CR-ADJUSTED (WS-CR-SUB) * 100
               / WS-CR-COUNTS (WS-CR-SUB).
           MOVE WS-CR-COUNTS (WS-CR-SUB) TO DL-COUNTS.
           MOVE WS-CR-ADJUSTED (WS-CR-SUB) TO DL-ADJUSTED.
           MOVE WS-PCT-ADJUSTED TO DL-PCT-ADJUSTED.
           MOVE WS-DETAIL-LINE TO ACCURACY-RECORD.
           PERFORM 480-EMIT-REPORT-LINE
               THRU 480-EMIT-REPORT-LINE-EXIT.
       450-WRITE-ONE-COUNTER-EXIT.
           EXIT.

       480-EMIT-REPORT-LINE.
           WRITE ACCURACY-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 400-WRITE-HEADERS THRU 400-WRITE-HEADERS-EXIT.
       480-EMIT-REPORT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 500-WRITE-TOTALS: THE ALL-COUNTER LINE IN THE SAME COLUMNS,   *
      * THEN THE RUN COUNTS.                                          *
      *****************************************************************
       500-WRITE-TOTALS.
           MOVE WS-BLANK-LINE TO ACCURACY-RECORD.
           WRITE ACCURACY-RECORD.
           MOVE ZERO TO WS-PCT-ADJUSTED.
           IF WS-GT-COUNTS > ZERO
               COMPUTE WS-PCT-ADJUSTED ROUNDED =
                   WS-GT-ADJUSTED * 100 / WS-GT-COUNTS.
           MOVE SPACES TO DL-COUNTER-ID.
           MOVE 'ALL COUNTERS' TO DL-NAME.
           MOVE SPACES TO DL-DEPT.
           MOVE WS-GT-COUNTS TO DL-COUNTS.
           MOVE WS-GT-ADJUSTED TO DL-ADJUSTED.
           MOVE WS-PCT-ADJUSTED TO DL-PCT-ADJUSTED.
           MOVE WS-DETAIL-LINE TO ACCURACY-RECORD.
           WRITE ACCURACY-RECORD.
           MOVE WS-BLANK-LINE TO ACCURACY-RECORD.
           WRITE ACCURACY-RECORD.
           MOVE 'COUNTERS REPORTED:            ' TO SL-LABEL.
           MOVE WS-COUNTERS-REPORTED TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO ACCURACY-RECORD.
           WRITE ACCURACY-RECORD.
           MOVE 'LOGGED COUNTS OUTSIDE PERIOD: ' TO SL-LABEL.
           MOVE WS-OUTSIDE-PERIOD-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO ACCURACY-RECORD.
           WRITE ACCURACY-RECORD.
           MOVE 'ADJUSTMENTS ON TRANSHIST:     ' TO SL-LABEL.
           MOVE WS-ADJUSTMENTS-READ TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO ACCURACY-RECORD.
           WRITE ACCURACY-RECORD.
       500-WRITE-TOTALS-EXIT.
           EXIT.
