      * ITEM'S LAST-COUNTED DATE IS TRACKED ON THE CYCLECNT.CTL       *
      * FILE, REWRITTEN EVERY RUN, SO THE BOOK ERRORS STOP BUILDING   *
      * UP BETWEEN THE TWICE-A-YEAR FULL COUNTS.                      *
      *                                                               *
      * EACH LINE IS GIVEN THE WAREHOUSE AREA ITS LOCATION FALLS IN   *
      * (THE CNTAREA MAP) AND IS SHARED OUT EVENLY AMONG THE          *
      * EMPLOYEES ON PROJ4'S PERSON MASTER WHOSE DEPARTMENT IS THAT   *
      * AREA - EACH LINE GOES TO WHICHEVER OF THEM HAS THE FEWEST     *
      * LINES SO FAR. THE SHEET FILE CARRIES THE ASSIGNED EMPLOYEE ID *
      * ON EVERY LINE FOR PHYSCNT TO CHECK THE RETURNED COUNT         *
      * AGAINST, AND A PRINTED SHEET PER COUNTER, HEADED WITH THEIR   *
      * EMPLOYEE ID AND NAME, GOES TO THE FLOOR. LINES NO ONE COULD   *
      * TAKE PRINT LAST ON AN UNASSIGNED SHEET FOR THE SUPERVISOR.    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLECNT.
      *****************************************************************
           SELECT SHEET-FILE ASSIGN DYNAMIC WS-SHEET-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
      * PERSON-MASTER: PROJ4'S EMPLOYEE MASTER, FOUND THROUGH         *
      * PROJ6_PERSMAST_PATH, DEFAULTING TO PROJ4'S OWN DATA           *
      * DIRECTORY - THE SAME WAY REQINTK FINDS IT. AREA-FILE: THE     *
      * CNTAREA MAP OF STOCK LOCATION TO WAREHOUSE AREA. COUNTER-     *
      * SHEET-FILE: THE PRINTED SHEETS, ONE PER COUNTER.              *
      *****************************************************************
           SELECT PERSON-MASTER ASSIGN DYNAMIC WS-PERSMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PS-EMP-ID
               FILE STATUS IS WS-PERSMAST-STATUS.
           SELECT AREA-FILE ASSIGN DYNAMIC WS-AREA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AREA-STATUS.
           SELECT COUNTER-SHEET-FILE ASSIGN DYNAMIC WS-CTR-SHEET-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
      * INVENTORY-MASTER: SAME LAYOUT AS PROJ6'S INV-RECORD.           *
      *****************************************************************
       FD  INVENTORY-MASTER
           RECORD CONTAINS 39 CHARACTERS.

       01  INV-RECORD.
           05  INV-KEY.
           05  INV-QTY-ON-HAND       PIC S9(07).
           05  INV-REORDER-POINT     PIC 9(05).
           05  INV-QTY-ON-ORDER      PIC 9(05).
           05  INV-AVG-COST          PIC 9(05)V9(04).

       FD  CONTROL-FILE
           RECORDING MODE IS F.
           05  SHT-APPROVED          PIC X(01).
           05  SHT-LOC-CODE          PIC X(03).
      *****************************************************************
      * SHT-AREA-DEPT: THE WAREHOUSE AREA OF THE LINE'S LOCATION,    *
      * OFF THE CNTAREA MAP, SO THE VARIANCE PHYSCNT FEEDS TO PROJ3  *
      * BANDS UNDER THE AREA'S OWN LIMITS. BLANK FOR A LOCATION NOT  *
      * ON THE MAP, FOR THE COUNTERS TO FILL IN.                     *
      *****************************************************************
           05  SHT-AREA-DEPT         PIC X(03).
           05  SHT-REASON-CODE       PIC X(03).
      *****************************************************************
      * SHT-ASSIGNED-ID: THE EMPLOYEE THE LINE WAS SHARED OUT TO      *
      * (BLANK ON AN UNASSIGNED LINE). SHT-COUNTER-ID IS LEFT BLANK   *
      * FOR WHOEVER COUNTS THE LINE TO ENTER THEIR OWN EMPLOYEE ID.   *
      *****************************************************************
           05  SHT-ASSIGNED-ID       PIC X(05).
           05  SHT-COUNTER-ID        PIC X(05).
      *****************************************************************
      * PARM-FILE: OPTIONAL RUN DATE AND NIGHTLY LIST SIZE. A BLANK  *
      * FIELD (OR A MISSING FILE) MEANS TODAY'S DATE AND 20 ITEMS.   *
           05  PARM-RUN-DATE         PIC X(08).
           05  PARM-LIST-SIZE        PIC X(03).

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
      *****************************************************************
      * AREA-FILE: ONE RECORD PER STOCK LOCATION - THE DEPARTMENT     *
      * (PROJ4'S DEPARTMENT CODE) WHOSE STAFF COUNT THAT LOCATION.    *
      *****************************************************************
       FD  AREA-FILE
           RECORDING MODE IS F.

       01  CA-RECORD.
           05  CA-LOC-CODE           PIC X(03).
           05  CA-AREA-DEPT          PIC X(03).

       FD  COUNTER-SHEET-FILE
           RECORDING MODE IS F.

       01  COUNTER-SHEET-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-YTDMAST-STATUS    PIC XX.
           05  WS-INVENTORY-STATUS  PIC XX.
           05  WS-CONTROL-STATUS    PIC XX.
           05  WS-PARM-FILE-STATUS  PIC XX.
           05  WS-PERSMAST-STATUS   PIC XX.
           05  WS-AREA-STATUS       PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-YTD-EOF-FLAG      PIC X          VALUE 'N'.
               88  CTL-EOF          VALUE 'Y'.
           05  WS-INV-SCAN-EOF-FLAG PIC X          VALUE 'N'.
               88  INV-SCAN-EOF     VALUE 'Y'.
           05  WS-PERS-EOF-FLAG     PIC X          VALUE 'N'.
               88  PERS-EOF         VALUE 'Y'.
           05  WS-AREA-EOF-FLAG     PIC X          VALUE 'N'.
               88  AREA-EOF         VALUE 'Y'.

      *****************************************************************
      * WS-ITEM-TABLE: EVERY ITEM ON THE YTD MASTER WITH ITS         *
       77  WS-SHEET-LINES           PIC 9(05) COMP VALUE ZERO.
       77  WS-DUE-INTERVAL          PIC 9(05) COMP VALUE ZERO.
       77  WS-LOC-LINES             PIC 9(03) COMP VALUE ZERO.
       77  WS-CUT-LOC-CODE          PIC X(03)      VALUE SPACES.
       77  WS-LN-SUB                PIC 9(05) COMP VALUE ZERO.
       77  WS-CTR-SUB               PIC 9(05) COMP VALUE ZERO.
       77  WS-BEST-CTR-SUB          PIC 9(05) COMP VALUE ZERO.
       77  WS-COUNTERS-USED         PIC 9(05) COMP VALUE ZERO.
       77  WS-UNASSIGNED-LINES      PIC 9(05) COMP VALUE ZERO.

      *****************************************************************
      * WS-AREA-TABLE: THE CNTAREA MAP - EACH STOCK LOCATION'S        *
      * WAREHOUSE AREA. WITH NO MAP EVERY LINE GOES OUT WITH A BLANK  *
      * AREA AND UNASSIGNED, AS BEFORE.                               *
      *****************************************************************
       01  WS-AREA-TABLE.
           05  WS-AREA-COUNT        PIC 9(03) COMP VALUE ZERO.
           05  WS-AREA-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-AREA-COUNT
                       INDEXED BY WS-AREA-IDX.
               10  WS-AR-LOC-CODE      PIC X(03).
               10  WS-AR-AREA-DEPT     PIC X(03).

      *****************************************************************
      * WS-COUNTER-TABLE: EVERY EMPLOYEE ON THE PERSON MASTER, IN     *
      * EMPLOYEE ID ORDER, WITH THE LINES SHARED OUT TO THEM SO FAR.  *
      * PROJ4 DELETES A LEAVER FROM THE MASTER, SO EVERYONE ON IT IS  *
      * ACTIVE AND MAY BE GIVEN LINES.                                *
      *****************************************************************
       01  WS-COUNTER-TABLE.
           05  WS-COUNTER-COUNT     PIC 9(05) COMP VALUE ZERO.
           05  WS-COUNTER-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-COUNTER-COUNT.
               10  WS-CTR-EMP-ID       PIC X(05).
               10  WS-CTR-NAME         PIC X(20).
               10  WS-CTR-DEPT         PIC X(03).
               10  WS-CTR-LINES        PIC 9(05) COMP.

      *****************************************************************
      * WS-LINE-TABLE: TONIGHT'S COUNT LINES, HELD UNTIL THEY HAVE    *
      * BEEN SHARED OUT SO THE SHEET CAN BE WRITTEN COUNTER BY        *
      * COUNTER. WS-LN-COUNTER-SUB POINTS AT THE COUNTER-TABLE ENTRY  *
      * THE LINE WENT TO - ZERO FOR AN UNASSIGNED LINE.               *
      *****************************************************************
       01  WS-LINE-TABLE.
           05  WS-LINE-COUNT        PIC 9(05) COMP VALUE ZERO.
           05  WS-LINE-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-LINE-COUNT.
               10  WS-LN-ITEM-CODE     PIC X(10).
               10  WS-LN-LOC-CODE      PIC X(03).
               10  WS-LN-AREA-DEPT     PIC X(03).
               10  WS-LN-COUNTER-SUB   PIC 9(05) COMP.

       01  WS-SWAP-ENTRY.
           05  WS-SWAP-CODE         PIC X(10).
           05  WS-ITEM-DAY-NUMBER   PIC 9(07) COMP VALUE ZERO.

       01  WS-RUN-DATE-TEXT          PIC X(08)      VALUE ZEROS.
       01  WS-RUN-DATE-DISPLAY       PIC X(10)      VALUE SPACES.

       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NUM           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-ON-PAGE      PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE     PIC 9(03) COMP VALUE 50.

       01  WS-UTILITY-FIELDS.
           05  WS-BLANK-LINE         PIC X(132)    VALUE SPACES.
           05  WS-HOLD-SHEET-LINE    PIC X(132)    VALUE SPACES.

      *****************************************************************
      * WS-DATA-PATH-FIELDS: SEE 005-RESOLVE-DATA-PATHS.               *
           05  WS-CONTROL-PATH       PIC X(80) VALUE SPACES.
           05  WS-SHEET-PATH         PIC X(80) VALUE SPACES.
           05  WS-PARM-PATH          PIC X(80) VALUE SPACES.
           05  WS-PERSMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-AREA-PATH          PIC X(80) VALUE SPACES.
           05  WS-CTR-SHEET-PATH     PIC X(80) VALUE SPACES.

      *****************************************************************
      * THE PRINTED COUNTER SHEET: A TITLE, THE COUNTER IT BELONGS    *
      * TO, AND ONE LINE PER COUNT WITH SPACE TO WRITE IN THE         *
      * COUNTED QUANTITY, A REASON CODE AND THE COUNTER'S OWN ID.     *
      *****************************************************************
       01  WS-SHEET-HEADERS.
           05  SH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- CYCLE COUNT SHEET ---                 '.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RUN DATE: '.
               10  SH-DATE-OUT     PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  SH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(40)     VALUE SPACES.
           05  SH-COUNTER.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(9)      VALUE 'COUNTER: '.
               10  SH-EMP-ID-OUT   PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  SH-NAME-OUT     PIC X(30)     VALUE SPACES.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'DEPT: '.
               10  SH-DEPT-OUT     PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(4)      VALUE SPACES.
               10  FILLER          PIC X(7)      VALUE 'LINES: '.
               10  SH-LINES-OUT    PIC ZZZ9.
               10  FILLER          PIC X(55)     VALUE SPACES.
           05  SH-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'ITEM CODE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(3)      VALUE 'LOC'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(4)      VALUE 'AREA'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(11)     VALUE 'COUNTED QTY'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'REASON'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'COUNTER ID'.
               10  FILLER          PIC X(70)     VALUE SPACES.

       01  WS-SHEET-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-ITEM-CODE        PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  SL-LOC-CODE         PIC X(3).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  SL-AREA-DEPT        PIC X(3).
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(11)     VALUE '__________'.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  FILLER              PIC X(6)      VALUE '___'.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  FILLER              PIC X(10)     VALUE '_____'.
           05  FILLER              PIC X(70)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 8100-DATE-TO-DAY-NUMBER
               THRU 8100-DATE-TO-DAY-NUMBER-EXIT.
           MOVE WS-DN-RESULT TO WS-RUN-DAY-NUMBER.
           STRING WS-RUN-DATE-TEXT (1:4) '-' WS-RUN-DATE-TEXT (5:2)
                   '-' WS-RUN-DATE-TEXT (7:2)
               INTO WS-RUN-DATE-DISPLAY.

           PERFORM 100-LOAD-YTD-ITEMS
               THRU 100-LOAD-YTD-ITEMS-EXIT.
               UNTIL WS-ITM-SUB > WS-ITEM-COUNT.
           PERFORM 300-SELECT-COUNT-LIST
               THRU 300-SELECT-COUNT-LIST-EXIT.
           PERFORM 070-LOAD-COUNT-AREAS
               THRU 070-LOAD-COUNT-AREAS-EXIT.
           PERFORM 080-LOAD-COUNTERS
               THRU 080-LOAD-COUNTERS-EXIT.
           PERFORM 400-CUT-COUNT-LINES
               THRU 400-CUT-COUNT-LINES-EXIT.
           PERFORM 450-ASSIGN-COUNTERS
               THRU 450-ASSIGN-COUNTERS-EXIT.
           PERFORM 500-WRITE-COUNT-SHEETS
               THRU 500-WRITE-COUNT-SHEETS-EXIT.
           PERFORM 600-REWRITE-CONTROL-FILE
               THRU 600-REWRITE-CONTROL-FILE-EXIT.

           DISPLAY 'CYCLECNT: ITEMS CLASSIFIED : ' WS-ITEM-COUNT.
           DISPLAY 'CYCLECNT: ITEMS SELECTED   : ' WS-SELECTED-COUNT.
           DISPLAY 'CYCLECNT: SHEET LINES CUT  : ' WS-SHEET-LINES.
           DISPLAY 'CYCLECNT: COUNTERS GIVEN   : ' WS-COUNTERS-USED.
           DISPLAY 'CYCLECNT: LINES UNASSIGNED : ' WS-UNASSIGNED-LINES.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'CYCLECNT: SCHEDULER RUN ENDED'.
           GOBACK.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/CYCLECNT.PARM' DELIMITED BY SIZE
               INTO WS-PARM-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/CNTAREA' DELIMITED BY SIZE
               INTO WS-AREA-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/CYCLECNT.SHEETS' DELIMITED BY SIZE
               INTO WS-CTR-SHEET-PATH.
           ACCEPT WS-PERSMAST-PATH
               FROM ENVIRONMENT 'PROJ6_PERSMAST_PATH'.
           IF WS-PERSMAST-PATH = SPACES
               STRING
                 '../project-004-input-sequential-file-processing'
                   '/data/PERSMAST' DELIMITED BY SIZE
                   INTO WS-PERSMAST-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

       060-READ-PARM-CARD-EXIT.
           EXIT.

      *****************************************************************
      * 070-LOAD-COUNT-AREAS: LOADS THE CNTAREA MAP. WITHOUT IT NO    *
      * LINE HAS AN AREA, SO NONE CAN BE SHARED OUT - THEY ALL PRINT  *
      * ON THE UNASSIGNED SHEET.                                      *
      *****************************************************************
       070-LOAD-COUNT-AREAS.
           OPEN INPUT AREA-FILE.
           IF WS-AREA-STATUS NOT = '00'
               DISPLAY 'NO CNTAREA FILE FOUND - COUNT LINES CARRY NO '
                   'AREA AND GO OUT UNASSIGNED'
               GO TO 070-LOAD-COUNT-AREAS-EXIT.
           PERFORM 075-LOAD-ONE-AREA
               UNTIL AREA-EOF.
           CLOSE AREA-FILE.
       070-LOAD-COUNT-AREAS-EXIT.
           EXIT.

       075-LOAD-ONE-AREA.
           READ AREA-FILE
               AT END
                   MOVE 'Y' TO WS-AREA-EOF-FLAG
               NOT AT END
                   IF CA-LOC-CODE = SPACES
                       CONTINUE
                   ELSE IF WS-AREA-COUNT < 50
                       ADD 1 TO WS-AREA-COUNT
                       MOVE CA-LOC-CODE TO
                           WS-AR-LOC-CODE (WS-AREA-COUNT)
                       MOVE CA-AREA-DEPT TO
                           WS-AR-AREA-DEPT (WS-AREA-COUNT)
                   ELSE
                       DISPLAY 'WARNING: AREA TABLE FULL - LOCATION '
                           CA-LOC-CODE ' NOT LOADED'.

      *****************************************************************
      * 080-LOAD-COUNTERS: LOADS EVERY EMPLOYEE ON THE PERSON MASTER  *
      * AS A POSSIBLE COUNTER. A MISSING MASTER IS NOT FATAL - THE    *
      * SHEET STILL GOES OUT, ALL OF IT ON THE UNASSIGNED SHEET.      *
      *****************************************************************
       080-LOAD-COUNTERS.
           OPEN INPUT PERSON-MASTER.
           IF WS-PERSMAST-STATUS NOT = '00'
               DISPLAY 'NO PERSON MASTER FOUND (STATUS '
                   WS-PERSMAST-STATUS ') - COUNT LINES GO OUT '
                   'UNASSIGNED'
               GO TO 080-LOAD-COUNTERS-EXIT.
           PERFORM 085-LOAD-ONE-COUNTER
               UNTIL PERS-EOF.
           CLOSE PERSON-MASTER.
       080-LOAD-COUNTERS-EXIT.
           EXIT.

       085-LOAD-ONE-COUNTER.
           READ PERSON-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PERS-EOF-FLAG
               NOT AT END
                   IF WS-COUNTER-COUNT < 200
                       ADD 1 TO WS-COUNTER-COUNT
                       MOVE PS-EMP-ID TO
                           WS-CTR-EMP-ID (WS-COUNTER-COUNT)
                       MOVE PS-NAME TO WS-CTR-NAME (WS-COUNTER-COUNT)
                       MOVE PS-DEPT-CODE TO
                           WS-CTR-DEPT (WS-COUNTER-COUNT)
                       MOVE ZERO TO WS-CTR-LINES (WS-COUNTER-COUNT)
                   ELSE
                       DISPLAY 'WARNING: COUNTER TABLE FULL - '
                           PS-EMP-ID ' NOT LOADED'.

      *****************************************************************
      * 100-LOAD-YTD-ITEMS: LOADS EVERY YTD ITEM WITH THE MAGNITUDE  *
      * OF ITS YEAR-TO-DATE AMOUNT - THE VALUE MEASURE THE A/B/C     *
           EXIT.

      *****************************************************************
      * 400-CUT-COUNT-LINES: ONE COUNT LINE PER STOCK LOCATION THE    *
      * SELECTED ITEM HOLDS A POSITION IN (ONE LINE AT '001' FOR AN   *
      * ITEM NOT YET ON THE INVENTORY MASTER). THE ITEM'S             *
      * LAST-COUNTED DATE IS STAMPED WITH THE RUN DATE AS ITS LINES   *
      * ARE CUT. THE LINES ARE HELD IN WS-LINE-TABLE UNTIL THEY HAVE  *
      * BEEN SHARED OUT.                                              *
      *****************************************************************
       400-CUT-COUNT-LINES.
           OPEN I-O INVENTORY-MASTER.
           IF WS-INVENTORY-STATUS NOT = '00'
               DISPLAY 'CYCLECNT ABEND - INVENTORY MASTER STATUS '
                   WS-INVENTORY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           PERFORM 410-CUT-ONE-ITEM
               THRU 410-CUT-ONE-ITEM-EXIT
               VARYING WS-ITM-SUB FROM 1 BY 1
               UNTIL WS-ITM-SUB > WS-ITEM-COUNT.
           CLOSE INVENTORY-MASTER.
       400-CUT-COUNT-LINES-EXIT.
           EXIT.

       410-CUT-ONE-ITEM.
           IF WS-ITM-SELECTED (WS-ITM-SUB) NOT = 'Y'
               GO TO 410-CUT-ONE-ITEM-EXIT.
           MOVE WS-RUN-DATE-TEXT TO
               WS-ITM-LAST-COUNTED (WS-ITM-SUB).
           MOVE ZERO TO WS-LOC-LINES.
           START INVENTORY-MASTER KEY NOT < INV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-INV-SCAN-EOF-FLAG.
           PERFORM 420-CUT-ONE-LOCATION
               THRU 420-CUT-ONE-LOCATION-EXIT
               UNTIL INV-SCAN-EOF.
           IF WS-LOC-LINES = ZERO
               MOVE '001' TO WS-CUT-LOC-CODE
               PERFORM 430-ADD-COUNT-LINE
                   THRU 430-ADD-COUNT-LINE-EXIT.
       410-CUT-ONE-ITEM-EXIT.
           EXIT.

       420-CUT-ONE-LOCATION.
           READ INVENTORY-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INV-SCAN-EOF-FLAG
                   IF INV-ITEM-CODE NOT = WS-ITM-CODE (WS-ITM-SUB)
                       MOVE 'Y' TO WS-INV-SCAN-EOF-FLAG
                   ELSE
                       MOVE INV-LOC-CODE TO WS-CUT-LOC-CODE
                       PERFORM 430-ADD-COUNT-LINE
                           THRU 430-ADD-COUNT-LINE-EXIT
                       ADD 1 TO WS-LOC-LINES
                   END-IF
           END-READ.
       420-CUT-ONE-LOCATION-EXIT.
           EXIT.

      *****************************************************************
      * 430-ADD-COUNT-LINE: HOLDS ONE LINE FOR THE CURRENT ITEM AT    *
      * WS-CUT-LOC-CODE, WITH THE LOCATION'S AREA OFF THE CNTAREA     *
      * MAP (BLANK IF THE LOCATION IS NOT ON IT).                     *
      *****************************************************************
       430-ADD-COUNT-LINE.
           IF WS-LINE-COUNT NOT < 1000
               DISPLAY 'WARNING: LINE TABLE FULL - '
                   WS-ITM-CODE (WS-ITM-SUB) ' AT ' WS-CUT-LOC-CODE
                   ' NOT ON TONIGHT''S SHEET'
               GO TO 430-ADD-COUNT-LINE-EXIT.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-ITM-CODE (WS-ITM-SUB) TO
               WS-LN-ITEM-CODE (WS-LINE-COUNT).
           MOVE WS-CUT-LOC-CODE TO WS-LN-LOC-CODE (WS-LINE-COUNT).
           MOVE SPACES TO WS-LN-AREA-DEPT (WS-LINE-COUNT).
           MOVE ZERO TO WS-LN-COUNTER-SUB (WS-LINE-COUNT).
           IF WS-AREA-COUNT > ZERO
               SET WS-AREA-IDX TO 1
               SEARCH WS-AREA-ENTRY
                   WHEN WS-AR-LOC-CODE (WS-AREA-IDX) = WS-CUT-LOC-CODE
                       MOVE WS-AR-AREA-DEPT (WS-AREA-IDX) TO
                           WS-LN-AREA-DEPT (WS-LINE-COUNT).
           ADD 1 TO WS-SHEET-LINES.
       430-ADD-COUNT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 450-ASSIGN-COUNTERS: SHARES THE LINES OUT. EACH LINE GOES TO  *
      * THE EMPLOYEE IN ITS AREA'S DEPARTMENT WITH THE FEWEST LINES   *
      * SO FAR - THE LOWEST EMPLOYEE ID ON A TIE - SO NO ONE IN AN    *
      * AREA ENDS UP MORE THAN ONE LINE AHEAD OF ANYONE ELSE. A LINE  *
      * WITH NO AREA, OR AN AREA WITH NO ONE IN IT, STAYS UNASSIGNED. *
      *****************************************************************
       450-ASSIGN-COUNTERS.
           PERFORM 455-ASSIGN-ONE-LINE
               THRU 455-ASSIGN-ONE-LINE-EXIT
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LINE-COUNT.
       450-ASSIGN-COUNTERS-EXIT.
           EXIT.

       455-ASSIGN-ONE-LINE.
           MOVE ZERO TO WS-BEST-CTR-SUB.
           IF WS-LN-AREA-DEPT (WS-LN-SUB) NOT = SPACES
               PERFORM 457-TRY-ONE-COUNTER
                   THRU 457-TRY-ONE-COUNTER-EXIT
                   VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > WS-COUNTER-COUNT.
           IF WS-BEST-CTR-SUB = ZERO
               ADD 1 TO WS-UNASSIGNED-LINES
               GO TO 455-ASSIGN-ONE-LINE-EXIT.
           MOVE WS-BEST-CTR-SUB TO WS-LN-COUNTER-SUB (WS-LN-SUB).
           IF WS-CTR-LINES (WS-BEST-CTR-SUB) = ZERO
               ADD 1 TO WS-COUNTERS-USED.
           ADD 1 TO WS-CTR-LINES (WS-BEST-CTR-SUB).
       455-ASSIGN-ONE-LINE-EXIT.
           EXIT.

       457-TRY-ONE-COUNTER.
           IF WS-CTR-DEPT (WS-CTR-SUB) NOT = WS-LN-AREA-DEPT (WS-LN-SUB)
               GO TO 457-TRY-ONE-COUNTER-EXIT.
           IF WS-BEST-CTR-SUB = ZERO
               MOVE WS-CTR-SUB TO WS-BEST-CTR-SUB
               GO TO 457-TRY-ONE-COUNTER-EXIT.
           IF WS-CTR-LINES (WS-CTR-SUB) <
                   WS-CTR-LINES (WS-BEST-CTR-SUB)
               MOVE WS-CTR-SUB TO WS-BEST-CTR-SUB.
       457-TRY-ONE-COUNTER-EXIT.
           EXIT.

      *****************************************************************
      * 500-WRITE-COUNT-SHEETS: WRITES THE LINES COUNTER BY COUNTER - *
      * TO THE SHEET FILE IN THE PHYSCOUNT LAYOUT (COUNTED QUANTITY   *
      * ZERO, APPROVAL 'N', THE ASSIGNED EMPLOYEE ID) FOR PHYSCNT,    *
      * AND TO A PRINTED SHEET FOR EACH COUNTER WITH ANY LINES. THE   *
      * UNASSIGNED LINES COME LAST, ON A SHEET OF THEIR OWN.          *
      *****************************************************************
       500-WRITE-COUNT-SHEETS.
           OPEN OUTPUT SHEET-FILE
                       COUNTER-SHEET-FILE.
           PERFORM 510-SHEET-ONE-COUNTER
               THRU 510-SHEET-ONE-COUNTER-EXIT
               VARYING WS-CTR-SUB FROM 1 BY 1
               UNTIL WS-CTR-SUB > WS-COUNTER-COUNT.
           IF WS-UNASSIGNED-LINES > ZERO
               MOVE ZERO TO WS-CTR-SUB
               MOVE SPACES TO SH-EMP-ID-OUT
               MOVE '** UNASSIGNED - SUPERVISOR' TO SH-NAME-OUT
               MOVE SPACES TO SH-DEPT-OUT
               MOVE WS-UNASSIGNED-LINES TO SH-LINES-OUT
               PERFORM 530-WRITE-SHEET-HEADERS
                   THRU 530-WRITE-SHEET-HEADERS-EXIT
               PERFORM 520-SHEET-ONE-LINE
                   THRU 520-SHEET-ONE-LINE-EXIT
                   VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LINE-COUNT.
           CLOSE SHEET-FILE
                 COUNTER-SHEET-FILE.
       500-WRITE-COUNT-SHEETS-EXIT.
           EXIT.

       510-SHEET-ONE-COUNTER.
           IF WS-CTR-LINES (WS-CTR-SUB) = ZERO
               GO TO 510-SHEET-ONE-COUNTER-EXIT.
           MOVE WS-CTR-EMP-ID (WS-CTR-SUB) TO SH-EMP-ID-OUT.
           MOVE WS-CTR-NAME (WS-CTR-SUB) TO SH-NAME-OUT.
           MOVE WS-CTR-DEPT (WS-CTR-SUB) TO SH-DEPT-OUT.
           MOVE WS-CTR-LINES (WS-CTR-SUB) TO SH-LINES-OUT.
           PERFORM 530-WRITE-SHEET-HEADERS
               THRU 530-WRITE-SHEET-HEADERS-EXIT.
           PERFORM 520-SHEET-ONE-LINE
               THRU 520-SHEET-ONE-LINE-EXIT
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LINE-COUNT.
       510-SHEET-ONE-COUNTER-EXIT.
           EXIT.

      *****************************************************************
      * 520-SHEET-ONE-LINE: WRITES THE LINE IF IT BELONGS TO THE      *
      * COUNTER IN WS-CTR-SUB (ZERO FOR THE UNASSIGNED LINES).        *
      *****************************************************************
       520-SHEET-ONE-LINE.
           IF WS-LN-COUNTER-SUB (WS-LN-SUB) NOT = WS-CTR-SUB
               GO TO 520-SHEET-ONE-LINE-EXIT.
           MOVE WS-LN-ITEM-CODE (WS-LN-SUB) TO SHT-ITEM-CODE.
           MOVE ZERO TO SHT-COUNTED-QTY.
           MOVE SPACES TO SHT-COUNTER-INITIALS.
           MOVE 'N' TO SHT-APPROVED.
           MOVE WS-LN-LOC-CODE (WS-LN-SUB) TO SHT-LOC-CODE.
           MOVE WS-LN-AREA-DEPT (WS-LN-SUB) TO SHT-AREA-DEPT.
           MOVE SPACES TO SHT-REASON-CODE.
           IF WS-CTR-SUB = ZERO
               MOVE SPACES TO SHT-ASSIGNED-ID
           ELSE
               MOVE WS-CTR-EMP-ID (WS-CTR-SUB) TO SHT-ASSIGNED-ID.
           MOVE SPACES TO SHT-COUNTER-ID.
           WRITE SHEET-RECORD.
           MOVE WS-LN-ITEM-CODE (WS-LN-SUB) TO SL-ITEM-CODE.
           MOVE WS-LN-LOC-CODE (WS-LN-SUB) TO SL-LOC-CODE.
           MOVE WS-LN-AREA-DEPT (WS-LN-SUB) TO SL-AREA-DEPT.
           MOVE WS-SHEET-LINE TO COUNTER-SHEET-RECORD.
           PERFORM 540-EMIT-SHEET-LINE
               THRU 540-EMIT-SHEET-LINE-EXIT.
       520-SHEET-ONE-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 530-WRITE-SHEET-HEADERS: EVERY COUNTER'S SHEET STARTS ON A    *
      * NEW PAGE, AND A LONG ONE REPEATS ITS HEADINGS ON EACH PAGE,   *
      * SO ANY PAGE HANDED OUT ON ITS OWN STILL SAYS WHOSE IT IS.     *
      *****************************************************************
       530-WRITE-SHEET-HEADERS.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-PAGE-NUM TO SH-PAGE-OUT.
           MOVE WS-RUN-DATE-DISPLAY TO SH-DATE-OUT.
           IF WS-PAGE-NUM > 1
               MOVE WS-BLANK-LINE TO COUNTER-SHEET-RECORD
               WRITE COUNTER-SHEET-RECORD
                   AFTER ADVANCING PAGE.
           MOVE SH-TITLE TO COUNTER-SHEET-RECORD.
           WRITE COUNTER-SHEET-RECORD.
           MOVE SH-COUNTER TO COUNTER-SHEET-RECORD.
           WRITE COUNTER-SHEET-RECORD.
           MOVE WS-BLANK-LINE TO COUNTER-SHEET-RECORD.
           WRITE COUNTER-SHEET-RECORD.
           MOVE SH-COLUMNS TO COUNTER-SHEET-RECORD.
           WRITE COUNTER-SHEET-RECORD.
           MOVE WS-BLANK-LINE TO COUNTER-SHEET-RECORD.
           WRITE COUNTER-SHEET-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       530-WRITE-SHEET-HEADERS-EXIT.
           EXIT.

       540-EMIT-SHEET-LINE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               MOVE COUNTER-SHEET-RECORD TO WS-HOLD-SHEET-LINE
               PERFORM 530-WRITE-SHEET-HEADERS
                   THRU 530-WRITE-SHEET-HEADERS-EXIT
               MOVE WS-HOLD-SHEET-LINE TO COUNTER-SHEET-RECORD.
           WRITE COUNTER-SHEET-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
       540-EMIT-SHEET-LINE-EXIT.
           EXIT.

      *****************************************************************
