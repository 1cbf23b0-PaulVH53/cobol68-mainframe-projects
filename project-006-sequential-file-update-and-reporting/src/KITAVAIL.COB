      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(KITAVAIL)                       *
      * PURPOSE: KIT AVAILABILITY REPORT. FOR EVERY KIT ON THE KIT    *
      * MASTER (SEE KITMNT) AND EVERY STOCK LOCATION, SHOWS HOW MANY  *
      * KITS STORES COULD MAKE UP FROM THE COMPONENTS ON HAND THERE   *
      * TODAY, AND WHICH COMPONENT RUNS OUT FIRST - THE ONE WITH THE  *
      * FEWEST KITS' WORTH ON THE SHELF - WITH ITS ON-HAND AND ITS    *
      * QUANTITY PER KIT, SO PURCHASING KNOWS WHAT TO CHASE. A        *
      * LOCATION HOLDING NONE OF A KIT'S COMPONENTS IS LEFT OFF THAT  *
      * KIT'S LIST.                                                   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITAVAIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * THIS PROGRAM WORKS THE SAME DATA DIRECTORY AS PROJ6, SO IT    *
      * RESOLVES ITS PATHS THROUGH THE SAME PROJ6_DATA_DIR            *
      * ENVIRONMENT VARIABLE - SEE 005-RESOLVE-DATA-PATHS.            *
      *****************************************************************
           SELECT KITMAST-FILE ASSIGN DYNAMIC WS-KITMAST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KITMAST-STATUS.
      *****************************************************************
      * INVENTORY-MASTER IS READ THROUGH ONCE FOR THE LOCATIONS IN    *
      * USE, THEN BY KEY FOR EACH COMPONENT AT EACH LOCATION.         *
      *****************************************************************
           SELECT INVENTORY-MASTER ASSIGN DYNAMIC WS-INVENTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVENTORY-STATUS.
      *****************************************************************
      * ITEMMAST-FILE: PROJ2'S ITEM MASTER, READ FOR EACH KIT'S       *
      * DESCRIPTION - THE SAME PATH RESOLUTION STOCKVAL USES          *
      * (PROJ6_ITEMMAST_PATH, DEFAULTING TO PROJ2'S OWN DATA          *
      * DIRECTORY).                                                   *
      *****************************************************************
           SELECT ITEMMAST-FILE ASSIGN DYNAMIC WS-ITEMMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
           SELECT KITAVAIL-REPORT-FILE ASSIGN DYNAMIC WS-KITAVAIL-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * KITMAST-FILE: SAME LAYOUT AS KITMNT'S KM-RECORD.               *
      *****************************************************************
       FD  KITMAST-FILE
           RECORDING MODE IS F.

       01  KM-RECORD.
           05  KM-KIT-ITEM          PIC X(10).
           05  KM-COMP-ITEM         PIC X(10).
           05  KM-COMP-QTY          PIC 9(03).

      *****************************************************************
      * INVENTORY-MASTER: SAME LAYOUT AS PROJ6'S INV-RECORD.           *
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

       FD  KITAVAIL-REPORT-FILE
           RECORDING MODE IS F.

       01  KITAVAIL-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-KITMAST-STATUS     PIC XX.
           05  WS-INVENTORY-STATUS   PIC XX.
           05  WS-ITEMMAST-STATUS    PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-KITMAST-EOF-FLAG   PIC X          VALUE 'N'.
               88  KITMAST-EOF       VALUE 'Y'.
           05  WS-INVENTORY-EOF-FLAG PIC X          VALUE 'N'.
               88  INVENTORY-EOF     VALUE 'Y'.
           05  WS-ITEMMAST-OPEN-FLAG PIC X          VALUE 'N'.
               88  ITEMMAST-OPEN     VALUE 'Y'.
           05  WS-STOCKED-FLAG       PIC X          VALUE 'N'.
               88  ANY-COMP-STOCKED  VALUE 'Y'.
           05  WS-KIT-END-FLAG       PIC X          VALUE 'N'.
               88  KIT-END-FOUND     VALUE 'Y'.

      *****************************************************************
      * WS-KIT-TABLE: THE KIT MASTER, SORTED ON LOAD INTO KIT /       *
      * COMPONENT ORDER SO EACH KIT'S LINES SIT TOGETHER.             *
      *****************************************************************
       01  WS-KIT-TABLE.
           05  WS-KIT-COUNT         PIC 9(05) COMP VALUE ZERO.
           05  WS-KIT-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-KIT-COUNT.
               10  WS-KIT-KEY.
                   15  WS-KIT-ITEM     PIC X(10).
                   15  WS-KIT-COMP     PIC X(10).
               10  WS-KIT-COMP-QTY     PIC 9(03).

      *****************************************************************
      * WS-LOC-TABLE: THE STOCK LOCATIONS WITH ANY INVENTORY-MASTER   *
      * POSITION, IN THE ORDER FIRST MET.                             *
      *****************************************************************
       01  WS-LOC-TABLE.
           05  WS-LOC-COUNT         PIC 9(03) COMP VALUE ZERO.
           05  WS-LOC-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-LOC-COUNT
                       INDEXED BY WS-LOC-IDX.
               10  WS-LOC-CODE         PIC X(03).

       77  WS-KIT-TABLE-MAX         PIC 9(05) COMP VALUE 200.
       77  WS-LOC-TABLE-MAX         PIC 9(03) COMP VALUE 50.
       77  WS-KIT-J                 PIC 9(05) COMP VALUE ZERO.
       77  WS-KIT-FIRST             PIC 9(05) COMP VALUE ZERO.
       77  WS-KIT-LAST              PIC 9(05) COMP VALUE ZERO.
       77  WS-COMP-J                PIC 9(05) COMP VALUE ZERO.
       77  WS-LOC-J                 PIC 9(03) COMP VALUE ZERO.
       77  WS-SORT-J                PIC 9(05) COMP VALUE ZERO.
       77  WS-SWAP-KEY              PIC X(20)      VALUE SPACES.
       77  WS-SWAP-QTY              PIC 9(03)      VALUE ZERO.
       77  WS-KITS-REPORTED         PIC 9(05) COMP VALUE ZERO.
       77  WS-LINES-LISTED          PIC 9(05) COMP VALUE ZERO.
       77  WS-NONE-BUILDABLE        PIC 9(05) COMP VALUE ZERO.

      *****************************************************************
      * WS-BUILD-FIELDS: THE KIT AND LOCATION IN HAND. WS-CAN-BUILD   *
      * STARTS HIGH AND IS BROUGHT DOWN BY EACH COMPONENT IN TURN;    *
      * THE COMPONENT THAT BRINGS IT LOWEST IS THE LIMITING ONE.      *
      *****************************************************************
       01  WS-BUILD-FIELDS.
           05  WS-CUR-KIT           PIC X(10)      VALUE SPACES.
           05  WS-CUR-KIT-DESC      PIC X(20)      VALUE SPACES.
           05  WS-CUR-LOC           PIC X(03)      VALUE SPACES.
           05  WS-CAN-BUILD         PIC 9(07) COMP VALUE ZERO.
           05  WS-COMP-CAN-BUILD    PIC 9(07) COMP VALUE ZERO.
           05  WS-COMP-ON-HAND      PIC 9(07) COMP VALUE ZERO.
           05  WS-LIMIT-COMP        PIC X(10)      VALUE SPACES.
           05  WS-LIMIT-ON-HAND     PIC 9(07) COMP VALUE ZERO.
           05  WS-LIMIT-PER-KIT     PIC 9(03)      VALUE ZERO.

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
      * WS-DATA-PATH-FIELDS: SEE 005-RESOLVE-DATA-PATHS.               *
      *****************************************************************
       01  WS-DATA-PATH-FIELDS.
           05  WS-DATA-DIR           PIC X(60) VALUE 'data'.
           05  WS-KITMAST-PATH       PIC X(80) VALUE SPACES.
           05  WS-INVENTORY-PATH     PIC X(80) VALUE SPACES.
           05  WS-ITEMMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-KITAVAIL-PATH      PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- KIT AVAILABILITY BY LOCATION ---      '.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RUN DATE: '.
               10  RH-DATE-OUT     PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  RH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(40)     VALUE SPACES.
           05  RH-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'KIT ITEM'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(20)     VALUE 'DESCRIPTION'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(3)      VALUE 'LOC'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(9)      VALUE 'CAN BUILD'.
               10  FILLER          PIC X(4)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'LIMITED BY'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(9)      VALUE '  ON HAND'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(7)      VALUE 'PER KIT'.
               10  FILLER          PIC X(42)     VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-KIT-ITEM         PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-KIT-DESC         PIC X(20).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-LOC-CODE         PIC X(03).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-CAN-BUILD        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  DL-LIMIT-COMP       PIC X(10).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-LIMIT-ON-HAND    PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(6)      VALUE SPACES.
           05  DL-LIMIT-PER-KIT    PIC ZZ9.
           05  FILLER              PIC X(43)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-LABEL            PIC X(30).
           05  SL-COUNT-OUT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(90)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'KITAVAIL: KIT AVAILABILITY REPORT'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-SET-RUN-DATE
               THRU 060-SET-RUN-DATE-EXIT.

           OPEN INPUT KITMAST-FILE.
           IF WS-KITMAST-STATUS NOT = '00'
               DISPLAY 'KITAVAIL ABEND - KIT MASTER STATUS '
                   WS-KITMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           PERFORM 040-LOAD-ONE-KIT-LINE
               UNTIL KITMAST-EOF.
           CLOSE KITMAST-FILE.
           PERFORM 280-SORT-KIT-TABLE
               THRU 280-SORT-KIT-TABLE-EXIT.

           OPEN INPUT INVENTORY-MASTER.
           IF WS-INVENTORY-STATUS NOT = '00'
               DISPLAY 'KITAVAIL ABEND - INVENTORY MASTER STATUS '
                   WS-INVENTORY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           PERFORM 050-COLLECT-ONE-LOCATION
               THRU 050-COLLECT-ONE-LOCATION-EXIT
               UNTIL INVENTORY-EOF.
           OPEN INPUT ITEMMAST-FILE.
           IF WS-ITEMMAST-STATUS = '00'
               MOVE 'Y' TO WS-ITEMMAST-OPEN-FLAG
           ELSE
               DISPLAY 'ITEM MASTER NOT AVAILABLE - STATUS '
                   WS-ITEMMAST-STATUS ' - DESCRIPTIONS LEFT BLANK'.

           OPEN OUTPUT KITAVAIL-REPORT-FILE.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           MOVE 1 TO WS-KIT-J.
           PERFORM 200-REPORT-ONE-KIT
               THRU 200-REPORT-ONE-KIT-EXIT
               UNTIL WS-KIT-J > WS-KIT-COUNT.
           PERFORM 400-WRITE-TOTALS THRU 400-WRITE-TOTALS-EXIT.
           CLOSE INVENTORY-MASTER
                 KITAVAIL-REPORT-FILE.
           IF ITEMMAST-OPEN
               CLOSE ITEMMAST-FILE.

           DISPLAY 'KITAVAIL: KITS REPORTED       : ' WS-KITS-REPORTED.
           DISPLAY 'KITAVAIL: KIT/LOCATION LINES  : ' WS-LINES-LISTED.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'KITAVAIL: KIT AVAILABILITY REPORT ENDED'.
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
                   '/KITMAST' DELIMITED BY SIZE
               INTO WS-KITMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/INVENTORY' DELIMITED BY SIZE
               INTO WS-INVENTORY-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/KITAVAIL.REPORT' DELIMITED BY SIZE
               INTO WS-KITAVAIL-PATH.
           ACCEPT WS-ITEMMAST-PATH
               FROM ENVIRONMENT 'PROJ6_ITEMMAST_PATH'.
           IF WS-ITEMMAST-PATH = SPACES
               MOVE
                 '../project-002-table-processing/data/ITEMMAST.IDX'
                   TO WS-ITEMMAST-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 040-LOAD-ONE-KIT-LINE: LOADS ONE KIT MASTER LINE. A LINE WITH *
      * NO QUANTITY PER KIT CANNOT SAY HOW MANY KITS IT MAKES, SO IT  *
      * IS LEFT OUT WITH A WARNING.                                   *
      *****************************************************************
       040-LOAD-ONE-KIT-LINE.
           READ KITMAST-FILE
               AT END
                   MOVE 'Y' TO WS-KITMAST-EOF-FLAG
               NOT AT END
                   IF KM-COMP-QTY IS NOT NUMERIC
                           OR KM-COMP-QTY = ZERO
                       DISPLAY 'WARNING: KITMAST LINE ' KM-KIT-ITEM
                           ' ' KM-COMP-ITEM ' HAS NO QUANTITY - SKIPPED'
                   ELSE IF WS-KIT-COUNT < WS-KIT-TABLE-MAX
                       ADD 1 TO WS-KIT-COUNT
                       MOVE KM-KIT-ITEM TO WS-KIT-ITEM (WS-KIT-COUNT)
                       MOVE KM-COMP-ITEM TO WS-KIT-COMP (WS-KIT-COUNT)
                       MOVE KM-COMP-QTY TO
                           WS-KIT-COMP-QTY (WS-KIT-COUNT)
                   ELSE
                       DISPLAY 'WARNING: KIT TABLE FULL - '
                           KM-KIT-ITEM ' ' KM-COMP-ITEM ' NOT LOADED'.

      *****************************************************************
      * 050-COLLECT-ONE-LOCATION: READS THE INVENTORY MASTER THROUGH  *
      * ONCE, ADDING EACH LOCATION NOT YET SEEN TO WS-LOC-TABLE.      *
      *****************************************************************
       050-COLLECT-ONE-LOCATION.
           READ INVENTORY-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INVENTORY-EOF-FLAG
                   GO TO 050-COLLECT-ONE-LOCATION-EXIT
           END-READ.
           IF WS-LOC-COUNT > ZERO
               SET WS-LOC-IDX TO 1
               SEARCH WS-LOC-ENTRY
                   WHEN WS-LOC-CODE (WS-LOC-IDX) = INV-LOC-CODE
                       GO TO 050-COLLECT-ONE-LOCATION-EXIT
               END-SEARCH.
           IF WS-LOC-COUNT = WS-LOC-TABLE-MAX
               DISPLAY 'WARNING: LOCATION TABLE FULL - LOCATION '
                   INV-LOC-CODE ' NOT REPORTED'
               GO TO 050-COLLECT-ONE-LOCATION-EXIT.
           ADD 1 TO WS-LOC-COUNT.
           MOVE INV-LOC-CODE TO WS-LOC-CODE (WS-LOC-COUNT).
       050-COLLECT-ONE-LOCATION-EXIT.
           EXIT.

      *****************************************************************
      * 060-SET-RUN-DATE: THE RUN DATE IS TODAY, OR A CHAINED RUN'S   *
      * RUN_DATE.                                                     *
      *****************************************************************
       060-SET-RUN-DATE.
           ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD.
           ACCEPT WS-CHAIN-RUN-DATE FROM ENVIRONMENT 'RUN_DATE'.
           IF WS-CHAIN-RUN-DATE NOT = SPACES
               MOVE WS-CHAIN-RUN-DATE TO WS-RUN-DATE-TEXT.
           STRING WS-RUN-DATE-TEXT (1:4) '-' WS-RUN-DATE-TEXT (5:2)
                   '-' WS-RUN-DATE-TEXT (7:2)
               INTO WS-RUN-DATE-DISPLAY.
       060-SET-RUN-DATE-EXIT.
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
               MOVE WS-BLANK-LINE TO KITAVAIL-REPORT-RECORD
               WRITE KITAVAIL-REPORT-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO KITAVAIL-REPORT-RECORD.
           WRITE KITAVAIL-REPORT-RECORD.
           MOVE RH-COLUMNS TO KITAVAIL-REPORT-RECORD.
           WRITE KITAVAIL-REPORT-RECORD.
           MOVE WS-BLANK-LINE TO KITAVAIL-REPORT-RECORD.
           WRITE KITAVAIL-REPORT-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       100-WRITE-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 200-REPORT-ONE-KIT: WS-KIT-J IS THE FIRST LINE OF A KIT. FINDS *
      * ITS LAST LINE, THEN REPORTS THE KIT AT EACH LOCATION AND      *
      * MOVES WS-KIT-J ON TO THE NEXT KIT.                            *
      *****************************************************************
       200-REPORT-ONE-KIT.
           MOVE WS-KIT-ITEM (WS-KIT-J) TO WS-CUR-KIT.
           MOVE WS-KIT-J TO WS-KIT-FIRST.
           MOVE WS-KIT-J TO WS-KIT-LAST.
           MOVE 'N' TO WS-KIT-END-FLAG.
           PERFORM 205-FIND-KIT-END
               THRU 205-FIND-KIT-END-EXIT
               UNTIL KIT-END-FOUND.
           ADD 1 TO WS-KITS-REPORTED.
           MOVE SPACES TO WS-CUR-KIT-DESC.
           IF ITEMMAST-OPEN
               MOVE WS-CUR-KIT TO IM-ITEM-CODE
               READ ITEMMAST-FILE
                   INVALID KEY
                       MOVE '** NOT ON MASTER **' TO WS-CUR-KIT-DESC
                   NOT INVALID KEY
                       MOVE IM-ITEM-DESC TO WS-CUR-KIT-DESC
               END-READ.
           MOVE ZERO TO WS-LOC-J.
           PERFORM 210-REPORT-KIT-AT-LOC
               THRU 210-REPORT-KIT-AT-LOC-EXIT
               WS-LOC-COUNT TIMES.
           MOVE WS-BLANK-LINE TO KITAVAIL-REPORT-RECORD.
           PERFORM 290-EMIT-REPORT-LINE
               THRU 290-EMIT-REPORT-LINE-EXIT.
           COMPUTE WS-KIT-J = WS-KIT-LAST + 1.
       200-REPORT-ONE-KIT-EXIT.
           EXIT.

       205-FIND-KIT-END.
           IF WS-KIT-LAST = WS-KIT-COUNT
               MOVE 'Y' TO WS-KIT-END-FLAG
               GO TO 205-FIND-KIT-END-EXIT.
           IF WS-KIT-ITEM (WS-KIT-LAST + 1) NOT = WS-CUR-KIT
               MOVE 'Y' TO WS-KIT-END-FLAG
               GO TO 205-FIND-KIT-END-EXIT.
           ADD 1 TO WS-KIT-LAST.
       205-FIND-KIT-END-EXIT.
           EXIT.

      *****************************************************************
      * 210-REPORT-KIT-AT-LOC: WORKS OUT HOW MANY OF THE KIT THE      *
      * NEXT LOCATION CAN MAKE - THE SMALLEST NUMBER OF KITS' WORTH   *
      * ANY ONE COMPONENT HAS ON HAND THERE - AND PRINTS IT WITH THE  *
      * COMPONENT THAT SETS IT. A LOCATION STOCKING NONE OF THE       *
      * COMPONENTS IS SKIPPED.                                        *
      *****************************************************************
       210-REPORT-KIT-AT-LOC.
           ADD 1 TO WS-LOC-J.
           MOVE WS-LOC-CODE (WS-LOC-J) TO WS-CUR-LOC.
           MOVE 9999999 TO WS-CAN-BUILD.
           MOVE SPACES TO WS-LIMIT-COMP.
           MOVE ZERO TO WS-LIMIT-ON-HAND.
           MOVE ZERO TO WS-LIMIT-PER-KIT.
           MOVE 'N' TO WS-STOCKED-FLAG.
           MOVE WS-KIT-FIRST TO WS-COMP-J.
           PERFORM 220-CHECK-ONE-COMPONENT
               THRU 220-CHECK-ONE-COMPONENT-EXIT
               UNTIL WS-COMP-J > WS-KIT-LAST.
           IF NOT ANY-COMP-STOCKED
               GO TO 210-REPORT-KIT-AT-LOC-EXIT.
           IF WS-CAN-BUILD = ZERO
               ADD 1 TO WS-NONE-BUILDABLE.
           MOVE WS-CUR-KIT       TO DL-KIT-ITEM.
           MOVE WS-CUR-KIT-DESC  TO DL-KIT-DESC.
           MOVE WS-CUR-LOC       TO DL-LOC-CODE.
           MOVE WS-CAN-BUILD     TO DL-CAN-BUILD.
           MOVE WS-LIMIT-COMP    TO DL-LIMIT-COMP.
           MOVE WS-LIMIT-ON-HAND TO DL-LIMIT-ON-HAND.
           MOVE WS-LIMIT-PER-KIT TO DL-LIMIT-PER-KIT.
           MOVE WS-DETAIL-LINE TO KITAVAIL-REPORT-RECORD.
           PERFORM 290-EMIT-REPORT-LINE
               THRU 290-EMIT-REPORT-LINE-EXIT.
           ADD 1 TO WS-LINES-LISTED.
       210-REPORT-KIT-AT-LOC-EXIT.
           EXIT.

      *****************************************************************
      * 220-CHECK-ONE-COMPONENT: A COMPONENT WITH NO POSITION AT THE  *
      * LOCATION, OR A NEGATIVE ONE, HAS NOTHING TO GIVE. ON A TIE    *
      * THE FIRST COMPONENT FOUND STAYS THE LIMITING ONE.             *
      *****************************************************************
       220-CHECK-ONE-COMPONENT.
           MOVE WS-KIT-COMP (WS-COMP-J) TO INV-ITEM-CODE.
           MOVE WS-CUR-LOC TO INV-LOC-CODE.
           READ INVENTORY-MASTER
               INVALID KEY
                   MOVE ZERO TO INV-QTY-ON-HAND
           END-READ.
           IF INV-QTY-ON-HAND > ZERO
               MOVE INV-QTY-ON-HAND TO WS-COMP-ON-HAND
               MOVE 'Y' TO WS-STOCKED-FLAG
           ELSE
               MOVE ZERO TO WS-COMP-ON-HAND.
           DIVIDE WS-COMP-ON-HAND BY WS-KIT-COMP-QTY (WS-COMP-J)
               GIVING WS-COMP-CAN-BUILD.
           IF WS-COMP-CAN-BUILD < WS-CAN-BUILD
               MOVE WS-COMP-CAN-BUILD TO WS-CAN-BUILD
               MOVE WS-KIT-COMP (WS-COMP-J) TO WS-LIMIT-COMP
               MOVE WS-COMP-ON-HAND TO WS-LIMIT-ON-HAND
               MOVE WS-KIT-COMP-QTY (WS-COMP-J) TO WS-LIMIT-PER-KIT.
           ADD 1 TO WS-COMP-J.
       220-CHECK-ONE-COMPONENT-EXIT.
           EXIT.

      *****************************************************************
      * 280-SORT-KIT-TABLE: BUBBLE SORT INTO KIT / COMPONENT ORDER -  *
      * THE SAME SORT KITMNT KEEPS THE MASTER IN, REPEATED HERE SO A  *
      * HAND-EDITED MASTER STILL GROUPS EACH KIT'S LINES.             *
      *****************************************************************
       280-SORT-KIT-TABLE.
           IF WS-KIT-COUNT > 1
               PERFORM 282-SORT-OUTER-PASS
                   THRU 282-SORT-OUTER-PASS-EXIT
                   WS-KIT-COUNT TIMES.
       280-SORT-KIT-TABLE-EXIT.
           EXIT.

       282-SORT-OUTER-PASS.
           MOVE 1 TO WS-SORT-J.
           PERFORM 284-SORT-INNER-COMPARE
               THRU 284-SORT-INNER-COMPARE-EXIT
               WS-KIT-COUNT TIMES.
       282-SORT-OUTER-PASS-EXIT.
           EXIT.

       284-SORT-INNER-COMPARE.
           IF WS-SORT-J < WS-KIT-COUNT
               IF WS-KIT-KEY (WS-SORT-J) >
                       WS-KIT-KEY (WS-SORT-J + 1)
                   MOVE WS-KIT-KEY (WS-SORT-J)      TO WS-SWAP-KEY
                   MOVE WS-KIT-COMP-QTY (WS-SORT-J) TO WS-SWAP-QTY
                   MOVE WS-KIT-KEY (WS-SORT-J + 1) TO
                       WS-KIT-KEY (WS-SORT-J)
                   MOVE WS-KIT-COMP-QTY (WS-SORT-J + 1) TO
                       WS-KIT-COMP-QTY (WS-SORT-J)
                   MOVE WS-SWAP-KEY TO WS-KIT-KEY (WS-SORT-J + 1)
                   MOVE WS-SWAP-QTY TO
                       WS-KIT-COMP-QTY (WS-SORT-J + 1).
           ADD 1 TO WS-SORT-J.
       284-SORT-INNER-COMPARE-EXIT.
           EXIT.

       290-EMIT-REPORT-LINE.
           WRITE KITAVAIL-REPORT-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 100-WRITE-HEADERS
                   THRU 100-WRITE-HEADERS-EXIT.
       290-EMIT-REPORT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 400-WRITE-TOTALS: END-OF-REPORT COUNTS.                       *
      *****************************************************************
       400-WRITE-TOTALS.
           MOVE 'KITS ON THE KIT MASTER:       ' TO SL-LABEL.
           MOVE WS-KITS-REPORTED TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO KITAVAIL-REPORT-RECORD.
           WRITE KITAVAIL-REPORT-RECORD.
           MOVE 'KIT/LOCATION LINES LISTED:    ' TO SL-LABEL.
           MOVE WS-LINES-LISTED TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO KITAVAIL-REPORT-RECORD.
           WRITE KITAVAIL-REPORT-RECORD.
           MOVE 'LINES THAT CANNOT BUILD ONE:  ' TO SL-LABEL.
           MOVE WS-NONE-BUILDABLE TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO KITAVAIL-REPORT-RECORD.
           WRITE KITAVAIL-REPORT-RECORD.
       400-WRITE-TOTALS-EXIT.
           EXIT.
