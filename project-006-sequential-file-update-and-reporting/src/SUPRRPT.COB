      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(SUPRRPT)                        *
      * PURPOSE: ITEM SUPERSESSION REPORT. LISTS EVERY ITEM CODE      *
      * PROJ2 HAS SUPERSEDED - ITS DESCRIPTION, THE CODE THAT         *
      * REPLACED IT, THE CODE IN USE TODAY AT THE END OF ITS CHAIN    *
      * (AN ITEM REPLACED TWICE SHOWS BOTH), AND THE DATE IT WAS      *
      * SUPERSEDED - WITH THE STOCK STILL HELD UNDER THE OLD CODE AT  *
      * EACH LOCATION, VALUED AT THE POSITION'S AVERAGE COST. THAT    *
      * STOCK IS ISSUED FIRST BY PROJ6 WHEN THE OLD CODE IS ASKED     *
      * FOR, SO THE LIST SHOWS WHAT HAS STILL TO RUN DOWN BEFORE THE  *
      * OLD CODE CAN BE PURGED.                                       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPRRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * THIS PROGRAM WORKS THE SAME DATA DIRECTORY AS PROJ6, SO IT    *
      * RESOLVES ITS PATHS THROUGH THE SAME PROJ6_DATA_DIR            *
      * ENVIRONMENT VARIABLE - SEE 005-RESOLVE-DATA-PATHS.            *
      *****************************************************************
           SELECT INVENTORY-MASTER ASSIGN DYNAMIC WS-INVENTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVENTORY-STATUS.
      *****************************************************************
      * ITEMSUPR-FILE / ITEMMAST-FILE: PROJ2'S SUPERSESSION CROSS-    *
      * REFERENCE AND ITEM MASTER, FOUND THE SAME WAY PROJ6 FINDS     *
      * THEM (PROJ6_ITEMSUPR_PATH, PROJ6_ITEMMAST_PATH).              *
      *****************************************************************
           SELECT ITEMSUPR-FILE ASSIGN DYNAMIC WS-ITEMSUPR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEMSUPR-STATUS.
           SELECT ITEMMAST-FILE ASSIGN DYNAMIC WS-ITEMMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
           SELECT SUP-REPORT-FILE ASSIGN DYNAMIC WS-SUP-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * INVENTORY-MASTER: SAME LAYOUT AS PROJ6'S INV-RECORD.          *
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
      * ITEMSUPR-FILE: SAME LAYOUT AS PROJ2'S SU-RECORD.              *
      *****************************************************************
       FD  ITEMSUPR-FILE
           RECORDING MODE IS F.

       01  SU-RECORD.
           05  SU-OLD-ITEM          PIC X(10).
           05  SU-NEW-ITEM          PIC X(10).
           05  SU-EFF-DATE          PIC X(08).

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

       FD  SUP-REPORT-FILE
           RECORDING MODE IS F.

       01  SUP-REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INVENTORY-STATUS   PIC XX.
           05  WS-ITEMSUPR-STATUS    PIC XX.
           05  WS-ITEMMAST-STATUS    PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-ITEMSUPR-EOF-FLAG  PIC X          VALUE 'N'.
               88  ITEMSUPR-EOF      VALUE 'Y'.
           05  WS-ITEMMAST-OPEN-FLAG PIC X          VALUE 'N'.
               88  ITEMMAST-OPEN     VALUE 'Y'.
           05  WS-SUPR-LINK-FLAG     PIC X          VALUE 'N'.
               88  SUPR-LINK-FOUND   VALUE 'Y'.
           05  WS-POSITIONS-DONE-FLAG PIC X         VALUE 'N'.
               88  POSITIONS-DONE    VALUE 'Y'.
           05  WS-CHAIN-PRINTED-FLAG PIC X          VALUE 'N'.
               88  CHAIN-PRINTED     VALUE 'Y'.

       77  WS-CHAINS-LISTED          PIC 9(05) COMP VALUE ZERO.
       77  WS-CHAINS-WITH-STOCK      PIC 9(05) COMP VALUE ZERO.
       77  WS-LOOP-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-CHAIN-QTY              PIC S9(09) COMP VALUE ZERO.
       77  WS-TOTAL-QTY              PIC S9(09) COMP VALUE ZERO.
       77  WS-POSITION-VALUE         PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-TOTAL-VALUE            PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE-TEXT      PIC X(08)      VALUE ZEROS.
           05  WS-RUN-DATE-DISPLAY   PIC X(10)      VALUE SPACES.

       77  WS-CHAIN-RUN-DATE        PIC X(08)      VALUE SPACES.

      *****************************************************************
      * WS-SUPR-TABLE: ITEMSUPR IN FILE ORDER, EACH CHAIN FOLLOWED TO *
      * ITS LAST LINK (WS-SUPR-FINAL-ITEM). A CHAIN THAT LOOPS HAS NO *
      * FINAL ITEM AND IS CALLED OUT ON THE REPORT.                   *
      *****************************************************************
       01  WS-SUPR-TABLE.
           05  WS-SUPR-COUNT        PIC 9(03) COMP VALUE ZERO.
           05  WS-SUPR-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-SUPR-COUNT
                       INDEXED BY WS-SUPR-IDX.
               10  WS-SUPR-OLD-ITEM    PIC X(10).
               10  WS-SUPR-NEW-ITEM    PIC X(10).
               10  WS-SUPR-FINAL-ITEM  PIC X(10).
               10  WS-SUPR-EFF-DATE    PIC X(08).

       01  WS-SUPR-WORK-FIELDS.
           05  WS-SUPR-SUB          PIC 9(03) COMP VALUE ZERO.
           05  WS-SUPR-HOPS         PIC 9(03) COMP VALUE ZERO.
           05  WS-SUPR-WALK-CODE    PIC X(10)      VALUE SPACES.

       01  WS-UTILITY-FIELDS.
           05  WS-BLANK-LINE         PIC X(132)    VALUE SPACES.

      *****************************************************************
      * WS-DATA-PATH-FIELDS: SEE 005-RESOLVE-DATA-PATHS.              *
      *****************************************************************
       01  WS-DATA-PATH-FIELDS.
           05  WS-DATA-DIR           PIC X(60) VALUE 'data'.
           05  WS-INVENTORY-PATH     PIC X(80) VALUE SPACES.
           05  WS-ITEMSUPR-PATH      PIC X(80) VALUE SPACES.
           05  WS-ITEMMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-SUP-RPT-PATH       PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- ITEM SUPERSESSION REPORT ---          '.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RUN DATE: '.
               10  RH-DATE-OUT     PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  RH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(40)     VALUE SPACES.
           05  RH-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'OLD ITEM'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(20)     VALUE 'DESCRIPTION'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'SUCCESSOR'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'CURRENT'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'SUPERSEDED'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(3)      VALUE 'LOC'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE '   ON HAND'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(14)     VALUE
                   '    VALUE HELD'.
               10  FILLER          PIC X(25)     VALUE SPACES.

      *****************************************************************
      * WS-DETAIL-LINE: ONE SUPERSEDED CODE AND ITS FIRST LOCATION    *
      * STILL HOLDING STOCK. FURTHER LOCATIONS PRINT ON LINES OF      *
      * THEIR OWN WITH THE CHAIN COLUMNS LEFT BLANK.                  *
      *****************************************************************
       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-OLD-ITEM         PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-DESCRIPTION      PIC X(20).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-SUCCESSOR        PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-CURRENT-ITEM     PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-EFF-DATE         PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-LOC-CODE         PIC X(03).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-ON-HAND          PIC -Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-VALUE            PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(25)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-LABEL            PIC X(30).
           05  SL-COUNT-OUT        PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(85)     VALUE SPACES.

       01  WS-VALUE-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  VSL-LABEL           PIC X(30).
           05  VSL-VALUE-OUT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(79)     VALUE SPACES.

       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NUM           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-ON-PAGE      PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE     PIC 9(03) COMP VALUE 50.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'SUPRRPT: ITEM SUPERSESSION REPORT'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-SET-RUN-DATE
               THRU 060-SET-RUN-DATE-EXIT.
           PERFORM 050-LOAD-SUPERSESSIONS
               THRU 050-LOAD-SUPERSESSIONS-EXIT.
           OPEN INPUT INVENTORY-MASTER.
           IF WS-INVENTORY-STATUS NOT = '00'
               DISPLAY 'SUPRRPT ABEND - INVENTORY MASTER STATUS '
                   WS-INVENTORY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN INPUT ITEMMAST-FILE.
           IF WS-ITEMMAST-STATUS = '00'
               MOVE 'Y' TO WS-ITEMMAST-OPEN-FLAG
           ELSE
               DISPLAY 'ITEM MASTER NOT AVAILABLE - STATUS '
                   WS-ITEMMAST-STATUS ' - DESCRIPTIONS LEFT BLANK'.
           OPEN OUTPUT SUP-REPORT-FILE.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           MOVE ZERO TO WS-SUPR-SUB.
           PERFORM 200-REPORT-ONE-CHAIN
               THRU 200-REPORT-ONE-CHAIN-EXIT
               WS-SUPR-COUNT TIMES.
           PERFORM 400-WRITE-TOTALS
               THRU 400-WRITE-TOTALS-EXIT.
           CLOSE INVENTORY-MASTER
                 SUP-REPORT-FILE.
           IF ITEMMAST-OPEN
               CLOSE ITEMMAST-FILE.

           DISPLAY 'SUPRRPT: SUPERSEDED CODES LISTED : '
               WS-CHAINS-LISTED.
           DISPLAY 'SUPRRPT: STILL HOLDING STOCK     : '
               WS-CHAINS-WITH-STOCK.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'SUPRRPT: SUPERSESSION REPORT ENDED'.
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
                   '/INVENTORY' DELIMITED BY SIZE
               INTO WS-INVENTORY-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/SUPRRPT.REPORT' DELIMITED BY SIZE
               INTO WS-SUP-RPT-PATH.
           ACCEPT WS-ITEMSUPR-PATH
               FROM ENVIRONMENT 'PROJ6_ITEMSUPR_PATH'.
           IF WS-ITEMSUPR-PATH = SPACES
               MOVE '../project-002-table-processing/data/ITEMSUPR'
                   TO WS-ITEMSUPR-PATH.
           ACCEPT WS-ITEMMAST-PATH
               FROM ENVIRONMENT 'PROJ6_ITEMMAST_PATH'.
           IF WS-ITEMMAST-PATH = SPACES
               MOVE
                 '../project-002-table-processing/data/ITEMMAST.IDX'
                   TO WS-ITEMMAST-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 050-LOAD-SUPERSESSIONS: LOADS THE SUPERSESSION CROSS-         *
      * REFERENCE AND FOLLOWS EACH CHAIN TO ITS LAST LINK. NO         *
      * ITEMSUPR MEANS NOTHING HAS BEEN SUPERSEDED - THE REPORT       *
      * PRINTS EMPTY.                                                 *
      *****************************************************************
       050-LOAD-SUPERSESSIONS.
           OPEN INPUT ITEMSUPR-FILE.
           IF WS-ITEMSUPR-STATUS NOT = '00'
               DISPLAY 'NO ITEMSUPR FILE FOUND - NO ITEMS SUPERSEDED'
               GO TO 050-LOAD-SUPERSESSIONS-EXIT.
           PERFORM 051-LOAD-ONE-SUPERSESSION
               THRU 051-LOAD-ONE-SUPERSESSION-EXIT
               UNTIL ITEMSUPR-EOF.
           CLOSE ITEMSUPR-FILE.
           MOVE ZERO TO WS-SUPR-SUB.
           PERFORM 055-RESOLVE-ONE-CHAIN
               THRU 055-RESOLVE-ONE-CHAIN-EXIT
               WS-SUPR-COUNT TIMES.
       050-LOAD-SUPERSESSIONS-EXIT.
           EXIT.

       051-LOAD-ONE-SUPERSESSION.
           READ ITEMSUPR-FILE
               AT END
                   MOVE 'Y' TO WS-ITEMSUPR-EOF-FLAG
                   GO TO 051-LOAD-ONE-SUPERSESSION-EXIT
           END-READ.
           IF SU-OLD-ITEM = SPACES OR SU-NEW-ITEM = SPACES
               GO TO 051-LOAD-ONE-SUPERSESSION-EXIT.
           IF WS-SUPR-COUNT NOT < 200
               DISPLAY 'WARNING: SUPERSESSION TABLE FULL - '
                   SU-OLD-ITEM ' NOT LOADED'
               GO TO 051-LOAD-ONE-SUPERSESSION-EXIT.
           ADD 1 TO WS-SUPR-COUNT.
           MOVE SU-OLD-ITEM TO WS-SUPR-OLD-ITEM (WS-SUPR-COUNT).
           MOVE SU-NEW-ITEM TO WS-SUPR-NEW-ITEM (WS-SUPR-COUNT).
           MOVE SPACES TO WS-SUPR-FINAL-ITEM (WS-SUPR-COUNT).
           MOVE SU-EFF-DATE TO WS-SUPR-EFF-DATE (WS-SUPR-COUNT).
       051-LOAD-ONE-SUPERSESSION-EXIT.
           EXIT.

      *****************************************************************
      * 055-RESOLVE-ONE-CHAIN: WALKS FROM THE NEXT ENTRY'S SUCCESSOR  *
      * TO THE CODE THAT HAS NOT BEEN REPLACED. A WALK LONGER THAN    *
      * THE TABLE CAN ONLY BE GOING ROUND A LOOP, AND LEAVES THE      *
      * FINAL ITEM BLANK.                                             *
      *****************************************************************
       055-RESOLVE-ONE-CHAIN.
           ADD 1 TO WS-SUPR-SUB.
           MOVE WS-SUPR-NEW-ITEM (WS-SUPR-SUB) TO WS-SUPR-WALK-CODE.
           MOVE ZERO TO WS-SUPR-HOPS.
           MOVE 'Y' TO WS-SUPR-LINK-FLAG.
           PERFORM 056-FOLLOW-ONE-LINK
               THRU 056-FOLLOW-ONE-LINK-EXIT
               UNTIL NOT SUPR-LINK-FOUND
                   OR WS-SUPR-HOPS > WS-SUPR-COUNT.
           IF NOT SUPR-LINK-FOUND
               MOVE WS-SUPR-WALK-CODE TO
                   WS-SUPR-FINAL-ITEM (WS-SUPR-SUB).
       055-RESOLVE-ONE-CHAIN-EXIT.
           EXIT.

       056-FOLLOW-ONE-LINK.
           ADD 1 TO WS-SUPR-HOPS.
           MOVE 'N' TO WS-SUPR-LINK-FLAG.
           SET WS-SUPR-IDX TO 1.
           SEARCH WS-SUPR-ENTRY
               WHEN WS-SUPR-OLD-ITEM (WS-SUPR-IDX) = WS-SUPR-WALK-CODE
                   MOVE 'Y' TO WS-SUPR-LINK-FLAG
                   MOVE WS-SUPR-NEW-ITEM (WS-SUPR-IDX)
                       TO WS-SUPR-WALK-CODE
           END-SEARCH.
       056-FOLLOW-ONE-LINK-EXIT.
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

       100-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-PAGE-NUM TO RH-PAGE-OUT.
           MOVE WS-RUN-DATE-DISPLAY TO RH-DATE-OUT.
           IF WS-PAGE-NUM > 1
               MOVE WS-BLANK-LINE TO SUP-REPORT-RECORD
               WRITE SUP-REPORT-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO SUP-REPORT-RECORD.
           WRITE SUP-REPORT-RECORD.
           MOVE RH-COLUMNS TO SUP-REPORT-RECORD.
           WRITE SUP-REPORT-RECORD.
           MOVE WS-BLANK-LINE TO SUP-REPORT-RECORD.
           WRITE SUP-REPORT-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       100-WRITE-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 200-REPORT-ONE-CHAIN: PRINTS THE NEXT SUPERSEDED CODE WITH    *
      * EVERY LOCATION STILL HOLDING STOCK UNDER IT. A CODE WITH NO   *
      * STOCK LEFT ANYWHERE PRINTS ONCE WITH THE LOCATION BLANK.      *
      *****************************************************************
       200-REPORT-ONE-CHAIN.
           ADD 1 TO WS-SUPR-SUB.
           ADD 1 TO WS-CHAINS-LISTED.
           MOVE ZERO TO WS-CHAIN-QTY.
           MOVE 'N' TO WS-CHAIN-PRINTED-FLAG.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-SUPR-OLD-ITEM (WS-SUPR-SUB) TO DL-OLD-ITEM.
           PERFORM 210-FIND-DESCRIPTION
               THRU 210-FIND-DESCRIPTION-EXIT.
           MOVE WS-SUPR-NEW-ITEM (WS-SUPR-SUB) TO DL-SUCCESSOR.
           IF WS-SUPR-FINAL-ITEM (WS-SUPR-SUB) = SPACES
               ADD 1 TO WS-LOOP-COUNT
               MOVE '** LOOP **' TO DL-CURRENT-ITEM
           ELSE
               MOVE WS-SUPR-FINAL-ITEM (WS-SUPR-SUB)
                   TO DL-CURRENT-ITEM.
           IF WS-SUPR-EFF-DATE (WS-SUPR-SUB) IS NUMERIC
               STRING WS-SUPR-EFF-DATE (WS-SUPR-SUB) (1:4) '-'
                       WS-SUPR-EFF-DATE (WS-SUPR-SUB) (5:2) '-'
                       WS-SUPR-EFF-DATE (WS-SUPR-SUB) (7:2)
                   DELIMITED BY SIZE
                   INTO DL-EFF-DATE.

           MOVE WS-SUPR-OLD-ITEM (WS-SUPR-SUB) TO INV-ITEM-CODE.
           MOVE LOW-VALUES TO INV-LOC-CODE.
           MOVE 'N' TO WS-POSITIONS-DONE-FLAG.
           START INVENTORY-MASTER KEY IS NOT < INV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-POSITIONS-DONE-FLAG
           END-START.
           PERFORM 220-LIST-ONE-POSITION
               THRU 220-LIST-ONE-POSITION-EXIT
               UNTIL POSITIONS-DONE.

           IF NOT CHAIN-PRINTED
               MOVE ZERO TO DL-ON-HAND
               MOVE ZERO TO DL-VALUE
               MOVE WS-DETAIL-LINE TO SUP-REPORT-RECORD
               PERFORM 280-EMIT-REPORT-LINE
                   THRU 280-EMIT-REPORT-LINE-EXIT.
           IF WS-CHAIN-QTY NOT = ZERO
               ADD 1 TO WS-CHAINS-WITH-STOCK.
       200-REPORT-ONE-CHAIN-EXIT.
           EXIT.

      *****************************************************************
      * 210-FIND-DESCRIPTION: THE OLD CODE'S DESCRIPTION OFF THE ITEM *
      * MASTER, WHICH KEEPS A SUPERSEDED ITEM AS DISCONTINUED.        *
      *****************************************************************
       210-FIND-DESCRIPTION.
           IF NOT ITEMMAST-OPEN
               GO TO 210-FIND-DESCRIPTION-EXIT.
           MOVE WS-SUPR-OLD-ITEM (WS-SUPR-SUB) TO IM-ITEM-CODE.
           READ ITEMMAST-FILE
               INVALID KEY
                   MOVE '** NOT ON MASTER **' TO DL-DESCRIPTION
               NOT INVALID KEY
                   MOVE IM-ITEM-DESC TO DL-DESCRIPTION
           END-READ.
       210-FIND-DESCRIPTION-EXIT.
           EXIT.

      *****************************************************************
      * 220-LIST-ONE-POSITION: READS THE OLD CODE'S NEXT LOCATION AND *
      * PRINTS IT WHEN ANY STOCK IS LEFT THERE. THE FIRST LOCATION    *
      * PRINTED CARRIES THE CHAIN COLUMNS; THE REST LEAVE THEM BLANK. *
      *****************************************************************
       220-LIST-ONE-POSITION.
           READ INVENTORY-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-POSITIONS-DONE-FLAG
                   GO TO 220-LIST-ONE-POSITION-EXIT
           END-READ.
           IF INV-ITEM-CODE NOT = WS-SUPR-OLD-ITEM (WS-SUPR-SUB)
               MOVE 'Y' TO WS-POSITIONS-DONE-FLAG
               GO TO 220-LIST-ONE-POSITION-EXIT.
           IF INV-QTY-ON-HAND = ZERO
               GO TO 220-LIST-ONE-POSITION-EXIT.
           COMPUTE WS-POSITION-VALUE ROUNDED =
               INV-QTY-ON-HAND * INV-AVG-COST.
           ADD INV-QTY-ON-HAND TO WS-CHAIN-QTY.
           ADD INV-QTY-ON-HAND TO WS-TOTAL-QTY.
           ADD WS-POSITION-VALUE TO WS-TOTAL-VALUE.
           IF CHAIN-PRINTED
               MOVE SPACES TO WS-DETAIL-LINE.
           MOVE INV-LOC-CODE TO DL-LOC-CODE.
           MOVE INV-QTY-ON-HAND TO DL-ON-HAND.
           MOVE WS-POSITION-VALUE TO DL-VALUE.
           MOVE WS-DETAIL-LINE TO SUP-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'Y' TO WS-CHAIN-PRINTED-FLAG.
       220-LIST-ONE-POSITION-EXIT.
           EXIT.

       280-EMIT-REPORT-LINE.
           WRITE SUP-REPORT-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
       280-EMIT-REPORT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 400-WRITE-TOTALS: HOW MANY CODES HAVE BEEN SUPERSEDED, HOW    *
      * MANY STILL HOLD STOCK, AND HOW MUCH, IN UNITS AND AT COST.    *
      *****************************************************************
       400-WRITE-TOTALS.
           MOVE WS-BLANK-LINE TO SUP-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'SUPERSEDED CODES:             ' TO SL-LABEL.
           MOVE WS-CHAINS-LISTED TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO SUP-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'STILL HOLDING STOCK:          ' TO SL-LABEL.
           MOVE WS-CHAINS-WITH-STOCK TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO SUP-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'UNITS UNDER SUPERSEDED CODES: ' TO SL-LABEL.
           MOVE WS-TOTAL-QTY TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO SUP-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'VALUE UNDER SUPERSEDED CODES: ' TO VSL-LABEL.
           MOVE WS-TOTAL-VALUE TO VSL-VALUE-OUT.
           MOVE WS-VALUE-SUMMARY-LINE TO SUP-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           IF WS-LOOP-COUNT > ZERO
               MOVE 'CHAINS THAT LOOP (NOT USED):  ' TO SL-LABEL
               MOVE WS-LOOP-COUNT TO SL-COUNT-OUT
               MOVE WS-SUMMARY-LINE TO SUP-REPORT-RECORD
               PERFORM 280-EMIT-REPORT-LINE
                   THRU 280-EMIT-REPORT-LINE-EXIT.
       400-WRITE-TOTALS-EXIT.
           EXIT.
