      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(XFERSUG)                        *
      * PURPOSE: INTER-LOCATION TRANSFER SUGGESTIONS, RUN AHEAD OF    *
      * POGEN. LOOKS ACROSS EVERY STOCK LOCATION HOLDING AN ITEM AND, *
      * BEFORE A PO IS CUT FOR ONE LOCATION'S SHORTFALL, PROPOSES     *
      * MOVING ANOTHER LOCATION'S SURPLUS TO COVER IT. A LOCATION     *
      * HAS SURPLUS WHEN ITS ON-HAND STANDS ABOVE ITS REORDER POINT   *
      * PLUS A CUSHION (A PERCENTAGE OF THE REORDER POINT, FROM THE   *
      * PARM CARD); A LOCATION AT OR BELOW ITS REORDER POINT NEEDS    *
      * WHAT POGEN WOULD OTHERWISE ORDER FOR IT (THE REORDER POINT    *
      * LESS ON-HAND AND ON-ORDER). NEEDY LOCATIONS ARE FILLED IN     *
      * LOCATION ORDER FROM THE SURPLUS LOCATIONS IN LOCATION ORDER.  *
      * POSITIONS WITH NO REORDER POINT SET ARE LEFT OUT EITHER WAY.  *
      *                                                               *
      * EACH PROPOSAL IS WRITTEN AS A 'T' TRANSFER RECORD IN PROJ6'S  *
      * TRANS LAYOUT TO THE XFER.STAGED FILE, AND LISTED ON THE       *
      * TRANSFER PROPOSAL LIST FOR THE STORES SUPERVISOR TO APPROVE.  *
      * APPROVED TRANSFERS GO INTO THE NEXT TRANS FEED AND PROJ6      *
      * POSTS THEM. POGEN READS THE SAME STAGED FILE AND ORDERS ONLY  *
      * THE SHORTFALL THE TRANSFERS CANNOT COVER.                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFERSUG.

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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVENTORY-STATUS.
      *****************************************************************
      * STAGED-FILE: THE PROPOSED TRANSFERS, ONE 'T' RECORD PER MOVE, *
      * REWRITTEN EVERY RUN.                                          *
      *****************************************************************
           SELECT STAGED-FILE ASSIGN DYNAMIC WS-STAGED-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROPOSAL-REPORT-FILE ASSIGN DYNAMIC WS-PROPOSAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
      * STAGED-FILE: SAME LAYOUT AS PROJ6'S TRANS-RECORD. THE PRICE   *
      * IS ZERO - PROJ6 MOVES A TRANSFER AT THE FROM-LOCATION'S       *
      * AVERAGE COST - AND THE SEQUENCE NUMBER IS LEFT FOR PROJ6'S    *
      * SORT STEP TO STAMP.                                           *
      *****************************************************************
       FD  STAGED-FILE
           RECORDING MODE IS F.

       01  TS-RECORD.
           05  TS-ITEM-CODE          PIC X(10).
           05  TS-QUANTITY           PIC 9(05).
           05  TS-PRICE              PIC 9(05)V99.
           05  TS-TRANS-TYPE         PIC X(01).
           05  TS-LOC-CODE           PIC X(03).
           05  TS-TO-LOC             PIC X(03).
           05  TS-SEQ-NUM            PIC 9(06).
           05  TS-PO-NUMBER          PIC X(06).

       FD  PROPOSAL-REPORT-FILE
           RECORDING MODE IS F.

       01  PROPOSAL-REPORT-RECORD    PIC X(132).

      *****************************************************************
      * PARM-FILE: PARM-CUSHION-PCT IS THE CUSHION A LOCATION KEEPS   *
      * ABOVE ITS REORDER POINT BEFORE ANY OF ITS STOCK COUNTS AS     *
      * SURPLUS, AS A PERCENTAGE OF THAT REORDER POINT (DEFAULT 25).  *
      *****************************************************************
       FD  PARM-FILE
           RECORDING MODE IS F.

       01  PARM-RECORD.
           05  PARM-CUSHION-PCT      PIC X(03).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INVENTORY-STATUS   PIC XX.
           05  WS-PARM-FILE-STATUS   PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-INV-EOF-FLAG       PIC X          VALUE 'N'.
               88  INV-EOF           VALUE 'Y'.

       77  WS-POSITIONS-READ         PIC 9(05) COMP VALUE ZERO.
       77  WS-ITEMS-READ             PIC 9(05) COMP VALUE ZERO.
       77  WS-NEEDY-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-COVERED-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-PART-COVERED-COUNT     PIC 9(05) COMP VALUE ZERO.
       77  WS-TRANSFER-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-TRANSFER-QTY           PIC 9(07) COMP VALUE ZERO.

       77  WS-CUSHION-PCT           PIC 9(03)      VALUE 25.

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
      * WS-LOCATION-TABLE: EVERY POSITION OF THE ITEM IN HAND, IN     *
      * LOCATION ORDER AS THE MASTER IS KEPT, WITH WHAT IT CAN SPARE  *
      * (WS-LOC-SURPLUS) OR STILL NEEDS (WS-LOC-NEED). BOTH RUN DOWN  *
      * AS TRANSFERS ARE PROPOSED.                                    *
      *****************************************************************
       01  WS-LOCATION-TABLE.
           05  WS-LOC-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-LOC-ENTRY OCCURS 1 TO 20 TIMES
                       DEPENDING ON WS-LOC-COUNT.
               10  WS-LOC-CODE         PIC X(03).
               10  WS-LOC-ON-HAND      PIC S9(07) COMP.
               10  WS-LOC-REORDER-POINT PIC 9(05) COMP.
               10  WS-LOC-SURPLUS      PIC S9(07) COMP.
               10  WS-LOC-NEED         PIC S9(07) COMP.
               10  WS-LOC-START-NEED   PIC S9(07) COMP.

       01  WS-BALANCE-FIELDS.
           05  WS-CURRENT-ITEM       PIC X(10)      VALUE SPACES.
           05  WS-NEED-SUB           PIC 9(03) COMP VALUE ZERO.
           05  WS-GIVE-SUB           PIC 9(03) COMP VALUE ZERO.
           05  WS-CUSHION            PIC 9(07) COMP VALUE ZERO.
           05  WS-MOVE-QTY           PIC S9(07) COMP VALUE ZERO.

      *****************************************************************
      * WS-DATA-PATH-FIELDS: SEE 005-RESOLVE-DATA-PATHS.               *
      *****************************************************************
       01  WS-DATA-PATH-FIELDS.
           05  WS-DATA-DIR           PIC X(60) VALUE 'data'.
           05  WS-INVENTORY-PATH     PIC X(80) VALUE SPACES.
           05  WS-STAGED-PATH        PIC X(80) VALUE SPACES.
           05  WS-PROPOSAL-PATH      PIC X(80) VALUE SPACES.
           05  WS-PARM-PATH          PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- TRANSFER PROPOSAL LIST ---            '.
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
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(3)      VALUE 'FRM'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE 'FROM O/H'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE ' F.ROP'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(3)      VALUE 'TO'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE '  TO O/H'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE ' T.ROP'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE '  NEED'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE ' MOVE'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(30)     VALUE 'NOTE'.
               10  FILLER          PIC X(14)     VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-ITEM-CODE        PIC X(10).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-FROM-LOC         PIC X(03).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-FROM-ON-HAND     PIC -ZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-FROM-ROP         PIC ZZ,ZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-TO-LOC           PIC X(03).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-TO-ON-HAND       PIC -ZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-TO-ROP           PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-NEED             PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-MOVE-QTY         PIC ZZ,ZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-NOTE             PIC X(30).
           05  FILLER              PIC X(14)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-LABEL            PIC X(30).
           05  SL-COUNT-OUT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(90)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'XFERSUG: TRANSFER SUGGESTIONS'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-READ-PARM-CARD
               THRU 060-READ-PARM-CARD-EXIT.
           STRING WS-RUN-DATE-TEXT (1:4) '-' WS-RUN-DATE-TEXT (5:2)
                   '-' WS-RUN-DATE-TEXT (7:2)
               INTO WS-RUN-DATE-DISPLAY.

           OPEN INPUT INVENTORY-MASTER.
           IF WS-INVENTORY-STATUS NOT = '00'
               DISPLAY 'XFERSUG ABEND - INVENTORY MASTER STATUS '
                   WS-INVENTORY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT STAGED-FILE
                       PROPOSAL-REPORT-FILE.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           PERFORM 200-READ-ONE-POSITION
               THRU 200-READ-ONE-POSITION-EXIT
               UNTIL INV-EOF.
           IF WS-LOC-COUNT > ZERO
               PERFORM 300-BALANCE-ITEM THRU 300-BALANCE-ITEM-EXIT.
           PERFORM 400-WRITE-TOTALS THRU 400-WRITE-TOTALS-EXIT.
           CLOSE INVENTORY-MASTER
                 STAGED-FILE
                 PROPOSAL-REPORT-FILE.

           DISPLAY 'XFERSUG: POSITIONS READ       : ' WS-POSITIONS-READ.
           DISPLAY 'XFERSUG: POSITIONS IN NEED    : ' WS-NEEDY-COUNT.
           DISPLAY 'XFERSUG: TRANSFERS PROPOSED   : ' WS-TRANSFER-COUNT.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'XFERSUG: TRANSFER SUGGESTION RUN ENDED'.
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
                   '/INVENTORY' DELIMITED BY SIZE
               INTO WS-INVENTORY-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/XFER.STAGED' DELIMITED BY SIZE
               INTO WS-STAGED-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/XFER.REPORT' DELIMITED BY SIZE
               INTO WS-PROPOSAL-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/XFERSUG.PARM' DELIMITED BY SIZE
               INTO WS-PARM-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 060-READ-PARM-CARD: THE RUN DATE IS TODAY, OR A CHAINED RUN'S *
      * RUN_DATE. THE CUSHION IS THE STANDING 25 PER CENT UNLESS THE  *
      * CARD CARRIES ITS OWN.                                         *
      *****************************************************************
       060-READ-PARM-CARD.
           ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD.
           ACCEPT WS-CHAIN-RUN-DATE FROM ENVIRONMENT 'RUN_DATE'.
           IF WS-CHAIN-RUN-DATE NOT = SPACES
               MOVE WS-CHAIN-RUN-DATE TO WS-RUN-DATE-TEXT.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'NO PARAMETER CARD SUPPLIED - STANDING CUSHION'
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY 'PARAMETER CARD FILE IS EMPTY - '
                           'STANDING CUSHION'
                   NOT AT END
                       IF PARM-CUSHION-PCT IS NUMERIC
                           MOVE PARM-CUSHION-PCT TO WS-CUSHION-PCT
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
               MOVE WS-BLANK-LINE TO PROPOSAL-REPORT-RECORD
               WRITE PROPOSAL-REPORT-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO PROPOSAL-REPORT-RECORD.
           WRITE PROPOSAL-REPORT-RECORD.
           MOVE RH-COLUMNS TO PROPOSAL-REPORT-RECORD.
           WRITE PROPOSAL-REPORT-RECORD.
           MOVE WS-BLANK-LINE TO PROPOSAL-REPORT-RECORD.
           WRITE PROPOSAL-REPORT-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       100-WRITE-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 200-READ-ONE-POSITION: READS THE NEXT POSITION OFF THE        *
      * MASTER. A NEW ITEM CODE BALANCES THE ITEM JUST FINISHED       *
      * BEFORE ITS OWN LOCATIONS START COLLECTING.                    *
      *****************************************************************
       200-READ-ONE-POSITION.
           READ INVENTORY-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INV-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-POSITIONS-READ
                   PERFORM 210-COLLECT-POSITION
                       THRU 210-COLLECT-POSITION-EXIT
           END-READ.
       200-READ-ONE-POSITION-EXIT.
           EXIT.

      *****************************************************************
      * 210-COLLECT-POSITION: ADDS THE POSITION TO THE ITEM'S         *
      * LOCATION TABLE WITH WHAT IT CAN SPARE OR NEEDS. A POSITION    *
      * WITH NO REORDER POINT NEITHER GIVES NOR TAKES.                *
      *****************************************************************
       210-COLLECT-POSITION.
           IF INV-ITEM-CODE NOT = WS-CURRENT-ITEM
               IF WS-LOC-COUNT > ZERO
                   PERFORM 300-BALANCE-ITEM
                       THRU 300-BALANCE-ITEM-EXIT
                   MOVE ZERO TO WS-LOC-COUNT
                   MOVE INV-ITEM-CODE TO WS-CURRENT-ITEM
                   ADD 1 TO WS-ITEMS-READ
               ELSE
                   MOVE INV-ITEM-CODE TO WS-CURRENT-ITEM
                   ADD 1 TO WS-ITEMS-READ.
           IF INV-REORDER-POINT = ZERO
               GO TO 210-COLLECT-POSITION-EXIT.
           IF WS-LOC-COUNT NOT < 20
               DISPLAY 'WARNING: MORE THAN 20 LOCATIONS FOR '
                   INV-ITEM-CODE ' - ' INV-LOC-CODE ' LEFT OUT'
               GO TO 210-COLLECT-POSITION-EXIT.
           ADD 1 TO WS-LOC-COUNT.
           MOVE INV-LOC-CODE TO WS-LOC-CODE (WS-LOC-COUNT).
           MOVE INV-QTY-ON-HAND TO WS-LOC-ON-HAND (WS-LOC-COUNT).
           MOVE INV-REORDER-POINT TO
               WS-LOC-REORDER-POINT (WS-LOC-COUNT).
           MOVE ZERO TO WS-LOC-SURPLUS (WS-LOC-COUNT).
           MOVE ZERO TO WS-LOC-NEED (WS-LOC-COUNT).
           COMPUTE WS-CUSHION =
               (INV-REORDER-POINT * WS-CUSHION-PCT + 99) / 100.
           IF INV-QTY-ON-HAND > INV-REORDER-POINT + WS-CUSHION
               COMPUTE WS-LOC-SURPLUS (WS-LOC-COUNT) =
                   INV-QTY-ON-HAND - INV-REORDER-POINT - WS-CUSHION
           ELSE IF INV-QTY-ON-HAND NOT > INV-REORDER-POINT
               COMPUTE WS-LOC-NEED (WS-LOC-COUNT) =
                   INV-REORDER-POINT - INV-QTY-ON-HAND
                   - INV-QTY-ON-ORDER.
           IF WS-LOC-NEED (WS-LOC-COUNT) < ZERO
               MOVE ZERO TO WS-LOC-NEED (WS-LOC-COUNT).
           MOVE WS-LOC-NEED (WS-LOC-COUNT) TO
               WS-LOC-START-NEED (WS-LOC-COUNT).
       210-COLLECT-POSITION-EXIT.
           EXIT.

      *****************************************************************
      * 280-EMIT-REPORT-LINE: WRITES THE LINE ALREADY MOVED TO        *
      * PROPOSAL-REPORT-RECORD AND STARTS A NEW PAGE WHEN THIS ONE IS *
      * FULL.                                                         *
      *****************************************************************
       280-EMIT-REPORT-LINE.
           WRITE PROPOSAL-REPORT-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
       280-EMIT-REPORT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 300-BALANCE-ITEM: FILLS EACH NEEDY LOCATION OF THE ITEM, IN   *
      * LOCATION ORDER, FROM THE LOCATIONS WITH SURPLUS.              *
      *****************************************************************
       300-BALANCE-ITEM.
           MOVE ZERO TO WS-NEED-SUB.
           PERFORM 310-FILL-ONE-LOCATION
               THRU 310-FILL-ONE-LOCATION-EXIT
               WS-LOC-COUNT TIMES.
       300-BALANCE-ITEM-EXIT.
           EXIT.

      *****************************************************************
      * 310-FILL-ONE-LOCATION: DRAWS ON EVERY SURPLUS LOCATION IN     *
      * TURN UNTIL THE NEED IS MET OR THE SURPLUS RUNS OUT, THEN      *
      * NOTES A NEED LEFT PARTLY UNCOVERED - THAT REMAINDER IS WHAT   *
      * POGEN WILL ORDER.                                             *
      *****************************************************************
       310-FILL-ONE-LOCATION.
           ADD 1 TO WS-NEED-SUB.
           IF WS-LOC-NEED (WS-NEED-SUB) NOT > ZERO
               GO TO 310-FILL-ONE-LOCATION-EXIT.
           ADD 1 TO WS-NEEDY-COUNT.
           MOVE ZERO TO WS-GIVE-SUB.
           PERFORM 320-DRAW-FROM-ONE-LOCATION
               THRU 320-DRAW-FROM-ONE-LOCATION-EXIT
               WS-LOC-COUNT TIMES.
           IF WS-LOC-NEED (WS-NEED-SUB) = ZERO
               ADD 1 TO WS-COVERED-COUNT
               GO TO 310-FILL-ONE-LOCATION-EXIT.
           IF WS-LOC-NEED (WS-NEED-SUB) =
                   WS-LOC-START-NEED (WS-NEED-SUB)
               GO TO 310-FILL-ONE-LOCATION-EXIT.
           ADD 1 TO WS-PART-COVERED-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-CURRENT-ITEM TO DL-ITEM-CODE.
           MOVE WS-LOC-CODE (WS-NEED-SUB) TO DL-TO-LOC.
           MOVE WS-LOC-ON-HAND (WS-NEED-SUB) TO DL-TO-ON-HAND.
           MOVE WS-LOC-REORDER-POINT (WS-NEED-SUB) TO DL-TO-ROP.
           MOVE WS-LOC-NEED (WS-NEED-SUB) TO DL-NEED.
           MOVE 'REMAINDER LEFT FOR POGEN' TO DL-NOTE.
           MOVE WS-DETAIL-LINE TO PROPOSAL-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       310-FILL-ONE-LOCATION-EXIT.
           EXIT.

      *****************************************************************
      * 320-DRAW-FROM-ONE-LOCATION: MOVES AS MUCH OF THE OUTSTANDING  *
      * NEED AS THIS LOCATION CAN SPARE, STAGES THE 'T' RECORD AND    *
      * LISTS THE PROPOSAL.                                           *
      *****************************************************************
       320-DRAW-FROM-ONE-LOCATION.
           ADD 1 TO WS-GIVE-SUB.
           IF WS-LOC-NEED (WS-NEED-SUB) NOT > ZERO
                   OR WS-LOC-SURPLUS (WS-GIVE-SUB) NOT > ZERO
               GO TO 320-DRAW-FROM-ONE-LOCATION-EXIT.
           IF WS-LOC-SURPLUS (WS-GIVE-SUB) < WS-LOC-NEED (WS-NEED-SUB)
               MOVE WS-LOC-SURPLUS (WS-GIVE-SUB) TO WS-MOVE-QTY
           ELSE
               MOVE WS-LOC-NEED (WS-NEED-SUB) TO WS-MOVE-QTY.
           IF WS-MOVE-QTY > 99999
               MOVE 99999 TO WS-MOVE-QTY.
           MOVE SPACES TO TS-RECORD.
           MOVE WS-CURRENT-ITEM TO TS-ITEM-CODE.
           MOVE WS-MOVE-QTY TO TS-QUANTITY.
           MOVE ZERO TO TS-PRICE.
           MOVE 'T' TO TS-TRANS-TYPE.
           MOVE WS-LOC-CODE (WS-GIVE-SUB) TO TS-LOC-CODE.
           MOVE WS-LOC-CODE (WS-NEED-SUB) TO TS-TO-LOC.
           MOVE ZERO TO TS-SEQ-NUM.
           WRITE TS-RECORD.
           ADD 1 TO WS-TRANSFER-COUNT.
           ADD WS-MOVE-QTY TO WS-TRANSFER-QTY.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-CURRENT-ITEM TO DL-ITEM-CODE.
           MOVE WS-LOC-CODE (WS-GIVE-SUB) TO DL-FROM-LOC.
           MOVE WS-LOC-ON-HAND (WS-GIVE-SUB) TO DL-FROM-ON-HAND.
           MOVE WS-LOC-REORDER-POINT (WS-GIVE-SUB) TO DL-FROM-ROP.
           MOVE WS-LOC-CODE (WS-NEED-SUB) TO DL-TO-LOC.
           MOVE WS-LOC-ON-HAND (WS-NEED-SUB) TO DL-TO-ON-HAND.
           MOVE WS-LOC-REORDER-POINT (WS-NEED-SUB) TO DL-TO-ROP.
           MOVE WS-LOC-NEED (WS-NEED-SUB) TO DL-NEED.
           MOVE WS-MOVE-QTY TO DL-MOVE-QTY.
           MOVE SPACES TO DL-NOTE.
           MOVE WS-DETAIL-LINE TO PROPOSAL-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           SUBTRACT WS-MOVE-QTY FROM WS-LOC-SURPLUS (WS-GIVE-SUB).
           SUBTRACT WS-MOVE-QTY FROM WS-LOC-NEED (WS-NEED-SUB).
       320-DRAW-FROM-ONE-LOCATION-EXIT.
           EXIT.

      *****************************************************************
      * 400-WRITE-TOTALS: THE RUN'S COUNTS, THEN THE SIGN-OFF LINE    *
      * FOR THE STORES SUPERVISOR.                                    *
      *****************************************************************
       400-WRITE-TOTALS.
           MOVE WS-BLANK-LINE TO PROPOSAL-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'CUSHION (PCT OF REORDER PT):' TO SL-LABEL.
           MOVE WS-CUSHION-PCT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO PROPOSAL-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'POSITIONS READ:' TO SL-LABEL.
           MOVE WS-POSITIONS-READ TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO PROPOSAL-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'ITEMS READ:' TO SL-LABEL.
           MOVE WS-ITEMS-READ TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO PROPOSAL-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'POSITIONS NEEDING STOCK:' TO SL-LABEL.
           MOVE WS-NEEDY-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO PROPOSAL-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'FULLY COVERED BY TRANSFER:' TO SL-LABEL.
           MOVE WS-COVERED-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO PROPOSAL-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'PARTLY COVERED BY TRANSFER:' TO SL-LABEL.
           MOVE WS-PART-COVERED-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO PROPOSAL-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'TRANSFERS PROPOSED:' TO SL-LABEL.
           MOVE WS-TRANSFER-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO PROPOSAL-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'QUANTITY TO MOVE:' TO SL-LABEL.
           MOVE WS-TRANSFER-QTY TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO PROPOSAL-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE WS-BLANK-LINE TO PROPOSAL-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE SPACES TO PROPOSAL-REPORT-RECORD.
           STRING '     APPROVED FOR POSTING BY: ____________________'
                   '     DATE: __________'
               DELIMITED BY SIZE INTO PROPOSAL-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       400-WRITE-TOTALS-EXIT.
           EXIT.
