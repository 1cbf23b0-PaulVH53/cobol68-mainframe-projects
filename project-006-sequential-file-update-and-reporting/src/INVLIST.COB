      * 245-SEED-INVENTORY-RECORD CREATES ROUTINELY) AND FOR ITEMS    *
      * WITH NO MOVEMENT THIS RUN. MOVEMENT IS JUDGED AGAINST THE     *
      * RUN'S TRANSEXT EXTRACT: AN ITEM CODE THE EXTRACT DOES NOT     *
      * CARRY DID NOT MOVE. STOCK RECEIVED BUT HELD FOR QC INSPECTION *
      * (PROJ6'S HOLDMAST) IS NOT PART OF ON-HAND - A POSITION        *
      * HOLDING ANY GETS A SEPARATE HELD LINE UNDER ITS DETAIL LINE,  *
      * AND THE HELD QUANTITY AND VALUE ARE TOTALLED ON THEIR OWN.    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVLIST.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
      *****************************************************************
      * HOLDMAST-FILE: PROJ6'S RECEIPTS HELD FOR INSPECTION, READ BY  *
      * POSITION (ITEM + LOCATION LEAD THE KEY).                      *
      *****************************************************************
           SELECT HOLDMAST-FILE ASSIGN DYNAMIC WS-HOLDMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLDMAST-STATUS.
           SELECT LISTING-FILE ASSIGN DYNAMIC WS-LISTING-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

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
      *****************************************************************
      * EXTRACT-FILE: PROJ6'S TRANSEXT - ONLY EXT-ITEM-CODE IS USED   *
      * HERE, TO JUDGE WHICH ITEMS MOVED THIS RUN. THE ENVELOPE       *

       01  EXT-RECORD.
           05  EXT-ITEM-CODE         PIC X(10).
           05  FILLER                PIC X(49).

      *****************************************************************
      * ITEMMAST-FILE: SAME LAYOUT AS PROJ2'S IM-RECORD.               *
           05  IM-CLASS             PIC X(04).
           05  IM-UOM               PIC X(03).

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

       FD  LISTING-FILE
           RECORDING MODE IS F.

       77  WS-NO-MOVEMENT-COUNT      PIC 9(05) COMP  VALUE ZERO.
       77  WS-QTY-GRAND-TOTAL        PIC S9(09) COMP VALUE ZERO.

      *****************************************************************
      * WS-HELD-FIELDS: THE HELD-FOR-INSPECTION FIGURES. A MISSING    *
      * HOLD MASTER MEANS NOTHING HAS EVER BEEN HELD.                 *
      *****************************************************************
       01  WS-HELD-FIELDS.
           05  WS-HOLDMAST-STATUS    PIC XX.
           05  WS-HOLDMAST-OPEN-FLAG PIC X          VALUE 'N'.
               88  HOLDMAST-OPEN     VALUE 'Y'.
           05  WS-HOLD-WALK-END-FLAG PIC X          VALUE 'N'.
               88  HOLD-WALK-END     VALUE 'Y'.
           05  WS-POS-HELD-QTY       PIC S9(09) COMP VALUE ZERO.
           05  WS-POS-HELD-VALUE     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-HELD-POSITIONS     PIC 9(05) COMP VALUE ZERO.
           05  WS-HELD-QTY-TOTAL     PIC S9(09) COMP VALUE ZERO.
           05  WS-HELD-VALUE-TOTAL   PIC S9(13)V99 COMP-3 VALUE ZERO.

      *****************************************************************
      * WS-MOVED-TABLE: THE DISTINCT ITEM CODES ON THIS RUN'S         *
      * TRANSEXT. AN INVENTORY ITEM NOT IN THIS TABLE HAD NO          *
           05  WS-INVENTORY-PATH     PIC X(80) VALUE SPACES.
           05  WS-TRANSEXT-PATH      PIC X(80) VALUE SPACES.
           05  WS-LISTING-PATH       PIC X(80) VALUE SPACES.
           05  WS-HOLDMAST-PATH      PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
           05  DL-MOVEMENT         PIC X(8).
           05  FILLER              PIC X(64)     VALUE SPACES.

       01  WS-HELD-LINE.
           05  FILLER              PIC X(24)     VALUE SPACES.
           05  HL-HELD-QTY         PIC -ZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  FILLER              PIC X(28)     VALUE
                   'HELD FOR INSPECTION - VALUE '.
           05  HL-HELD-VALUE       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(57)     VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  EXL-ITEM-CODE       PIC X(10).
           05  TL-QTY-OUT          PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(89)     VALUE SPACES.

       01  WS-VALUE-TOTAL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  VTL-LABEL           PIC X(26).
           05  VTL-VALUE-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(87)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-LABEL            PIC X(30).
                   WS-INVENTORY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           PERFORM 095-OPEN-HOLD-MASTER
               THRU 095-OPEN-HOLD-MASTER-EXIT.
           OPEN OUTPUT LISTING-FILE.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           PERFORM 200-LIST-INVENTORY-RECORD
               THRU 400-WRITE-EXCEPTION-SECTION-EXIT.
           CLOSE INVENTORY-MASTER
                 LISTING-FILE.
           IF HOLDMAST-OPEN
               CLOSE HOLDMAST-FILE.

           DISPLAY 'INVLIST: ITEMS LISTED     : ' WS-ITEMS-READ.
           DISPLAY 'INVLIST: NEGATIVE ON HAND : ' WS-NEGATIVE-COUNT.
           DISPLAY 'INVLIST: NO MOVEMENT      : ' WS-NO-MOVEMENT-COUNT.
           DISPLAY 'INVLIST: HOLDING QC STOCK : ' WS-HELD-POSITIONS.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'INVLIST: MASTER LISTING RUN ENDED'.
           GOBACK.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/INVENTORY.LISTING' DELIMITED BY SIZE
               INTO WS-LISTING-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/HOLDMAST' DELIMITED BY SIZE
               INTO WS-HOLDMAST-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

       085-FIND-MOVED-INVENTORY-EXIT.
           EXIT.

      *****************************************************************
      * 095-OPEN-HOLD-MASTER: A HOLD MASTER THAT IS NOT THERE HAS     *
      * NOTHING ON IT - THE LISTING RUNS WITHOUT HELD LINES.          *
      *****************************************************************
       095-OPEN-HOLD-MASTER.
           OPEN INPUT HOLDMAST-FILE.
           IF WS-HOLDMAST-STATUS = '00'
               MOVE 'Y' TO WS-HOLDMAST-OPEN-FLAG
           ELSE
               DISPLAY 'NO HOLD MASTER FOUND - NO STOCK HELD FOR '
                   'INSPECTION'.
       095-OPEN-HOLD-MASTER-EXIT.
           EXIT.

       100-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-PAGE-NUM TO RH-PAGE-OUT.
           MOVE WS-DETAIL-LINE TO LISTING-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
           PERFORM 270-SUM-HELD-STOCK
               THRU 270-SUM-HELD-STOCK-EXIT.
           IF WS-POS-HELD-QTY NOT = ZERO
               ADD 1 TO WS-HELD-POSITIONS
               ADD WS-POS-HELD-QTY TO WS-HELD-QTY-TOTAL
               ADD WS-POS-HELD-VALUE TO WS-HELD-VALUE-TOTAL
               MOVE WS-POS-HELD-QTY TO HL-HELD-QTY
               MOVE WS-POS-HELD-VALUE TO HL-HELD-VALUE
               MOVE WS-HELD-LINE TO LISTING-RECORD
               PERFORM 280-EMIT-REPORT-LINE
                   THRU 280-EMIT-REPORT-LINE-EXIT.
           IF INV-QTY-ON-HAND < ZERO
               ADD 1 TO WS-NEGATIVE-COUNT
               MOVE 'NEGATIVE ON-HAND    ' TO WS-EXC-REASON-WORK
       260-NOTE-EXCEPTION-EXIT.
           EXIT.

      *****************************************************************
      * 270-SUM-HELD-STOCK: TOTALS THE QUANTITY STILL HELD FOR        *
      * INSPECTION AT THE POSITION IN HAND, AND ITS VALUE AT EACH     *
      * HELD RECEIPT'S OWN COST.                                      *
      *****************************************************************
       270-SUM-HELD-STOCK.
           MOVE ZERO TO WS-POS-HELD-QTY.
           MOVE ZERO TO WS-POS-HELD-VALUE.
           IF NOT HOLDMAST-OPEN
               GO TO 270-SUM-HELD-STOCK-EXIT.
           MOVE 'N' TO WS-HOLD-WALK-END-FLAG.
           MOVE INV-ITEM-CODE TO HOLD-ITEM-CODE.
           MOVE INV-LOC-CODE TO HOLD-LOC-CODE.
           MOVE LOW-VALUES TO HOLD-RECEIVED-DATE.
           MOVE ZERO TO HOLD-SEQ-NUM.
           START HOLDMAST-FILE KEY IS NOT < HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-WALK-END-FLAG
           END-START.
           PERFORM 275-ADD-ONE-HELD
               THRU 275-ADD-ONE-HELD-EXIT
               UNTIL HOLD-WALK-END.
       270-SUM-HELD-STOCK-EXIT.
           EXIT.

       275-ADD-ONE-HELD.
           READ HOLDMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-WALK-END-FLAG
                   GO TO 275-ADD-ONE-HELD-EXIT
           END-READ.
           IF HOLD-ITEM-CODE NOT = INV-ITEM-CODE
                   OR HOLD-LOC-CODE NOT = INV-LOC-CODE
               MOVE 'Y' TO WS-HOLD-WALK-END-FLAG
               GO TO 275-ADD-ONE-HELD-EXIT.
           ADD HOLD-QTY-HELD TO WS-POS-HELD-QTY.
           COMPUTE WS-POS-HELD-VALUE ROUNDED = WS-POS-HELD-VALUE
               + HOLD-QTY-HELD * HOLD-UNIT-COST.
       275-ADD-ONE-HELD-EXIT.
           EXIT.

       280-EMIT-REPORT-LINE.
           WRITE LISTING-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           MOVE WS-QTY-GRAND-TOTAL TO TL-QTY-OUT.
           MOVE WS-TOTAL-LINE TO LISTING-RECORD.
           WRITE LISTING-RECORD.
           MOVE 'TOTAL HELD FOR INSPECTION:' TO TL-LABEL.
           MOVE WS-HELD-QTY-TOTAL TO TL-QTY-OUT.
           MOVE WS-TOTAL-LINE TO LISTING-RECORD.
           WRITE LISTING-RECORD.
           MOVE 'VALUE HELD FOR INSPECTION:' TO VTL-LABEL.
           MOVE WS-HELD-VALUE-TOTAL TO VTL-VALUE-OUT.
           MOVE WS-VALUE-TOTAL-LINE TO LISTING-RECORD.
           WRITE LISTING-RECORD.
           MOVE 'ITEMS ON MASTER:              ' TO SL-LABEL.
           MOVE WS-ITEMS-READ TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO LISTING-RECORD.
           WRITE LISTING-RECORD.
           MOVE 'POSITIONS HOLDING QC STOCK:   ' TO SL-LABEL.
           MOVE WS-HELD-POSITIONS TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO LISTING-RECORD.
           WRITE LISTING-RECORD.
           MOVE WS-BLANK-LINE TO LISTING-RECORD.
           WRITE LISTING-RECORD.
           MOVE SPACES TO LISTING-RECORD.
