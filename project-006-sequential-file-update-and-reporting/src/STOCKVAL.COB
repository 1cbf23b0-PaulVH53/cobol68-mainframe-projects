      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(STOCKVAL)                       *
      * PURPOSE: NIGHTLY STOCK VALUATION. EXTENDS INV-QTY-ON-HAND BY  *
      * THE POSITION'S MOVING AVERAGE COST (INV-AVG-COST) FOR EVERY   *
      * ITEM ON INVENTORY-MASTER AND PRINTS PER-ITEM VALUE AT COST    *
      * WITH A TOTAL INVENTORY VALUE, SO                              *
      * FINANCE GETS THE TOTAL STOCK FIGURE FROM A REPORT INSTEAD OF  *
      * A CALCULATOR. THE CHANGE AGAINST THE PREVIOUS NIGHT'S         *
      * VALUATION IS SHOWN FROM THE STOCKVAL.PREV CARRY-OVER RECORD   *
      * (REFRESHED AT END OF EVERY RUN, THE WAY MOVERPT KEEPS         *
      * TRANSEXT.PREV). A POSITION THAT HAS NOT TAKEN A RECEIPT SINCE *
      * AVERAGE COSTING BEGAN HAS NO COST YET - IT FALLS BACK TO THE  *
      * PRICEMAST PRICE AND IS FLAGGED, AND ITEMS HOLDING STOCK WITH  *
      * NEITHER ARE FLAGGED SO THE VALUATION'S GAPS ARE VISIBLE.      *
      * STOCK RECEIVED BUT HELD FOR QC INSPECTION (PROJ6'S HOLDMAST)  *
      * IS NOT ON-HAND - IT IS VALUED SEPARATELY AT ITS RECEIPTS' OWN *
      * COST ON A HELD LINE UNDER THE POSITION, AND TOTALLED APART    *
      * FROM THE ON-HAND VALUE THE OVERNIGHT CHANGE IS MEASURED ON.   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKVAL.
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVENTORY-STATUS.
           SELECT PRICEMAST-FILE ASSIGN DYNAMIC WS-PRICEMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PRICEMAST-STATUS.
      *****************************************************************
      * ITEMMAST-FILE: PROJ2'S ITEM MASTER, READ FOR THE PRODUCT     *
      * CLASS EACH ITEM BELONGS TO - THE SAME PATH RESOLUTION PROJ6  *
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
           SELECT VALUATION-FILE ASSIGN DYNAMIC WS-VALUATION-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
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
      * PRICEMAST-FILE: SAME LAYOUT AS PROJ6'S PM-RECORD - THE        *
      * INDEXED PRICE MASTER, KEYED ON ITEM CODE PLUS EFFECTIVE DATE. *
      *****************************************************************
       FD  PRICEMAST-FILE
           RECORD CONTAINS 25 CHARACTERS.

       01  PM-RECORD.
           05  PM-KEY.
               10  PM-ITEM-CODE     PIC X(10).
               10  PM-EFF-DATE      PIC X(08).
           05  PM-PRICE             PIC 9(05)V99.

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

       FD  VALUATION-FILE
           RECORDING MODE IS F.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INVENTORY-STATUS   PIC XX.
           05  WS-PRICEMAST-STATUS   PIC XX.
           05  WS-PREV-STATUS        PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-INV-EOF-FLAG       PIC X          VALUE 'N'.
               88  INV-EOF           VALUE 'Y'.
           05  WS-PRICE-WALK-END-FLAG PIC X         VALUE 'N'.
               88  PRICE-WALK-END    VALUE 'Y'.
           05  WS-PREV-FOUND-FLAG    PIC X          VALUE 'N'.
               88  PREV-FOUND        VALUE 'Y'.

       01  WS-PRICE-LOOKUP-FOUND-FLAG PIC X         VALUE 'N'.
           88  PRICE-FOUND                          VALUE 'Y'.

       01  WS-PRICE-LOOKUP-WORK.
           05  WS-PRICE-LOOKUP-CODE PIC X(10)      VALUE SPACES.
           05  WS-PRICE-IN-FORCE    PIC 9(05)V99   VALUE ZERO.

       77  WS-ITEMS-READ             PIC 9(05) COMP VALUE ZERO.
       77  WS-NO-PRICE-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-AT-PRICE-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-UNIT-VALUE             PIC 9(05)V9(04) VALUE ZERO.
       77  WS-ITEM-VALUE             PIC S9(12)V99 COMP-3 VALUE ZERO.
       77  WS-TOTAL-VALUE            PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  WS-PRIOR-VALUE            PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  WS-VALUE-CHANGE           PIC S9(13)V99 COMP-3 VALUE ZERO.

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
           05  WS-POS-HELD-VALUE     PIC S9(12)V99 COMP-3 VALUE ZERO.
           05  WS-HELD-UNIT-COST     PIC 9(05)V9(04) VALUE ZERO.
           05  WS-HELD-POSITIONS     PIC 9(05) COMP VALUE ZERO.
           05  WS-HELD-VALUE-TOTAL   PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-VALUE-WITH-HELD    PIC S9(13)V99 COMP-3 VALUE ZERO.

      *****************************************************************
      * WS-ITEMCLS-TABLE: ITEM CODE TO PRODUCT CLASS, LOADED FROM    *
      * THE ITEM MASTER SO THE LISTING CAN SUBTOTAL BY CLASS.        *
           05  WS-ITEMMAST-PATH      PIC X(80)      VALUE SPACES.

      *****************************************************************
      * WS-CLASS-TOTALS: ITEM COUNT, ON-HAND AND VALUE AT COST PER   *
      * PRODUCT CLASS,                                               *
      * PRINTED AS A CLASS BREAK AFTER THE LOCATION BREAK. AN ITEM   *
      * WITH NO CLASS (OR NOT ON THE ITEM MASTER) TALLIES UNDER      *
      * '????'.                                                      *
               10  WS-CLS-CODE         PIC X(04).
               10  WS-CLS-ITEMS        PIC 9(05) COMP.
               10  WS-CLS-ON-HAND      PIC S9(09) COMP.
               10  WS-CLS-VALUE        PIC S9(13)V99 COMP-3.

       01  WS-CLASS-WORK-FIELDS.
           05  WS-CLS-FOUND-FLAG     PIC X          VALUE 'N'.
           05  WS-PRICEMAST-PATH     PIC X(80) VALUE SPACES.
           05  WS-VALUATION-PATH     PIC X(80) VALUE SPACES.
           05  WS-PREV-PATH          PIC X(80) VALUE SPACES.
           05  WS-HOLDMAST-PATH      PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE 'ON HAND'.
               10  FILLER          PIC X(7)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'UNIT COST '.
               10  FILLER          PIC X(7)      VALUE SPACES.
               10  FILLER          PIC X(11)     VALUE 'STOCK VALUE'.
               10  FILLER          PIC X(69)     VALUE SPACES.
           05  DL-NOTE             PIC X(20).
           05  FILLER              PIC X(47)     VALUE SPACES.

       01  WS-HELD-LINE.
           05  FILLER              PIC X(24)     VALUE SPACES.
           05  HL-HELD-QTY         PIC -ZZZ,ZZ9.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  HL-UNIT-COST        PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  HL-VALUE            PIC +Z(11).99.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  FILLER              PIC X(20)     VALUE
                   'HELD FOR INSPECTION '.
           05  FILLER              PIC X(43)     VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  TL-LABEL            PIC X(30).
           05  CLS-ITEMS-OUT       PIC ZZ,ZZ9.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  CLS-QTY-OUT         PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  CLS-VALUE-OUT       PIC +Z(12).99.
           05  FILLER              PIC X(78)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
                   '-' WS-RUN-DATE-TEXT (7:2)
               INTO WS-RUN-DATE-DISPLAY.

      *****************************************************************
      * THE PRICE MASTER STAYS OPEN FOR THE RUN - EACH ITEM WITH NO  *
      * COST YET IS PRICED BY KEY. WITHOUT IT THE STOCK CANNOT BE    *
      * VALUED, SO THE RUN ABENDS - THE SAME GUARD PHYSCNT KEEPS.    *
      *****************************************************************
           OPEN INPUT PRICEMAST-FILE.
           IF WS-PRICEMAST-STATUS NOT = '00'
               DISPLAY 'STOCKVAL ABEND - NO INDEXED PRICE MASTER (RUN '
                   'PRICRELD) - STATUS ' WS-PRICEMAST-STATUS
                   ' - NOTHING VALUED'
               MOVE 16 TO RETURN-CODE
               GOBACK.

                   WS-INVENTORY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           PERFORM 095-OPEN-HOLD-MASTER
               THRU 095-OPEN-HOLD-MASTER-EXIT.
           OPEN OUTPUT VALUATION-FILE.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           PERFORM 200-VALUE-ONE-ITEM
           PERFORM 300-WRITE-TOTALS
               THRU 300-WRITE-TOTALS-EXIT.
           CLOSE INVENTORY-MASTER
                 PRICEMAST-FILE
                 VALUATION-FILE.
           IF HOLDMAST-OPEN
               CLOSE HOLDMAST-FILE.
           PERFORM 500-REFRESH-PREV-RECORD
               THRU 500-REFRESH-PREV-RECORD-EXIT.

           DISPLAY 'STOCKVAL: ITEMS VALUED        : ' WS-ITEMS-READ.
           DISPLAY 'STOCKVAL: VALUED AT PRICE     : '
               WS-AT-PRICE-COUNT.
           DISPLAY 'STOCKVAL: STOCK WITH NO PRICE : '
               WS-NO-PRICE-COUNT.
           DISPLAY 'STOCKVAL: HOLDING QC STOCK    : '
               WS-HELD-POSITIONS.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'STOCKVAL: VALUATION RUN ENDED'.
           GOBACK.
                   '/INVENTORY' DELIMITED BY SIZE
               INTO WS-INVENTORY-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PRICEMAST.IDX' DELIMITED BY SIZE
               INTO WS-PRICEMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/STOCKVAL.REPORT' DELIMITED BY SIZE
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/STOCKVAL.PREV' DELIMITED BY SIZE
               INTO WS-PREV-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/HOLDMAST' DELIMITED BY SIZE
               INTO WS-HOLDMAST-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 060-READ-PREVIOUS-VALUATION: PICKS UP THE PREVIOUS NIGHT'S    *
      * TOTAL FROM THE CARRY-OVER RECORD. A MISSING FILE IS THE       *
       060-READ-PREVIOUS-VALUATION-EXIT.
           EXIT.

      *****************************************************************
      * 095-OPEN-HOLD-MASTER: A HOLD MASTER THAT IS NOT THERE HAS     *
      * NOTHING ON IT - THE VALUATION RUNS WITHOUT HELD LINES.        *
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

      *****************************************************************
      * 200-VALUE-ONE-ITEM: EXTENDS ONE MASTER RECORD'S ON-HAND BY    *
      * ITS AVERAGE COST AND PRINTS THE LINE. A POSITION WITH NO      *
      * COST YET IS VALUED AT ITS PRICEMAST PRICE AND FLAGGED; ONE    *
      * HOLDING STOCK WITH NEITHER CARRIES A ZERO VALUE AND IS        *
      * FLAGGED - THE TOTAL IS UNDERSTATED BY WHATEVER IT IS WORTH.   *
      *****************************************************************
       200-VALUE-ONE-ITEM.
           READ INVENTORY-MASTER NEXT RECORD
           MOVE INV-QTY-ON-HAND TO DL-ON-HAND.
           MOVE SPACE TO DL-NO-PRICE-FLAG.
           MOVE SPACES TO DL-NOTE.
           IF INV-AVG-COST > ZERO
               MOVE INV-AVG-COST TO WS-UNIT-VALUE
               MOVE INV-AVG-COST TO DL-UNIT-PRICE
               COMPUTE WS-ITEM-VALUE ROUNDED =
                   INV-QTY-ON-HAND * WS-UNIT-VALUE
               ADD WS-ITEM-VALUE TO WS-TOTAL-VALUE
               MOVE WS-ITEM-VALUE TO DL-VALUE
           ELSE IF PRICE-FOUND
               MOVE WS-PRICE-IN-FORCE TO WS-UNIT-VALUE
               MOVE WS-PRICE-IN-FORCE TO DL-UNIT-PRICE
               COMPUTE WS-ITEM-VALUE ROUNDED =
                   INV-QTY-ON-HAND * WS-UNIT-VALUE
               ADD WS-ITEM-VALUE TO WS-TOTAL-VALUE
               MOVE WS-ITEM-VALUE TO DL-VALUE
               IF INV-QTY-ON-HAND NOT = ZERO
                   ADD 1 TO WS-AT-PRICE-COUNT
                   MOVE '*' TO DL-NO-PRICE-FLAG
                   MOVE 'NO COST - AT PRICE  ' TO DL-NOTE
               END-IF
           ELSE
               MOVE ZERO TO DL-UNIT-PRICE
               MOVE ZERO TO WS-ITEM-VALUE
                   MOVE 'STOCK WITH NO PRICE ' TO DL-NOTE
               END-IF
           END-IF.
           ADD WS-ITEM-VALUE TO WS-CLS-VALUE (WS-CLASS-IDX).
           MOVE WS-DETAIL-LINE TO VALUATION-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
           PERFORM 270-SUM-HELD-STOCK
               THRU 270-SUM-HELD-STOCK-EXIT.
           IF WS-POS-HELD-QTY NOT = ZERO
               ADD 1 TO WS-HELD-POSITIONS
               ADD WS-POS-HELD-VALUE TO WS-HELD-VALUE-TOTAL
               COMPUTE WS-HELD-UNIT-COST ROUNDED =
                   WS-POS-HELD-VALUE / WS-POS-HELD-QTY
               MOVE WS-POS-HELD-QTY TO HL-HELD-QTY
               MOVE WS-HELD-UNIT-COST TO HL-UNIT-COST
               MOVE WS-POS-HELD-VALUE TO HL-VALUE
               MOVE WS-HELD-LINE TO VALUATION-RECORD
               PERFORM 280-EMIT-REPORT-LINE
                   THRU 280-EMIT-REPORT-LINE-EXIT.
       250-WRITE-VALUATION-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 260-FIND-PRICE-IN-FORCE: FINDS THE PRICE IN FORCE ON THE RUN  *
      * DATE FOR WS-PRICE-LOOKUP-CODE - THE DATED PRICE WITH THE      *
      * LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE. THE MASTER IS   *
      * STARTED AT THE ITEM'S FIRST DATED PRICE AND READ FORWARD;     *
      * THE KEY KEEPS EACH ITEM'S PRICES IN DATE ORDER, SO THE LAST   *
      * ONE READ BEFORE A FUTURE DATE (OR THE NEXT ITEM) IS THE ONE.  *
      * FUTURE-DATED PRICES LOADED AHEAD OF TIME ARE PASSED OVER      *
      * UNTIL THEIR DAY COMES.                                        *
      *****************************************************************
       260-FIND-PRICE-IN-FORCE.
           MOVE 'N' TO WS-PRICE-LOOKUP-FOUND-FLAG.
           MOVE ZERO TO WS-PRICE-IN-FORCE.
           MOVE 'N' TO WS-PRICE-WALK-END-FLAG.
           MOVE WS-PRICE-LOOKUP-CODE TO PM-ITEM-CODE.
           MOVE LOW-VALUES TO PM-EFF-DATE.
           START PRICEMAST-FILE KEY IS NOT < PM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PRICE-WALK-END-FLAG
           END-START.
           PERFORM 265-TEST-ONE-PRICE
               THRU 265-TEST-ONE-PRICE-EXIT
               UNTIL PRICE-WALK-END.
       260-FIND-PRICE-IN-FORCE-EXIT.
           EXIT.

       265-TEST-ONE-PRICE.
           READ PRICEMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PRICE-WALK-END-FLAG
                   GO TO 265-TEST-ONE-PRICE-EXIT
           END-READ.
           IF PM-ITEM-CODE NOT = WS-PRICE-LOOKUP-CODE
                   OR PM-EFF-DATE > WS-RUN-DATE-TEXT
               MOVE 'Y' TO WS-PRICE-WALK-END-FLAG
               GO TO 265-TEST-ONE-PRICE-EXIT.
           MOVE 'Y' TO WS-PRICE-LOOKUP-FOUND-FLAG.
           MOVE PM-PRICE TO WS-PRICE-IN-FORCE.
       265-TEST-ONE-PRICE-EXIT.
           EXIT.

      *****************************************************************
      * 270-SUM-HELD-STOCK: TOTALS THE QUANTITY STILL HELD FOR        *
      * INSPECTION AT THE POSITION IN HAND, AND ITS VALUE AT EACH     *
      * HELD RECEIPT'S OWN COST - THE COST IT WILL CARRY ONTO         *
      * ON-HAND WHEN QC RELEASES IT.                                  *
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
           WRITE VALUATION-RECORD.
           MOVE WS-VALUE-CHANGE TO TL-VALUE-OUT.
           MOVE WS-TOTAL-LINE TO VALUATION-RECORD.
           WRITE VALUATION-RECORD.
           MOVE 'VALUE HELD FOR INSPECTION:    ' TO TL-LABEL.
           MOVE WS-HELD-VALUE-TOTAL TO TL-VALUE-OUT.
           MOVE WS-TOTAL-LINE TO VALUATION-RECORD.
           WRITE VALUATION-RECORD.
           COMPUTE WS-VALUE-WITH-HELD =
               WS-TOTAL-VALUE + WS-HELD-VALUE-TOTAL.
           MOVE 'TOTAL INCLUDING HELD STOCK:   ' TO TL-LABEL.
           MOVE WS-VALUE-WITH-HELD TO TL-VALUE-OUT.
           MOVE WS-TOTAL-LINE TO VALUATION-RECORD.
           WRITE VALUATION-RECORD.
           MOVE 'POSITIONS HOLDING QC STOCK:   ' TO SL-LABEL.
           MOVE WS-HELD-POSITIONS TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO VALUATION-RECORD.
           WRITE VALUATION-RECORD.
           MOVE 'POSITIONS VALUED AT PRICE:    ' TO SL-LABEL.
           MOVE WS-AT-PRICE-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO VALUATION-RECORD.
           WRITE VALUATION-RECORD.
           MOVE 'ITEMS HOLDING STOCK, NO PRICE:' TO SL-LABEL.
           MOVE WS-NO-PRICE-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO VALUATION-RECORD.
           MOVE WS-BLANK-LINE TO VALUATION-RECORD.
           WRITE VALUATION-RECORD.
           MOVE SPACES TO VALUATION-RECORD.
           STRING '     CLS    ITEMS      ON HAND        VALUE AT COST'
                   ' BY CLASS'
               DELIMITED BY SIZE INTO VALUATION-RECORD.
           WRITE VALUATION-RECORD.
           MOVE ZERO TO WS-CLS-SUB.
           MOVE WS-CLS-CODE (WS-CLS-SUB) TO CLS-CODE-OUT.
           MOVE WS-CLS-ITEMS (WS-CLS-SUB) TO CLS-ITEMS-OUT.
           MOVE WS-CLS-ON-HAND (WS-CLS-SUB) TO CLS-QTY-OUT.
           MOVE WS-CLS-VALUE (WS-CLS-SUB) TO CLS-VALUE-OUT.
           MOVE WS-CLASS-LINE TO VALUATION-RECORD.
           WRITE VALUATION-RECORD.
       330-WRITE-ONE-CLASS-EXIT.
                   MOVE WS-CLS-WORK-CODE TO
                       WS-CLS-CODE (WS-CLASS-IDX)
                   MOVE ZERO TO WS-CLS-ITEMS (WS-CLASS-IDX)
                   MOVE ZERO TO WS-CLS-ON-HAND (WS-CLASS-IDX)
                   MOVE ZERO TO WS-CLS-VALUE (WS-CLASS-IDX).
           ADD 1 TO WS-CLS-ITEMS (WS-CLASS-IDX).
           ADD INV-QTY-ON-HAND TO WS-CLS-ON-HAND (WS-CLASS-IDX).
       0902-TALLY-CLASS-EXIT.
