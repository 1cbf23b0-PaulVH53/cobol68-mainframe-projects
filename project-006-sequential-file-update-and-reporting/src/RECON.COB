               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
           SELECT PRICEMAST-FILE ASSIGN DYNAMIC WS-PRICEMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PRICEMAST-STATUS.
           SELECT INVENTORY-MASTER ASSIGN DYNAMIC WS-INVENTORY-PATH
               ORGANIZATION IS INDEXED
           05  IM-CLASS             PIC X(04).
           05  IM-UOM               PIC X(03).
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
      * YTD-MASTER: SAME LAYOUT AS PROJ6'S YTD-RECORD.                *
      *****************************************************************
               88  ITEMMAST-EOF     VALUE 'Y'.
           05  WS-PRICEMAST-EOF-FLAG PIC X         VALUE 'N'.
               88  PRICEMAST-EOF    VALUE 'Y'.
           05  WS-PRICEMAST-OPEN-FLAG PIC X        VALUE 'N'.
               88  PRICEMAST-OPEN   VALUE 'Y'.
           05  WS-PRICE-WALK-END-FLAG PIC X        VALUE 'N'.
               88  PRICE-WALK-END   VALUE 'Y'.
           05  WS-INV-EOF-FLAG      PIC X          VALUE 'N'.
               88  INV-EOF          VALUE 'Y'.
           05  WS-YTD-EOF-FLAG      PIC X          VALUE 'N'.
           05  WS-ITEM-FOUND-FLAG   PIC X         VALUE 'N'.
               88  ITEM-FOUND       VALUE 'Y'.

       01  WS-PRICE-LOOKUP-FOUND-FLAG PIC X         VALUE 'N'.
           88  PRICE-FOUND                          VALUE 'Y'.

       01  WS-PRICE-LOOKUP-WORK.
           05  WS-PRICE-LOOKUP-CODE PIC X(10)      VALUE SPACES.
           05  WS-PRICE-IN-FORCE    PIC 9(05)V99   VALUE ZERO.

      *****************************************************************
      * WS-ITEM-BREAK-FIELDS: THE INVENTORY PASS AGGREGATES THE      *
               THRU 060-READ-PARM-CARD-EXIT.
           PERFORM 040-LOAD-ITEM-MASTER
               THRU 040-LOAD-ITEM-MASTER-EXIT.
           PERFORM 050-OPEN-PRICE-MASTER
               THRU 050-OPEN-PRICE-MASTER-EXIT.

           OPEN OUTPUT RECON-FILE.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           IF WS-DATA-DIR = SPACES
               MOVE 'data' TO WS-DATA-DIR.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PRICEMAST.IDX' DELIMITED BY SIZE
               INTO WS-PRICEMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/INVENTORY' DELIMITED BY SIZE
                       DISPLAY 'WARNING: ITEM TABLE FULL - '
                           IM-ITEM-CODE ' NOT LOADED'.

      *****************************************************************
      * 050-OPEN-PRICE-MASTER: THE INDEXED PRICE MASTER STAYS OPEN    *
      * THROUGH THE INVENTORY PASS (KEYED PRICE-IN-FORCE LOOKUPS) AND *
      * THE PRICE PASS (A SEQUENTIAL WALK), AND IS CLOSED AT THE END  *
      * OF 300-RECONCILE-PRICES.                                      *
      *****************************************************************
       050-OPEN-PRICE-MASTER.
           OPEN INPUT PRICEMAST-FILE.
           IF WS-PRICEMAST-STATUS NOT = '00'
               DISPLAY 'RECON: NO PRICE MASTER FOUND - PRICE CHECKS '
                   'REPORT EVERY STOCKED ITEM AS UNPRICED'
               MOVE 'Y' TO WS-PRICEMAST-EOF-FLAG
           ELSE
               MOVE 'Y' TO WS-PRICEMAST-OPEN-FLAG.
       050-OPEN-PRICE-MASTER-EXIT.
           EXIT.

       100-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-PAGE-NUM TO RH-PAGE-OUT.
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
           IF NOT PRICEMAST-OPEN
               MOVE 'N' TO WS-PRICE-LOOKUP-FOUND-FLAG
               GO TO 260-FIND-PRICE-IN-FORCE-EXIT.
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
      * 300-RECONCILE-PRICES: EVERY DISTINCT ITEM CODE ON THE PRICE   *
      * MASTER MUST EXIST ON THE ITEM MASTER - A PRICE FOR A DELETED  *
      * ITEM IS DEAD WEIGHT THAT HIDES KEYING ERRORS. THE MASTER IS   *
      * WALKED FROM THE TOP IN KEY ORDER, SO EACH ITEM'S DATED PRICES *
      * ARRIVE TOGETHER AND THE ITEM IS JUDGED ONCE.                  *
      *****************************************************************
       300-RECONCILE-PRICES.
           MOVE WS-BLANK-LINE TO RECON-RECORD.
           MOVE WS-SECTION-TITLE-LINE TO RECON-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
           IF NOT PRICEMAST-OPEN
               GO TO 300-RECONCILE-PRICES-EXIT.
           MOVE SPACES TO WS-PREV-ITEM-CODE.
           MOVE LOW-VALUES TO PM-KEY.
           START PRICEMAST-FILE KEY IS NOT < PM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PRICEMAST-EOF-FLAG
           END-START.
           PERFORM 310-JUDGE-ONE-PRICE
               THRU 310-JUDGE-ONE-PRICE-EXIT
               UNTIL PRICEMAST-EOF.
           CLOSE PRICEMAST-FILE.
           MOVE 'N' TO WS-PRICEMAST-OPEN-FLAG.
       300-RECONCILE-PRICES-EXIT.
           EXIT.

       310-JUDGE-ONE-PRICE.
           READ PRICEMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PRICEMAST-EOF-FLAG
                   GO TO 310-JUDGE-ONE-PRICE-EXIT
           END-READ.
           IF PM-ITEM-CODE = WS-PREV-ITEM-CODE
               GO TO 310-JUDGE-ONE-PRICE-EXIT.
           MOVE PM-ITEM-CODE TO WS-PREV-ITEM-CODE.
           MOVE WS-PREV-ITEM-CODE TO WS-ITEM-LOOKUP-CODE.
           PERFORM 240-FIND-ITEM-ON-MASTER
               THRU 240-FIND-ITEM-ON-MASTER-EXIT.
