      * FILENAME: HERC01.SOURCE.COBOL(PHYSCNT)                        *
      * PURPOSE: PHYSICAL COUNT RECONCILIATION. READS THE             *
      * PHYSICAL-COUNTS FILE (ITEM CODE, COUNTED QUANTITY, COUNTER    *
      * ID, APPROVAL FLAG), COMPARES EACH COUNT TO THE BOOK           *
      * QUANTITY ON INVENTORY-MASTER, PRINTS A VARIANCE REPORT        *
      * RANKED BY DOLLAR IMPACT USING PRICEMAST PRICES, AND POSTS     *
      * THE APPROVED ADJUSTMENTS TO THE MASTER IN ONE PASS, LOGGED    *
      * TO PROJ6'S AUDIT FILE SO THE ADJUSTMENT RUN LEAVES THE SAME   *
      * PAPER TRAIL A POSTING RUN DOES.                               *
      *                                                               *
      * EVERY APPROVED COUNT THAT MOVES THE BOOK QUANTITY MUST SAY    *
      * WHY, WITH A REASON CODE OFF THE ADJREASN MASTER ADJRMNT       *
      * KEEPS; A COUNT WITHOUT A GOOD ONE WAITS UNPOSTED LIKE AN      *
      * UNAPPROVED COUNT. EACH POSTED VARIANCE GOES ON PROJ6'S        *
      * TRANSHIST AS AN ADJUSTMENT CARRYING ITS REASON, SO SHRINKRPT  *
      * AND THE STOCK CARD SEE COUNT-DRIVEN ADJUSTMENTS ALONGSIDE     *
      * KEYED ONES.                                                   *
      *                                                               *
      * A COUNT MUST COME BACK UNDER THE EMPLOYEE ID OF AN EMPLOYEE   *
      * ON PROJ4'S PERSON MASTER, AND - WHERE CYCLECNT SHARED THE     *
      * LINE OUT - THE ID OF THE EMPLOYEE IT WENT TO. ANY OTHER IS    *
      * REJECTED: NEVER POSTED, AND LEFT OUT OF THE PROJ3 FEED. EACH  *
      * COUNT THAT POSTS IS LOGGED UNDER ITS COUNTER ON THE COUNTLOG  *
      * FILE FOR CNTACCY'S COUNTER-ACCURACY REPORT.                   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHYSCNT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNTS-STATUS.
           SELECT PRICEMAST-FILE ASSIGN DYNAMIC WS-PRICEMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PRICEMAST-STATUS.
           SELECT INVENTORY-MASTER ASSIGN DYNAMIC WS-INVENTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT COUNTVAR-FILE ASSIGN DYNAMIC WS-COUNTVAR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNTVAR-STATUS.
      *****************************************************************
      * ADJREASN-FILE: THE ADJUSTMENT REASON MASTER - SEE ADJRMNT.    *
      * HISTORY-FILE: PROJ6'S TRANSHIST, APPENDED WITH ONE            *
      * ADJUSTMENT RECORD PER VARIANCE POSTED.                        *
      *****************************************************************
           SELECT ADJREASN-FILE ASSIGN DYNAMIC WS-ADJREASN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJREASN-STATUS.
           SELECT HISTORY-FILE ASSIGN DYNAMIC WS-TRANSHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSHIST-STATUS.
      *****************************************************************
      * PERSON-MASTER: PROJ4'S EMPLOYEE MASTER, FOUND THROUGH         *
      * PROJ6_PERSMAST_PATH THE SAME WAY CYCLECNT FINDS IT, AND READ  *
      * BY KEY TO CHECK EACH COUNT'S COUNTER. COUNTLOG-FILE: THE      *
      * COUNT LOG - SEE copybooks/COUNTLOG.CPY.                       *
      *****************************************************************
           SELECT PERSON-MASTER ASSIGN DYNAMIC WS-PERSMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PS-EMP-ID
               FILE STATUS IS WS-PERSMAST-STATUS.
           SELECT COUNTLOG-FILE ASSIGN DYNAMIC WS-COUNTLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNTLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
           05  PC-AREA-DEPT         PIC X(03).
      *****************************************************************
      * PC-REASON-CODE: WHY THE COUNT DIFFERS FROM THE BOOK, AS THE   *
      * SUPERVISOR SIGNED IT OFF - A CODE ON ADJREASN (BREAKAGE,      *
      * THEFT, A MISCOUNT AND SO ON). NEEDED ONLY WHERE THE COUNT     *
      * MOVES THE BOOK QUANTITY.                                      *
      *****************************************************************
           05  PC-REASON-CODE       PIC X(03).
      *****************************************************************
      * PC-ASSIGNED-ID: THE EMPLOYEE CYCLECNT SHARED THE LINE OUT TO  *
      * (BLANK ON A LINE NO ONE WAS GIVEN). PC-COUNTER-ID: THE        *
      * EMPLOYEE ID OF WHOEVER COUNTED IT, AS THEY ENTERED IT. THE    *
      * COUNTER ID TAKES THE PLACE OF PC-COUNTER-INITIALS, WHICH IS   *
      * NO LONGER READ.                                               *
      *****************************************************************
           05  PC-ASSIGNED-ID       PIC X(05).
           05  PC-COUNTER-ID        PIC X(05).
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

       FD  VARIANCE-FILE
           RECORDING MODE IS F.
           05  CV-AMOUNT            PIC S9(5)
                                     SIGN IS LEADING SEPARATE.

      *****************************************************************
      * ADJREASN-FILE: SAME LAYOUT AS ADJRMNT'S AR-RECORD.            *
      *****************************************************************
       FD  ADJREASN-FILE
           RECORDING MODE IS F.

       01  AR-RECORD.
           05  AR-REASON-CODE       PIC X(03).
           05  AR-DESCRIPTION       PIC X(25).
           05  AR-STATUS            PIC X(01).

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
           05  HIST-ADJ-REASON       REDEFINES HIST-CHARGE-DEPT
                                     PIC X(03).

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

       FD  COUNTLOG-FILE
           RECORDING MODE IS F.

       COPY COUNTLOG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-COUNTS-STATUS      PIC XX.
           05  WS-INVENTORY-STATUS   PIC XX.
           05  WS-PRICEMAST-STATUS   PIC XX.
           05  WS-AUDIT-FILE-STATUS  PIC XX.
           05  WS-COUNTVAR-STATUS    PIC XX.
           05  WS-ADJREASN-STATUS    PIC XX.
           05  WS-TRANSHIST-STATUS   PIC XX.
           05  WS-PERSMAST-STATUS    PIC XX.
           05  WS-COUNTLOG-STATUS    PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-COUNTS-EOF-FLAG    PIC X          VALUE 'N'.
               88  COUNTS-EOF        VALUE 'Y'.
           05  WS-PRICE-WALK-END-FLAG PIC X         VALUE 'N'.
               88  PRICE-WALK-END    VALUE 'Y'.
           05  WS-ADJREASN-EOF-FLAG  PIC X          VALUE 'N'.
               88  ADJREASN-EOF      VALUE 'Y'.
           05  WS-ADJREASN-MISSING-FLAG PIC X       VALUE 'N'.
               88  ADJREASN-MISSING  VALUE 'Y'.

      *****************************************************************
      * WS-ADJR-TABLE: THE REASON CODES OFF ADJREASN WITH THEIR       *
      * STATUS - THE SAME TABLE PROJ6 CHECKS KEYED ADJUSTMENTS        *
      * AGAINST. WITH NO ADJREASN THE REASON IS NOT CHECKED.          *
      *****************************************************************
       01  WS-ADJR-TABLE.
           05  WS-ADJR-COUNT        PIC 9(03) COMP VALUE ZERO.
           05  WS-ADJR-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-ADJR-COUNT
                       INDEXED BY WS-ADJR-IDX.
               10  WS-ADJR-CODE        PIC X(03).
               10  WS-ADJR-STATUS      PIC X(01).

       01  WS-PRICE-LOOKUP-FOUND-FLAG PIC X         VALUE 'N'.
           88  PRICE-FOUND                          VALUE 'Y'.
       01  WS-PRICE-LOOKUP-WORK.
           05  WS-PRICE-LOOKUP-CODE PIC X(10)      VALUE SPACES.
           05  WS-PRICE-IN-FORCE    PIC 9(05)V99   VALUE ZERO.

      *****************************************************************
      * WS-COUNT-TABLE: EVERY COUNT RECORD WITH ITS BOOK QUANTITY,    *
               10  WS-CNT-VARIANCE     PIC S9(07).
               10  WS-CNT-IMPACT       PIC S9(11)V99 COMP-3.
               10  WS-CNT-ABS-IMPACT   PIC 9(11)V99  COMP-3.
               10  WS-CNT-COUNTER-ID   PIC X(05).
               10  WS-CNT-AREA-DEPT    PIC X(03).
               10  WS-CNT-APPROVED     PIC X(01).
               10  WS-CNT-ON-MASTER    PIC X(01).
               10  WS-CNT-REASON       PIC X(03).
               10  WS-CNT-PRICE        PIC 9(05)V99.
               10  WS-CNT-POSTED       PIC X(10).
                   88  CNT-COUNTER-REJECTED VALUE 'BAD CTR'
                                                  'WRONG CTR'.

       77  WS-CNT-SUB               PIC 9(05) COMP VALUE ZERO.
       77  WS-SORT-J                PIC 9(05) COMP VALUE ZERO.
       77  WS-POSTED-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-REASON-HELD-COUNT     PIC 9(05) COMP VALUE ZERO.
       77  WS-HISTORY-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-COUNTER-REJECT-COUNT  PIC 9(05) COMP VALUE ZERO.
       77  WS-COUNTLOG-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-NET-IMPACT            PIC S9(13)V99 COMP-3 VALUE ZERO.

      *****************************************************************
           05  WS-SWAP-VARIANCE     PIC S9(07).
           05  WS-SWAP-IMPACT       PIC S9(11)V99 COMP-3.
           05  WS-SWAP-ABS-IMPACT   PIC 9(11)V99  COMP-3.
           05  WS-SWAP-COUNTER-ID   PIC X(05).
           05  WS-SWAP-AREA-DEPT    PIC X(03).
           05  WS-SWAP-APPROVED     PIC X(01).
           05  WS-SWAP-ON-MASTER    PIC X(01).
           05  WS-SWAP-REASON       PIC X(03).
           05  WS-SWAP-PRICE        PIC 9(05)V99.
           05  WS-SWAP-POSTED       PIC X(10).

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE-TEXT      PIC X(08)      VALUE ZEROS.
           05  WS-VARIANCE-PATH      PIC X(80) VALUE SPACES.
           05  WS-AUDIT-PATH         PIC X(80) VALUE SPACES.
           05  WS-COUNTVAR-PATH      PIC X(80) VALUE SPACES.
           05  WS-ADJREASN-PATH      PIC X(80) VALUE SPACES.
           05  WS-TRANSHIST-PATH     PIC X(80) VALUE SPACES.
           05  WS-PERSMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-COUNTLOG-PATH      PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(6)      VALUE SPACES.
               10  FILLER          PIC X(13)     VALUE 'DOLLAR IMPACT'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(5)      VALUE 'CTR'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(3)      VALUE 'RSN'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'POSTED'.
               10  FILLER          PIC X(39)     VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-IMPACT           PIC +Z(10).99.
           05  DL-NO-PRICE-FLAG    PIC X(1).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-COUNTER-ID       PIC X(5).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-REASON           PIC X(3).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-POSTED           PIC X(10).
           05  FILLER              PIC X(39)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
                   '-' WS-RUN-DATE-TEXT (7:2)
               INTO WS-RUN-DATE-DISPLAY.

      *****************************************************************
      * THE PRICE MASTER STAYS OPEN FOR THE RUN - EACH VARIANCE IS   *
      * PRICED BY KEY. WITHOUT IT THE VARIANCES CANNOT BE RANKED, SO *
      * THE RUN ABENDS BEFORE ANY ADJUSTMENT POSTS.                  *
      *****************************************************************
           OPEN INPUT PRICEMAST-FILE.
           IF WS-PRICEMAST-STATUS NOT = '00'
               DISPLAY 'PHYSCNT ABEND - NO INDEXED PRICE MASTER (RUN '
                   'PRICRELD) - STATUS ' WS-PRICEMAST-STATUS
                   ' - NOTHING POSTED'
               MOVE 16 TO RETURN-CODE
               GOBACK.
      *****************************************************************
      * NOR CAN ANY COUNT'S COUNTER BE CHECKED WITHOUT THE PERSON     *
      * MASTER, SO THE RUN ABENDS WITHOUT IT TOO.                     *
      *****************************************************************
           OPEN INPUT PERSON-MASTER.
           IF WS-PERSMAST-STATUS NOT = '00'
               DISPLAY 'PHYSCNT ABEND - PERSON MASTER STATUS '
                   WS-PERSMAST-STATUS ' - NOTHING POSTED'
               CLOSE PRICEMAST-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK.
           PERFORM 060-LOAD-ADJ-REASONS
               THRU 060-LOAD-ADJ-REASONS-EXIT.

           OPEN I-O INVENTORY-MASTER.
           IF WS-INVENTORY-STATUS NOT = '00'
           IF WS-COUNTS-STATUS NOT = '00'
               DISPLAY 'NO PHYSICAL COUNTS FILE FOUND - NOTHING TO DO'
               CLOSE INVENTORY-MASTER
                     PRICEMAST-FILE
                     PERSON-MASTER
               GOBACK.
           OPEN EXTEND HISTORY-FILE.
           IF WS-TRANSHIST-STATUS = '05' OR WS-TRANSHIST-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE.
           OPEN EXTEND COUNTLOG-FILE.
           IF WS-COUNTLOG-STATUS = '05' OR WS-COUNTLOG-STATUS = '35'
               OPEN OUTPUT COUNTLOG-FILE.
           PERFORM 100-PROCESS-COUNT-RECORD
               UNTIL COUNTS-EOF.
           CLOSE COUNTS-FILE
                 HISTORY-FILE
                 COUNTLOG-FILE.

           PERFORM 300-RANK-BY-DOLLAR-IMPACT
               THRU 300-RANK-BY-DOLLAR-IMPACT-EXIT.
               THRU 400-WRITE-VARIANCE-REPORT-EXIT.
           PERFORM 500-FEED-VARIANCE-FILE
               THRU 500-FEED-VARIANCE-FILE-EXIT.
           CLOSE INVENTORY-MASTER
                 PRICEMAST-FILE
                 PERSON-MASTER.
           PERFORM 600-WRITE-AUDIT-LOG
               THRU 600-WRITE-AUDIT-LOG-EXIT.

           DISPLAY 'PHYSCNT: ITEMS COUNTED       : ' WS-COUNT-COUNT.
           DISPLAY 'PHYSCNT: ADJUSTMENTS POSTED  : ' WS-POSTED-COUNT.
           DISPLAY 'PHYSCNT: HELD FOR NO REASON  : '
               WS-REASON-HELD-COUNT.
           DISPLAY 'PHYSCNT: REJECTED - COUNTER  : '
               WS-COUNTER-REJECT-COUNT.
           DISPLAY 'PHYSCNT: HISTORY RECORDS     : ' WS-HISTORY-COUNT.
           DISPLAY 'PHYSCNT: COUNT LOG RECORDS   : ' WS-COUNTLOG-COUNT.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'PHYSCNT: RECONCILIATION RUN ENDED'.
           GOBACK.
                   '/PHYSCOUNT' DELIMITED BY SIZE
               INTO WS-COUNTS-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PRICEMAST.IDX' DELIMITED BY SIZE
               INTO WS-PRICEMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/INVENTORY' DELIMITED BY SIZE
                       DELIMITED BY SIZE
                       'control/data/VARIANCE' DELIMITED BY SIZE
                   INTO WS-COUNTVAR-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/ADJREASN' DELIMITED BY SIZE
               INTO WS-ADJREASN-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/TRANSHIST' DELIMITED BY SIZE
               INTO WS-TRANSHIST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/COUNTLOG' DELIMITED BY SIZE
               INTO WS-COUNTLOG-PATH.
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
      * 060-LOAD-ADJ-REASONS: LOADS THE REASON CODES A COUNT          *
      * ADJUSTMENT MAY BE POSTED UNDER - THE SAME LOAD AS PROJ6'S     *
      * 061-LOAD-ADJ-REASONS. NO ADJREASN MEANS THE REASON CANNOT BE  *
      * CHECKED, SO APPROVED COUNTS POST AS THEY ALWAYS DID.          *
      *****************************************************************
       060-LOAD-ADJ-REASONS.
           OPEN INPUT ADJREASN-FILE.
           IF WS-ADJREASN-STATUS NOT = '00'
               DISPLAY 'NO ADJREASN FILE FOUND - ADJUSTMENT REASONS '
                   'NOT CHECKED'
               MOVE 'Y' TO WS-ADJREASN-MISSING-FLAG
               GO TO 060-LOAD-ADJ-REASONS-EXIT.
           PERFORM 061-LOAD-ONE-ADJ-REASON
               UNTIL ADJREASN-EOF.
           CLOSE ADJREASN-FILE.
       060-LOAD-ADJ-REASONS-EXIT.
           EXIT.

       061-LOAD-ONE-ADJ-REASON.
           READ ADJREASN-FILE
               AT END
                   MOVE 'Y' TO WS-ADJREASN-EOF-FLAG
               NOT AT END
                   IF AR-REASON-CODE = SPACES
                       CONTINUE
                   ELSE IF WS-ADJR-COUNT < 50
                       ADD 1 TO WS-ADJR-COUNT
                       MOVE AR-REASON-CODE TO
                           WS-ADJR-CODE (WS-ADJR-COUNT)
                       MOVE AR-STATUS TO WS-ADJR-STATUS (WS-ADJR-COUNT)
                   ELSE
                       DISPLAY 'WARNING: ADJUSTMENT REASON TABLE '
                           'FULL - ' AR-REASON-CODE ' NOT LOADED'.

      *****************************************************************
      * 100-PROCESS-COUNT-RECORD: READS ONE COUNT, FETCHES THE BOOK   *
      * QUANTITY, WORKS OUT THE VARIANCE AND ITS DOLLAR IMPACT, AND   *
      * POSTS THE ADJUSTMENT IF THE COUNT IS APPROVED AND CAME BACK   *
      * FROM THE RIGHT COUNTER.                                       *
      *****************************************************************
       100-PROCESS-COUNT-RECORD.
           READ COUNTS-FILE
           MOVE PC-ITEM-CODE TO WS-CNT-ITEM-CODE (WS-CNT-SUB).
           MOVE PC-LOC-CODE TO WS-CNT-LOC-CODE (WS-CNT-SUB).
           MOVE PC-COUNTED-QTY TO WS-CNT-COUNTED-QTY (WS-CNT-SUB).
           MOVE PC-COUNTER-ID TO WS-CNT-COUNTER-ID (WS-CNT-SUB).
           MOVE PC-AREA-DEPT TO WS-CNT-AREA-DEPT (WS-CNT-SUB).
           MOVE PC-APPROVED TO WS-CNT-APPROVED (WS-CNT-SUB).
           MOVE PC-REASON-CODE TO WS-CNT-REASON (WS-CNT-SUB).
           MOVE 'NO' TO WS-CNT-POSTED (WS-CNT-SUB).

           MOVE PC-ITEM-CODE TO INV-ITEM-CODE.
           MOVE PC-LOC-CODE  TO INV-LOC-CODE.
               PC-COUNTED-QTY - WS-CNT-BOOK-QTY (WS-CNT-SUB).
           PERFORM 175-PRICE-THE-VARIANCE
               THRU 175-PRICE-THE-VARIANCE-EXIT.
           PERFORM 185-CHECK-COUNTER
               THRU 185-CHECK-COUNTER-EXIT.
           IF CNT-COUNTER-REJECTED (WS-CNT-SUB)
               GO TO 150-RECONCILE-ONE-COUNT-EXIT.
           IF NOT COUNT-APPROVED
               GO TO 150-RECONCILE-ONE-COUNT-EXIT.
           IF WS-CNT-VARIANCE (WS-CNT-SUB) NOT = ZERO
                   AND NOT ADJREASN-MISSING
               PERFORM 180-CHECK-COUNT-REASON
                   THRU 180-CHECK-COUNT-REASON-EXIT.
           IF WS-CNT-POSTED (WS-CNT-SUB) = 'NO'
               PERFORM 200-POST-ADJUSTMENT
                   THRU 200-POST-ADJUSTMENT-EXIT.
       150-RECONCILE-ONE-COUNT-EXIT.
               WS-PRICE-LOOKUP-CODE.
           PERFORM 176-FIND-PRICE-IN-FORCE
               THRU 176-FIND-PRICE-IN-FORCE-EXIT.
           MOVE WS-PRICE-IN-FORCE TO WS-CNT-PRICE (WS-CNT-SUB).
           IF PRICE-FOUND
               COMPUTE WS-CNT-IMPACT (WS-CNT-SUB) =
                   WS-CNT-VARIANCE (WS-CNT-SUB)
           EXIT.

      *****************************************************************
      * 176-FIND-PRICE-IN-FORCE: FINDS THE PRICE IN FORCE ON THE RUN  *
      * DATE FOR WS-PRICE-LOOKUP-CODE - THE DATED PRICE WITH THE      *
      * LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE. THE MASTER IS   *
      * STARTED AT THE ITEM'S FIRST DATED PRICE AND READ FORWARD;     *
      * THE KEY KEEPS EACH ITEM'S PRICES IN DATE ORDER, SO THE LAST   *
      * ONE READ BEFORE A FUTURE DATE (OR THE NEXT ITEM) IS THE ONE.  *
      * FUTURE-DATED PRICES LOADED AHEAD OF TIME ARE PASSED OVER      *
      * UNTIL THEIR DAY COMES.                                        *
      *****************************************************************
       176-FIND-PRICE-IN-FORCE.
           MOVE 'N' TO WS-PRICE-LOOKUP-FOUND-FLAG.
           MOVE ZERO TO WS-PRICE-IN-FORCE.
           MOVE 'N' TO WS-PRICE-WALK-END-FLAG.
           MOVE WS-PRICE-LOOKUP-CODE TO PM-ITEM-CODE.
           MOVE LOW-VALUES TO PM-EFF-DATE.
           START PRICEMAST-FILE KEY IS NOT < PM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PRICE-WALK-END-FLAG
           END-START.
           PERFORM 177-TEST-ONE-PRICE
               THRU 177-TEST-ONE-PRICE-EXIT
               UNTIL PRICE-WALK-END.
       176-FIND-PRICE-IN-FORCE-EXIT.
           EXIT.

       177-TEST-ONE-PRICE.
           READ PRICEMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PRICE-WALK-END-FLAG
                   GO TO 177-TEST-ONE-PRICE-EXIT
           END-READ.
           IF PM-ITEM-CODE NOT = WS-PRICE-LOOKUP-CODE
                   OR PM-EFF-DATE > WS-RUN-DATE-TEXT
               MOVE 'Y' TO WS-PRICE-WALK-END-FLAG
               GO TO 177-TEST-ONE-PRICE-EXIT.
           MOVE 'Y' TO WS-PRICE-LOOKUP-FOUND-FLAG.
           MOVE PM-PRICE TO WS-PRICE-IN-FORCE.
       177-TEST-ONE-PRICE-EXIT.
           EXIT.

      *****************************************************************
      * 180-CHECK-COUNT-REASON: AN APPROVED COUNT THAT MOVES THE BOOK *
      * MUST CARRY A REASON ON ADJREASN THAT HAS NOT BEEN RETIRED     *
      * ('R') - THE SAME TEST PROJ6'S 181-CHECK-ADJ-REASON PUTS TO A  *
      * KEYED ADJUSTMENT. ONE THAT DOES NOT IS LEFT UNPOSTED, MARKED  *
      * ON THE REPORT, UNTIL THE SHEET COMES BACK WITH A GOOD CODE.   *
      *****************************************************************
       180-CHECK-COUNT-REASON.
           IF WS-CNT-REASON (WS-CNT-SUB) = SPACES
               MOVE 'NO REASON' TO WS-CNT-POSTED (WS-CNT-SUB)
               ADD 1 TO WS-REASON-HELD-COUNT
               GO TO 180-CHECK-COUNT-REASON-EXIT.
           IF WS-ADJR-COUNT = ZERO
               GO TO 180-CHECK-COUNT-REASON-EXIT.
           SET WS-ADJR-IDX TO 1.
           SEARCH WS-ADJR-ENTRY
               AT END
                   MOVE 'BAD REASON' TO WS-CNT-POSTED (WS-CNT-SUB)
               WHEN WS-ADJR-CODE (WS-ADJR-IDX) =
                       WS-CNT-REASON (WS-CNT-SUB)
                   IF WS-ADJR-STATUS (WS-ADJR-IDX) = 'R'
                       MOVE 'BAD REASON' TO WS-CNT-POSTED (WS-CNT-SUB)
                   END-IF
           END-SEARCH.
           IF WS-CNT-POSTED (WS-CNT-SUB) NOT = 'NO'
               ADD 1 TO WS-REASON-HELD-COUNT.
       180-CHECK-COUNT-REASON-EXIT.
           EXIT.

      *****************************************************************
      * 185-CHECK-COUNTER: THE COUNTER ID MUST BE ON THE PERSON       *
      * MASTER ('BAD CTR' IF NOT, OR IF LEFT BLANK), AND ON A LINE    *
      * CYCLECNT SHARED OUT IT MUST BE THE ID THE LINE WAS GIVEN TO   *
      * ('WRONG CTR' IF NOT). A REJECTED COUNT STAYS ON THE REPORT    *
      * BUT NEVER POSTS, WHETHER APPROVED OR NOT, UNTIL THE LINE IS   *
      * COUNTED AGAIN BY THE RIGHT EMPLOYEE.                          *
      *****************************************************************
       185-CHECK-COUNTER.
           IF PC-COUNTER-ID = SPACES
               MOVE 'BAD CTR' TO WS-CNT-POSTED (WS-CNT-SUB)
               ADD 1 TO WS-COUNTER-REJECT-COUNT
               GO TO 185-CHECK-COUNTER-EXIT.
           MOVE PC-COUNTER-ID TO PS-EMP-ID.
           READ PERSON-MASTER
               INVALID KEY
                   MOVE 'BAD CTR' TO WS-CNT-POSTED (WS-CNT-SUB)
                   ADD 1 TO WS-COUNTER-REJECT-COUNT
                   GO TO 185-CHECK-COUNTER-EXIT
           END-READ.
           IF PC-ASSIGNED-ID NOT = SPACES
                   AND PC-COUNTER-ID NOT = PC-ASSIGNED-ID
               MOVE 'WRONG CTR' TO WS-CNT-POSTED (WS-CNT-SUB)
               ADD 1 TO WS-COUNTER-REJECT-COUNT.
       185-CHECK-COUNTER-EXIT.
           EXIT.


      *****************************************************************
      * 200-POST-ADJUSTMENT: SETS THE BOOK QUANTITY TO THE COUNTED    *
      * QUANTITY. AN ITEM NOT YET ON THE MASTER IS SEEDED THE WAY     *
      * PROJ6'S 245-SEED-INVENTORY-RECORD SEEDS ONE. THE POSITION IS  *
      * RE-READ BEFORE THE REWRITE SO THE REORDER POINT, ON-ORDER     *
      * AND AVERAGE COST GO BACK ON THE MASTER AS THEY WERE. A        *
      * VARIANCE IS THEN WRITTEN TO TRANSHIST BY 210-WRITE-HISTORY.   *
      *****************************************************************
       200-POST-ADJUSTMENT.
           MOVE WS-CNT-ITEM-CODE (WS-CNT-SUB) TO INV-ITEM-CODE.
           MOVE WS-CNT-LOC-CODE (WS-CNT-SUB)  TO INV-LOC-CODE.
           IF WS-CNT-ON-MASTER (WS-CNT-SUB) = 'Y'
               READ INVENTORY-MASTER
                   INVALID KEY
                       MOVE ZERO TO INV-REORDER-POINT
                       MOVE ZERO TO INV-QTY-ON-ORDER
                       MOVE ZERO TO INV-AVG-COST
               END-READ
               MOVE WS-CNT-COUNTED-QTY (WS-CNT-SUB) TO
                   INV-QTY-ON-HAND
               REWRITE INV-RECORD
                   INV-QTY-ON-HAND
               MOVE ZERO TO INV-REORDER-POINT
               MOVE ZERO TO INV-QTY-ON-ORDER
               MOVE ZERO TO INV-AVG-COST
               WRITE INV-RECORD.
           MOVE 'YES' TO WS-CNT-POSTED (WS-CNT-SUB).
           ADD 1 TO WS-POSTED-COUNT.
           ADD WS-CNT-IMPACT (WS-CNT-SUB) TO WS-NET-IMPACT.
           IF WS-CNT-VARIANCE (WS-CNT-SUB) NOT = ZERO
               PERFORM 210-WRITE-HISTORY THRU 210-WRITE-HISTORY-EXIT.
           PERFORM 220-WRITE-COUNT-LOG THRU 220-WRITE-COUNT-LOG-EXIT.
       200-POST-ADJUSTMENT-EXIT.
           EXIT.

      *****************************************************************
      * 210-WRITE-HISTORY: ONE ADJUSTMENT ('A') RECORD ON TRANSHIST   *
      * FOR THE POSTED VARIANCE, IN PROJ6'S HIST-RECORD LAYOUT - THE  *
      * SIGNED QUANTITY IS THE VARIANCE (A SHORTAGE IS NEGATIVE, AS   *
      * A KEYED WRITE-OFF IS), AT THE POSITION'S AVERAGE COST, WITH   *
      * THE COUNTED QUANTITY AS THE NEW ON-HAND AND THE REASON CODE.  *
      *****************************************************************
       210-WRITE-HISTORY.
           MOVE WS-CNT-ITEM-CODE (WS-CNT-SUB) TO HIST-ITEM-CODE.
           MOVE WS-CNT-LOC-CODE (WS-CNT-SUB)  TO HIST-LOC-CODE.
           MOVE WS-RUN-DATE-TEXT              TO HIST-RUN-DATE.
           MOVE 'A'                           TO HIST-TRANS-TYPE.
           MOVE WS-CNT-VARIANCE (WS-CNT-SUB)  TO HIST-SIGNED-QTY.
           MOVE WS-CNT-PRICE (WS-CNT-SUB)     TO HIST-PRICE.
           MOVE WS-CNT-COUNTED-QTY (WS-CNT-SUB) TO HIST-ON-HAND.
           MOVE INV-AVG-COST                  TO HIST-UNIT-COST.
           MOVE SPACES                        TO HIST-PO-NUMBER.
           MOVE WS-CNT-REASON (WS-CNT-SUB)    TO HIST-ADJ-REASON.
           WRITE HIST-RECORD.
           ADD 1 TO WS-HISTORY-COUNT.
       210-WRITE-HISTORY-EXIT.
           EXIT.

      *****************************************************************
      * 220-WRITE-COUNT-LOG: LOGS THE POSTED COUNT UNDER ITS COUNTER  *
      * - A MATCHING COUNT (NO VARIANCE) IS LOGGED AS WELL, SO THE    *
      * ACCURACY REPORT SEES EVERY COUNT THE EMPLOYEE GOT RIGHT.      *
      *****************************************************************
       220-WRITE-COUNT-LOG.
           MOVE WS-RUN-DATE-TEXT               TO CL-COUNT-DATE.
           MOVE WS-CNT-ITEM-CODE (WS-CNT-SUB)  TO CL-ITEM-CODE.
           MOVE WS-CNT-LOC-CODE (WS-CNT-SUB)   TO CL-LOC-CODE.
           MOVE WS-CNT-COUNTER-ID (WS-CNT-SUB) TO CL-COUNTER-ID.
           MOVE WS-CNT-VARIANCE (WS-CNT-SUB)   TO CL-VARIANCE.
           WRITE CL-RECORD.
           ADD 1 TO WS-COUNTLOG-COUNT.
       220-WRITE-COUNT-LOG-EXIT.
           EXIT.

      *****************************************************************
      * 300-RANK-BY-DOLLAR-IMPACT: BUBBLE-SORTS THE COUNT TABLE INTO  *
      * DESCENDING ABSOLUTE DOLLAR IMPACT SO THE BIGGEST VARIANCES    *
           MOVE WS-POSTED-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO VARIANCE-RECORD.
           WRITE VARIANCE-RECORD.
           MOVE 'HELD - NO GOOD REASON CODE:   ' TO SL-LABEL.
           MOVE WS-REASON-HELD-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO VARIANCE-RECORD.
           WRITE VARIANCE-RECORD.
           MOVE 'REJECTED - WRONG/UNKNOWN CTR: ' TO SL-LABEL.
           MOVE WS-COUNTER-REJECT-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO VARIANCE-RECORD.
           WRITE VARIANCE-RECORD.
           MOVE 'NET DOLLAR IMPACT POSTED:   ' TO ITL-LABEL.
           MOVE WS-NET-IMPACT TO ITL-IMPACT-OUT.
           MOVE WS-IMPACT-TOTAL-LINE TO VARIANCE-RECORD.
           IF WS-CNT-IMPACT (WS-CNT-SUB) = ZERO
                   AND WS-CNT-VARIANCE (WS-CNT-SUB) NOT = ZERO
               MOVE '*' TO DL-NO-PRICE-FLAG.
           MOVE WS-CNT-COUNTER-ID (WS-CNT-SUB)  TO DL-COUNTER-ID.
           MOVE WS-CNT-REASON (WS-CNT-SUB)      TO DL-REASON.
           MOVE WS-CNT-POSTED (WS-CNT-SUB)      TO DL-POSTED.
           MOVE WS-DETAIL-LINE TO VARIANCE-RECORD.
           PERFORM 430-EMIT-REPORT-LINE
               THRU 430-EMIT-REPORT-LINE-EXIT.
      * WAREHOUSE AREA, SO THE NEXT PROJ3 RUN BANDS COUNT ACCURACY   *
      * ALONGSIDE THE DAILY FIGURES. A VARIANCE PAST THE RECORD'S    *
      * FIVE DIGITS IS CLIPPED TO THE FIELD LIMIT - STILL DEEP IN    *
      * THE CRITICAL BAND. A COUNT REJECTED FOR ITS COUNTER IS NOT   *
      * FED - IT IS NOT YET A COUNT ANYONE STANDS BEHIND.            *
      *****************************************************************
       500-FEED-VARIANCE-FILE.
           OPEN EXTEND COUNTVAR-FILE.

       510-FEED-ONE-VARIANCE.
           ADD 1 TO WS-CNT-SUB.
           IF CNT-COUNTER-REJECTED (WS-CNT-SUB)
               GO TO 510-FEED-ONE-VARIANCE-EXIT.
           MOVE WS-CNT-AREA-DEPT (WS-CNT-SUB) TO CV-DEPT.
           IF WS-CNT-VARIANCE (WS-CNT-SUB) > 99999
               MOVE 99999 TO CV-AMOUNT
