      * CLOSING BALANCE IS THE LAST MOVEMENT'S RESULTING ON-HAND.     *
      * THE CARD RE-ADDS EVERY MOVEMENT AGAINST THE OPENING BALANCE   *
      * AND CERTIFIES WHETHER THE TWO AGREE.                          *
      *                                                               *
      * MONTHS HISTARCH HAS MOVED OFF TRANSHIST PRINT AHEAD OF THE    *
      * DETAIL AS ONE 'M' LINE EACH FROM THE MONTHLY SUMMARY          *
      * (data/TRANSSUM), CARRYING THE BALANCE STRAIGHT THROUGH INTO   *
      * THE DETAIL MONTHS. A SUMMARY MONTH THE RANGE ONLY PARTLY      *
      * COVERS - THE DATES START OR END INSIDE IT - IS PRINTED IN     *
      * DETAIL FROM ITS YEAR'S ARCHIVE (data/TRANSHIST.Y<YYYY>)       *
      * INSTEAD. THAT IS THE ONLY TIME AN ARCHIVE IS OPENED.          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKCRD.
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT CARD-FILE ASSIGN DYNAMIC WS-CARD-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-FILE ASSIGN DYNAMIC WS-TRANSSUM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSSUM-STATUS.
      *****************************************************************
      * ARCHIVE-FILE: THE YEAR ARCHIVE FOR A MONTH THAT HAS TO BE     *
      * PRINTED IN DETAIL - WS-ARCHIVE-PATH IS POINTED AT THE YEAR'S  *
      * FILE BEFORE IT IS OPENED.                                     *
      *****************************************************************
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC WS-ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
                                        SEPARATE.
           05  HIST-ON-HAND          PIC S9(07)    SIGN IS TRAILING
                                        SEPARATE.
           05  HIST-UNIT-COST        PIC S9(05)V9(04)
                                     SIGN IS TRAILING SEPARATE.
           05  HIST-PO-NUMBER        PIC X(06).
           05  HIST-CHARGE-DEPT      PIC X(03).
      *****************************************************************
      * PARM-FILE: THE REQUEST - ITEM CODE, LOCATION (BLANK MEANS     *
      * '001'), AND FROM/TO DATES (YYYYMMDD, INCLUSIVE; A BLANK       *

       01  CARD-RECORD               PIC X(132).

       FD  SUMMARY-FILE
           RECORDING MODE IS F.

       COPY TRANSSUM.

      *****************************************************************
      * ARCHIVE-FILE: A TRANSHIST RECORD AS HISTARCH MOVED IT - EACH  *
      * ONE IS READ INTO HIST-RECORD AND PRINTED LIKE LIVE DETAIL.    *
      *****************************************************************
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.

       01  AR-RECORD                 PIC X(65).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TRANSHIST-STATUS  PIC XX.
           05  WS-PARM-FILE-STATUS  PIC XX.
           05  WS-TRANSSUM-STATUS   PIC XX.
           05  WS-ARCHIVE-STATUS    PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-HIST-EOF-FLAG     PIC X          VALUE 'N'.
               88  HIST-EOF         VALUE 'Y'.
           05  WS-FIRST-MOVE-FLAG   PIC X          VALUE 'Y'.
               88  FIRST-MOVEMENT   VALUE 'Y'.
           05  WS-SUM-EOF-FLAG      PIC X          VALUE 'N'.
               88  SUM-EOF          VALUE 'Y'.
           05  WS-ARCHIVE-EOF-FLAG  PIC X          VALUE 'N'.
               88  ARCHIVE-EOF      VALUE 'Y'.
           05  WS-WHOLE-MONTH-FLAG  PIC X          VALUE 'N'.
               88  WHOLE-MONTH-IN-RANGE VALUE 'Y'.

       01  WS-REQUEST-FIELDS.
           05  WS-REQ-ITEM-CODE     PIC X(10)      VALUE SPACES.
       77  WS-OPENING-BALANCE       PIC S9(09)     VALUE ZERO.
       77  WS-RUNNING-BALANCE       PIC S9(09)     VALUE ZERO.
       77  WS-CLOSING-BALANCE       PIC S9(09)     VALUE ZERO.
       77  WS-MONTH-NET             PIC S9(09)     VALUE ZERO.
       77  WS-SUMMARY-MONTHS        PIC 9(05) COMP VALUE ZERO.
       77  WS-ARCHIVES-READ         PIC 9(05) COMP VALUE ZERO.

      *****************************************************************
      * WS-MONTH-FIELDS: THE FIRST AND LAST DAY OF THE SUMMARY MONTH  *
      * IN HAND - SEE 160-TEST-WHOLE-MONTH - AND THE MONTH BEING      *
      * READ FROM ITS ARCHIVE.                                        *
      *****************************************************************
       01  WS-MONTH-FIELDS.
           05  WS-MONTH-START       PIC X(08)      VALUE SPACES.
           05  WS-MONTH-END.
               10  WS-ME-YYYY       PIC 9(04).
               10  WS-ME-MM         PIC 9(02).
               10  WS-ME-DD         PIC 9(02).
           05  WS-ARCHIVE-MONTH     PIC X(06)      VALUE SPACES.
           05  WS-LEAP-WORK         PIC 9(04) COMP VALUE ZERO.
           05  WS-LEAP-REMAINDER    PIC 9(04) COMP VALUE ZERO.

       01  WS-MONTH-DAYS-VALUES     PIC X(24)      VALUE
           '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS        PIC 9(02)      OCCURS 12 TIMES.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE-TEXT      PIC X(08)      VALUE ZEROS.
           05  WS-TRANSHIST-PATH     PIC X(80) VALUE SPACES.
           05  WS-PARM-PATH          PIC X(80) VALUE SPACES.
           05  WS-CARD-PATH          PIC X(80) VALUE SPACES.
           05  WS-TRANSSUM-PATH      PIC X(80) VALUE SPACES.
           05  WS-ARCHIVE-PATH       PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
           05  DL-BALANCE          PIC -ZZZ,ZZ9.
           05  FILLER              PIC X(80)     VALUE SPACES.

      *****************************************************************
      * WS-MONTH-LINE: ONE ARCHIVED MONTH FROM THE MONTHLY SUMMARY -  *
      * ITS NET MOVEMENT AND CLOSING ON-HAND IN THE DETAIL COLUMNS,   *
      * THEN THE FOUR BUCKETS THE NET IS MADE OF.                     *
      *****************************************************************
       01  WS-MONTH-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  ML-MONTH            PIC X(8).
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(1)      VALUE 'M'.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  ML-MOVEMENT         PIC -ZZZ,ZZ9.
           05  FILLER              PIC X(16)     VALUE SPACES.
           05  ML-BALANCE          PIC -ZZZ,ZZ9.
           05  FILLER              PIC X(8)      VALUE '   RCPT '.
           05  ML-RECEIPTS         PIC -Z,ZZZ,ZZ9.
           05  FILLER              PIC X(8)      VALUE '    ISS '.
           05  ML-ISSUES           PIC -Z,ZZZ,ZZ9.
           05  FILLER              PIC X(8)      VALUE '    ADJ '.
           05  ML-ADJUSTMENTS      PIC -Z,ZZZ,ZZ9.
           05  FILLER              PIC X(8)      VALUE '   XFER '.
           05  ML-TRANSFERS        PIC -Z,ZZZ,ZZ9.
           05  FILLER              PIC X(8)      VALUE SPACES.

       01  WS-BALANCE-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  BL-LABEL            PIC X(20).
               GOBACK.
           OPEN OUTPUT CARD-FILE.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           PERFORM 150-PRINT-ARCHIVED-MONTHS
               THRU 150-PRINT-ARCHIVED-MONTHS-EXIT.
           PERFORM 200-READ-ONE-MOVEMENT
               UNTIL HIST-EOF.
           PERFORM 300-WRITE-CLOSING-BALANCE
                 CARD-FILE.

           DISPLAY 'STOCKCRD: MOVEMENTS IN RANGE: ' WS-MOVEMENT-COUNT.
           DISPLAY 'STOCKCRD: SUMMARY MONTHS    : ' WS-SUMMARY-MONTHS.
           DISPLAY 'STOCKCRD: ARCHIVES READ     : ' WS-ARCHIVES-READ.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'STOCKCRD: STOCK-CARD RUN ENDED'.
           GOBACK.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/STOCKCARD.REPORT' DELIMITED BY SIZE
               INTO WS-CARD-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/TRANSSUM' DELIMITED BY SIZE
               INTO WS-TRANSSUM-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

       100-WRITE-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 150-PRINT-ARCHIVED-MONTHS: THE MONTHS HISTARCH HAS TAKEN OFF  *
      * TRANSHIST, OLDEST FIRST, AHEAD OF THE LIVE DETAIL - EVERY     *
      * ARCHIVED MONTH IS OLDER THAN ANYTHING STILL ON TRANSHIST. NO  *
      * SUMMARY FILE MEANS NOTHING HAS BEEN ARCHIVED YET.             *
      *****************************************************************
       150-PRINT-ARCHIVED-MONTHS.
           OPEN INPUT SUMMARY-FILE.
           IF WS-TRANSSUM-STATUS NOT = '00'
               GO TO 150-PRINT-ARCHIVED-MONTHS-EXIT.
           PERFORM 155-READ-ONE-SUMMARY
               THRU 155-READ-ONE-SUMMARY-EXIT
               UNTIL SUM-EOF.
           CLOSE SUMMARY-FILE.
       150-PRINT-ARCHIVED-MONTHS-EXIT.
           EXIT.

       155-READ-ONE-SUMMARY.
           READ SUMMARY-FILE
               AT END
                   MOVE 'Y' TO WS-SUM-EOF-FLAG
                   GO TO 155-READ-ONE-SUMMARY-EXIT
           END-READ.
           IF TS-ITEM-CODE NOT = WS-REQ-ITEM-CODE
                   OR TS-LOC-CODE NOT = WS-REQ-LOC-CODE
               GO TO 155-READ-ONE-SUMMARY-EXIT.
           IF WS-REQ-FROM-DATE NOT = SPACES
                   AND TS-MONTH < WS-REQ-FROM-DATE (1:6)
               GO TO 155-READ-ONE-SUMMARY-EXIT.
           IF WS-REQ-TO-DATE NOT = SPACES
                   AND TS-MONTH > WS-REQ-TO-DATE (1:6)
               GO TO 155-READ-ONE-SUMMARY-EXIT.
           PERFORM 160-TEST-WHOLE-MONTH
               THRU 160-TEST-WHOLE-MONTH-EXIT.
           IF WHOLE-MONTH-IN-RANGE
               PERFORM 170-PRINT-SUMMARY-MONTH
                   THRU 170-PRINT-SUMMARY-MONTH-EXIT
           ELSE
               PERFORM 180-PRINT-ARCHIVE-MONTH
                   THRU 180-PRINT-ARCHIVE-MONTH-EXIT.
       155-READ-ONE-SUMMARY-EXIT.
           EXIT.

      *****************************************************************
      * 160-TEST-WHOLE-MONTH: WHETHER THE REQUESTED RANGE TAKES IN    *
      * ALL OF TS-MONTH - AN OPEN END ALWAYS DOES; OTHERWISE THE      *
      * FROM DATE MUST BE ON OR BEFORE THE FIRST AND THE TO DATE ON   *
      * OR AFTER THE LAST DAY OF THE MONTH (29 FOR A LEAP FEBRUARY).  *
      *****************************************************************
       160-TEST-WHOLE-MONTH.
           MOVE 'Y' TO WS-WHOLE-MONTH-FLAG.
           MOVE TS-MONTH TO WS-MONTH-START (1:6).
           MOVE '01' TO WS-MONTH-START (7:2).
           IF WS-REQ-FROM-DATE NOT = SPACES
                   AND WS-REQ-FROM-DATE > WS-MONTH-START
               MOVE 'N' TO WS-WHOLE-MONTH-FLAG
               GO TO 160-TEST-WHOLE-MONTH-EXIT.
           IF WS-REQ-TO-DATE = SPACES
               GO TO 160-TEST-WHOLE-MONTH-EXIT.
           MOVE TS-MONTH (1:4) TO WS-ME-YYYY.
           MOVE TS-MONTH (5:2) TO WS-ME-MM.
           MOVE WS-MONTH-DAYS (WS-ME-MM) TO WS-ME-DD.
           IF WS-ME-MM = 2
               DIVIDE WS-ME-YYYY BY 4 GIVING WS-LEAP-WORK
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-ME-DD
               END-IF
               DIVIDE WS-ME-YYYY BY 100 GIVING WS-LEAP-WORK
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 28 TO WS-ME-DD
               END-IF
               DIVIDE WS-ME-YYYY BY 400 GIVING WS-LEAP-WORK
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-ME-DD
               END-IF.
           IF WS-REQ-TO-DATE < WS-MONTH-END
               MOVE 'N' TO WS-WHOLE-MONTH-FLAG.
       160-TEST-WHOLE-MONTH-EXIT.
           EXIT.

      *****************************************************************
      * 170-PRINT-SUMMARY-MONTH: ONE 'M' LINE FOR A WHOLE ARCHIVED    *
      * MONTH. THE MONTH'S NET MOVEMENT IS RE-ADDED LIKE ANY OTHER,   *
      * AND ITS CLOSING ON-HAND IS WHERE THE NEXT LINE MUST PICK UP.  *
      *****************************************************************
       170-PRINT-SUMMARY-MONTH.
           IF FIRST-MOVEMENT
               MOVE TS-OPENING-ON-HAND TO WS-OPENING-BALANCE
               MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
               MOVE 'OPENING BALANCE     ' TO BL-LABEL
               MOVE WS-OPENING-BALANCE TO BL-BALANCE
               MOVE WS-BALANCE-LINE TO CARD-RECORD
               PERFORM 280-EMIT-REPORT-LINE
                   THRU 280-EMIT-REPORT-LINE-EXIT
               MOVE 'N' TO WS-FIRST-MOVE-FLAG.
           ADD 1 TO WS-SUMMARY-MONTHS.
           ADD TS-MOVEMENTS TO WS-MOVEMENT-COUNT.
           COMPUTE WS-MONTH-NET = TS-RECEIPTS + TS-ISSUES
               + TS-ADJUSTMENTS + TS-TRANSFERS.
           ADD WS-MONTH-NET TO WS-RUNNING-BALANCE.
           MOVE TS-CLOSING-ON-HAND TO WS-CLOSING-BALANCE.
           MOVE SPACES TO ML-MONTH.
           STRING TS-MONTH (1:4) '-' TS-MONTH (5:2)
               DELIMITED BY SIZE INTO ML-MONTH.
           MOVE WS-MONTH-NET TO ML-MOVEMENT.
           MOVE TS-CLOSING-ON-HAND TO ML-BALANCE.
           MOVE TS-RECEIPTS TO ML-RECEIPTS.
           MOVE TS-ISSUES TO ML-ISSUES.
           MOVE TS-ADJUSTMENTS TO ML-ADJUSTMENTS.
           MOVE TS-TRANSFERS TO ML-TRANSFERS.
           MOVE WS-MONTH-LINE TO CARD-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
       170-PRINT-SUMMARY-MONTH-EXIT.
           EXIT.

      *****************************************************************
      * 180-PRINT-ARCHIVE-MONTH: A MONTH THE RANGE STARTS OR ENDS     *
      * INSIDE, PRINTED MOVEMENT BY MOVEMENT FROM ITS YEAR'S ARCHIVE  *
      * THROUGH THE SAME RANGE TEST AS THE LIVE DETAIL. AN ARCHIVE    *
      * THAT IS NOT ON FILE IS NOTED ON THE CARD AND THE WHOLE MONTH  *
      * IS SHOWN FROM ITS SUMMARY INSTEAD, SO THE BALANCE STILL       *
      * CARRIES THROUGH.                                              *
      *****************************************************************
       180-PRINT-ARCHIVE-MONTH.
           MOVE TS-MONTH TO WS-ARCHIVE-MONTH.
           MOVE SPACES TO WS-ARCHIVE-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/TRANSHIST.Y' DELIMITED BY SIZE
                   WS-ARCHIVE-MONTH (1:4) DELIMITED BY SIZE
               INTO WS-ARCHIVE-PATH.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = '00'
               MOVE SPACES TO NL-TEXT
               STRING '** TRANSHIST.Y' WS-ARCHIVE-MONTH (1:4)
                       ' NOT ON FILE - ' WS-ARCHIVE-MONTH (1:4) '-'
                       WS-ARCHIVE-MONTH (5:2) ' SHOWN WHOLE **'
                   DELIMITED BY SIZE INTO NL-TEXT
               MOVE WS-NOTE-LINE TO CARD-RECORD
               PERFORM 280-EMIT-REPORT-LINE
                   THRU 280-EMIT-REPORT-LINE-EXIT
               PERFORM 170-PRINT-SUMMARY-MONTH
                   THRU 170-PRINT-SUMMARY-MONTH-EXIT
               GO TO 180-PRINT-ARCHIVE-MONTH-EXIT.
           ADD 1 TO WS-ARCHIVES-READ.
           MOVE 'N' TO WS-ARCHIVE-EOF-FLAG.
           PERFORM 185-READ-ONE-ARCHIVED
               THRU 185-READ-ONE-ARCHIVED-EXIT
               UNTIL ARCHIVE-EOF.
           CLOSE ARCHIVE-FILE.
       180-PRINT-ARCHIVE-MONTH-EXIT.
           EXIT.

       185-READ-ONE-ARCHIVED.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
                   GO TO 185-READ-ONE-ARCHIVED-EXIT
           END-READ.
           MOVE AR-RECORD TO HIST-RECORD.
           IF HIST-ITEM-CODE = WS-REQ-ITEM-CODE
                   AND HIST-LOC-CODE = WS-REQ-LOC-CODE
                   AND HIST-RUN-DATE (1:6) = WS-ARCHIVE-MONTH
               PERFORM 220-SELECT-IN-RANGE
                   THRU 220-SELECT-IN-RANGE-EXIT.
       185-READ-ONE-ARCHIVED-EXIT.
           EXIT.

      *****************************************************************
      * 200-READ-ONE-MOVEMENT: READS ONE HISTORY RECORD AND, WHEN IT  *
      * BELONGS TO THE REQUESTED ITEM, LOCATION AND RANGE, PRINTS IT  *
           MOVE WS-CLOSING-BALANCE TO BL-BALANCE.
           MOVE WS-BALANCE-LINE TO CARD-RECORD.
           WRITE CARD-RECORD.
           IF WS-SUMMARY-MONTHS > ZERO
               MOVE 'M LINES ARE WHOLE ARCHIVED MONTHS, TAKEN FROM THE '
                   TO NL-TEXT
               MOVE WS-NOTE-LINE TO CARD-RECORD
               WRITE CARD-RECORD
               MOVE 'MONTHLY SUMMARY (TRANSSUM).' TO NL-TEXT
               MOVE WS-NOTE-LINE TO CARD-RECORD
               WRITE CARD-RECORD.
           IF WS-RUNNING-BALANCE = WS-CLOSING-BALANCE
               MOVE 'CARD RECONCILES: OPENING PLUS MOVEMENTS EQUALS '
                   TO NL-TEXT
