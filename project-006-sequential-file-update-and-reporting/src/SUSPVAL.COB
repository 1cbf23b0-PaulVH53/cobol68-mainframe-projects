               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT PRICEMAST-FILE ASSIGN DYNAMIC WS-PRICEMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PRICEMAST-STATUS.
           SELECT VALUE-FILE ASSIGN DYNAMIC WS-VALUE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           05  SUSP-REASON-CODE     PIC X(04).
           05  SUSP-REASON-TEXT     PIC X(20).
           05  SUSP-DATE            PIC X(08).
           05  SUSP-PO-NUMBER       PIC X(06).
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

       FD  VALUE-FILE
           RECORDING MODE IS F.
       01  WS-PROGRAM-FLAGS.
           05  WS-SUSP-EOF-FLAG     PIC X          VALUE 'N'.
               88  SUSP-EOF         VALUE 'Y'.
           05  WS-PRICEMAST-OPEN-FLAG PIC X        VALUE 'N'.
               88  PRICEMAST-OPEN   VALUE 'Y'.
           05  WS-PRICE-WALK-END-FLAG PIC X        VALUE 'N'.
               88  PRICE-WALK-END   VALUE 'Y'.

       01  WS-PRICE-LOOKUP-FOUND-FLAG PIC X         VALUE 'N'.
           88  PRICE-FOUND                          VALUE 'Y'.
       01  WS-PRICE-LOOKUP-WORK.
           05  WS-PRICE-LOOKUP-CODE PIC X(10)      VALUE SPACES.
           05  WS-PRICE-IN-FORCE    PIC 9(05)V99   VALUE ZERO.

      *****************************************************************
      * WS-REASON-TABLE: ONE BUCKET PER REASON CODE SEEN ON THE      *
                   '-' WS-RUN-DATE-TEXT (7:2)
               INTO WS-RUN-DATE-DISPLAY.

           PERFORM 050-OPEN-PRICE-MASTER
               THRU 050-OPEN-PRICE-MASTER-EXIT.
           PERFORM 100-GROUP-SUSPENSE-FILE
               THRU 100-GROUP-SUSPENSE-FILE-EXIT.
           IF PRICEMAST-OPEN
               CLOSE PRICEMAST-FILE.
           PERFORM 300-RANK-BY-VALUE
               THRU 300-RANK-BY-VALUE-EXIT.
           PERFORM 400-WRITE-VALUE-REPORT
                   '/SUSPENSE' DELIMITED BY SIZE
               INTO WS-SUSPENSE-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PRICEMAST.IDX' DELIMITED BY SIZE
               INTO WS-PRICEMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/SUSPENSE.VALUE' DELIMITED BY SIZE
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 050-OPEN-PRICE-MASTER: THE INDEXED PRICE MASTER STAYS OPEN    *
      * WHILE THE SUSPENSE FILE IS GROUPED - EACH RECORD IS PRICED    *
      * BY KEY IN 260-FIND-PRICE-IN-FORCE.                            *
      *****************************************************************
       050-OPEN-PRICE-MASTER.
           OPEN INPUT PRICEMAST-FILE.
           IF WS-PRICEMAST-STATUS NOT = '00'
               DISPLAY 'SUSPVAL: NO PRICE MASTER FOUND - VALUES '
                   'FALL BACK TO THE SUSPENDED PRICES'
           ELSE
               MOVE 'Y' TO WS-PRICEMAST-OPEN-FLAG.
       050-OPEN-PRICE-MASTER-EXIT.
           EXIT.

       100-GROUP-SUSPENSE-FILE.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = '00'
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

