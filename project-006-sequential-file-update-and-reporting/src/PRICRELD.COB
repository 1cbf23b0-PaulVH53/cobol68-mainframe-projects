      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(PRICRELD)                       *
      * PURPOSE: PRICE MASTER RELOAD AND CONVERSION. REBUILDS THE     *
      * INDEXED PRICE MASTER (data/PRICEMAST.IDX) FROM A CHOSEN FLAT  *
      * GENERATION (data/PRICEMAST.G<YYYYMMDD>) WRITTEN BY PRICUNLD,  *
      * SO THE PRICE LIST CAN BE RECOVERED TO ANY NIGHT THAT STILL    *
      * HAS A GENERATION ON DISK. THE GENERATION DATE COMES FROM THE  *
      * PRICRELD.PARM CARD, AS INVRELD'S DOES.                        *
      *                                                               *
      * A BLANK CARD IS ONLY ACCEPTED WHILE THERE IS NO INDEXED PRICE *
      * MASTER AT ALL: THE RUN THEN CONVERTS THE OLD FLAT             *
      * data/PRICEMAST, WHICH IS KEPT AS THE DISTRIBUTION FORMAT THE  *
      * WAY ITEMLOAD KEEPS THE FLAT ITEMMAST. ONCE THE INDEXED MASTER *
      * EXISTS A BLANK CARD ABENDS - REBUILDING THE PRICE LIST FROM   *
      * THE WRONG NIGHT IS WORSE THAN NOT REBUILDING IT AT ALL.       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICRELD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * THIS PROGRAM WORKS THE SAME DATA DIRECTORY AS PROJ6, SO IT    *
      * RESOLVES ITS PATHS THROUGH THE SAME PROJ6_DATA_DIR            *
      * ENVIRONMENT VARIABLE - SEE 005-RESOLVE-DATA-PATHS. THE        *
      * MASTER IS WRITTEN RANDOM RATHER THAN SEQUENTIAL SO A FLAT     *
      * FILE THAT WAS HAND-EDITED OUT OF ORDER STILL LOADS.           *
      *****************************************************************
           SELECT UNLOAD-FILE ASSIGN DYNAMIC WS-UNLOAD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT PRICEMAST-FILE ASSIGN DYNAMIC WS-PRICEMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PRICEMAST-STATUS.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * UNLOAD-FILE: A FLAT GENERATION WRITTEN BY PRICUNLD, OR THE    *
      * OLD FLAT PRICEMAST ON A CONVERSION RUN - THE SAME LAYOUT.     *
      * A BLANK EFFECTIVE DATE MEANS ALWAYS IN FORCE AND IS KEYED AS  *
      * ZEROS SO IT SORTS AHEAD OF EVERY DATED PRICE FOR THE ITEM.    *
      *****************************************************************
       FD  UNLOAD-FILE
           RECORDING MODE IS F.

       01  UNLOAD-RECORD.
           05  UL-ITEM-CODE          PIC X(10).
           05  UL-PRICE              PIC 9(05)V99.
           05  UL-EFF-DATE           PIC X(08).
      *****************************************************************
      * PRICEMAST-FILE: SAME LAYOUT AS PRICMNT'S PM-RECORD.           *
      *****************************************************************
       FD  PRICEMAST-FILE
           RECORD CONTAINS 25 CHARACTERS.

       01  PM-RECORD.
           05  PM-KEY.
               10  PM-ITEM-CODE      PIC X(10).
               10  PM-EFF-DATE       PIC X(08).
           05  PM-PRICE              PIC 9(05)V99.
      *****************************************************************
      * PARM-FILE: THE GENERATION DATE (YYYYMMDD) TO RELOAD FROM.     *
      *****************************************************************
       FD  PARM-FILE
           RECORDING MODE IS F.

       01  PARM-RECORD.
           05  PARM-GEN-DATE         PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-UNLOAD-STATUS      PIC XX.
           05  WS-PRICEMAST-STATUS   PIC XX.
           05  WS-PARM-FILE-STATUS   PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-UNLOAD-EOF-FLAG    PIC X          VALUE 'N'.
               88  UNLOAD-EOF        VALUE 'Y'.

       77  WS-RELOADED-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT         PIC 9(07) COMP VALUE ZERO.

       01  WS-GEN-DATE-TEXT          PIC X(08)      VALUE SPACES.
       01  WS-SOURCE-NAME            PIC X(20)      VALUE SPACES.

      *****************************************************************
      * WS-DATA-PATH-FIELDS: SEE 005-RESOLVE-DATA-PATHS.               *
      *****************************************************************
       01  WS-DATA-PATH-FIELDS.
           05  WS-DATA-DIR           PIC X(60) VALUE 'data'.
           05  WS-UNLOAD-PATH        PIC X(80) VALUE SPACES.
           05  WS-PRICEMAST-PATH     PIC X(80) VALUE SPACES.
           05  WS-PARM-PATH          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'PRICRELD: PRICE MASTER RELOAD'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-READ-PARM-CARD
               THRU 060-READ-PARM-CARD-EXIT.
           IF WS-GEN-DATE-TEXT = SPACES
               PERFORM 070-CHECK-FOR-CONVERSION
                   THRU 070-CHECK-FOR-CONVERSION-EXIT
               IF RETURN-CODE NOT = ZERO
                   GOBACK
               END-IF
               STRING WS-DATA-DIR DELIMITED BY SPACE
                       '/PRICEMAST' DELIMITED BY SIZE
                   INTO WS-UNLOAD-PATH
               MOVE 'FLAT PRICEMAST' TO WS-SOURCE-NAME
           ELSE
               STRING WS-DATA-DIR DELIMITED BY SPACE
                       '/PRICEMAST.G' DELIMITED BY SIZE
                       WS-GEN-DATE-TEXT DELIMITED BY SIZE
                   INTO WS-UNLOAD-PATH
               STRING 'GENERATION ' DELIMITED BY SIZE
                       WS-GEN-DATE-TEXT DELIMITED BY SIZE
                   INTO WS-SOURCE-NAME.

           OPEN INPUT UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = '00'
               DISPLAY 'PRICRELD ABEND - NO ' WS-SOURCE-NAME
                   ' FOUND - STATUS ' WS-UNLOAD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT PRICEMAST-FILE.
           PERFORM 100-RELOAD-ONE-RECORD
               UNTIL UNLOAD-EOF.
           CLOSE UNLOAD-FILE
                 PRICEMAST-FILE.

           DISPLAY 'PRICRELD: RECORDS RELOADED: ' WS-RELOADED-COUNT
               ' FROM ' WS-SOURCE-NAME.
           IF WS-REJECTED-COUNT > ZERO
               DISPLAY 'PRICRELD: DUPLICATE KEYS REJECTED: '
                   WS-REJECTED-COUNT
               MOVE 4 TO RETURN-CODE.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'PRICRELD: RELOAD RUN ENDED'.
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
                   '/PRICEMAST.IDX' DELIMITED BY SIZE
               INTO WS-PRICEMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PRICRELD.PARM' DELIMITED BY SIZE
               INTO WS-PARM-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

       060-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'NO PARAMETER CARD SUPPLIED'
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY 'PARAMETER CARD FILE IS EMPTY'
                   NOT AT END
                       MOVE PARM-GEN-DATE TO WS-GEN-DATE-TEXT
               END-READ
               CLOSE PARM-FILE.
       060-READ-PARM-CARD-EXIT.
           EXIT.

      *****************************************************************
      * 070-CHECK-FOR-CONVERSION: WITH NO GENERATION DATE THE RUN IS  *
      * ONLY ALLOWED AS THE ONE-TIME CONVERSION - THE INDEXED MASTER  *
      * MUST NOT EXIST YET (STATUS 35 ON OPEN). ANY OTHER OUTCOME     *
      * ABENDS WITH THE MASTER UNTOUCHED.                             *
      *****************************************************************
       070-CHECK-FOR-CONVERSION.
           OPEN INPUT PRICEMAST-FILE.
           IF WS-PRICEMAST-STATUS = '35'
               DISPLAY 'PRICRELD: NO INDEXED PRICE MASTER YET - '
                   'CONVERTING THE FLAT PRICEMAST'
               GO TO 070-CHECK-FOR-CONVERSION-EXIT.
           IF WS-PRICEMAST-STATUS = '00'
               CLOSE PRICEMAST-FILE.
           DISPLAY 'PRICRELD ABEND - NO GENERATION DATE ON '
               'PRICRELD.PARM'.
           MOVE 16 TO RETURN-CODE.
       070-CHECK-FOR-CONVERSION-EXIT.
           EXIT.

      *****************************************************************
      * 100-RELOAD-ONE-RECORD: WRITES ONE FLAT PRICE INTO THE REBUILT *
      * INDEXED MASTER. A SECOND PRICE FOR THE SAME ITEM AND DATE IS  *
      * REJECTED AND LISTED - THE FIRST ONE READ STANDS.              *
      *****************************************************************
       100-RELOAD-ONE-RECORD.
           READ UNLOAD-FILE
               AT END
                   MOVE 'Y' TO WS-UNLOAD-EOF-FLAG
               NOT AT END
                   MOVE UL-ITEM-CODE TO PM-ITEM-CODE
                   MOVE UL-PRICE TO PM-PRICE
                   IF UL-EFF-DATE = SPACES
                       MOVE '00000000' TO PM-EFF-DATE
                   ELSE
                       MOVE UL-EFF-DATE TO PM-EFF-DATE
                   END-IF
                   WRITE PM-RECORD
                       INVALID KEY
                           DISPLAY 'PRICRELD WARNING: DUPLICATE PRICE '
                               UL-ITEM-CODE ' ' PM-EFF-DATE
                               ' - STATUS ' WS-PRICEMAST-STATUS
                           ADD 1 TO WS-REJECTED-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-RELOADED-COUNT
                   END-WRITE
           END-READ.
