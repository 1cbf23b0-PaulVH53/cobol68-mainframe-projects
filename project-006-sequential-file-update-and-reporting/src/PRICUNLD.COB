      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(PRICUNLD)                       *
      * PURPOSE: PRICE MASTER UNLOAD. COPIES THE INDEXED PRICE MASTER *
      * (data/PRICEMAST.IDX) TO A DATED FLAT GENERATION               *
      * (data/PRICEMAST.G<YYYYMMDD>) IN THE OLD FLAT PRICEMAST        *
      * LAYOUT - ITEM CODE, PRICE, EFFECTIVE DATE - SO A BAD PRICMNT  *
      * RUN OR A CORRUPTED INDEX CAN BE RECOVERED TO LAST NIGHT'S     *
      * PRICE LIST WITH PRICRELD, THE SAME WAY INVUNLD/INVRELD SERVE  *
      * THE INVENTORY MASTER.                                         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICUNLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * THIS PROGRAM WORKS THE SAME DATA DIRECTORY AS PROJ6, SO IT    *
      * RESOLVES ITS PATHS THROUGH THE SAME PROJ6_DATA_DIR            *
      * ENVIRONMENT VARIABLE - SEE 005-RESOLVE-DATA-PATHS.            *
      *****************************************************************
           SELECT PRICEMAST-FILE ASSIGN DYNAMIC WS-PRICEMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PRICEMAST-STATUS.
           SELECT UNLOAD-FILE ASSIGN DYNAMIC WS-UNLOAD-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * PRICEMAST-FILE: SAME LAYOUT AS PRICMNT'S PM-RECORD - KEYED    *
      * ON ITEM CODE PLUS EFFECTIVE DATE, SO THE SEQUENTIAL READ      *
      * COMES BACK IN ITEM CODE, THEN DATE, ORDER.                    *
      *****************************************************************
       FD  PRICEMAST-FILE
           RECORD CONTAINS 25 CHARACTERS.

       01  PM-RECORD.
           05  PM-KEY.
               10  PM-ITEM-CODE      PIC X(10).
               10  PM-EFF-DATE       PIC X(08).
           05  PM-PRICE              PIC 9(05)V99.
      *****************************************************************
      * UNLOAD-FILE: THE FLAT PRICEMAST LAYOUT, SO A GENERATION CAN   *
      * ALSO BE READ OR HAND-EDITED AS THE OLD FLAT FILE WAS.         *
      *****************************************************************
       FD  UNLOAD-FILE
           RECORDING MODE IS F.

       01  UNLOAD-RECORD.
           05  UL-ITEM-CODE          PIC X(10).
           05  UL-PRICE              PIC 9(05)V99.
           05  UL-EFF-DATE           PIC X(08).
      *****************************************************************
      * PARM-FILE: PROJ6'S OWN PARAMETER CARD, READ SO THE UNLOAD     *
      * GENERATION CARRIES THE SAME RUN DATE THE NIGHT'S POSTING      *
      * WILL - A BLANK CARD OR A MISSING FILE MEANS TODAY'S DATE.     *
      *****************************************************************
       FD  PARM-FILE
           RECORDING MODE IS F.

       01  PARM-RECORD.
           05  PARM-RUN-DATE         PIC X(08).
           05  PARM-REPORT-TITLE     PIC X(42).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PRICEMAST-STATUS   PIC XX.
           05  WS-PARM-FILE-STATUS   PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-PRICE-EOF-FLAG     PIC X          VALUE 'N'.
               88  PRICE-EOF         VALUE 'Y'.

       77  WS-UNLOADED-COUNT         PIC 9(07) COMP VALUE ZERO.

       01  WS-RUN-DATE-TEXT          PIC X(08)      VALUE ZEROS.

      *****************************************************************
      * WS-DATA-PATH-FIELDS: SEE 005-RESOLVE-DATA-PATHS.               *
      *****************************************************************
       01  WS-DATA-PATH-FIELDS.
           05  WS-DATA-DIR           PIC X(60) VALUE 'data'.
           05  WS-PRICEMAST-PATH     PIC X(80) VALUE SPACES.
           05  WS-UNLOAD-PATH        PIC X(80) VALUE SPACES.
           05  WS-PARM-PATH          PIC X(80) VALUE SPACES.

       77  WS-CHAIN-RUN-DATE        PIC X(08)      VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'PRICUNLD: PRICE MASTER UNLOAD'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-READ-PARM-CARD
               THRU 060-READ-PARM-CARD-EXIT.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PRICEMAST.G' DELIMITED BY SIZE
                   WS-RUN-DATE-TEXT DELIMITED BY SIZE
               INTO WS-UNLOAD-PATH.

           OPEN INPUT PRICEMAST-FILE.
           IF WS-PRICEMAST-STATUS NOT = '00'
               DISPLAY 'PRICUNLD ABEND - PRICE MASTER STATUS '
                   WS-PRICEMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT UNLOAD-FILE.
           PERFORM 100-UNLOAD-ONE-RECORD
               UNTIL PRICE-EOF.
           CLOSE PRICEMAST-FILE
                 UNLOAD-FILE.

           DISPLAY 'PRICUNLD: RECORDS UNLOADED: ' WS-UNLOADED-COUNT
               ' TO GENERATION ' WS-RUN-DATE-TEXT.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'PRICUNLD: UNLOAD RUN ENDED'.
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
                   '/PROJ6.PARM' DELIMITED BY SIZE
               INTO WS-PARM-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 060-READ-PARM-CARD: PICKS UP THE RUN DATE FROM PROJ6'S        *
      * PARAMETER CARD SO THE GENERATION IS STAMPED WITH THE SAME     *
      * DATE THE NIGHT'S POSTING WILL USE. A BLANK FIELD OR A         *
      * MISSING FILE MEANS TODAY'S SYSTEM DATE.                       *
      *****************************************************************
       060-READ-PARM-CARD.
           ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD.
      *****************************************************************
      * A CHAINED RUN POSTS UNDER THE BUSINESS DATE PROJ7 RESOLVED   *
      * FROM THE PROCESSING CALENDAR AND PASSED DOWN IN RUN_DATE -   *
      * THE PARM CARD STILL WINS WHEN IT CARRIES AN EXPLICIT DATE.   *
      *****************************************************************
           ACCEPT WS-CHAIN-RUN-DATE FROM ENVIRONMENT 'RUN_DATE'.
           IF WS-CHAIN-RUN-DATE NOT = SPACES
               MOVE WS-CHAIN-RUN-DATE TO WS-RUN-DATE-TEXT.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'NO PARAMETER CARD SUPPLIED - USING TODAY'
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY 'PARAMETER CARD FILE IS EMPTY - '
                           'USING TODAY'
                   NOT AT END
                       IF PARM-RUN-DATE NOT = SPACES
                           MOVE PARM-RUN-DATE TO WS-RUN-DATE-TEXT
                       END-IF
               END-READ
               CLOSE PARM-FILE.
       060-READ-PARM-CARD-EXIT.
           EXIT.

       100-UNLOAD-ONE-RECORD.
           READ PRICEMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PRICE-EOF-FLAG
               NOT AT END
                   MOVE PM-ITEM-CODE TO UL-ITEM-CODE
                   MOVE PM-PRICE TO UL-PRICE
                   MOVE PM-EFF-DATE TO UL-EFF-DATE
                   WRITE UNLOAD-RECORD
                   ADD 1 TO WS-UNLOADED-COUNT
           END-READ.
