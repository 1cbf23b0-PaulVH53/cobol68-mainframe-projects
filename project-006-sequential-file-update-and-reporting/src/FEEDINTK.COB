      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(FEEDINTK)                       *
      * PURPOSE: TRANSACTION FEED INTAKE, RUN AHEAD OF PROJ6. EACH    *
      * SOURCE OF TRANSACTIONS - A STOCKROOM, THE RECEIVING DOCK,     *
      * REQINTK'S CONFIRMED PICKS - SENDS ITS OWN FILE IN THE         *
      * STANDARD INTERFACE ENVELOPE: A HEADER RECORD CARRYING THE     *
      * RUN DATE AND THE SOURCE ID, THE DETAIL RECORDS IN PROJ6'S     *
      * TRANS LAYOUT, AND A TRAILER CARRYING THE DETAIL COUNT AND A   *
      * HASH TOTAL. THE SOURCES EXPECTED TONIGHT ARE LISTED ON THE    *
      * FEEDLIST CARD.                                                *
      *                                                               *
      * EVERY SOURCE'S ENVELOPE IS PROVED ON ITS OWN - THE HEADER     *
      * MUST NAME THE SOURCE THE CARD EXPECTS, AND THE DETAILS MUST   *
      * ADD BACK TO THE TRAILER'S COUNT AND HASH. A SOURCE THAT FAILS *
      * IS REJECTED WHOLE, SO A SHORT FEED NEVER POSTS IN PART, AND   *
      * THE OTHER SOURCES STILL GO THROUGH. THE ACCEPTED FEEDS ARE    *
      * MERGED INTO data/TRANS IN FEEDLIST ORDER, EACH DETAIL STAMPED *
      * WITH ITS SOURCE ID IN TR-SOURCE-ID, FOLLOWED BY ONE TRAILER   *
      * FOR THE MERGED FILE THAT PROJ6'S 350-VERIFY-CONTROL-TOTALS    *
      * PROVES AS BEFORE. THE INTAKE CONTROL REPORT (FEEDINTK.REPORT) *
      * SHOWS EVERY SOURCE AS ACCEPTED, REJECTED AND WHY, OR NOT      *
      * RECEIVED, AND EVERY REJECTION IS RAISED ON THE ALERTS FEED.   *
      *                                                               *
      * THE HASH TOTAL IS THE FEED'S AMOUNT THE WAY PROJ6 VALUES IT - *
      * QUANTITY TIMES PRICE, A CREDIT NEGATIVE, A TRANSFER OR QC     *
      * RELEASE/REJECT ZERO - SO A SOURCE'S ACCEPTED HASH TIES TO ITS *
      * LINE IN PROJ6'S TOTALS BY SOURCE.                             *
      *                                                               *
      * WITH NO FEEDLIST CARD THE STEP DOES NOTHING AND data/TRANS    *
      * IS POSTED AS SUPPLIED, THE WAY IT WAS BEFORE SOURCES SENT     *
      * THEIR OWN FEEDS.                                              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDINTK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * THIS PROGRAM WORKS THE SAME DATA DIRECTORY AS PROJ6, SO IT    *
      * RESOLVES ITS PATHS THROUGH THE SAME PROJ6_DATA_DIR            *
      * ENVIRONMENT VARIABLE - SEE 005-RESOLVE-DATA-PATHS.            *
      *****************************************************************
           SELECT FEEDLIST-FILE ASSIGN DYNAMIC WS-FEEDLIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDLIST-STATUS.
      *****************************************************************
      * SOURCE-FILE: ONE SOURCE'S FEED. THE PATH IS REPOINTED AT EACH *
      * SOURCE IN TURN - SEE 210-POINT-AT-SOURCE.                     *
      *****************************************************************
           SELECT SOURCE-FILE ASSIGN DYNAMIC WS-SOURCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT TRANS-FILE ASSIGN DYNAMIC WS-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT INTAKE-REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
      * ALERTS-FILE: THE COMMON ALERTS FEED - SEE                     *
      * copybooks/ALERTS.CPY.                                         *
      *****************************************************************
           SELECT ALERTS-FILE ASSIGN DYNAMIC WS-ALERTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * FEEDLIST-FILE: ONE CARD PER SOURCE EXPECTED TONIGHT - THE     *
      * SOURCE ID ITS HEADER MUST CARRY AND THE NAME OF ITS FEED FILE *
      * IN THE DATA DIRECTORY. THE CARD ORDER IS THE MERGE ORDER.     *
      *****************************************************************
       FD  FEEDLIST-FILE
           RECORDING MODE IS F.

       01  FL-RECORD.
           05  FL-SOURCE-ID          PIC X(08).
           05  FILLER                PIC X(01).
           05  FL-FILE-NAME          PIC X(30).

      *****************************************************************
      * SOURCE-FILE: DETAIL RECORDS IN PROJ6'S TRANS LAYOUT - ONLY    *
      * THE FIELDS THE HASH NEEDS ARE NAMED - INSIDE THE STANDARD     *
      * INTERFACE ENVELOPE, THE SAME LAYOUT AS PROJ6'S                *
      * EXT-ENVELOPE-RECORD.                                          *
      *****************************************************************
       FD  SOURCE-FILE
           RECORDING MODE IS F.

       01  SRC-RECORD.
           05  SRC-ITEM-CODE         PIC X(10).
           05  SRC-QUANTITY          PIC 9(05).
           05  SRC-PRICE             PIC 9(05)V99.
           05  SRC-TRANS-TYPE        PIC X(01).
           05  FILLER                PIC X(42).

       01  SRC-ENVELOPE-RECORD REDEFINES SRC-RECORD.
           05  ENV-RECORD-ID         PIC X(08).
           05  ENV-RUN-DATE          PIC X(08).
           05  ENV-SOURCE-PROGRAM    PIC X(08).
           05  ENV-RECORD-COUNT      PIC 9(07).
           05  ENV-HASH-TOTAL        PIC S9(13)V99
                                     SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X(18).

      *****************************************************************
      * TRANS-FILE: THE MERGED FEED PROJ6 POSTS - SAME LAYOUT AS      *
      * PROJ6'S TRANS-RECORD, WITH THE SOURCE ID STAMPED IN BEHIND    *
      * THE DETAIL, AND ITS TRAILER-RECORD LAST.                      *
      *****************************************************************
       FD  TRANS-FILE
           RECORDING MODE IS F.

       01  TRANS-RECORD.
           05  TR-DETAIL             PIC X(65).
           05  TR-SOURCE-ID          PIC X(08).

       01  TRAILER-RECORD REDEFINES TRANS-RECORD.
           05  TR-TRAILER-ID         PIC X(07).
           05  TR-EXPECTED-COUNT     PIC 9(05).
           05  TR-EXPECTED-QTY       PIC 9(05).
           05  TR-EXPECTED-AMOUNT    PIC 9(09)V99.
           05  FILLER                PIC X(45).

       FD  INTAKE-REPORT-FILE
           RECORDING MODE IS F.

       01  INTAKE-REPORT-RECORD      PIC X(132).

       FD  ALERTS-FILE
           RECORDING MODE IS F.

       COPY ALERTS.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-FEEDLIST-STATUS    PIC XX.
           05  WS-SOURCE-STATUS      PIC XX.
           05  WS-TRANS-STATUS       PIC XX.
           05  WS-ALERTS-STATUS      PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-FEEDLIST-EOF-FLAG  PIC X          VALUE 'N'.
               88  FEEDLIST-EOF      VALUE 'Y'.
           05  WS-SOURCE-EOF-FLAG    PIC X          VALUE 'N'.
               88  SOURCE-EOF        VALUE 'Y'.
           05  WS-HEADER-SEEN-FLAG   PIC X          VALUE 'N'.
               88  HEADER-SEEN       VALUE 'Y'.
           05  WS-TRAILER-SEEN-FLAG  PIC X          VALUE 'N'.
               88  TRAILER-SEEN      VALUE 'Y'.
           05  WS-DUP-SOURCE-FLAG    PIC X          VALUE 'N'.
               88  DUP-SOURCE        VALUE 'Y'.

       77  WS-SOURCES-LISTED         PIC 9(05) COMP VALUE ZERO.
       77  WS-SOURCES-ACCEPTED       PIC 9(05) COMP VALUE ZERO.
       77  WS-SOURCES-REJECTED       PIC 9(05) COMP VALUE ZERO.
       77  WS-SOURCES-MISSING        PIC 9(05) COMP VALUE ZERO.
       77  WS-RECORDS-MERGED         PIC 9(07) COMP VALUE ZERO.
       77  WS-QTY-MERGED             PIC 9(09) COMP VALUE ZERO.
       77  WS-AMOUNT-MERGED          PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.

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
           05  WS-REJECT-REASON      PIC X(19)     VALUE SPACES.
           05  WS-ITEM-AMOUNT        PIC S9(11)V99 COMP-3
                                                    VALUE ZERO.

      *****************************************************************
      * WS-ALERT-FIELDS: SUPPORT THE COMMON ALERTS FEED - THE         *
      * CALLER SETS SEVERITY AND TEXT AND PERFORMS 088-WRITE-ALERT.   *
      *****************************************************************
       01  WS-ALERT-FIELDS.
           05  WS-ALERTS-PATH       PIC X(80)      VALUE SPACES.
           05  WS-ALERT-SEVERITY    PIC X(01)      VALUE 'W'.
           05  WS-ALERT-TEXT        PIC X(60)      VALUE SPACES.
           05  WS-OPS-DATE          PIC 9(08).
           05  WS-OPS-TIME          PIC 9(08).

      *****************************************************************
      * WS-SOURCE-TABLE: THE SOURCES OFF THE FEEDLIST CARD, IN CARD   *
      * ORDER, WITH WHAT EACH ONE'S ENVELOPE CLAIMED, WHAT ITS        *
      * DETAILS ACTUALLY ADDED UP TO, AND THE VERDICT.                *
      *****************************************************************
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-COUNT       PIC 9(02) COMP VALUE ZERO.
           05  WS-SOURCE-ENTRY OCCURS 10 TIMES.
               10  WS-SRC-ID           PIC X(08).
               10  WS-SRC-FILE-NAME    PIC X(30).
               10  WS-SRC-HDR-DATE     PIC X(08).
               10  WS-SRC-ENV-COUNT    PIC 9(07).
               10  WS-SRC-ENV-HASH     PIC S9(13)V99 COMP-3.
               10  WS-SRC-COUNT        PIC 9(07)     COMP.
               10  WS-SRC-QTY          PIC 9(09)     COMP.
               10  WS-SRC-HASH         PIC S9(13)V99 COMP-3.
               10  WS-SRC-VERDICT      PIC X(12).
                   88  SRC-ACCEPTED    VALUE 'ACCEPTED    '.
               10  WS-SRC-REASON       PIC X(19).

       77  WS-SRC-SUB                PIC 9(02) COMP VALUE ZERO.
       77  WS-DUP-SUB                PIC 9(02) COMP VALUE ZERO.

      *****************************************************************
      * WS-DATA-PATH-FIELDS: SEE 005-RESOLVE-DATA-PATHS.              *
      *****************************************************************
       01  WS-DATA-PATH-FIELDS.
           05  WS-DATA-DIR           PIC X(60) VALUE 'data'.
           05  WS-FEEDLIST-PATH      PIC X(80) VALUE SPACES.
           05  WS-SOURCE-PATH        PIC X(80) VALUE SPACES.
           05  WS-TRANS-PATH         PIC X(80) VALUE SPACES.
           05  WS-REPORT-PATH        PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- TRANSACTION FEED INTAKE CONTROL ---   '.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RUN DATE: '.
               10  RH-DATE-OUT     PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  RH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(40)     VALUE SPACES.
           05  RH-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE 'SOURCE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(16)     VALUE 'FEED FILE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE 'HDR DATE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(9)      VALUE '  TRL CNT'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(9)      VALUE '  COUNTED'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(14)     VALUE
                   '      TRL HASH'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(14)     VALUE
                   '   HASH ADDED'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(12)     VALUE 'STATUS'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(21)     VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-SOURCE-ID        PIC X(08).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-FILE-NAME        PIC X(16).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-HDR-DATE         PIC X(08).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-ENV-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-ENV-HASH         PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-HASH             PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-VERDICT          PIC X(12).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-REASON           PIC X(19).
           05  FILLER              PIC X(2)      VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-LABEL            PIC X(30).
           05  SL-COUNT-OUT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(90)     VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  AL-LABEL            PIC X(30).
           05  AL-AMOUNT-OUT       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(78)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'FEEDINTK: TRANSACTION FEED INTAKE'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-SET-RUN-DATE THRU 060-SET-RUN-DATE-EXIT.
           PERFORM 050-LOAD-FEED-LIST THRU 050-LOAD-FEED-LIST-EXIT.
           IF WS-FEEDLIST-STATUS NOT = '00'
               DISPLAY 'FEEDINTK: NO FEEDLIST CARD - data/TRANS IS '
                   'POSTED AS SUPPLIED'
               DISPLAY '------------------------'
                   '------------------------'
               DISPLAY 'FEEDINTK: FEED INTAKE ENDED'
               GOBACK.

           OPEN OUTPUT INTAKE-REPORT-FILE.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           PERFORM 200-VERIFY-ONE-SOURCE
               THRU 200-VERIFY-ONE-SOURCE-EXIT
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SOURCE-COUNT.

           OPEN OUTPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY 'FEEDINTK ABEND - CANNOT WRITE data/TRANS - '
                   'STATUS ' WS-TRANS-STATUS
               CLOSE INTAKE-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK.
           PERFORM 400-MERGE-ONE-SOURCE
               THRU 400-MERGE-ONE-SOURCE-EXIT
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SOURCE-COUNT.
           PERFORM 450-WRITE-MERGED-TRAILER
               THRU 450-WRITE-MERGED-TRAILER-EXIT.
           CLOSE TRANS-FILE.

           PERFORM 800-WRITE-TOTALS THRU 800-WRITE-TOTALS-EXIT.
           CLOSE INTAKE-REPORT-FILE.

           DISPLAY 'FEEDINTK: SOURCES LISTED      : ' WS-SOURCES-LISTED.
           DISPLAY 'FEEDINTK: SOURCES ACCEPTED    : '
               WS-SOURCES-ACCEPTED.
           DISPLAY 'FEEDINTK: SOURCES REJECTED    : '
               WS-SOURCES-REJECTED.
           DISPLAY 'FEEDINTK: SOURCES NOT RECEIVED: '
               WS-SOURCES-MISSING.
           DISPLAY 'FEEDINTK: RECORDS MERGED      : ' WS-RECORDS-MERGED.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'FEEDINTK: FEED INTAKE ENDED'.
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
                   '/FEEDLIST' DELIMITED BY SIZE
               INTO WS-FEEDLIST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/TRANS' DELIMITED BY SIZE
               INTO WS-TRANS-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/FEEDINTK.REPORT' DELIMITED BY SIZE
               INTO WS-REPORT-PATH.
           ACCEPT WS-ALERTS-PATH FROM ENVIRONMENT 'ALERTS_PATH'.
           IF WS-ALERTS-PATH = SPACES
               STRING WS-DATA-DIR DELIMITED BY SPACE
                       '/ALERTS' DELIMITED BY SIZE
                   INTO WS-ALERTS-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 050-LOAD-FEED-LIST: LOADS THE SOURCES EXPECTED TONIGHT. A     *
      * BLANK CARD IS SKIPPED; A SOURCE ID LISTED TWICE IS TAKEN THE  *
      * FIRST TIME ONLY, SO ONE FEED CANNOT BE MERGED TWICE.          *
      *****************************************************************
       050-LOAD-FEED-LIST.
           OPEN INPUT FEEDLIST-FILE.
           IF WS-FEEDLIST-STATUS NOT = '00'
               GO TO 050-LOAD-FEED-LIST-EXIT.
           PERFORM 055-LOAD-ONE-FEED-CARD
               THRU 055-LOAD-ONE-FEED-CARD-EXIT
               UNTIL FEEDLIST-EOF.
           CLOSE FEEDLIST-FILE.
           MOVE '00' TO WS-FEEDLIST-STATUS.
       050-LOAD-FEED-LIST-EXIT.
           EXIT.

       055-LOAD-ONE-FEED-CARD.
           READ FEEDLIST-FILE
               AT END
                   MOVE 'Y' TO WS-FEEDLIST-EOF-FLAG
                   GO TO 055-LOAD-ONE-FEED-CARD-EXIT
           END-READ.
           IF FL-SOURCE-ID = SPACES OR FL-FILE-NAME = SPACES
               GO TO 055-LOAD-ONE-FEED-CARD-EXIT.
           MOVE 'N' TO WS-DUP-SOURCE-FLAG.
           PERFORM 057-CHECK-DUP-SOURCE
               THRU 057-CHECK-DUP-SOURCE-EXIT
               VARYING WS-DUP-SUB FROM 1 BY 1
               UNTIL WS-DUP-SUB > WS-SOURCE-COUNT.
           IF DUP-SOURCE
               DISPLAY 'WARNING: SOURCE ' FL-SOURCE-ID
                   ' LISTED TWICE ON FEEDLIST - SECOND CARD IGNORED'
               GO TO 055-LOAD-ONE-FEED-CARD-EXIT.
           IF WS-SOURCE-COUNT = 10
               DISPLAY 'WARNING: MORE THAN 10 SOURCES ON FEEDLIST - '
                   FL-SOURCE-ID ' IGNORED'
               GO TO 055-LOAD-ONE-FEED-CARD-EXIT.
           ADD 1 TO WS-SOURCE-COUNT.
           ADD 1 TO WS-SOURCES-LISTED.
           MOVE FL-SOURCE-ID TO WS-SRC-ID (WS-SOURCE-COUNT).
           MOVE FL-FILE-NAME TO WS-SRC-FILE-NAME (WS-SOURCE-COUNT).
           MOVE SPACES TO WS-SRC-HDR-DATE (WS-SOURCE-COUNT).
           MOVE ZERO TO WS-SRC-ENV-COUNT (WS-SOURCE-COUNT).
           MOVE ZERO TO WS-SRC-ENV-HASH (WS-SOURCE-COUNT).
           MOVE ZERO TO WS-SRC-COUNT (WS-SOURCE-COUNT).
           MOVE ZERO TO WS-SRC-QTY (WS-SOURCE-COUNT).
           MOVE ZERO TO WS-SRC-HASH (WS-SOURCE-COUNT).
           MOVE SPACES TO WS-SRC-VERDICT (WS-SOURCE-COUNT).
           MOVE SPACES TO WS-SRC-REASON (WS-SOURCE-COUNT).
       055-LOAD-ONE-FEED-CARD-EXIT.
           EXIT.

       057-CHECK-DUP-SOURCE.
           IF WS-SRC-ID (WS-DUP-SUB) = FL-SOURCE-ID
               MOVE 'Y' TO WS-DUP-SOURCE-FLAG.
       057-CHECK-DUP-SOURCE-EXIT.
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

      *****************************************************************
      * 088-WRITE-ALERT: APPENDS ONE ENTRY TO THE COMMON ALERTS FEED. *
      *****************************************************************
       088-WRITE-ALERT.
           ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-OPS-TIME FROM TIME.
           OPEN EXTEND ALERTS-FILE.
           IF WS-ALERTS-STATUS = '05' OR WS-ALERTS-STATUS = '35'
               OPEN OUTPUT ALERTS-FILE.
           MOVE 'FEEDINTK'        TO ALT-PROGRAM-ID.
           MOVE WS-OPS-DATE       TO ALT-RUN-DATE.
           MOVE WS-OPS-TIME (1:6) TO ALT-RUN-TIME.
           MOVE WS-ALERT-SEVERITY TO ALT-SEVERITY.
           MOVE WS-ALERT-TEXT     TO ALT-TEXT.
           WRITE ALERTS-RECORD.
           CLOSE ALERTS-FILE.
       088-WRITE-ALERT-EXIT.
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
               MOVE WS-BLANK-LINE TO INTAKE-REPORT-RECORD
               WRITE INTAKE-REPORT-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.
           MOVE RH-COLUMNS TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.
           MOVE WS-BLANK-LINE TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       100-WRITE-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 200-VERIFY-ONE-SOURCE: READS THE SOURCE'S FEED END TO END,    *
      * ADDING UP ITS DETAILS, THEN JUDGES THE ENVELOPE. A FEED THAT  *
      * HAS NOT ARRIVED IS NOT RECEIVED RATHER THAN REJECTED - THERE  *
      * IS NOTHING TO PROVE - BUT IS RAISED ON THE ALERTS FEED ALL    *
      * THE SAME SO NOBODY MISTAKES A SILENT SOURCE FOR A QUIET ONE.  *
      *****************************************************************
       200-VERIFY-ONE-SOURCE.
           PERFORM 210-POINT-AT-SOURCE THRU 210-POINT-AT-SOURCE-EXIT.
           OPEN INPUT SOURCE-FILE.
           IF WS-SOURCE-STATUS NOT = '00'
               MOVE 'NOT RECEIVED' TO WS-SRC-VERDICT (WS-SRC-SUB)
               MOVE 'NO FEED FILE' TO WS-SRC-REASON (WS-SRC-SUB)
               ADD 1 TO WS-SOURCES-MISSING
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-TEXT
               STRING 'TRANS FEED NOT RECEIVED FROM SOURCE '
                       DELIMITED BY SIZE
                       WS-SRC-ID (WS-SRC-SUB) DELIMITED BY SPACE
                   INTO WS-ALERT-TEXT
               PERFORM 088-WRITE-ALERT THRU 088-WRITE-ALERT-EXIT
               GO TO 200-PRINT-SOURCE-LINE.
           MOVE 'N' TO WS-SOURCE-EOF-FLAG.
           MOVE 'N' TO WS-HEADER-SEEN-FLAG.
           MOVE 'N' TO WS-TRAILER-SEEN-FLAG.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 220-READ-ONE-SOURCE-RECORD
               THRU 220-READ-ONE-SOURCE-RECORD-EXIT
               UNTIL SOURCE-EOF.
           CLOSE SOURCE-FILE.
           PERFORM 230-JUDGE-ENVELOPE THRU 230-JUDGE-ENVELOPE-EXIT.
           IF WS-REJECT-REASON = SPACES
               MOVE 'ACCEPTED    ' TO WS-SRC-VERDICT (WS-SRC-SUB)
               ADD 1 TO WS-SOURCES-ACCEPTED
           ELSE
               MOVE 'REJECTED    ' TO WS-SRC-VERDICT (WS-SRC-SUB)
               MOVE WS-REJECT-REASON TO WS-SRC-REASON (WS-SRC-SUB)
               ADD 1 TO WS-SOURCES-REJECTED
               MOVE 'C' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-TEXT
               STRING 'TRANS FEED REJECTED - SOURCE '
                       DELIMITED BY SIZE
                       WS-SRC-ID (WS-SRC-SUB) DELIMITED BY SPACE
                       ' - ' DELIMITED BY SIZE
                       WS-REJECT-REASON DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
               PERFORM 088-WRITE-ALERT THRU 088-WRITE-ALERT-EXIT.
       200-PRINT-SOURCE-LINE.
           PERFORM 290-PRINT-SOURCE-LINE
               THRU 290-PRINT-SOURCE-LINE-EXIT.
       200-VERIFY-ONE-SOURCE-EXIT.
           EXIT.

      *****************************************************************
      * 210-POINT-AT-SOURCE: POINTS SOURCE-FILE AT THE CURRENT        *
      * SOURCE'S FEED IN THE DATA DIRECTORY.                          *
      *****************************************************************
       210-POINT-AT-SOURCE.
           MOVE SPACES TO WS-SOURCE-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/' DELIMITED BY SIZE
                   WS-SRC-FILE-NAME (WS-SRC-SUB) DELIMITED BY SPACE
               INTO WS-SOURCE-PATH.
       210-POINT-AT-SOURCE-EXIT.
           EXIT.

      *****************************************************************
      * 220-READ-ONE-SOURCE-RECORD: THE FIRST RECORD MUST BE THE      *
      * HEADER NAMING THIS SOURCE AND THE LAST MUST BE THE TRAILER;   *
      * EVERYTHING BETWEEN IS A DETAIL. A TRAILER IN THE OLD HAND-    *
      * BUILT TRANS FORM ('TRAILER' RUN INTO THE COUNT) IS NOT AN     *
      * ENVELOPE AND REJECTS THE FEED RATHER THAN POSTING AS A        *
      * DETAIL. THE FIRST FAULT FOUND STOPS THE READ - THE FEED IS    *
      * REJECTED WHOLE EITHER WAY.                                    *
      *****************************************************************
       220-READ-ONE-SOURCE-RECORD.
           READ SOURCE-FILE
               AT END
                   MOVE 'Y' TO WS-SOURCE-EOF-FLAG
                   GO TO 220-READ-ONE-SOURCE-RECORD-EXIT
           END-READ.
           IF ENV-RECORD-ID = 'HEADER  '
               PERFORM 225-TAKE-HEADER THRU 225-TAKE-HEADER-EXIT
           ELSE IF NOT HEADER-SEEN
               MOVE 'NO HEADER RECORD' TO WS-REJECT-REASON
           ELSE IF TRAILER-SEEN
               MOVE 'DATA AFTER TRAILER' TO WS-REJECT-REASON
           ELSE IF ENV-RECORD-ID = 'TRAILER '
               IF ENV-RECORD-COUNT IS NUMERIC
                       AND ENV-HASH-TOTAL IS NUMERIC
                   MOVE 'Y' TO WS-TRAILER-SEEN-FLAG
                   MOVE ENV-RECORD-COUNT TO
                       WS-SRC-ENV-COUNT (WS-SRC-SUB)
                   MOVE ENV-HASH-TOTAL TO
                       WS-SRC-ENV-HASH (WS-SRC-SUB)
               ELSE
                   MOVE 'BAD TRAILER TOTALS' TO WS-REJECT-REASON
               END-IF
           ELSE IF ENV-RECORD-ID (1:7) = 'TRAILER'
               MOVE 'OLD-STYLE TRAILER' TO WS-REJECT-REASON
           ELSE
               PERFORM 240-ADD-UP-DETAIL THRU 240-ADD-UP-DETAIL-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'Y' TO WS-SOURCE-EOF-FLAG.
       220-READ-ONE-SOURCE-RECORD-EXIT.
           EXIT.

       225-TAKE-HEADER.
           IF HEADER-SEEN
               MOVE 'HEADER OUT OF PLACE' TO WS-REJECT-REASON
           ELSE IF ENV-SOURCE-PROGRAM NOT = WS-SRC-ID (WS-SRC-SUB)
               MOVE 'WRONG SOURCE ID' TO WS-REJECT-REASON
           ELSE
               MOVE 'Y' TO WS-HEADER-SEEN-FLAG
               MOVE ENV-RUN-DATE TO WS-SRC-HDR-DATE (WS-SRC-SUB).
       225-TAKE-HEADER-EXIT.
           EXIT.

      *****************************************************************
      * 230-JUDGE-ENVELOPE: A FEED THAT READ CLEANLY MUST STILL HAVE  *
      * HAD BOTH ENDS OF ITS ENVELOPE AND ADD BACK TO ITS TRAILER.    *
      *****************************************************************
       230-JUDGE-ENVELOPE.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 230-JUDGE-ENVELOPE-EXIT.
           IF NOT HEADER-SEEN
               MOVE 'NO HEADER RECORD' TO WS-REJECT-REASON
           ELSE IF NOT TRAILER-SEEN
               MOVE 'NO TRAILER RECORD' TO WS-REJECT-REASON
           ELSE IF WS-SRC-COUNT (WS-SRC-SUB) NOT =
                   WS-SRC-ENV-COUNT (WS-SRC-SUB)
               MOVE 'COUNT MISMATCH' TO WS-REJECT-REASON
           ELSE IF WS-SRC-HASH (WS-SRC-SUB) NOT =
                   WS-SRC-ENV-HASH (WS-SRC-SUB)
               MOVE 'HASH MISMATCH' TO WS-REJECT-REASON.
       230-JUDGE-ENVELOPE-EXIT.
           EXIT.

      *****************************************************************
      * 240-ADD-UP-DETAIL: COUNTS THE DETAIL AND ADDS ITS AMOUNT TO   *
      * THE SOURCE'S HASH THE WAY PROJ6'S 200-PROCESS-RECORD VALUES   *
      * IT. A QUANTITY OR PRICE THAT IS NOT NUMERIC ADDS NOTHING -    *
      * PROJ6 WILL SUSPEND THE RECORD - BUT THE RECORD STILL COUNTS.  *
      *****************************************************************
       240-ADD-UP-DETAIL.
           ADD 1 TO WS-SRC-COUNT (WS-SRC-SUB).
           IF SRC-QUANTITY IS NOT NUMERIC
               GO TO 240-ADD-UP-DETAIL-EXIT.
           ADD SRC-QUANTITY TO WS-SRC-QTY (WS-SRC-SUB).
           IF SRC-PRICE IS NOT NUMERIC
               GO TO 240-ADD-UP-DETAIL-EXIT.
           IF SRC-TRANS-TYPE = 'T' OR SRC-TRANS-TYPE = 'Q'
                   OR SRC-TRANS-TYPE = 'V'
               GO TO 240-ADD-UP-DETAIL-EXIT.
           COMPUTE WS-ITEM-AMOUNT = SRC-QUANTITY * SRC-PRICE.
           IF SRC-TRANS-TYPE = 'C'
               SUBTRACT WS-ITEM-AMOUNT FROM WS-SRC-HASH (WS-SRC-SUB)
           ELSE
               ADD WS-ITEM-AMOUNT TO WS-SRC-HASH (WS-SRC-SUB).
       240-ADD-UP-DETAIL-EXIT.
           EXIT.

      *****************************************************************
      * 280-EMIT-REPORT-LINE: WRITES ONE LINE, STARTING A NEW PAGE    *
      * FIRST WHEN THIS ONE IS FULL.                                  *
      *****************************************************************
       280-EMIT-REPORT-LINE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           WRITE INTAKE-REPORT-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
       280-EMIT-REPORT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 290-PRINT-SOURCE-LINE: ONE LINE PER SOURCE - WHAT THE         *
      * ENVELOPE CLAIMED, WHAT THE DETAILS ADDED UP TO, AND THE       *
      * VERDICT.                                                      *
      *****************************************************************
       290-PRINT-SOURCE-LINE.
           MOVE WS-SRC-ID (WS-SRC-SUB)        TO DL-SOURCE-ID.
           MOVE WS-SRC-FILE-NAME (WS-SRC-SUB) TO DL-FILE-NAME.
           MOVE WS-SRC-HDR-DATE (WS-SRC-SUB)  TO DL-HDR-DATE.
           MOVE WS-SRC-ENV-COUNT (WS-SRC-SUB) TO DL-ENV-COUNT.
           MOVE WS-SRC-COUNT (WS-SRC-SUB)     TO DL-COUNT.
           MOVE WS-SRC-ENV-HASH (WS-SRC-SUB)  TO DL-ENV-HASH.
           MOVE WS-SRC-HASH (WS-SRC-SUB)      TO DL-HASH.
           MOVE WS-SRC-VERDICT (WS-SRC-SUB)   TO DL-VERDICT.
           MOVE WS-SRC-REASON (WS-SRC-SUB)    TO DL-REASON.
           MOVE WS-DETAIL-LINE TO INTAKE-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       290-PRINT-SOURCE-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 400-MERGE-ONE-SOURCE: COPIES AN ACCEPTED SOURCE'S DETAILS TO  *
      * data/TRANS, STAMPED WITH ITS SOURCE ID. THE ENVELOPE RECORDS  *
      * STAY BEHIND - THE MERGED FILE GETS ITS OWN TRAILER.           *
      *****************************************************************
       400-MERGE-ONE-SOURCE.
           IF NOT SRC-ACCEPTED (WS-SRC-SUB)
               GO TO 400-MERGE-ONE-SOURCE-EXIT.
           PERFORM 210-POINT-AT-SOURCE THRU 210-POINT-AT-SOURCE-EXIT.
           OPEN INPUT SOURCE-FILE.
           MOVE 'N' TO WS-SOURCE-EOF-FLAG.
           PERFORM 410-MERGE-ONE-RECORD
               THRU 410-MERGE-ONE-RECORD-EXIT
               UNTIL SOURCE-EOF.
           CLOSE SOURCE-FILE.
           ADD WS-SRC-COUNT (WS-SRC-SUB) TO WS-RECORDS-MERGED.
           ADD WS-SRC-QTY (WS-SRC-SUB)   TO WS-QTY-MERGED.
           ADD WS-SRC-HASH (WS-SRC-SUB)  TO WS-AMOUNT-MERGED.
       400-MERGE-ONE-SOURCE-EXIT.
           EXIT.

       410-MERGE-ONE-RECORD.
           READ SOURCE-FILE
               AT END
                   MOVE 'Y' TO WS-SOURCE-EOF-FLAG
                   GO TO 410-MERGE-ONE-RECORD-EXIT
           END-READ.
           IF ENV-RECORD-ID = 'HEADER  ' OR ENV-RECORD-ID = 'TRAILER '
               GO TO 410-MERGE-ONE-RECORD-EXIT.
           MOVE SRC-RECORD TO TR-DETAIL.
           MOVE WS-SRC-ID (WS-SRC-SUB) TO TR-SOURCE-ID.
           WRITE TRANS-RECORD.
       410-MERGE-ONE-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * 450-WRITE-MERGED-TRAILER: THE CONTROL TOTALS OF EVERYTHING    *
      * MERGED, IN THE TRAILER FORM PROJ6'S 125-PROCESS-TRAILER-      *
      * RECORD READS. WRITTEN EVEN WHEN NOTHING WAS ACCEPTED SO PROJ6 *
      * PROVES AN EMPTY NIGHT RATHER THAN WARNING OF A LOST TRAILER.  *
      *****************************************************************
       450-WRITE-MERGED-TRAILER.
           MOVE SPACES TO TRANS-RECORD.
           MOVE 'TRAILER'         TO TR-TRAILER-ID.
           MOVE WS-RECORDS-MERGED TO TR-EXPECTED-COUNT.
           MOVE WS-QTY-MERGED     TO TR-EXPECTED-QTY.
           MOVE WS-AMOUNT-MERGED  TO TR-EXPECTED-AMOUNT.
           WRITE TRAILER-RECORD.
       450-WRITE-MERGED-TRAILER-EXIT.
           EXIT.

      *****************************************************************
      * 800-WRITE-TOTALS: THE SOURCE COUNTS BY VERDICT AND WHAT WENT  *
      * ON TO data/TRANS.                                             *
      *****************************************************************
       800-WRITE-TOTALS.
           MOVE WS-BLANK-LINE TO INTAKE-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'SOURCES LISTED:' TO SL-LABEL.
           MOVE WS-SOURCES-LISTED TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO INTAKE-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'SOURCES ACCEPTED:' TO SL-LABEL.
           MOVE WS-SOURCES-ACCEPTED TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO INTAKE-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'SOURCES REJECTED:' TO SL-LABEL.
           MOVE WS-SOURCES-REJECTED TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO INTAKE-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'SOURCES NOT RECEIVED:' TO SL-LABEL.
           MOVE WS-SOURCES-MISSING TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO INTAKE-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'RECORDS MERGED TO TRANS:' TO SL-LABEL.
           MOVE WS-RECORDS-MERGED TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO INTAKE-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'QUANTITY MERGED TO TRANS:' TO SL-LABEL.
           MOVE WS-QTY-MERGED TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO INTAKE-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'AMOUNT MERGED TO TRANS:' TO AL-LABEL.
           MOVE WS-AMOUNT-MERGED TO AL-AMOUNT-OUT.
           MOVE WS-AMOUNT-LINE TO INTAKE-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       800-WRITE-TOTALS-EXIT.
           EXIT.
