      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(HISTARCH)                       *
      * PURPOSE: YEAR-END ARCHIVE AND MONTHLY SUMMARY OF THE          *
      * TRANSACTION HISTORY. PROJ6 AND PHYSCNT APPEND ONE TRANSHIST   *
      * RECORD FOR EVERY MOVEMENT THEY POST (TWO FOR A TRANSFER) AND  *
      * NOTHING EVER TAKES ONE OFF, SO EVERY STOCK CARD READS THE     *
      * WHOLE LIFE OF THE SYSTEM FRONT TO BACK. THIS RUN MOVES THE    *
      * DETAIL OLDER THAN THE PARAMETER CARD'S NUMBER OF MONTHS OFF   *
      * TRANSHIST AND INTO THE YEARLY ARCHIVE FOR THE YEAR IT POSTED  *
      * IN (data/TRANSHIST.Y<YYYY>), AND LEAVES BEHIND ON data/       *
      * TRANSSUM ONE SUMMARY RECORD PER ITEM, LOCATION AND MONTH -    *
      * OPENING ON-HAND, RECEIPTS, ISSUES, ADJUSTMENTS, TRANSFERS AND *
      * CLOSING ON-HAND (SEE copybooks/TRANSSUM.CPY). STOCKCRD PRINTS *
      * THE SUMMARY MONTHS AHEAD OF THE DETAIL STILL ON TRANSHIST.    *
      *                                                               *
      * THE CUT-OFF IS THE FIRST OF THE MONTH WS-KEEP-MONTHS MONTHS   *
      * BEFORE THE RUN MONTH, SO ONLY WHOLE MONTHS ARE EVER ARCHIVED. *
      * A YEAR ARCHIVE IS APPENDED TO, SO THE TAIL OF A YEAR MOVED BY *
      * A LATER RUN LANDS IN THE SAME FILE AS ITS HEAD.               *
      *                                                               *
      * THE WHOLE HISTORY IS SUMMARIZED BEFORE ANYTHING IS MOVED - A  *
      * SUMMARY TABLE TOO SMALL FOR THE RUN STOPS IT WITH TRANSHIST   *
      * UNTOUCHED. THE ARCHIVE PRINTS A REGISTER OF EVERY SUMMARY     *
      * RECORD WRITTEN ON data/HISTARCH.REGISTER.                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTARCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * THIS PROGRAM WORKS THE SAME DATA DIRECTORY AS PROJ6, SO IT    *
      * RESOLVES ITS PATHS THROUGH THE SAME PROJ6_DATA_DIR            *
      * ENVIRONMENT VARIABLE - SEE 005-RESOLVE-DATA-PATHS.            *
      *****************************************************************
           SELECT HISTORY-FILE ASSIGN DYNAMIC WS-TRANSHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSHIST-STATUS.
      *****************************************************************
      * WORK-FILE HOLDS THE DETAIL BEING KEPT WHILE TRANSHIST IS      *
      * COPIED THROUGH. ARCHIVE-FILE IS THE YEAR ARCHIVE FOR THE      *
      * RECORD IN HAND - WS-ARCHIVE-PATH IS POINTED AT EACH YEAR'S    *
      * FILE IN TURN BEFORE IT IS OPENED.                             *
      *****************************************************************
           SELECT WORK-FILE ASSIGN DYNAMIC WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC WS-ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT SUMMARY-FILE ASSIGN DYNAMIC WS-TRANSSUM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSSUM-STATUS.
           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
               88  HIST-RECEIPT-TYPE VALUES 'R', 'Q'.
               88  HIST-ISSUE-TYPE   VALUES 'I', ' ', 'C'.
               88  HIST-TRANSFER-TYPE
                                     VALUE 'T'.
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

       FD  WORK-FILE
           RECORDING MODE IS F.

       01  WORK-RECORD               PIC X(65).

      *****************************************************************
      * ARCHIVE-FILE: THE TRANSHIST RECORD EXACTLY AS IT WAS, SO THE  *
      * ARCHIVE READS WITH THE SAME LAYOUT AS THE LIVE FILE.          *
      *****************************************************************
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.

       01  AR-RECORD                 PIC X(65).

       FD  SUMMARY-FILE
           RECORDING MODE IS F.

       COPY TRANSSUM.

       FD  REGISTER-FILE
           RECORDING MODE IS F.

       01  REGISTER-RECORD           PIC X(132).

      *****************************************************************
      * PARM-FILE: PARM-MONTHS IS HOW MANY MONTHS OF DETAIL BEFORE    *
      * THE RUN MONTH STAY ON TRANSHIST - 12 WHEN BLANK.              *
      *****************************************************************
       FD  PARM-FILE
           RECORDING MODE IS F.

       01  PARM-RECORD.
           05  PARM-MONTHS           PIC X(03).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TRANSHIST-STATUS   PIC XX.
           05  WS-ARCHIVE-STATUS     PIC XX.
           05  WS-TRANSSUM-STATUS    PIC XX.
           05  WS-PARM-FILE-STATUS   PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-HIST-EOF-FLAG      PIC X          VALUE 'N'.
               88  HIST-EOF          VALUE 'Y'.
           05  WS-WORK-EOF-FLAG      PIC X          VALUE 'N'.
               88  WORK-EOF          VALUE 'Y'.
           05  WS-SUM-FOUND-FLAG     PIC X          VALUE 'N'.
               88  SUM-FOUND         VALUE 'Y'.

       77  WS-HIST-READ              PIC 9(07) COMP VALUE ZERO.
       77  WS-OLD-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-ARCHIVED-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-KEPT-COUNT             PIC 9(07) COMP VALUE ZERO.

      *****************************************************************
      * WS-ARCHIVE-FIELDS: THE MONTHS KEPT AND THE CUT-OFF THEY GIVE  *
      * - DETAIL DATED BEFORE WS-CUTOFF-DATE IS ARCHIVED. WS-OPEN-    *
      * YEAR IS THE YEAR WHOSE ARCHIVE IS OPEN (SPACES WHEN NONE IS). *
      *****************************************************************
       01  WS-ARCHIVE-FIELDS.
           05  WS-KEEP-MONTHS        PIC 9(03)      VALUE 12.
           05  WS-MONTH-TOTAL        PIC 9(07) COMP VALUE ZERO.
           05  WS-CUTOFF-YEAR        PIC 9(04) COMP VALUE ZERO.
           05  WS-CUTOFF-DATE.
               10  WS-CUTOFF-YYYY    PIC 9(04).
               10  WS-CUTOFF-MM      PIC 9(02).
               10  WS-CUTOFF-DD      PIC 9(02).
           05  WS-OPEN-YEAR          PIC X(04)      VALUE SPACES.

      *****************************************************************
      * WS-SUM-TABLE: ONE ENTRY PER ITEM, LOCATION AND MONTH BEING    *
      * ARCHIVED, BUILT IN THE ORDER TRANSHIST FIRST SHOWS EACH ONE - *
      * TRANSHIST IS IN POSTING ORDER, SO AN ITEM AND LOCATION'S      *
      * MONTHS COME OUT IN DATE ORDER. THE BUCKETS ARE THE SAME AS    *
      * TS-RECORD'S.                                                  *
      *****************************************************************
       01  WS-SUM-TABLE.
           05  WS-SUM-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-SUM-ENTRY OCCURS 1 TO 3000 TIMES
                       DEPENDING ON WS-SUM-COUNT
                       INDEXED BY WS-SUM-IDX.
               10  WS-SUM-ITEM-CODE    PIC X(10).
               10  WS-SUM-LOC-CODE     PIC X(03).
               10  WS-SUM-MONTH        PIC X(06).
               10  WS-SUM-OPENING      PIC S9(07).
               10  WS-SUM-RECEIPTS     PIC S9(09).
               10  WS-SUM-ISSUES       PIC S9(09).
               10  WS-SUM-ADJUSTMENTS  PIC S9(09).
               10  WS-SUM-TRANSFERS    PIC S9(09).
               10  WS-SUM-CLOSING      PIC S9(07).
               10  WS-SUM-MOVEMENTS    PIC 9(05) COMP.

       77  WS-SUM-TABLE-MAX          PIC 9(05) COMP VALUE 3000.
       77  WS-SUM-SUB                PIC 9(05) COMP VALUE ZERO.

      *****************************************************************
      * WS-YEAR-TABLE: EACH YEAR ARCHIVE WRITTEN TO THIS RUN AND HOW  *
      * MANY RECORDS WENT INTO IT.                                    *
      *****************************************************************
       01  WS-YEAR-TABLE.
           05  WS-YEAR-COUNT         PIC 9(03) COMP VALUE ZERO.
           05  WS-YEAR-ENTRY OCCURS 50 TIMES
                       INDEXED BY WS-YEAR-IDX.
               10  WS-YEAR-YYYY        PIC X(04).
               10  WS-YEAR-RECORDS     PIC 9(07) COMP.

       77  WS-YEAR-SUB               PIC 9(03) COMP VALUE ZERO.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE-TEXT      PIC X(08)      VALUE ZEROS.
           05  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-TEXT.
               10  WS-RUN-YYYY       PIC 9(04).
               10  WS-RUN-MM         PIC 9(02).
               10  WS-RUN-DD         PIC 9(02).
           05  WS-RUN-DATE-DISPLAY   PIC X(10)      VALUE SPACES.

       77  WS-CHAIN-RUN-DATE        PIC X(08)      VALUE SPACES.

       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NUM           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-ON-PAGE      PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE     PIC 9(03) COMP VALUE 50.

       01  WS-UTILITY-FIELDS.
           05  WS-BLANK-LINE         PIC X(132)    VALUE SPACES.

      *****************************************************************
      * WS-DATA-PATH-FIELDS: SEE 005-RESOLVE-DATA-PATHS.              *
      *****************************************************************
       01  WS-DATA-PATH-FIELDS.
           05  WS-DATA-DIR           PIC X(60) VALUE 'data'.
           05  WS-TRANSHIST-PATH     PIC X(80) VALUE SPACES.
           05  WS-WORK-PATH          PIC X(80) VALUE SPACES.
           05  WS-ARCHIVE-PATH       PIC X(80) VALUE SPACES.
           05  WS-TRANSSUM-PATH      PIC X(80) VALUE SPACES.
           05  WS-REGISTER-PATH      PIC X(80) VALUE SPACES.
           05  WS-PARM-PATH          PIC X(80) VALUE SPACES.

       01  WS-REGISTER-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- TRANSACTION HISTORY ARCHIVE ---       '.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RUN DATE: '.
               10  RH-DATE-OUT     PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  RH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(40)     VALUE SPACES.
           05  RH-RUN-LINE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  RH-RUN-TEXT     PIC X(80)     VALUE SPACES.
               10  FILLER          PIC X(47)     VALUE SPACES.
           05  RH-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'ITEM CODE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(3)      VALUE 'LOC'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(7)      VALUE 'MONTH'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE '   OPENING'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(12)     VALUE '    RECEIPTS'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(12)     VALUE '      ISSUES'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(12)     VALUE ' ADJUSTMENTS'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(12)     VALUE '   TRANSFERS'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE '   CLOSING'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE ' MOVES'.
               10  FILLER          PIC X(15)     VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-ITEM-CODE        PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-LOC-CODE         PIC X(3).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-MONTH            PIC X(7).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-OPENING          PIC -Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-RECEIPTS         PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-ISSUES           PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-ADJUSTMENTS      PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-TRANSFERS        PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-CLOSING          PIC -Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-MOVEMENTS        PIC ZZ,ZZ9.
           05  FILLER              PIC X(15)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-LABEL            PIC X(30).
           05  SL-COUNT-OUT        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(88)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'HISTARCH: TRANSACTION HISTORY ARCHIVE'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-READ-PARM-CARD
               THRU 060-READ-PARM-CARD-EXIT.
           STRING WS-RUN-DATE-TEXT (1:4) '-' WS-RUN-DATE-TEXT (5:2)
                   '-' WS-RUN-DATE-TEXT (7:2)
               INTO WS-RUN-DATE-DISPLAY.
           STRING 'KEEPING ' WS-KEEP-MONTHS ' MONTHS - DETAIL DATED '
                   'BEFORE ' WS-CUTOFF-DATE ' MOVES TO '
                   'TRANSHIST.Y<YEAR>'
               DELIMITED BY SIZE INTO RH-RUN-TEXT.
           OPEN OUTPUT REGISTER-FILE.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           OPEN INPUT HISTORY-FILE.
           IF WS-TRANSHIST-STATUS NOT = '00'
               DISPLAY 'NO TRANSACTION HISTORY ON FILE - NOTHING TO '
                   'ARCHIVE'
               PERFORM 800-WRITE-TOTALS THRU 800-WRITE-TOTALS-EXIT
               CLOSE REGISTER-FILE
               GOBACK.
           PERFORM 200-SUMMARIZE-OLD-DETAIL
               THRU 200-SUMMARIZE-OLD-DETAIL-EXIT
               UNTIL HIST-EOF.
           CLOSE HISTORY-FILE.
           IF WS-OLD-COUNT = ZERO
               DISPLAY 'NO DETAIL DATED BEFORE ' WS-CUTOFF-DATE
                   ' - NOTHING TO ARCHIVE'
               MOVE WS-HIST-READ TO WS-KEPT-COUNT
           ELSE
               PERFORM 300-SPLIT-HISTORY
                   THRU 300-SPLIT-HISTORY-EXIT
               PERFORM 400-WRITE-SUMMARIES
                   THRU 400-WRITE-SUMMARIES-EXIT
               PERFORM 500-REPLACE-HISTORY
                   THRU 500-REPLACE-HISTORY-EXIT.
           PERFORM 800-WRITE-TOTALS THRU 800-WRITE-TOTALS-EXIT.
           CLOSE REGISTER-FILE.

           DISPLAY 'HISTARCH: HISTORY RECORDS READ: ' WS-HIST-READ.
           DISPLAY 'HISTARCH: RECORDS ARCHIVED    : ' WS-ARCHIVED-COUNT.
           DISPLAY 'HISTARCH: RECORDS KEPT        : ' WS-KEPT-COUNT.
           DISPLAY 'HISTARCH: MONTHLY SUMMARIES   : ' WS-SUM-COUNT.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'HISTARCH: ARCHIVE RUN ENDED'.
           GOBACK.

      *****************************************************************
      * 005-RESOLVE-DATA-PATHS: BUILDS EACH DATA FILE'S PATH FROM     *
      * WS-DATA-DIR, WHICH DEFAULTS TO "data" BUT IS OVERRIDDEN BY    *
      * THE PROJ6_DATA_DIR ENVIRONMENT VARIABLE WHEN ONE IS SET. THE  *
      * YEAR ARCHIVE'S PATH IS BUILT AS EACH YEAR COMES UP - SEE      *
      * 330-OPEN-YEAR-ARCHIVE.                                        *
      *****************************************************************
       005-RESOLVE-DATA-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT 'PROJ6_DATA_DIR'.
           IF WS-DATA-DIR = SPACES
               MOVE 'data' TO WS-DATA-DIR.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/TRANSHIST' DELIMITED BY SIZE
               INTO WS-TRANSHIST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/HISTARCH.WORK' DELIMITED BY SIZE
               INTO WS-WORK-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/TRANSSUM' DELIMITED BY SIZE
               INTO WS-TRANSSUM-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/HISTARCH.REGISTER' DELIMITED BY SIZE
               INTO WS-REGISTER-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/HISTARCH.PARM' DELIMITED BY SIZE
               INTO WS-PARM-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 060-READ-PARM-CARD: THE RUN DATE IS TODAY, OR A CHAINED RUN'S *
      * RUN_DATE. WITH NO CARD THE STANDING 12 MONTHS ARE KEPT. THE   *
      * CUT-OFF IS THE FIRST OF THE MONTH WS-KEEP-MONTHS CALENDAR     *
      * MONTHS BEFORE THE RUN MONTH.                                  *
      *****************************************************************
       060-READ-PARM-CARD.
           ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD.
           ACCEPT WS-CHAIN-RUN-DATE FROM ENVIRONMENT 'RUN_DATE'.
           IF WS-CHAIN-RUN-DATE NOT = SPACES
               MOVE WS-CHAIN-RUN-DATE TO WS-RUN-DATE-TEXT.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'NO PARAMETER CARD SUPPLIED - KEEPING '
                   WS-KEEP-MONTHS ' MONTHS'
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY 'PARAMETER CARD FILE IS EMPTY - '
                           'KEEPING ' WS-KEEP-MONTHS ' MONTHS'
                   NOT AT END
                       IF PARM-MONTHS IS NUMERIC
                           MOVE PARM-MONTHS TO WS-KEEP-MONTHS
                       END-IF
               END-READ
               CLOSE PARM-FILE.
           COMPUTE WS-MONTH-TOTAL =
               WS-RUN-YYYY * 12 + WS-RUN-MM - 1 - WS-KEEP-MONTHS.
           DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-CUTOFF-YEAR.
           MOVE WS-CUTOFF-YEAR TO WS-CUTOFF-YYYY.
           COMPUTE WS-CUTOFF-MM =
               WS-MONTH-TOTAL - WS-CUTOFF-YEAR * 12 + 1.
           MOVE 1 TO WS-CUTOFF-DD.
           DISPLAY 'HISTARCH: MONTHS KEPT         : ' WS-KEEP-MONTHS.
           DISPLAY 'HISTARCH: ARCHIVING BEFORE    : ' WS-CUTOFF-DATE.
       060-READ-PARM-CARD-EXIT.
           EXIT.

       100-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-PAGE-NUM TO RH-PAGE-OUT.
           MOVE WS-RUN-DATE-DISPLAY TO RH-DATE-OUT.
           IF WS-PAGE-NUM > 1
               MOVE WS-BLANK-LINE TO REGISTER-RECORD
               WRITE REGISTER-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE RH-RUN-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE RH-COLUMNS TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE WS-BLANK-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       100-WRITE-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 200-SUMMARIZE-OLD-DETAIL: THE FIRST PASS. EVERY RECORD DATED  *
      * BEFORE THE CUT-OFF IS ADDED INTO ITS ITEM, LOCATION AND       *
      * MONTH'S SUMMARY. NOTHING IS WRITTEN HERE, SO A FULL TABLE CAN *
      * STOP THE RUN WITH TRANSHIST AS IT WAS. RECEIPTS AND QC        *
      * RELEASES ARE RECEIPTS, ISSUES AND CREDITS ARE ISSUES,         *
      * TRANSFERS ARE TRANSFERS, AND ANYTHING ELSE (THE ADJUSTMENTS)  *
      * IS AN ADJUSTMENT, SO EVERY MOVEMENT LANDS IN SOME BUCKET AND  *
      * THE MONTH STILL BALANCES.                                     *
      *****************************************************************
       200-SUMMARIZE-OLD-DETAIL.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
                   GO TO 200-SUMMARIZE-OLD-DETAIL-EXIT
           END-READ.
           ADD 1 TO WS-HIST-READ.
           IF HIST-RUN-DATE NOT < WS-CUTOFF-DATE
               GO TO 200-SUMMARIZE-OLD-DETAIL-EXIT.
           ADD 1 TO WS-OLD-COUNT.
           PERFORM 210-FIND-SUMMARY THRU 210-FIND-SUMMARY-EXIT.
           IF NOT SUM-FOUND
               PERFORM 220-ADD-SUMMARY THRU 220-ADD-SUMMARY-EXIT.
           IF HIST-RECEIPT-TYPE
               ADD HIST-SIGNED-QTY TO WS-SUM-RECEIPTS (WS-SUM-IDX)
           ELSE IF HIST-ISSUE-TYPE
               ADD HIST-SIGNED-QTY TO WS-SUM-ISSUES (WS-SUM-IDX)
           ELSE IF HIST-TRANSFER-TYPE
               ADD HIST-SIGNED-QTY TO WS-SUM-TRANSFERS (WS-SUM-IDX)
           ELSE
               ADD HIST-SIGNED-QTY TO WS-SUM-ADJUSTMENTS (WS-SUM-IDX).
           MOVE HIST-ON-HAND TO WS-SUM-CLOSING (WS-SUM-IDX).
           ADD 1 TO WS-SUM-MOVEMENTS (WS-SUM-IDX).
       200-SUMMARIZE-OLD-DETAIL-EXIT.
           EXIT.

       210-FIND-SUMMARY.
           MOVE 'N' TO WS-SUM-FOUND-FLAG.
           IF WS-SUM-COUNT = ZERO
               GO TO 210-FIND-SUMMARY-EXIT.
           SET WS-SUM-IDX TO 1.
           SEARCH WS-SUM-ENTRY
               WHEN WS-SUM-ITEM-CODE (WS-SUM-IDX) = HIST-ITEM-CODE
                       AND WS-SUM-LOC-CODE (WS-SUM-IDX)
                           = HIST-LOC-CODE
                       AND WS-SUM-MONTH (WS-SUM-IDX)
                           = HIST-RUN-DATE (1:6)
                   MOVE 'Y' TO WS-SUM-FOUND-FLAG
           END-SEARCH.
       210-FIND-SUMMARY-EXIT.
           EXIT.

      *****************************************************************
      * 220-ADD-SUMMARY: OPENS A NEW MONTH FOR THE ITEM AND LOCATION. *
      * ITS OPENING ON-HAND IS WHAT THE FIRST MOVEMENT STARTED FROM - *
      * THE ON-HAND IT LEFT LESS ITS OWN SIGNED QUANTITY.             *
      *****************************************************************
       220-ADD-SUMMARY.
           IF WS-SUM-COUNT NOT < WS-SUM-TABLE-MAX
               DISPLAY 'HISTARCH ABEND - MORE THAN ' WS-SUM-TABLE-MAX
                   ' ITEM/LOCATION MONTHS TO SUMMARIZE - KEEP MORE '
                   'MONTHS OR RUN MORE OFTEN. NOTHING ARCHIVED.'
               CLOSE HISTORY-FILE
                     REGISTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK.
           ADD 1 TO WS-SUM-COUNT.
           SET WS-SUM-IDX TO WS-SUM-COUNT.
           MOVE HIST-ITEM-CODE TO WS-SUM-ITEM-CODE (WS-SUM-IDX).
           MOVE HIST-LOC-CODE TO WS-SUM-LOC-CODE (WS-SUM-IDX).
           MOVE HIST-RUN-DATE (1:6) TO WS-SUM-MONTH (WS-SUM-IDX).
           COMPUTE WS-SUM-OPENING (WS-SUM-IDX) =
               HIST-ON-HAND - HIST-SIGNED-QTY.
           MOVE ZERO TO WS-SUM-RECEIPTS (WS-SUM-IDX)
                        WS-SUM-ISSUES (WS-SUM-IDX)
                        WS-SUM-ADJUSTMENTS (WS-SUM-IDX)
                        WS-SUM-TRANSFERS (WS-SUM-IDX)
                        WS-SUM-CLOSING (WS-SUM-IDX)
                        WS-SUM-MOVEMENTS (WS-SUM-IDX).
       220-ADD-SUMMARY-EXIT.
           EXIT.

       280-EMIT-REGISTER-LINE.
           WRITE REGISTER-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
       280-EMIT-REGISTER-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 300-SPLIT-HISTORY: THE SECOND PASS. EACH RECORD DATED BEFORE  *
      * THE CUT-OFF GOES TO ITS YEAR'S ARCHIVE; THE REST GO TO THE    *
      * WORK FILE TO BE COPIED BACK OVER TRANSHIST.                   *
      *****************************************************************
       300-SPLIT-HISTORY.
           OPEN INPUT HISTORY-FILE.
           OPEN OUTPUT WORK-FILE.
           MOVE 'N' TO WS-HIST-EOF-FLAG.
           PERFORM 310-SPLIT-ONE-RECORD
               THRU 310-SPLIT-ONE-RECORD-EXIT
               UNTIL HIST-EOF.
           IF WS-OPEN-YEAR NOT = SPACES
               CLOSE ARCHIVE-FILE
               MOVE SPACES TO WS-OPEN-YEAR.
           CLOSE HISTORY-FILE
                 WORK-FILE.
       300-SPLIT-HISTORY-EXIT.
           EXIT.

       310-SPLIT-ONE-RECORD.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
                   GO TO 310-SPLIT-ONE-RECORD-EXIT
           END-READ.
           IF HIST-RUN-DATE NOT < WS-CUTOFF-DATE
               MOVE HIST-RECORD TO WORK-RECORD
               WRITE WORK-RECORD
               ADD 1 TO WS-KEPT-COUNT
               GO TO 310-SPLIT-ONE-RECORD-EXIT.
           IF HIST-RUN-DATE (1:4) NOT = WS-OPEN-YEAR
               PERFORM 330-OPEN-YEAR-ARCHIVE
                   THRU 330-OPEN-YEAR-ARCHIVE-EXIT.
           MOVE HIST-RECORD TO AR-RECORD.
           WRITE AR-RECORD.
           ADD 1 TO WS-ARCHIVED-COUNT.
           ADD 1 TO WS-YEAR-RECORDS (WS-YEAR-SUB).
       310-SPLIT-ONE-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * 330-OPEN-YEAR-ARCHIVE: SWITCHES TO THE ARCHIVE FOR THE YEAR   *
      * THE RECORD IN HAND POSTED IN, OPENED EXTEND SO AN EARLIER     *
      * RUN'S PART OF THAT YEAR STAYS, WITH THE SAME BOOTSTRAP PROJ6  *
      * USES FOR TRANSHIST. AN ARCHIVE THAT WILL NOT OPEN STOPS THE   *
      * RUN BEFORE TRANSHIST IS REPLACED.                             *
      *****************************************************************
       330-OPEN-YEAR-ARCHIVE.
           IF WS-OPEN-YEAR NOT = SPACES
               CLOSE ARCHIVE-FILE.
           MOVE HIST-RUN-DATE (1:4) TO WS-OPEN-YEAR.
           MOVE SPACES TO WS-ARCHIVE-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/TRANSHIST.Y' DELIMITED BY SIZE
                   WS-OPEN-YEAR DELIMITED BY SIZE
               INTO WS-ARCHIVE-PATH.
           OPEN EXTEND ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = '05' OR WS-ARCHIVE-STATUS = '35'
               OPEN OUTPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = '00'
               DISPLAY 'HISTARCH ABEND - CANNOT OPEN ARCHIVE '
                   'TRANSHIST.Y' WS-OPEN-YEAR ' - STATUS '
                   WS-ARCHIVE-STATUS ' - TRANSHIST NOT CHANGED'
               CLOSE HISTORY-FILE
                     WORK-FILE
                     REGISTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK.
           MOVE ZERO TO WS-YEAR-SUB.
           IF WS-YEAR-COUNT > ZERO
               SET WS-YEAR-IDX TO 1
               SEARCH WS-YEAR-ENTRY
                   WHEN WS-YEAR-IDX > WS-YEAR-COUNT
                       CONTINUE
                   WHEN WS-YEAR-YYYY (WS-YEAR-IDX) = WS-OPEN-YEAR
                       SET WS-YEAR-SUB TO WS-YEAR-IDX
               END-SEARCH.
           IF WS-YEAR-SUB = ZERO
               ADD 1 TO WS-YEAR-COUNT
               MOVE WS-YEAR-COUNT TO WS-YEAR-SUB
               MOVE WS-OPEN-YEAR TO WS-YEAR-YYYY (WS-YEAR-SUB)
               MOVE ZERO TO WS-YEAR-RECORDS (WS-YEAR-SUB).
       330-OPEN-YEAR-ARCHIVE-EXIT.
           EXIT.

      *****************************************************************
      * 400-WRITE-SUMMARIES: APPENDS THE RUN'S MONTHLY SUMMARIES TO   *
      * TRANSSUM AND LISTS EACH ONE ON THE REGISTER.                  *
      *****************************************************************
       400-WRITE-SUMMARIES.
           OPEN EXTEND SUMMARY-FILE.
           IF WS-TRANSSUM-STATUS = '05' OR WS-TRANSSUM-STATUS = '35'
               OPEN OUTPUT SUMMARY-FILE.
           MOVE ZERO TO WS-SUM-SUB.
           PERFORM 410-WRITE-ONE-SUMMARY
               THRU 410-WRITE-ONE-SUMMARY-EXIT
               WS-SUM-COUNT TIMES.
           CLOSE SUMMARY-FILE.
       400-WRITE-SUMMARIES-EXIT.
           EXIT.

       410-WRITE-ONE-SUMMARY.
           ADD 1 TO WS-SUM-SUB.
           SET WS-SUM-IDX TO WS-SUM-SUB.
           MOVE WS-SUM-ITEM-CODE (WS-SUM-IDX)   TO TS-ITEM-CODE.
           MOVE WS-SUM-LOC-CODE (WS-SUM-IDX)    TO TS-LOC-CODE.
           MOVE WS-SUM-MONTH (WS-SUM-IDX)       TO TS-MONTH.
           MOVE WS-SUM-OPENING (WS-SUM-IDX)     TO TS-OPENING-ON-HAND.
           MOVE WS-SUM-RECEIPTS (WS-SUM-IDX)    TO TS-RECEIPTS.
           MOVE WS-SUM-ISSUES (WS-SUM-IDX)      TO TS-ISSUES.
           MOVE WS-SUM-ADJUSTMENTS (WS-SUM-IDX) TO TS-ADJUSTMENTS.
           MOVE WS-SUM-TRANSFERS (WS-SUM-IDX)   TO TS-TRANSFERS.
           MOVE WS-SUM-CLOSING (WS-SUM-IDX)     TO TS-CLOSING-ON-HAND.
           MOVE WS-SUM-MOVEMENTS (WS-SUM-IDX)   TO TS-MOVEMENTS.
           WRITE TS-RECORD.
           MOVE TS-ITEM-CODE TO DL-ITEM-CODE.
           MOVE TS-LOC-CODE TO DL-LOC-CODE.
           MOVE SPACES TO DL-MONTH.
           STRING TS-MONTH (1:4) '-' TS-MONTH (5:2)
               DELIMITED BY SIZE INTO DL-MONTH.
           MOVE TS-OPENING-ON-HAND TO DL-OPENING.
           MOVE TS-RECEIPTS TO DL-RECEIPTS.
           MOVE TS-ISSUES TO DL-ISSUES.
           MOVE TS-ADJUSTMENTS TO DL-ADJUSTMENTS.
           MOVE TS-TRANSFERS TO DL-TRANSFERS.
           MOVE TS-CLOSING-ON-HAND TO DL-CLOSING.
           MOVE TS-MOVEMENTS TO DL-MOVEMENTS.
           MOVE WS-DETAIL-LINE TO REGISTER-RECORD.
           PERFORM 280-EMIT-REGISTER-LINE
               THRU 280-EMIT-REGISTER-LINE-EXIT.
       410-WRITE-ONE-SUMMARY-EXIT.
           EXIT.

      *****************************************************************
      * 500-REPLACE-HISTORY: COPIES THE KEPT DETAIL BACK OVER         *
      * TRANSHIST. THIS IS THE LAST THING THE RUN DOES TO A FILE, SO  *
      * THE ARCHIVES AND SUMMARIES ARE ALREADY SAFE WHEN THE OLD      *
      * DETAIL LEAVES THE LIVE HISTORY.                               *
      *****************************************************************
       500-REPLACE-HISTORY.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT HISTORY-FILE.
           MOVE 'N' TO WS-WORK-EOF-FLAG.
           PERFORM 510-COPY-BACK-ONE-RECORD
               THRU 510-COPY-BACK-ONE-RECORD-EXIT
               UNTIL WORK-EOF.
           CLOSE WORK-FILE
                 HISTORY-FILE.
       500-REPLACE-HISTORY-EXIT.
           EXIT.

       510-COPY-BACK-ONE-RECORD.
           READ WORK-FILE
               AT END
                   MOVE 'Y' TO WS-WORK-EOF-FLAG
                   GO TO 510-COPY-BACK-ONE-RECORD-EXIT
           END-READ.
           MOVE WORK-RECORD TO HIST-RECORD.
           WRITE HIST-RECORD.
       510-COPY-BACK-ONE-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * 800-WRITE-TOTALS: RECORD COUNTS, THEN THE RECORDS WRITTEN TO  *
      * EACH YEAR'S ARCHIVE.                                          *
      *****************************************************************
       800-WRITE-TOTALS.
           MOVE WS-BLANK-LINE TO REGISTER-RECORD.
           PERFORM 280-EMIT-REGISTER-LINE
               THRU 280-EMIT-REGISTER-LINE-EXIT.
           MOVE 'HISTORY RECORDS READ:         ' TO SL-LABEL.
           MOVE WS-HIST-READ TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'RECORDS KEPT ON TRANSHIST:    ' TO SL-LABEL.
           MOVE WS-KEPT-COUNT TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'RECORDS ARCHIVED:             ' TO SL-LABEL.
           MOVE WS-ARCHIVED-COUNT TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'MONTHLY SUMMARIES WRITTEN:    ' TO SL-LABEL.
           MOVE WS-SUM-COUNT TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE ZERO TO WS-YEAR-SUB.
           PERFORM 820-EMIT-YEAR-COUNT
               THRU 820-EMIT-YEAR-COUNT-EXIT
               WS-YEAR-COUNT TIMES.
       800-WRITE-TOTALS-EXIT.
           EXIT.

       810-EMIT-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO REGISTER-RECORD.
           PERFORM 280-EMIT-REGISTER-LINE
               THRU 280-EMIT-REGISTER-LINE-EXIT.
       810-EMIT-SUMMARY-LINE-EXIT.
           EXIT.

       820-EMIT-YEAR-COUNT.
           ADD 1 TO WS-YEAR-SUB.
           MOVE SPACES TO SL-LABEL.
           STRING 'ARCHIVED TO TRANSHIST.Y' WS-YEAR-YYYY (WS-YEAR-SUB)
                   ':' DELIMITED BY SIZE
               INTO SL-LABEL.
           MOVE WS-YEAR-RECORDS (WS-YEAR-SUB) TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
       820-EMIT-YEAR-COUNT-EXIT.
           EXIT.
