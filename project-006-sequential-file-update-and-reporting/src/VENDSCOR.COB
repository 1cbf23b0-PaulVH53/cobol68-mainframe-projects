      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(VENDSCOR)                       *
      * PURPOSE: MONTHLY VENDOR DELIVERY SCORECARD. FOR EVERY PO      *
      * PROJ6 CLOSED AS RECEIVED DURING THE SCORE MONTH, COMPARES THE *
      * DATE IT WAS RECEIVED IN FULL (PO-RECEIVED-DATE) WITH THE DATE *
      * THE VENDOR PROMISED IT (PO-PROMISED-DATE), AND PRINTS PER     *
      * VENDOR THE POS RECEIVED, HOW MANY CAME ON TIME AND HOW MANY   *
      * LATE, THE PERCENTAGE ON TIME AND THE AVERAGE DAYS LATE. THE   *
      * AVERAGE IS TAKEN OVER THE LATE POS ONLY - HOW LATE THE VENDOR *
      * RUNS WHEN IT DOES RUN LATE - SO A GOOD ON-TIME PERCENTAGE     *
      * DOES NOT HIDE A FEW VERY LATE DELIVERIES.                     *
      *                                                               *
      * THE SCORE MONTH (YYYYMM) COMES FROM THE VENDSCOR.PARM CARD;   *
      * A BLANK CARD OR A MISSING FILE SCORES THE MONTH BEFORE THE    *
      * RUN DATE, SINCE THE JOB RUNS ONCE THAT MONTH HAS CLOSED.      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDSCOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * THIS PROGRAM WORKS THE SAME DATA DIRECTORY AS PROJ6, SO IT    *
      * RESOLVES ITS PATHS THROUGH THE SAME PROJ6_DATA_DIR            *
      * ENVIRONMENT VARIABLE - SEE 005-RESOLVE-DATA-PATHS.            *
      *****************************************************************
           SELECT POMAST-FILE ASSIGN DYNAMIC WS-POMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-POMAST-STATUS.
           SELECT VENDMAST-FILE ASSIGN DYNAMIC WS-VENDMAST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDMAST-STATUS.
           SELECT SCORECARD-FILE ASSIGN DYNAMIC WS-SCORECARD-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * POMAST-FILE: SAME LAYOUT AS POGEN'S PO-RECORD.                 *
      *****************************************************************
       FD  POMAST-FILE
           RECORD CONTAINS 66 CHARACTERS.

       01  PO-RECORD.
           05  PO-NUMBER             PIC 9(06).
           05  PO-ITEM-CODE          PIC X(10).
           05  PO-LOC-CODE           PIC X(03).
           05  PO-VENDOR-CODE        PIC X(05).
           05  PO-QUANTITY           PIC 9(05).
           05  PO-ORDER-DATE         PIC X(08).
           05  PO-STATUS             PIC X(01).
               88  PO-RECEIVED                   VALUE 'R'.
           05  PO-QTY-RECEIVED       PIC 9(05).
           05  PO-PROMISED-DATE      PIC X(08).
           05  PO-RECEIVED-DATE      PIC X(08).
           05  PO-UNIT-COST          PIC 9(05)V99.

      *****************************************************************
      * VENDMAST-FILE: SAME LAYOUT AS VENDMNT'S VD-RECORD.             *
      *****************************************************************
       FD  VENDMAST-FILE
           RECORDING MODE IS F.

       01  VD-RECORD.
           05  VD-VENDOR-CODE       PIC X(05).
           05  VD-VENDOR-NAME       PIC X(25).
           05  VD-STATUS            PIC X(01).
           05  VD-LEAD-DAYS         PIC 9(03).

       FD  SCORECARD-FILE
           RECORDING MODE IS F.

       01  SCORECARD-RECORD          PIC X(132).
      *****************************************************************
      * PARM-FILE: THE SCORE MONTH AS YYYYMM.                         *
      *****************************************************************
       FD  PARM-FILE
           RECORDING MODE IS F.

       01  PARM-RECORD.
           05  PARM-SCORE-MONTH      PIC X(06).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-POMAST-STATUS      PIC XX.
           05  WS-VENDMAST-STATUS    PIC XX.
           05  WS-PARM-FILE-STATUS   PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-POMAST-EOF-FLAG    PIC X          VALUE 'N'.
               88  POMAST-EOF        VALUE 'Y'.
           05  WS-VENDMAST-EOF-FLAG  PIC X          VALUE 'N'.
               88  VENDMAST-EOF      VALUE 'Y'.

       77  WS-POS-READ               PIC 9(07) COMP VALUE ZERO.
       77  WS-POS-SCORED             PIC 9(07) COMP VALUE ZERO.
       77  WS-NO-PROMISE-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-VENDORS-SCORED         PIC 9(05) COMP VALUE ZERO.
       77  WS-DAYS-LATE              PIC S9(07) COMP VALUE ZERO.
       77  WS-PROMISED-DAY-NUMBER    PIC 9(07) COMP VALUE ZERO.
       77  WS-PCT-ON-TIME            PIC 9(03)V9 COMP-3 VALUE ZERO.
       77  WS-AVG-DAYS-LATE          PIC 9(05)V9 COMP-3 VALUE ZERO.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE-TEXT      PIC X(08)      VALUE ZEROS.
           05  WS-RUN-DATE-DISPLAY   PIC X(10)      VALUE SPACES.

       77  WS-CHAIN-RUN-DATE        PIC X(08)      VALUE SPACES.

      *****************************************************************
      * WS-SCORE-MONTH: THE MONTH BEING SCORED - SEE 060-READ-PARM-   *
      * CARD.                                                         *
      *****************************************************************
       01  WS-SCORE-MONTH-FIELDS.
           05  WS-SCORE-MONTH.
               10  WS-SCORE-YEAR     PIC 9(04).
               10  WS-SCORE-MM       PIC 9(02).
           05  WS-SCORE-MONTH-DISPLAY PIC X(07)     VALUE SPACES.

       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NUM           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-ON-PAGE      PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE     PIC 9(03) COMP VALUE 50.

       01  WS-UTILITY-FIELDS.
           05  WS-BLANK-LINE         PIC X(132)    VALUE SPACES.

      *****************************************************************
      * WS-SCORE-TABLE: ONE ENTRY PER VENDOR, LOADED FROM VENDMAST IN *
      * VENDOR CODE ORDER. A PO FOR A VENDOR SINCE DELETED FROM THE   *
      * MASTER IS STILL SCORED, UNDER AN ENTRY ADDED AT THE END.      *
      *****************************************************************
       01  WS-SCORE-TABLE.
           05  WS-SCORE-COUNT       PIC 9(5) COMP VALUE ZERO.
           05  WS-SCORE-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-SCORE-COUNT
                       INDEXED BY WS-SCORE-IDX.
               10  WS-SC-VENDOR-CODE   PIC X(05).
               10  WS-SC-VENDOR-NAME   PIC X(25).
               10  WS-SC-RECEIVED      PIC 9(05) COMP.
               10  WS-SC-ON-TIME       PIC 9(05) COMP.
               10  WS-SC-LATE          PIC 9(05) COMP.
               10  WS-SC-DAYS-LATE     PIC 9(07) COMP.

       01  WS-SCORE-WORK-FIELDS.
           05  WS-SCORE-FOUND-FLAG   PIC X          VALUE 'N'.
               88  SCORE-FOUND       VALUE 'Y'.
           05  WS-SCORE-SUB          PIC 9(05) COMP VALUE ZERO.

       01  WS-GRAND-TOTALS.
           05  WS-GT-RECEIVED        PIC 9(07) COMP VALUE ZERO.
           05  WS-GT-ON-TIME         PIC 9(07) COMP VALUE ZERO.
           05  WS-GT-LATE            PIC 9(07) COMP VALUE ZERO.
           05  WS-GT-DAYS-LATE       PIC 9(09) COMP VALUE ZERO.

      *****************************************************************
      * WS-DAY-NUMBER-FIELDS: SEE 8100-DATE-TO-DAY-NUMBER.            *
      *****************************************************************
       01  WS-DAY-NUMBER-FIELDS.
           05  WS-DN-DATE.
               10  WS-DN-YEAR       PIC 9(04).
               10  WS-DN-MONTH      PIC 9(02).
               10  WS-DN-DAY        PIC 9(02).
           05  WS-DN-RESULT         PIC 9(07) COMP.
           05  WS-DN-PRIOR-YEARS    PIC 9(07) COMP.
           05  WS-DN-WORK           PIC 9(07) COMP.
           05  WS-DN-MONTH-DAYS     PIC 9(03) COMP.
           05  WS-DN-LEAP-FLAG      PIC X(01).
               88  DN-LEAP-YEAR     VALUE 'Y'.
           05  WS-DN-REMAINDER      PIC 9(04) COMP.

      *****************************************************************
      * WS-DATA-PATH-FIELDS: SEE 005-RESOLVE-DATA-PATHS.               *
      *****************************************************************
       01  WS-DATA-PATH-FIELDS.
           05  WS-DATA-DIR           PIC X(60) VALUE 'data'.
           05  WS-POMAST-PATH        PIC X(80) VALUE SPACES.
           05  WS-VENDMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-SCORECARD-PATH     PIC X(80) VALUE SPACES.
           05  WS-PARM-PATH          PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(34)     VALUE
                   '--- VENDOR DELIVERY SCORECARD FOR '.
               10  RH-MONTH-OUT    PIC X(7)      VALUE SPACES.
               10  FILLER          PIC X(1)      VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RUN DATE: '.
               10  RH-DATE-OUT     PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  RH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(40)     VALUE SPACES.
           05  RH-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'VENDOR'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(25)     VALUE 'VENDOR NAME'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE 'POS RCVD'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE ' ON TIME'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE '    LATE'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(9)      VALUE '% ON TIME'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(13)     VALUE 'AVG DAYS LATE'.
               10  FILLER          PIC X(34)     VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-VENDOR-CODE      PIC X(5).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-VENDOR-NAME      PIC X(25).
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  DL-RECEIVED         PIC ZZ,ZZ9.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-ON-TIME          PIC ZZ,ZZ9.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-LATE             PIC ZZ,ZZ9.
           05  FILLER              PIC X(6)      VALUE SPACES.
           05  DL-PCT-ON-TIME      PIC ZZ9.9.
           05  FILLER              PIC X(11)     VALUE SPACES.
           05  DL-AVG-DAYS-LATE    PIC ZZZ9.9.
           05  FILLER              PIC X(34)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-LABEL            PIC X(30).
           05  SL-COUNT-OUT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(90)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'VENDSCOR: MONTHLY VENDOR DELIVERY SCORECARD'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-READ-PARM-CARD
               THRU 060-READ-PARM-CARD-EXIT.
           IF WS-SCORE-MONTH IS NOT NUMERIC
                   OR WS-SCORE-MM < 1 OR WS-SCORE-MM > 12
               DISPLAY 'VENDSCOR ABEND - SCORE MONTH ' WS-SCORE-MONTH
                   ' IS NOT A YYYYMM MONTH'
               MOVE 16 TO RETURN-CODE
               GOBACK.
           STRING WS-RUN-DATE-TEXT (1:4) '-' WS-RUN-DATE-TEXT (5:2)
                   '-' WS-RUN-DATE-TEXT (7:2)
               INTO WS-RUN-DATE-DISPLAY.
           STRING WS-SCORE-MONTH (1:4) '-' WS-SCORE-MONTH (5:2)
               INTO WS-SCORE-MONTH-DISPLAY.
           DISPLAY 'VENDSCOR: SCORING MONTH ' WS-SCORE-MONTH-DISPLAY.
           PERFORM 040-LOAD-VENDOR-MASTER
               THRU 040-LOAD-VENDOR-MASTER-EXIT.

           OPEN INPUT POMAST-FILE.
           IF WS-POMAST-STATUS NOT = '00'
               DISPLAY 'NO PO MASTER FOUND - NOTHING TO SCORE'
           ELSE
               PERFORM 200-READ-ONE-PO
                   UNTIL POMAST-EOF
               CLOSE POMAST-FILE.

           OPEN OUTPUT SCORECARD-FILE.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           MOVE ZERO TO WS-SCORE-SUB.
           PERFORM 300-WRITE-ONE-VENDOR
               THRU 300-WRITE-ONE-VENDOR-EXIT
               WS-SCORE-COUNT TIMES.
           PERFORM 400-WRITE-TOTALS
               THRU 400-WRITE-TOTALS-EXIT.
           CLOSE SCORECARD-FILE.

           DISPLAY 'VENDSCOR: POS READ            : ' WS-POS-READ.
           DISPLAY 'VENDSCOR: POS SCORED          : ' WS-POS-SCORED.
           DISPLAY 'VENDSCOR: NO PROMISED DATE    : '
               WS-NO-PROMISE-COUNT.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'VENDSCOR: SCORECARD RUN ENDED'.
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
                   '/POMAST' DELIMITED BY SIZE
               INTO WS-POMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/VENDMAST' DELIMITED BY SIZE
               INTO WS-VENDMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/VENDSCORE.REPORT' DELIMITED BY SIZE
               INTO WS-SCORECARD-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/VENDSCOR.PARM' DELIMITED BY SIZE
               INTO WS-PARM-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 040-LOAD-VENDOR-MASTER: ONE SCORE ENTRY PER VENDOR ON FILE.   *
      *****************************************************************
       040-LOAD-VENDOR-MASTER.
           OPEN INPUT VENDMAST-FILE.
           IF WS-VENDMAST-STATUS NOT = '00'
               DISPLAY 'NO VENDOR MASTER FOUND - VENDOR NAMES WILL '
                   'NOT PRINT'
               MOVE 'Y' TO WS-VENDMAST-EOF-FLAG
           ELSE
               PERFORM 041-LOAD-ONE-VENDOR
                   UNTIL VENDMAST-EOF
               CLOSE VENDMAST-FILE.
       040-LOAD-VENDOR-MASTER-EXIT.
           EXIT.

       041-LOAD-ONE-VENDOR.
           READ VENDMAST-FILE
               AT END
                   MOVE 'Y' TO WS-VENDMAST-EOF-FLAG
               NOT AT END
                   IF WS-SCORE-COUNT < 100
                       ADD 1 TO WS-SCORE-COUNT
                       MOVE VD-VENDOR-CODE TO
                           WS-SC-VENDOR-CODE (WS-SCORE-COUNT)
                       MOVE VD-VENDOR-NAME TO
                           WS-SC-VENDOR-NAME (WS-SCORE-COUNT)
                       MOVE ZERO TO WS-SC-RECEIVED (WS-SCORE-COUNT)
                       MOVE ZERO TO WS-SC-ON-TIME (WS-SCORE-COUNT)
                       MOVE ZERO TO WS-SC-LATE (WS-SCORE-COUNT)
                       MOVE ZERO TO WS-SC-DAYS-LATE (WS-SCORE-COUNT)
                   ELSE
                       DISPLAY 'WARNING: SCORE TABLE FULL - '
                           VD-VENDOR-CODE ' NOT LOADED'.

      *****************************************************************
      * 060-READ-PARM-CARD: THE RUN DATE IS TODAY, OR A CHAINED RUN'S *
      * RUN_DATE. THE SCORE MONTH IS THE CARD'S, OR FAILING THAT THE  *
      * MONTH BEFORE THE RUN DATE'S.                                  *
      *****************************************************************
       060-READ-PARM-CARD.
           ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD.
           ACCEPT WS-CHAIN-RUN-DATE FROM ENVIRONMENT 'RUN_DATE'.
           IF WS-CHAIN-RUN-DATE NOT = SPACES
               MOVE WS-CHAIN-RUN-DATE TO WS-RUN-DATE-TEXT.
           MOVE WS-RUN-DATE-TEXT (1:6) TO WS-SCORE-MONTH.
           IF WS-SCORE-MONTH IS NUMERIC
               IF WS-SCORE-MM = 1
                   SUBTRACT 1 FROM WS-SCORE-YEAR
                   MOVE 12 TO WS-SCORE-MM
               ELSE
                   SUBTRACT 1 FROM WS-SCORE-MM
               END-IF
           END-IF.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'NO PARAMETER CARD SUPPLIED - SCORING LAST '
                   'MONTH'
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY 'PARAMETER CARD FILE IS EMPTY - '
                           'SCORING LAST MONTH'
                   NOT AT END
                       IF PARM-SCORE-MONTH NOT = SPACES
                           MOVE PARM-SCORE-MONTH TO WS-SCORE-MONTH
                       END-IF
               END-READ
               CLOSE PARM-FILE.
       060-READ-PARM-CARD-EXIT.
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
           MOVE WS-SCORE-MONTH-DISPLAY TO RH-MONTH-OUT.
           IF WS-PAGE-NUM > 1
               MOVE WS-BLANK-LINE TO SCORECARD-RECORD
               WRITE SCORECARD-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO SCORECARD-RECORD.
           WRITE SCORECARD-RECORD.
           MOVE RH-COLUMNS TO SCORECARD-RECORD.
           WRITE SCORECARD-RECORD.
           MOVE WS-BLANK-LINE TO SCORECARD-RECORD.
           WRITE SCORECARD-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       100-WRITE-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 200-READ-ONE-PO: ONLY A PO CLOSED AS RECEIVED WITHIN THE      *
      * SCORE MONTH COUNTS. ONE CUT BEFORE LEAD TIMES WERE KEPT HAS   *
      * NO PROMISED DATE TO SCORE AGAINST AND IS ONLY COUNTED.        *
      *****************************************************************
       200-READ-ONE-PO.
           READ POMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-POMAST-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-POS-READ
                   IF PO-RECEIVED
                           AND PO-RECEIVED-DATE (1:6) = WS-SCORE-MONTH
                       IF PO-PROMISED-DATE IS NOT NUMERIC
                               OR PO-RECEIVED-DATE IS NOT NUMERIC
                           ADD 1 TO WS-NO-PROMISE-COUNT
                       ELSE
                           PERFORM 210-SCORE-ONE-PO
                               THRU 210-SCORE-ONE-PO-EXIT
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * 210-SCORE-ONE-PO: A PO RECEIVED ON OR BEFORE ITS PROMISED     *
      * DATE IS ON TIME; OTHERWISE ITS DAYS LATE ARE THE DAYS FROM    *
      * THE PROMISED DATE TO THE RECEIVED DATE.                       *
      *****************************************************************
       210-SCORE-ONE-PO.
           PERFORM 220-FIND-SCORE-ENTRY
               THRU 220-FIND-SCORE-ENTRY-EXIT.
           IF NOT SCORE-FOUND
               DISPLAY 'WARNING: SCORE TABLE FULL - PO ' PO-NUMBER
                   ' FOR VENDOR ' PO-VENDOR-CODE ' NOT SCORED'
               GO TO 210-SCORE-ONE-PO-EXIT.
           ADD 1 TO WS-POS-SCORED.
           ADD 1 TO WS-SC-RECEIVED (WS-SCORE-IDX).
           IF PO-RECEIVED-DATE NOT > PO-PROMISED-DATE
               ADD 1 TO WS-SC-ON-TIME (WS-SCORE-IDX)
               GO TO 210-SCORE-ONE-PO-EXIT.
           MOVE PO-PROMISED-DATE TO WS-DN-DATE.
           PERFORM 8100-DATE-TO-DAY-NUMBER
               THRU 8100-DATE-TO-DAY-NUMBER-EXIT.
           MOVE WS-DN-RESULT TO WS-PROMISED-DAY-NUMBER.
           MOVE PO-RECEIVED-DATE TO WS-DN-DATE.
           PERFORM 8100-DATE-TO-DAY-NUMBER
               THRU 8100-DATE-TO-DAY-NUMBER-EXIT.
           COMPUTE WS-DAYS-LATE =
               WS-DN-RESULT - WS-PROMISED-DAY-NUMBER.
           ADD 1 TO WS-SC-LATE (WS-SCORE-IDX).
           ADD WS-DAYS-LATE TO WS-SC-DAYS-LATE (WS-SCORE-IDX).
       210-SCORE-ONE-PO-EXIT.
           EXIT.

      *****************************************************************
      * 220-FIND-SCORE-ENTRY: POINTS WS-SCORE-IDX AT THE PO'S VENDOR, *
      * ADDING AN ENTRY FOR A VENDOR NO LONGER ON THE MASTER.         *
      *****************************************************************
       220-FIND-SCORE-ENTRY.
           MOVE 'N' TO WS-SCORE-FOUND-FLAG.
           IF WS-SCORE-COUNT > ZERO
               SET WS-SCORE-IDX TO 1
               SEARCH WS-SCORE-ENTRY
                   WHEN WS-SC-VENDOR-CODE (WS-SCORE-IDX) =
                           PO-VENDOR-CODE
                       MOVE 'Y' TO WS-SCORE-FOUND-FLAG.
           IF SCORE-FOUND
               GO TO 220-FIND-SCORE-ENTRY-EXIT.
           IF WS-SCORE-COUNT NOT < 100
               GO TO 220-FIND-SCORE-ENTRY-EXIT.
           ADD 1 TO WS-SCORE-COUNT.
           SET WS-SCORE-IDX TO WS-SCORE-COUNT.
           MOVE PO-VENDOR-CODE TO WS-SC-VENDOR-CODE (WS-SCORE-IDX).
           MOVE '** NOT ON VENDOR MASTER' TO
               WS-SC-VENDOR-NAME (WS-SCORE-IDX).
           MOVE ZERO TO WS-SC-RECEIVED (WS-SCORE-IDX).
           MOVE ZERO TO WS-SC-ON-TIME (WS-SCORE-IDX).
           MOVE ZERO TO WS-SC-LATE (WS-SCORE-IDX).
           MOVE ZERO TO WS-SC-DAYS-LATE (WS-SCORE-IDX).
           MOVE 'Y' TO WS-SCORE-FOUND-FLAG.
       220-FIND-SCORE-ENTRY-EXIT.
           EXIT.

       280-EMIT-REPORT-LINE.
           WRITE SCORECARD-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
       280-EMIT-REPORT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 300-WRITE-ONE-VENDOR: PRINTS ONE VENDOR'S SCORE AND ADDS IT   *
      * TO THE GRAND TOTALS. A VENDOR WITH NOTHING RECEIVED IN THE    *
      * MONTH HAS NOTHING TO SCORE AND IS LEFT OFF.                   *
      *****************************************************************
       300-WRITE-ONE-VENDOR.
           ADD 1 TO WS-SCORE-SUB.
           IF WS-SC-RECEIVED (WS-SCORE-SUB) = ZERO
               GO TO 300-WRITE-ONE-VENDOR-EXIT.
           ADD 1 TO WS-VENDORS-SCORED.
           ADD WS-SC-RECEIVED (WS-SCORE-SUB) TO WS-GT-RECEIVED.
           ADD WS-SC-ON-TIME (WS-SCORE-SUB) TO WS-GT-ON-TIME.
           ADD WS-SC-LATE (WS-SCORE-SUB) TO WS-GT-LATE.
           ADD WS-SC-DAYS-LATE (WS-SCORE-SUB) TO WS-GT-DAYS-LATE.
           COMPUTE WS-PCT-ON-TIME ROUNDED =
               WS-SC-ON-TIME (WS-SCORE-SUB) * 100
               / WS-SC-RECEIVED (WS-SCORE-SUB).
           MOVE ZERO TO WS-AVG-DAYS-LATE.
           IF WS-SC-LATE (WS-SCORE-SUB) > ZERO
               COMPUTE WS-AVG-DAYS-LATE ROUNDED =
                   WS-SC-DAYS-LATE (WS-SCORE-SUB)
                   / WS-SC-LATE (WS-SCORE-SUB).
           MOVE WS-SC-VENDOR-CODE (WS-SCORE-SUB) TO DL-VENDOR-CODE.
           MOVE WS-SC-VENDOR-NAME (WS-SCORE-SUB) TO DL-VENDOR-NAME.
           MOVE WS-SC-RECEIVED (WS-SCORE-SUB) TO DL-RECEIVED.
           MOVE WS-SC-ON-TIME (WS-SCORE-SUB) TO DL-ON-TIME.
           MOVE WS-SC-LATE (WS-SCORE-SUB) TO DL-LATE.
           MOVE WS-PCT-ON-TIME TO DL-PCT-ON-TIME.
           MOVE WS-AVG-DAYS-LATE TO DL-AVG-DAYS-LATE.
           MOVE WS-DETAIL-LINE TO SCORECARD-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
       300-WRITE-ONE-VENDOR-EXIT.
           EXIT.

      *****************************************************************
      * 400-WRITE-TOTALS: THE ALL-VENDOR LINE IN THE SAME COLUMNS,    *
      * THEN THE RUN COUNTS.                                          *
      *****************************************************************
       400-WRITE-TOTALS.
           MOVE WS-BLANK-LINE TO SCORECARD-RECORD.
           WRITE SCORECARD-RECORD.
           MOVE ZERO TO WS-PCT-ON-TIME.
           IF WS-GT-RECEIVED > ZERO
               COMPUTE WS-PCT-ON-TIME ROUNDED =
                   WS-GT-ON-TIME * 100 / WS-GT-RECEIVED.
           MOVE ZERO TO WS-AVG-DAYS-LATE.
           IF WS-GT-LATE > ZERO
               COMPUTE WS-AVG-DAYS-LATE ROUNDED =
                   WS-GT-DAYS-LATE / WS-GT-LATE.
           MOVE SPACES TO DL-VENDOR-CODE.
           MOVE 'ALL VENDORS' TO DL-VENDOR-NAME.
           MOVE WS-GT-RECEIVED TO DL-RECEIVED.
           MOVE WS-GT-ON-TIME TO DL-ON-TIME.
           MOVE WS-GT-LATE TO DL-LATE.
           MOVE WS-PCT-ON-TIME TO DL-PCT-ON-TIME.
           MOVE WS-AVG-DAYS-LATE TO DL-AVG-DAYS-LATE.
           MOVE WS-DETAIL-LINE TO SCORECARD-RECORD.
           WRITE SCORECARD-RECORD.
           MOVE WS-BLANK-LINE TO SCORECARD-RECORD.
           WRITE SCORECARD-RECORD.
           MOVE 'VENDORS SCORED:               ' TO SL-LABEL.
           MOVE WS-VENDORS-SCORED TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO SCORECARD-RECORD.
           WRITE SCORECARD-RECORD.
           MOVE 'RECEIVED POS NOT SCORED:      ' TO SL-LABEL.
           MOVE WS-NO-PROMISE-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO SCORECARD-RECORD.
           WRITE SCORECARD-RECORD.
       400-WRITE-TOTALS-EXIT.
           EXIT.

      *****************************************************************
      * 8100-DATE-TO-DAY-NUMBER: CONVERTS WS-DN-DATE (YYYYMMDD) TO A  *
      * SERIAL DAY NUMBER SO TWO DATES CAN BE SUBTRACTED FOR AN AGE   *
      * IN DAYS. COUNTS 365 DAYS FOR EVERY PRIOR YEAR PLUS ITS LEAP   *
      * DAYS, THEN THE DAYS OF THE COMPLETED MONTHS, THEN THE DAY OF  *
      * THE MONTH, WITH ONE MORE FOR A LEAP YEAR ONCE FEBRUARY IS     *
      * PAST.                                                         *
      *****************************************************************
       8100-DATE-TO-DAY-NUMBER.
           COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YEAR - 1.
           COMPUTE WS-DN-RESULT = WS-DN-PRIOR-YEARS * 365.
           DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-WORK.
           ADD WS-DN-WORK TO WS-DN-RESULT.
           DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-WORK.
           SUBTRACT WS-DN-WORK FROM WS-DN-RESULT.
           DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-WORK.
           ADD WS-DN-WORK TO WS-DN-RESULT.

           MOVE 'N' TO WS-DN-LEAP-FLAG.
           DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-WORK
               REMAINDER WS-DN-REMAINDER.
           IF WS-DN-REMAINDER = ZERO
               MOVE 'Y' TO WS-DN-LEAP-FLAG.
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-WORK
               REMAINDER WS-DN-REMAINDER.
           IF WS-DN-REMAINDER = ZERO
               MOVE 'N' TO WS-DN-LEAP-FLAG.
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-WORK
               REMAINDER WS-DN-REMAINDER.
           IF WS-DN-REMAINDER = ZERO
               MOVE 'Y' TO WS-DN-LEAP-FLAG.

           MOVE ZERO TO WS-DN-MONTH-DAYS.
           IF WS-DN-MONTH > 1  ADD 31 TO WS-DN-MONTH-DAYS.
           IF WS-DN-MONTH > 2  ADD 28 TO WS-DN-MONTH-DAYS.
           IF WS-DN-MONTH > 3  ADD 31 TO WS-DN-MONTH-DAYS.
           IF WS-DN-MONTH > 4  ADD 30 TO WS-DN-MONTH-DAYS.
           IF WS-DN-MONTH > 5  ADD 31 TO WS-DN-MONTH-DAYS.
           IF WS-DN-MONTH > 6  ADD 30 TO WS-DN-MONTH-DAYS.
           IF WS-DN-MONTH > 7  ADD 31 TO WS-DN-MONTH-DAYS.
           IF WS-DN-MONTH > 8  ADD 31 TO WS-DN-MONTH-DAYS.
           IF WS-DN-MONTH > 9  ADD 30 TO WS-DN-MONTH-DAYS.
           IF WS-DN-MONTH > 10 ADD 31 TO WS-DN-MONTH-DAYS.
           IF WS-DN-MONTH > 11 ADD 30 TO WS-DN-MONTH-DAYS.
           ADD WS-DN-MONTH-DAYS TO WS-DN-RESULT.
           IF DN-LEAP-YEAR AND WS-DN-MONTH > 2
               ADD 1 TO WS-DN-RESULT.
           ADD WS-DN-DAY TO WS-DN-RESULT.
       8100-DATE-TO-DAY-NUMBER-EXIT.
           EXIT.
