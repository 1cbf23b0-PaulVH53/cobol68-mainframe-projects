      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(DORMRPT)                        *
      * PURPOSE: DORMANT ACCOUNT REPORT. READS THE ACCTMAST BALANCE   *
      * MASTER IN ACCOUNT ORDER AND LISTS EVERY OPEN ACCOUNT NOTHING  *
      * HAS POSTED TO FOR MORE THAN THE NUMBER OF DAYS ON THE PARM    *
      * CARD, WITH ITS NAME, THE DATE IT WAS OPENED, THE DATE IT LAST *
      * POSTED, THE DAYS IT HAS BEEN IDLE AND THE BALANCE IT IS       *
      * CARRYING - THE LIST ACCTMNT'S FREEZES AND CLOSES ARE DECIDED  *
      * FROM. AN ACCOUNT THAT HAS NEVER POSTED IS IDLE FROM THE DATE  *
      * IT WAS OPENED. FROZEN AND CLOSED ACCOUNTS ARE LEFT OFF.       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * THIS PROGRAM WORKS THE SAME DATA DIRECTORY AS PROJ1, SO IT    *
      * RESOLVES ITS PATHS THROUGH THE SAME PROJ1_DATA_DIR            *
      * ENVIRONMENT VARIABLE - SEE 005-RESOLVE-DATA-PATHS.            *
      *****************************************************************
           SELECT ACCTMAST-FILE ASSIGN DYNAMIC WS-ACCTMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AB-ACCOUNT-CODE
               FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT DORM-REPORT-FILE ASSIGN DYNAMIC WS-DORM-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * ACCTMAST-FILE: SEE copybooks/ACCTMAST.CPY.                    *
      *****************************************************************
       FD  ACCTMAST-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY ACCTMAST.

      *****************************************************************
      * PARM-FILE: PARM-DAYS IS HOW MANY DAYS AN OPEN ACCOUNT MAY GO  *
      * WITHOUT A POSTING BEFORE IT IS LISTED - 90 WHEN THE CARD IS   *
      * MISSING OR THE FIELD IS NOT NUMERIC.                          *
      *****************************************************************
       FD  PARM-FILE
           RECORDING MODE IS F.

       01  PARM-RECORD.
           05  PARM-DAYS             PIC X(03).

       FD  DORM-REPORT-FILE
           RECORDING MODE IS F.

       01  DORM-REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ACCTMAST-STATUS    PIC XX.
           05  WS-PARM-FILE-STATUS   PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-ACCTMAST-EOF-FLAG  PIC X          VALUE 'N'.
               88  ACCTMAST-EOF      VALUE 'Y'.
           05  WS-ACCTMAST-OPEN-FLAG PIC X          VALUE 'N'.
               88  ACCTMAST-OPEN     VALUE 'Y'.

       77  WS-ACCOUNTS-READ          PIC 9(05) COMP VALUE ZERO.
       77  WS-OPEN-ACCOUNTS          PIC 9(05) COMP VALUE ZERO.
       77  WS-DORMANT-ACCOUNTS       PIC 9(05) COMP VALUE ZERO.
       77  WS-NOT-OPEN-ACCOUNTS      PIC 9(05) COMP VALUE ZERO.
       77  WS-BAD-DATE-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-DORMANT-DAYS           PIC 9(03)      VALUE 90.
       77  WS-DORMANT-BALANCE        PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE-TEXT      PIC X(08)      VALUE ZEROS.
           05  WS-RUN-DATE-DISPLAY   PIC X(10)      VALUE SPACES.
           05  WS-RUN-DAY-NUMBER     PIC 9(07) COMP VALUE ZERO.

       77  WS-CHAIN-RUN-DATE        PIC X(08)      VALUE SPACES.

       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NUM           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-ON-PAGE      PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE     PIC 9(03) COMP VALUE 50.

      *****************************************************************
      * WS-IDLE-FIELDS: THE DATE THE ACCOUNT IN HAND IS IDLE FROM -   *
      * ITS LAST POSTING, OR ITS OPENED DATE WHEN IT HAS NEVER        *
      * POSTED - AND THE DAYS SINCE.                                  *
      *****************************************************************
       01  WS-IDLE-FIELDS.
           05  WS-IDLE-FROM-DATE     PIC X(08)      VALUE SPACES.
           05  WS-DAYS-IDLE          PIC S9(07) COMP VALUE ZERO.

       01  WS-UTILITY-FIELDS.
           05  WS-BLANK-LINE         PIC X(132)    VALUE SPACES.

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
      * WS-DATA-PATH-FIELDS: SEE 005-RESOLVE-DATA-PATHS.              *
      *****************************************************************
       01  WS-DATA-PATH-FIELDS.
           05  WS-DATA-DIR           PIC X(60) VALUE 'data'.
           05  WS-ACCTMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-PARM-PATH          PIC X(80) VALUE SPACES.
           05  WS-DORM-RPT-PATH      PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- DORMANT ACCOUNT REPORT ---            '.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RUN DATE: '.
               10  RH-DATE-OUT     PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  RH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(40)     VALUE SPACES.
           05  RH-SUBTITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(32)     VALUE
                   'OPEN ACCOUNTS WITH NO POSTING IN'.
               10  RH-DAYS-OUT     PIC ZZZ9.
               10  FILLER          PIC X(5)      VALUE ' DAYS'.
               10  FILLER          PIC X(86)     VALUE SPACES.
           05  RH-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(7)      VALUE 'ACCOUNT'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(30)     VALUE 'ACCOUNT NAME'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'OPENED'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(11)     VALUE 'LAST POSTED'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(9)      VALUE 'DAYS IDLE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(21)     VALUE
                   '      CURRENT BALANCE'.
               10  FILLER          PIC X(29)     VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-ACCOUNT          PIC X(06).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-NAME             PIC X(30).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-OPENED           PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-LAST-POSTED      PIC X(11).
           05  FILLER              PIC X(6)      VALUE SPACES.
           05  DL-DAYS-IDLE        PIC ZZZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-BALANCE          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(29)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-LABEL            PIC X(36).
           05  SL-COUNT-OUT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(84)     VALUE SPACES.

       01  WS-BALANCE-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  BL-LABEL            PIC X(36).
           05  BL-BALANCE-OUT      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(70)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'DORMRPT: DORMANT ACCOUNT REPORT'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-READ-PARM-CARD
               THRU 060-READ-PARM-CARD-EXIT.

           OPEN INPUT ACCTMAST-FILE.
           IF WS-ACCTMAST-STATUS = '00'
               MOVE 'Y' TO WS-ACCTMAST-OPEN-FLAG
           ELSE
               DISPLAY 'DORMRPT: NO ACCOUNT MASTER - NO ACCOUNTS TO '
                   'REPORT'
               MOVE 'Y' TO WS-ACCTMAST-EOF-FLAG.
           OPEN OUTPUT DORM-REPORT-FILE.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           PERFORM 200-REPORT-ONE-ACCOUNT
               THRU 200-REPORT-ONE-ACCOUNT-EXIT
               UNTIL ACCTMAST-EOF.
           PERFORM 400-WRITE-TOTALS THRU 400-WRITE-TOTALS-EXIT.
           IF ACCTMAST-OPEN
               CLOSE ACCTMAST-FILE.
           CLOSE DORM-REPORT-FILE.

           DISPLAY 'DORMRPT: ACCOUNTS READ        : ' WS-ACCOUNTS-READ.
           DISPLAY 'DORMRPT: OPEN ACCOUNTS        : ' WS-OPEN-ACCOUNTS.
           DISPLAY 'DORMRPT: DORMANT ACCOUNTS     : '
               WS-DORMANT-ACCOUNTS.
           IF WS-BAD-DATE-COUNT > ZERO
               DISPLAY 'DORMRPT: ACCOUNTS WITH NO DATE: '
                   WS-BAD-DATE-COUNT.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'DORMRPT: DORMANT ACCOUNT REPORT ENDED'.
           GOBACK.

      *****************************************************************
      * 005-RESOLVE-DATA-PATHS: BUILDS EACH DATA FILE'S PATH FROM     *
      * WS-DATA-DIR, WHICH DEFAULTS TO "data" BUT IS OVERRIDDEN BY    *
      * THE PROJ1_DATA_DIR ENVIRONMENT VARIABLE WHEN ONE IS SET.      *
      *****************************************************************
       005-RESOLVE-DATA-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT 'PROJ1_DATA_DIR'.
           IF WS-DATA-DIR = SPACES
               MOVE 'data' TO WS-DATA-DIR.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/ACCTMAST' DELIMITED BY SIZE
               INTO WS-ACCTMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/DORMRPT.PARM' DELIMITED BY SIZE
               INTO WS-PARM-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/DORMRPT.REPORT' DELIMITED BY SIZE
               INTO WS-DORM-RPT-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 060-READ-PARM-CARD: THE RUN DATE IS TODAY, OR A CHAINED RUN'S *
      * RUN_DATE, TURNED INTO A DAY NUMBER THE POSTING DATES ARE      *
      * MEASURED AGAINST. WITH NO CARD THE STANDING 90 DAYS APPLY.    *
      *****************************************************************
       060-READ-PARM-CARD.
           ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD.
           ACCEPT WS-CHAIN-RUN-DATE FROM ENVIRONMENT 'RUN_DATE'.
           IF WS-CHAIN-RUN-DATE NOT = SPACES
               MOVE WS-CHAIN-RUN-DATE TO WS-RUN-DATE-TEXT.
           STRING WS-RUN-DATE-TEXT (1:4) '-' WS-RUN-DATE-TEXT (5:2)
                   '-' WS-RUN-DATE-TEXT (7:2)
               INTO WS-RUN-DATE-DISPLAY.
           MOVE WS-RUN-DATE-TEXT TO WS-DN-DATE.
           PERFORM 8100-DATE-TO-DAY-NUMBER
               THRU 8100-DATE-TO-DAY-NUMBER-EXIT.
           MOVE WS-DN-RESULT TO WS-RUN-DAY-NUMBER.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'NO PARAMETER CARD SUPPLIED - 90 DAYS APPLY'
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY 'PARAMETER CARD FILE IS EMPTY - '
                           '90 DAYS APPLY'
                   NOT AT END
                       IF PARM-DAYS IS NUMERIC
                           MOVE PARM-DAYS TO WS-DORMANT-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE.
           DISPLAY 'DORMRPT: DORMANT AFTER (DAYS) : ' WS-DORMANT-DAYS.
       060-READ-PARM-CARD-EXIT.
           EXIT.

      *****************************************************************
      * 100-WRITE-HEADERS: PRINTS THE TITLE, RUN DATE, PAGE NUMBER,   *
      * THE DAYS IN FORCE AND COLUMN HEADINGS - THE SAME PATTERN      *
      * CASEAGE USES.                                                 *
      *****************************************************************
       100-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-PAGE-NUM TO RH-PAGE-OUT.
           MOVE WS-RUN-DATE-DISPLAY TO RH-DATE-OUT.
           MOVE WS-DORMANT-DAYS TO RH-DAYS-OUT.
           IF WS-PAGE-NUM > 1
               MOVE WS-BLANK-LINE TO DORM-REPORT-RECORD
               WRITE DORM-REPORT-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO DORM-REPORT-RECORD.
           WRITE DORM-REPORT-RECORD.
           MOVE RH-SUBTITLE TO DORM-REPORT-RECORD.
           WRITE DORM-REPORT-RECORD.
           MOVE RH-COLUMNS TO DORM-REPORT-RECORD.
           WRITE DORM-REPORT-RECORD.
           MOVE WS-BLANK-LINE TO DORM-REPORT-RECORD.
           WRITE DORM-REPORT-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       100-WRITE-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 200-REPORT-ONE-ACCOUNT: READS THE NEXT ACCOUNT AND LISTS IT   *
      * WHEN IT IS OPEN AND HAS BEEN IDLE LONGER THAN THE DAYS IN     *
      * FORCE. A BLANK STATUS READS AS OPEN. A POSTING DATED AFTER    *
      * THE RUN DATE (A CHAINED RUN FOR AN EARLIER DAY) IS ZERO DAYS. *
      *****************************************************************
       200-REPORT-ONE-ACCOUNT.
           READ ACCTMAST-FILE
               AT END
                   MOVE 'Y' TO WS-ACCTMAST-EOF-FLAG
                   GO TO 200-REPORT-ONE-ACCOUNT-EXIT
           END-READ.
           ADD 1 TO WS-ACCOUNTS-READ.
           IF AB-STATUS = 'F' OR AB-STATUS = 'C'
               ADD 1 TO WS-NOT-OPEN-ACCOUNTS
               GO TO 200-REPORT-ONE-ACCOUNT-EXIT.
           ADD 1 TO WS-OPEN-ACCOUNTS.
           IF AB-LAST-POSTED IS NUMERIC
               MOVE AB-LAST-POSTED TO WS-IDLE-FROM-DATE
           ELSE IF AB-OPENED-DATE IS NUMERIC
               MOVE AB-OPENED-DATE TO WS-IDLE-FROM-DATE
           ELSE
               ADD 1 TO WS-BAD-DATE-COUNT
               DISPLAY 'WARNING: ACCOUNT ' AB-ACCOUNT-CODE
                   ' HAS NO VALID POSTED OR OPENED DATE - LEFT OFF '
                   'THE REPORT'
               GO TO 200-REPORT-ONE-ACCOUNT-EXIT.
           MOVE WS-IDLE-FROM-DATE TO WS-DN-DATE.
           PERFORM 8100-DATE-TO-DAY-NUMBER
               THRU 8100-DATE-TO-DAY-NUMBER-EXIT.
           COMPUTE WS-DAYS-IDLE = WS-RUN-DAY-NUMBER - WS-DN-RESULT.
           IF WS-DAYS-IDLE < ZERO
               MOVE ZERO TO WS-DAYS-IDLE.
           IF WS-DAYS-IDLE > 99999
               MOVE 99999 TO WS-DAYS-IDLE.
           IF WS-DAYS-IDLE NOT > WS-DORMANT-DAYS
               GO TO 200-REPORT-ONE-ACCOUNT-EXIT.

           ADD 1 TO WS-DORMANT-ACCOUNTS.
           ADD AB-CURR-BALANCE TO WS-DORMANT-BALANCE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE AB-ACCOUNT-CODE TO DL-ACCOUNT.
           MOVE AB-ACCOUNT-NAME TO DL-NAME.
           IF AB-OPENED-DATE IS NUMERIC
               STRING AB-OPENED-DATE (1:4) '-' AB-OPENED-DATE (5:2)
                       '-' AB-OPENED-DATE (7:2)
                   DELIMITED BY SIZE INTO DL-OPENED.
           IF AB-LAST-POSTED IS NUMERIC
               STRING AB-LAST-POSTED (1:4) '-' AB-LAST-POSTED (5:2)
                       '-' AB-LAST-POSTED (7:2)
                   DELIMITED BY SIZE INTO DL-LAST-POSTED
           ELSE
               MOVE 'NEVER' TO DL-LAST-POSTED.
           MOVE WS-DAYS-IDLE TO DL-DAYS-IDLE.
           MOVE AB-CURR-BALANCE TO DL-BALANCE.
           MOVE WS-DETAIL-LINE TO DORM-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       200-REPORT-ONE-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      * 280-EMIT-REPORT-LINE: WRITES THE LINE ALREADY MOVED TO        *
      * DORM-REPORT-RECORD AND STARTS A NEW PAGE WHEN THIS ONE IS     *
      * FULL.                                                         *
      *****************************************************************
       280-EMIT-REPORT-LINE.
           WRITE DORM-REPORT-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
       280-EMIT-REPORT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 400-WRITE-TOTALS: THE RUN COUNTS AND THE BALANCE SITTING ON   *
      * THE DORMANT ACCOUNTS.                                         *
      *****************************************************************
       400-WRITE-TOTALS.
           MOVE WS-BLANK-LINE TO DORM-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'ACCOUNTS READ:' TO SL-LABEL.
           MOVE WS-ACCOUNTS-READ TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO DORM-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'FROZEN OR CLOSED - LEFT OFF:' TO SL-LABEL.
           MOVE WS-NOT-OPEN-ACCOUNTS TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO DORM-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'OPEN ACCOUNTS:' TO SL-LABEL.
           MOVE WS-OPEN-ACCOUNTS TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO DORM-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'OPEN ACCOUNTS WITH NO VALID DATE:' TO SL-LABEL.
           MOVE WS-BAD-DATE-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO DORM-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'DORMANT ACCOUNTS LISTED:' TO SL-LABEL.
           MOVE WS-DORMANT-ACCOUNTS TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO DORM-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'BALANCE HELD ON DORMANT ACCOUNTS:' TO BL-LABEL.
           MOVE WS-DORMANT-BALANCE TO BL-BALANCE-OUT.
           MOVE WS-BALANCE-LINE TO DORM-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       400-WRITE-TOTALS-EXIT.
           EXIT.

      *****************************************************************
      * 8100-DATE-TO-DAY-NUMBER: TURNS THE YYYYMMDD DATE IN           *
      * WS-DN-DATE INTO A SERIAL DAY NUMBER SO TWO DATES CAN BE       *
      * SUBTRACTED FOR DAYS BETWEEN - THE SAME ROUTINE HOLDAGE USES.  *
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
