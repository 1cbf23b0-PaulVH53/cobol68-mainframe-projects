      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(CASEAGE)                        *
      * PURPOSE: OPEN VARIANCE CASE AGING REPORT, RUN WEEKLY. READS   *
      * THE CASE FILE PROJ3 OPENS CASES ON AND LISTS EVERY CASE STILL *
      * OPEN BY DEPARTMENT, OLDEST FIRST, WITH THE DAYS IT HAS BEEN   *
      * OPEN, THE VARIANCE AND THE BAND IT BROKE. CASES OPEN MORE     *
      * THAN WS-AGE-LIMIT DAYS ARE FLAGGED, EACH DEPARTMENT IS        *
      * SUBTOTALLED, AND A DEPARTMENT WITH ANY CASE OPEN THAT LONG    *
      * RAISES A CRITICAL ALERT ON THE COMMON ALERTS FEED. CASES      *
      * CASERES HAS CLOSED STAY ON THE CASE FILE AND ARE LEFT OFF.    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASEAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * THIS PROGRAM WORKS THE SAME DATA DIRECTORY AS PROJ3, SO IT    *
      * RESOLVES ITS PATHS THROUGH THE SAME PROJ3_DATA_DIR            *
      * ENVIRONMENT VARIABLE - SEE 005-RESOLVE-DATA-PATHS.            *
      *****************************************************************
           SELECT VARCASE-FILE ASSIGN DYNAMIC WS-VARCASE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARCASE-STATUS.
      *****************************************************************
      * AGED-FILE: THE OPEN CASES IN DEPARTMENT / OLDEST-FIRST ORDER, *
      * AS THE SORT STEP'S GIVING LEAVES THEM.                        *
      *****************************************************************
           SELECT AGED-FILE ASSIGN DYNAMIC WS-AGED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGED-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT AGE-REPORT-FILE ASSIGN DYNAMIC WS-AGE-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
      * ALERTS-FILE: THE COMMON ALERTS FEED - SEE                     *
      * copybooks/ALERTS.CPY - APPENDED TO FOR EVERY DEPARTMENT WITH  *
      * A CASE OPEN TOO LONG.                                         *
      *****************************************************************
           SELECT ALERTS-FILE ASSIGN DYNAMIC WS-ALERTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VARCASE-FILE
           RECORDING MODE IS F.

       COPY VARCASE.

      *****************************************************************
      * AGED-FILE / SORT-WORK-FILE: ONE CASE STILL OPEN, WITH THE     *
      * DAYS IT HAS BEEN OPEN AS OF THE RUN DATE.                     *
      *****************************************************************
       FD  AGED-FILE
           RECORDING MODE IS F.

       01  AW-RECORD.
           05  AW-DEPT               PIC X(03).
           05  AW-DAYS-OPEN          PIC 9(05).
           05  AW-OPEN-DATE          PIC X(08).
           05  AW-SEQ                PIC 9(03).
           05  AW-AMOUNT             PIC S9(05)
                                     SIGN IS LEADING SEPARATE.
           05  AW-MAGNITUDE          PIC 9(05).
           05  AW-BAND-LIMIT         PIC 9(05).
           05  AW-BAND-OWNER         PIC X(06).

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-DEPT               PIC X(03).
           05  SR-DAYS-OPEN          PIC 9(05).
           05  SR-OPEN-DATE          PIC X(08).
           05  SR-SEQ                PIC 9(03).
           05  FILLER                PIC X(22).

       FD  AGE-REPORT-FILE
           RECORDING MODE IS F.

       01  AGE-REPORT-RECORD         PIC X(132).

       FD  ALERTS-FILE
           RECORDING MODE IS F.

       COPY ALERTS.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-VARCASE-STATUS     PIC XX.
           05  WS-AGED-STATUS        PIC XX.
           05  WS-ALERTS-STATUS      PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-VARCASE-EOF-FLAG   PIC X          VALUE 'N'.
               88  VARCASE-EOF       VALUE 'Y'.
           05  WS-AGED-EOF-FLAG      PIC X          VALUE 'N'.
               88  AGED-EOF          VALUE 'Y'.
           05  WS-VARCASE-OPEN-FLAG  PIC X          VALUE 'N'.
               88  VARCASE-OPEN      VALUE 'Y'.

       77  WS-CASES-READ             PIC 9(05) COMP VALUE ZERO.
       77  WS-CLOSED-CASES           PIC 9(05) COMP VALUE ZERO.
       77  WS-BAD-DATE-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-DEPTS-ALERTED          PIC 9(05) COMP VALUE ZERO.
       77  WS-AGE-LIMIT              PIC 9(02)      VALUE 14.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE-TEXT      PIC X(08)      VALUE ZEROS.
           05  WS-RUN-DATE-DISPLAY   PIC X(10)      VALUE SPACES.
           05  WS-RUN-DAY-NUMBER     PIC 9(07) COMP VALUE ZERO.

       77  WS-CHAIN-RUN-DATE        PIC X(08)      VALUE SPACES.

       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NUM           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-ON-PAGE      PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE     PIC 9(03) COMP VALUE 50.

       01  WS-UTILITY-FIELDS.
           05  WS-BLANK-LINE         PIC X(132)    VALUE SPACES.
           05  WS-DAYS-OPEN          PIC S9(07) COMP VALUE ZERO.
           05  WS-AGE-LIMIT-OUT      PIC Z9.
           05  WS-OVER-COUNT-OUT     PIC ZZ,ZZ9.
           05  WS-LEADING-SPACES     PIC 9(02) COMP VALUE ZERO.

      *****************************************************************
      * WS-AGED-WORK: THE CASE BEING RELEASED TO THE SORT, BUILT HERE *
      * BEFORE IT IS RELEASED.                                        *
      *****************************************************************
       01  WS-AGED-WORK.
           05  WS-AW-DEPT            PIC X(03).
           05  WS-AW-DAYS-OPEN       PIC 9(05).
           05  WS-AW-OPEN-DATE       PIC X(08).
           05  WS-AW-SEQ             PIC 9(03).
           05  WS-AW-AMOUNT          PIC S9(05)
                                     SIGN IS LEADING SEPARATE.
           05  WS-AW-MAGNITUDE       PIC 9(05).
           05  WS-AW-BAND-LIMIT      PIC 9(05).
           05  WS-AW-BAND-OWNER      PIC X(06).

       01  WS-BREAK-FIELDS.
           05  WS-CURRENT-DEPT       PIC X(03)      VALUE SPACES.
           05  WS-DEPT-OPEN          PIC 9(05) COMP VALUE ZERO.
           05  WS-DEPT-OVER          PIC 9(05) COMP VALUE ZERO.
           05  WS-GRAND-OPEN         PIC 9(05) COMP VALUE ZERO.
           05  WS-GRAND-OVER         PIC 9(05) COMP VALUE ZERO.

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
      * WS-ALERT-FIELDS: SUPPORT THE COMMON ALERTS FEED - THE CALLER  *
      * SETS SEVERITY AND TEXT AND PERFORMS 700-WRITE-ALERT.          *
      *****************************************************************
       01  WS-ALERT-FIELDS.
           05  WS-ALERTS-PATH        PIC X(80) VALUE SPACES.
           05  WS-ALERT-SEVERITY     PIC X(01) VALUE 'I'.
           05  WS-ALERT-TEXT         PIC X(60) VALUE SPACES.
           05  WS-OPS-DATE           PIC X(08) VALUE SPACES.
           05  WS-OPS-TIME           PIC X(08) VALUE SPACES.

      *****************************************************************
      * WS-DATA-PATH-FIELDS: SEE 005-RESOLVE-DATA-PATHS.              *
      *****************************************************************
       01  WS-DATA-PATH-FIELDS.
           05  WS-DATA-DIR           PIC X(60) VALUE 'data'.
           05  WS-VARCASE-PATH       PIC X(80) VALUE SPACES.
           05  WS-AGED-PATH          PIC X(80) VALUE SPACES.
           05  WS-AGE-RPT-PATH       PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- OPEN VARIANCE CASE AGING REPORT ---   '.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RUN DATE: '.
               10  RH-DATE-OUT     PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  RH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(40)     VALUE SPACES.
           05  RH-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(4)      VALUE 'DEPT'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(12)     VALUE 'CASE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'OPENED'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(5)      VALUE ' DAYS'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE 'VARIANCE'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(9)      VALUE 'MAGNITUDE'.
               10  FILLER          PIC X(4)      VALUE SPACES.
               10  FILLER          PIC X(5)      VALUE 'LIMIT'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'OWNER'.
               10  FILLER          PIC X(49)     VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-DEPT             PIC X(03).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-CASE             PIC X(12).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-OPEN-DATE        PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-DAYS-OPEN        PIC ZZZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-AMOUNT           PIC -ZZZ,ZZ9.
           05  FILLER              PIC X(6)      VALUE SPACES.
           05  DL-MAGNITUDE        PIC ZZ,ZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-BAND-LIMIT       PIC ZZ,ZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-BAND-OWNER       PIC X(06).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-FLAG             PIC X(16).
           05  FILLER              PIC X(30)     VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  TL-LABEL            PIC X(30).
           05  TL-OPEN             PIC ZZ,ZZ9.
           05  FILLER              PIC X(10)     VALUE ' OPEN'.
           05  TL-OVER             PIC ZZ,ZZ9.
           05  FILLER              PIC X(11)     VALUE ' OPEN OVER '.
           05  TL-AGE-LIMIT        PIC Z9.
           05  FILLER              PIC X(5)      VALUE ' DAYS'.
           05  FILLER              PIC X(57)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-LABEL            PIC X(30).
           05  SL-COUNT-OUT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(90)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'CASEAGE: OPEN VARIANCE CASE AGING REPORT'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-SET-RUN-DATE
               THRU 060-SET-RUN-DATE-EXIT.
           MOVE ZERO TO WS-CASES-READ WS-CLOSED-CASES
                        WS-BAD-DATE-COUNT WS-DEPTS-ALERTED
                        WS-GRAND-OPEN WS-GRAND-OVER WS-PAGE-NUM.
           MOVE SPACES TO WS-CURRENT-DEPT.
           MOVE 'N' TO WS-VARCASE-EOF-FLAG.
           MOVE 'N' TO WS-AGED-EOF-FLAG.
           MOVE 'N' TO WS-VARCASE-OPEN-FLAG.

           OPEN INPUT VARCASE-FILE.
           IF WS-VARCASE-STATUS = '00'
               MOVE 'Y' TO WS-VARCASE-OPEN-FLAG
           ELSE
               DISPLAY 'CASEAGE: NO CASE FILE - NO CASES TO AGE'
               MOVE 'Y' TO WS-VARCASE-EOF-FLAG.

      *****************************************************************
      * THE SORT STEP PICKS THE OPEN CASES OFF THE CASE FILE AND      *
      * LEAVES THEM IN DEPARTMENT ORDER, OLDEST CASE FIRST WITHIN     *
      * EACH DEPARTMENT, FOR THE DEPARTMENT BREAKS.                   *
      *****************************************************************
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-DEPT
               ON DESCENDING KEY SR-DAYS-OPEN
               ON ASCENDING KEY SR-OPEN-DATE SR-SEQ
               INPUT PROCEDURE IS 095-SELECT-OPEN-CASES
                   THRU 095-SELECT-OPEN-CASES-EXIT
               GIVING AGED-FILE.
           IF VARCASE-OPEN
               CLOSE VARCASE-FILE.
           OPEN INPUT AGED-FILE.
           IF WS-AGED-STATUS NOT = '00'
               DISPLAY 'CASEAGE ABEND - CANNOT OPEN SORTED CASE FILE '
                   '- STATUS ' WS-AGED-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT AGE-REPORT-FILE.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           PERFORM 200-REPORT-ONE-CASE
               THRU 200-REPORT-ONE-CASE-EXIT
               UNTIL AGED-EOF.
           IF WS-CURRENT-DEPT NOT = SPACES
               PERFORM 250-WRITE-DEPT-TOTAL
                   THRU 250-WRITE-DEPT-TOTAL-EXIT.
           PERFORM 400-WRITE-TOTALS THRU 400-WRITE-TOTALS-EXIT.
           CLOSE AGED-FILE
                 AGE-REPORT-FILE.

           DISPLAY 'CASEAGE: CASE RECORDS READ    : ' WS-CASES-READ.
           DISPLAY 'CASEAGE: CASES STILL OPEN     : ' WS-GRAND-OPEN.
           DISPLAY 'CASEAGE: OPEN PAST AGE LIMIT  : ' WS-GRAND-OVER.
           DISPLAY 'CASEAGE: DEPARTMENTS ALERTED  : ' WS-DEPTS-ALERTED.
           IF WS-BAD-DATE-COUNT > ZERO
               DISPLAY 'CASEAGE: CASES WITH BAD DATE  : '
                   WS-BAD-DATE-COUNT.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'CASEAGE: CASE AGING REPORT ENDED'.
           GOBACK.

      *****************************************************************
      * 005-RESOLVE-DATA-PATHS: BUILDS EACH DATA FILE'S PATH FROM     *
      * WS-DATA-DIR, WHICH DEFAULTS TO "data" BUT IS OVERRIDDEN BY    *
      * THE PROJ3_DATA_DIR ENVIRONMENT VARIABLE WHEN ONE IS SET. THE  *
      * ALERTS FEED COMES FROM ALERTS_PATH WHEN ONE IS SET.           *
      *****************************************************************
       005-RESOLVE-DATA-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT 'PROJ3_DATA_DIR'.
           IF WS-DATA-DIR = SPACES
               MOVE 'data' TO WS-DATA-DIR.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/VARCASES' DELIMITED BY SIZE
               INTO WS-VARCASE-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/CASEAGE.WORK' DELIMITED BY SIZE
               INTO WS-AGED-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/CASEAGE.REPORT' DELIMITED BY SIZE
               INTO WS-AGE-RPT-PATH.
           ACCEPT WS-ALERTS-PATH FROM ENVIRONMENT 'ALERTS_PATH'.
           IF WS-ALERTS-PATH = SPACES
               STRING WS-DATA-DIR DELIMITED BY SPACE
                       '/ALERTS' DELIMITED BY SIZE
                   INTO WS-ALERTS-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 060-SET-RUN-DATE: THE RUN DATE IS TODAY, OR A CHAINED RUN'S   *
      * RUN_DATE, TURNED INTO A DAY NUMBER THE OPEN DATES ARE         *
      * MEASURED AGAINST.                                             *
      *****************************************************************
       060-SET-RUN-DATE.
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
       060-SET-RUN-DATE-EXIT.
           EXIT.

      *****************************************************************
      * 095-SELECT-OPEN-CASES: SORT INPUT PROCEDURE. READS THE CASE   *
      * FILE AND RELEASES EVERY CASE STILL OPEN, AGED FROM THE DATE   *
      * IT WAS OPENED. A CASE DATED AFTER THE RUN DATE (A CHAINED RUN *
      * FOR AN EARLIER DAY) AGES AS ZERO DAYS.                        *
      *****************************************************************
       095-SELECT-OPEN-CASES.
           PERFORM 096-SELECT-ONE-CASE
               THRU 096-SELECT-ONE-CASE-EXIT
               UNTIL VARCASE-EOF.
       095-SELECT-OPEN-CASES-EXIT.
           EXIT.

       096-SELECT-ONE-CASE.
           READ VARCASE-FILE
               AT END
                   MOVE 'Y' TO WS-VARCASE-EOF-FLAG
                   GO TO 096-SELECT-ONE-CASE-EXIT
           END-READ.
           ADD 1 TO WS-CASES-READ.
           IF VCS-STATUS NOT = 'O'
               ADD 1 TO WS-CLOSED-CASES
               GO TO 096-SELECT-ONE-CASE-EXIT.
           IF VCS-OPEN-DATE IS NOT NUMERIC
               ADD 1 TO WS-BAD-DATE-COUNT
               DISPLAY 'WARNING: OPEN CASE FOR DEPT ' VCS-DEPT
                   ' SEQ ' VCS-SEQ
                   ' HAS NO VALID OPEN DATE - LEFT OFF THE REPORT'
               GO TO 096-SELECT-ONE-CASE-EXIT.
           MOVE VCS-OPEN-DATE TO WS-DN-DATE.
           PERFORM 8100-DATE-TO-DAY-NUMBER
               THRU 8100-DATE-TO-DAY-NUMBER-EXIT.
           COMPUTE WS-DAYS-OPEN = WS-RUN-DAY-NUMBER - WS-DN-RESULT.
           IF WS-DAYS-OPEN < ZERO
               MOVE ZERO TO WS-DAYS-OPEN.
           IF WS-DAYS-OPEN > 99999
               MOVE 99999 TO WS-DAYS-OPEN.
           MOVE VCS-DEPT           TO WS-AW-DEPT.
           MOVE WS-DAYS-OPEN       TO WS-AW-DAYS-OPEN.
           MOVE VCS-OPEN-DATE      TO WS-AW-OPEN-DATE.
           MOVE VCS-SEQ            TO WS-AW-SEQ.
           MOVE VCS-AMOUNT         TO WS-AW-AMOUNT.
           MOVE VCS-MAGNITUDE      TO WS-AW-MAGNITUDE.
           MOVE VCS-BAND-LIMIT     TO WS-AW-BAND-LIMIT.
           MOVE VCS-BAND-OWNER     TO WS-AW-BAND-OWNER.
           RELEASE SORT-RECORD FROM WS-AGED-WORK.
       096-SELECT-ONE-CASE-EXIT.
           EXIT.

      *****************************************************************
      * 100-WRITE-HEADERS: PRINTS THE TITLE, RUN DATE, PAGE NUMBER,   *
      * AND COLUMN HEADINGS - THE SAME PATTERN HOLDAGE USES.          *
      *****************************************************************
       100-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-PAGE-NUM TO RH-PAGE-OUT.
           MOVE WS-RUN-DATE-DISPLAY TO RH-DATE-OUT.
           IF WS-PAGE-NUM > 1
               MOVE WS-BLANK-LINE TO AGE-REPORT-RECORD
               WRITE AGE-REPORT-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO AGE-REPORT-RECORD.
           WRITE AGE-REPORT-RECORD.
           MOVE RH-COLUMNS TO AGE-REPORT-RECORD.
           WRITE AGE-REPORT-RECORD.
           MOVE WS-BLANK-LINE TO AGE-REPORT-RECORD.
           WRITE AGE-REPORT-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       100-WRITE-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 200-REPORT-ONE-CASE: READS THE NEXT SORTED CASE. A NEW        *
      * DEPARTMENT TOTALS THE DEPARTMENT JUST FINISHED BEFORE THE     *
      * CASE IS LISTED.                                               *
      *****************************************************************
       200-REPORT-ONE-CASE.
           READ AGED-FILE
               AT END
                   MOVE 'Y' TO WS-AGED-EOF-FLAG
                   GO TO 200-REPORT-ONE-CASE-EXIT
           END-READ.
           IF AW-DEPT NOT = WS-CURRENT-DEPT
               IF WS-CURRENT-DEPT NOT = SPACES
                   PERFORM 250-WRITE-DEPT-TOTAL
                       THRU 250-WRITE-DEPT-TOTAL-EXIT
                   MOVE AW-DEPT TO WS-CURRENT-DEPT
               ELSE
                   MOVE AW-DEPT TO WS-CURRENT-DEPT.
           ADD 1 TO WS-DEPT-OPEN.
           ADD 1 TO WS-GRAND-OPEN.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE AW-DEPT TO DL-DEPT.
           STRING AW-OPEN-DATE '-' AW-SEQ
               DELIMITED BY SIZE INTO DL-CASE.
           STRING AW-OPEN-DATE (1:4) '-' AW-OPEN-DATE (5:2)
                   '-' AW-OPEN-DATE (7:2)
               DELIMITED BY SIZE INTO DL-OPEN-DATE.
           MOVE AW-DAYS-OPEN TO DL-DAYS-OPEN.
           MOVE AW-AMOUNT TO DL-AMOUNT.
           MOVE AW-MAGNITUDE TO DL-MAGNITUDE.
           MOVE AW-BAND-LIMIT TO DL-BAND-LIMIT.
           MOVE AW-BAND-OWNER TO DL-BAND-OWNER.
           IF AW-DAYS-OPEN > WS-AGE-LIMIT
               ADD 1 TO WS-DEPT-OVER
               ADD 1 TO WS-GRAND-OVER
               MOVE WS-AGE-LIMIT TO WS-AGE-LIMIT-OUT
               STRING '** OVER ' WS-AGE-LIMIT-OUT ' DAYS'
                   DELIMITED BY SIZE INTO DL-FLAG.
           MOVE WS-DETAIL-LINE TO AGE-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       200-REPORT-ONE-CASE-EXIT.
           EXIT.

      *****************************************************************
      * 250-WRITE-DEPT-TOTAL: THE OPEN CASES OF THE DEPARTMENT JUST   *
      * LISTED AND HOW MANY OF THEM ARE PAST THE AGE LIMIT. ANY PAST  *
      * IT RAISES ONE CRITICAL ALERT FOR THE DEPARTMENT.              *
      *****************************************************************
       250-WRITE-DEPT-TOTAL.
           MOVE SPACES TO TL-LABEL.
           STRING '  DEPT ' WS-CURRENT-DEPT ' TOTAL'
               DELIMITED BY SIZE INTO TL-LABEL.
           MOVE WS-DEPT-OPEN TO TL-OPEN.
           MOVE WS-DEPT-OVER TO TL-OVER.
           MOVE WS-AGE-LIMIT TO TL-AGE-LIMIT.
           MOVE WS-TOTAL-LINE TO AGE-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE WS-BLANK-LINE TO AGE-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           IF WS-DEPT-OVER > ZERO
               ADD 1 TO WS-DEPTS-ALERTED
               MOVE WS-DEPT-OVER TO WS-OVER-COUNT-OUT
               MOVE ZERO TO WS-LEADING-SPACES
               INSPECT WS-OVER-COUNT-OUT
                   TALLYING WS-LEADING-SPACES FOR LEADING SPACES
               MOVE WS-AGE-LIMIT TO WS-AGE-LIMIT-OUT
               MOVE 'C' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-TEXT
               STRING 'DEPT ' WS-CURRENT-DEPT ' HAS '
                       WS-OVER-COUNT-OUT (WS-LEADING-SPACES + 1:)
                       ' VARIANCE CASES OPEN OVER '
                       WS-AGE-LIMIT-OUT ' DAYS'
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM 700-WRITE-ALERT THRU 700-WRITE-ALERT-EXIT.
           MOVE ZERO TO WS-DEPT-OPEN.
           MOVE ZERO TO WS-DEPT-OVER.
       250-WRITE-DEPT-TOTAL-EXIT.
           EXIT.

      *****************************************************************
      * 280-EMIT-REPORT-LINE: WRITES THE LINE ALREADY MOVED TO        *
      * AGE-REPORT-RECORD AND STARTS A NEW PAGE WHEN THIS ONE IS      *
      * FULL.                                                         *
      *****************************************************************
       280-EMIT-REPORT-LINE.
           WRITE AGE-REPORT-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
       280-EMIT-REPORT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 400-WRITE-TOTALS: THE GRAND TOTAL OVER EVERY DEPARTMENT AND   *
      * THE RUN COUNTS.                                               *
      *****************************************************************
       400-WRITE-TOTALS.
           MOVE 'TOTAL OPEN VARIANCE CASES' TO TL-LABEL.
           MOVE WS-GRAND-OPEN TO TL-OPEN.
           MOVE WS-GRAND-OVER TO TL-OVER.
           MOVE WS-AGE-LIMIT TO TL-AGE-LIMIT.
           MOVE WS-TOTAL-LINE TO AGE-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE WS-BLANK-LINE TO AGE-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'CASE RECORDS READ:' TO SL-LABEL.
           MOVE WS-CASES-READ TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO AGE-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'CLOSED CASES LEFT OFF:' TO SL-LABEL.
           MOVE WS-CLOSED-CASES TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO AGE-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'OPEN CASES WITH NO VALID DATE:' TO SL-LABEL.
           MOVE WS-BAD-DATE-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO AGE-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'DEPARTMENTS ALERTED:' TO SL-LABEL.
           MOVE WS-DEPTS-ALERTED TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO AGE-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       400-WRITE-TOTALS-EXIT.
           EXIT.

      *****************************************************************
      * 700-WRITE-ALERT: APPENDS ONE SEVERITY-CODED ALERT TO THE      *
      * COMMON ALERTS FEED, CREATING THE FEED ON ITS FIRST USE.       *
      *****************************************************************
       700-WRITE-ALERT.
           ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-OPS-TIME FROM TIME.
           OPEN EXTEND ALERTS-FILE.
           IF WS-ALERTS-STATUS = '05' OR WS-ALERTS-STATUS = '35'
               OPEN OUTPUT ALERTS-FILE.
           MOVE 'CASEAGE '        TO ALT-PROGRAM-ID.
           MOVE WS-OPS-DATE       TO ALT-RUN-DATE.
           MOVE WS-OPS-TIME (1:6) TO ALT-RUN-TIME.
           MOVE WS-ALERT-SEVERITY TO ALT-SEVERITY.
           MOVE WS-ALERT-TEXT     TO ALT-TEXT.
           WRITE ALERTS-RECORD.
           CLOSE ALERTS-FILE.
       700-WRITE-ALERT-EXIT.
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
