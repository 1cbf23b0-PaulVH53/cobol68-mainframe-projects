      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(CASERES)                        *
      * PURPOSE: VARIANCE CASE RESOLUTION. APPLIES THE RESOLUTION     *
      * FILE THE DEPARTMENTS SEND BACK AGAINST THE VARIANCE CASES     *
      * PROJ3 OPENS FOR CRITICAL TOLERANCE EXCEPTIONS. EACH           *
      * RESOLUTION NAMES ONE CASE BY DEPARTMENT, OPEN DATE AND        *
      * SEQUENCE AND CLOSES IT WITH A CAUSE CODE AND A COMMENT. THE   *
      * CAUSE CODE MUST BE ON THE CAUSE CODE FILE WHEN THERE IS ONE.  *
      * EVERY RESOLUTION IS LISTED ON A REGISTER WITH WHAT BECAME OF  *
      * IT, AND THE CASE FILE IS WRITTEN BACK WITH THE CASES CLOSED.  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASERES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * THIS PROGRAM WORKS THE SAME DATA DIRECTORY AS PROJ3, SO IT    *
      * RESOLVES ITS PATHS THROUGH THE SAME PROJ3_DATA_DIR            *
      * ENVIRONMENT VARIABLE - SEE 005-RESOLVE-DATA-PATHS.            *
      *****************************************************************
           SELECT RESOLUTION-FILE ASSIGN DYNAMIC WS-RESOLUTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESOLUTION-STATUS.
      *****************************************************************
      * CAUSECODE-FILE: THE CAUSE CODES A CASE MAY BE CLOSED WITH.    *
      * WITHOUT ONE, ANY NON-BLANK CAUSE CODE IS TAKEN.               *
      *****************************************************************
           SELECT CAUSECODE-FILE ASSIGN DYNAMIC WS-CAUSECODE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAUSECODE-STATUS.
      *****************************************************************
      * VARCASE-FILE: PROJ3'S CASE FILE, READ INTO WS-CASE-TABLE AND  *
      * WRITTEN BACK WHOLE ONCE THE RESOLUTIONS ARE APPLIED.          *
      *****************************************************************
           SELECT VARCASE-FILE ASSIGN DYNAMIC WS-VARCASE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARCASE-STATUS.
           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * RESOLUTION-FILE: ONE RECORD PER CASE A DEPARTMENT IS CLOSING. *
      * RES-KEY LINES UP WITH VCS-KEY ON THE CASE FILE.               *
      *****************************************************************
       FD  RESOLUTION-FILE
           RECORDING MODE IS F.

       01  RES-RECORD.
           05  RES-KEY.
               10  RES-DEPT          PIC X(03).
               10  RES-OPEN-DATE     PIC X(08).
               10  RES-SEQ           PIC 9(03).
           05  RES-CAUSE-CODE        PIC X(04).
           05  RES-COMMENT           PIC X(40).

       FD  CAUSECODE-FILE
           RECORDING MODE IS F.

       01  CC-RECORD.
           05  CC-CODE               PIC X(04).
           05  CC-DESC               PIC X(30).

       FD  VARCASE-FILE
           RECORDING MODE IS F.

       COPY VARCASE.

       FD  REGISTER-FILE
           RECORDING MODE IS F.

       01  REGISTER-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RESOLUTION-STATUS  PIC XX.
           05  WS-CAUSECODE-STATUS   PIC XX.
           05  WS-VARCASE-STATUS     PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-RESOLUTION-EOF-FLAG PIC X         VALUE 'N'.
               88  RESOLUTION-EOF    VALUE 'Y'.
           05  WS-CAUSECODE-EOF-FLAG PIC X          VALUE 'N'.
               88  CAUSECODE-EOF     VALUE 'Y'.
           05  WS-VARCASE-EOF-FLAG   PIC X          VALUE 'N'.
               88  VARCASE-EOF       VALUE 'Y'.
           05  WS-CAUSE-FILE-FLAG    PIC X          VALUE 'N'.
               88  CAUSE-FILE-LOADED VALUE 'Y'.
           05  WS-CASE-TABLE-FLAG    PIC X          VALUE 'N'.
               88  CASE-TABLE-FULL   VALUE 'Y'.
           05  WS-FOUND-FLAG         PIC X          VALUE 'N'.
               88  ENTRY-FOUND       VALUE 'Y'.

       77  WS-RESOLUTIONS-READ       PIC 9(05) COMP VALUE ZERO.
       77  WS-CASES-CLOSED           PIC 9(05) COMP VALUE ZERO.
       77  WS-NOT-FOUND-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-ALREADY-CLOSED-COUNT   PIC 9(05) COMP VALUE ZERO.
       77  WS-BAD-CAUSE-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-CASES-STILL-OPEN       PIC 9(05) COMP VALUE ZERO.

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
           05  WS-CASE-SUB           PIC 9(05) COMP VALUE ZERO.
           05  WS-RESULT-TEXT        PIC X(20)     VALUE SPACES.

      *****************************************************************
      * WS-CAUSE-TABLE: THE CAUSE CODE FILE, LOADED AT START OF RUN.  *
      *****************************************************************
       01  WS-CAUSE-TABLE.
           05  WS-CAUSE-COUNT        PIC 9(03) COMP VALUE ZERO.
           05  WS-CAUSE-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-CAUSE-COUNT
                       INDEXED BY WS-CAUSE-IDX.
               10  WS-CAUSE-CODE     PIC X(04).
               10  WS-CAUSE-DESC     PIC X(30).

      *****************************************************************
      * WS-CASE-TABLE: THE WHOLE CASE FILE, OPEN AND CLOSED, IN FILE  *
      * ORDER. A CASE FILE TOO BIG FOR THE TABLE IS NOT WRITTEN BACK  *
      * - THE RUN STOPS BEFORE IT COULD DROP THE CASES THAT DID NOT   *
      * FIT.                                                          *
      *****************************************************************
       01  WS-CASE-TABLE.
           05  WS-CASE-COUNT         PIC 9(05) COMP VALUE ZERO.
           05  WS-CASE-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-CASE-COUNT
                       INDEXED BY WS-CASE-IDX.
               10  WS-CT-KEY         PIC X(14).
               10  WS-CT-RECORD      PIC X(90).

      *****************************************************************
      * WS-DATA-PATH-FIELDS: SEE 005-RESOLVE-DATA-PATHS.              *
      *****************************************************************
       01  WS-DATA-PATH-FIELDS.
           05  WS-DATA-DIR           PIC X(60) VALUE 'data'.
           05  WS-RESOLUTION-PATH    PIC X(80) VALUE SPACES.
           05  WS-CAUSECODE-PATH     PIC X(80) VALUE SPACES.
           05  WS-VARCASE-PATH       PIC X(80) VALUE SPACES.
           05  WS-REGISTER-PATH      PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- VARIANCE CASE RESOLUTION REGISTER --- '.
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
               10  FILLER          PIC X(10)     VALUE 'OPENED'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(3)      VALUE 'SEQ'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(5)      VALUE 'CAUSE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(20)     VALUE 'RESULT'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(40)     VALUE 'COMMENT'.
               10  FILLER          PIC X(35)     VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-DEPT             PIC X(03).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-OPEN-DATE        PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-SEQ              PIC X(03).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-CAUSE-CODE       PIC X(04).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-RESULT           PIC X(20).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-COMMENT          PIC X(40).
           05  FILLER              PIC X(35)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-LABEL            PIC X(30).
           05  SL-COUNT-OUT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(90)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'CASERES: VARIANCE CASE RESOLUTION'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-SET-RUN-DATE
               THRU 060-SET-RUN-DATE-EXIT.
           MOVE ZERO TO WS-RESOLUTIONS-READ WS-CASES-CLOSED
                        WS-NOT-FOUND-COUNT WS-ALREADY-CLOSED-COUNT
                        WS-BAD-CAUSE-COUNT WS-CASES-STILL-OPEN
                        WS-PAGE-NUM.
           MOVE 'N' TO WS-RESOLUTION-EOF-FLAG.
           PERFORM 050-LOAD-CAUSE-CODES
               THRU 050-LOAD-CAUSE-CODES-EXIT.
           PERFORM 070-LOAD-CASES
               THRU 070-LOAD-CASES-EXIT.
           IF CASE-TABLE-FULL
               DISPLAY 'CASERES ABEND - CASE FILE HOLDS MORE THAN '
                   '2000 CASES - NOTHING APPLIED'
               MOVE 16 TO RETURN-CODE
               GOBACK.

           OPEN INPUT RESOLUTION-FILE.
           IF WS-RESOLUTION-STATUS NOT = '00'
               DISPLAY 'CASERES: NO RESOLUTION FILE - NOTHING TO APPLY'
               GOBACK.
           OPEN OUTPUT REGISTER-FILE.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           PERFORM 200-APPLY-ONE-RESOLUTION
               THRU 200-APPLY-ONE-RESOLUTION-EXIT
               UNTIL RESOLUTION-EOF.
           CLOSE RESOLUTION-FILE.
           IF WS-CASES-CLOSED > ZERO
               PERFORM 500-REWRITE-CASE-FILE
                   THRU 500-REWRITE-CASE-FILE-EXIT.
           PERFORM 400-WRITE-TOTALS THRU 400-WRITE-TOTALS-EXIT.
           CLOSE REGISTER-FILE.

           DISPLAY 'CASERES: RESOLUTIONS READ     : '
               WS-RESOLUTIONS-READ.
           DISPLAY 'CASERES: CASES CLOSED         : ' WS-CASES-CLOSED.
           DISPLAY 'CASERES: CASES NOT FOUND      : '
               WS-NOT-FOUND-COUNT.
           DISPLAY 'CASERES: CASES ALREADY CLOSED : '
               WS-ALREADY-CLOSED-COUNT.
           DISPLAY 'CASERES: CAUSE CODE REJECTS   : '
               WS-BAD-CAUSE-COUNT.
           DISPLAY 'CASERES: CASES STILL OPEN     : '
               WS-CASES-STILL-OPEN.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'CASERES: VARIANCE CASE RESOLUTION ENDED'.
           GOBACK.

      *****************************************************************
      * 005-RESOLVE-DATA-PATHS: BUILDS EACH DATA FILE'S PATH FROM     *
      * WS-DATA-DIR, WHICH DEFAULTS TO "data" BUT IS OVERRIDDEN BY    *
      * THE PROJ3_DATA_DIR ENVIRONMENT VARIABLE WHEN ONE IS SET.      *
      *****************************************************************
       005-RESOLVE-DATA-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT 'PROJ3_DATA_DIR'.
           IF WS-DATA-DIR = SPACES
               MOVE 'data' TO WS-DATA-DIR.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/CASERESOL' DELIMITED BY SIZE
               INTO WS-RESOLUTION-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/CAUSECODES' DELIMITED BY SIZE
               INTO WS-CAUSECODE-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/VARCASES' DELIMITED BY SIZE
               INTO WS-VARCASE-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/CASERESOL.REGISTER' DELIMITED BY SIZE
               INTO WS-REGISTER-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 050-LOAD-CAUSE-CODES: LOADS THE CAUSE CODE FILE. WITHOUT ONE  *
      * THE CAUSE CODE IS ONLY CHECKED FOR BEING THERE AT ALL.        *
      *****************************************************************
       050-LOAD-CAUSE-CODES.
           MOVE ZERO TO WS-CAUSE-COUNT.
           MOVE 'N' TO WS-CAUSE-FILE-FLAG.
           MOVE 'N' TO WS-CAUSECODE-EOF-FLAG.
           OPEN INPUT CAUSECODE-FILE.
           IF WS-CAUSECODE-STATUS NOT = '00'
               DISPLAY 'CASERES: NO CAUSE CODE FILE - ANY CAUSE CODE '
                   'ACCEPTED'
               GO TO 050-LOAD-CAUSE-CODES-EXIT.
           MOVE 'Y' TO WS-CAUSE-FILE-FLAG.
           PERFORM 055-LOAD-ONE-CAUSE-CODE
               UNTIL CAUSECODE-EOF.
           CLOSE CAUSECODE-FILE.
       050-LOAD-CAUSE-CODES-EXIT.
           EXIT.

       055-LOAD-ONE-CAUSE-CODE.
           READ CAUSECODE-FILE
               AT END
                   MOVE 'Y' TO WS-CAUSECODE-EOF-FLAG
               NOT AT END
                   IF WS-CAUSE-COUNT < 50
                       ADD 1 TO WS-CAUSE-COUNT
                       MOVE CC-CODE TO WS-CAUSE-CODE (WS-CAUSE-COUNT)
                       MOVE CC-DESC TO WS-CAUSE-DESC (WS-CAUSE-COUNT)
                   ELSE
                       DISPLAY 'WARNING: CAUSE CODE TABLE FULL - '
                           CC-CODE ' IGNORED'.

      *****************************************************************
      * 060-SET-RUN-DATE: THE RUN DATE IS TODAY, OR A CHAINED RUN'S   *
      * RUN_DATE - THE DATE STAMPED ON EVERY CASE CLOSED THIS RUN.    *
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
      * 070-LOAD-CASES: READS THE CASE FILE INTO WS-CASE-TABLE. NO    *
      * CASE FILE YET MEANS NO CASES - EVERY RESOLUTION IS THEN NOT   *
      * FOUND.                                                        *
      *****************************************************************
       070-LOAD-CASES.
           MOVE ZERO TO WS-CASE-COUNT.
           MOVE 'N' TO WS-CASE-TABLE-FLAG.
           MOVE 'N' TO WS-VARCASE-EOF-FLAG.
           OPEN INPUT VARCASE-FILE.
           IF WS-VARCASE-STATUS NOT = '00'
               DISPLAY 'CASERES: NO CASE FILE - NO CASES ON FILE'
               GO TO 070-LOAD-CASES-EXIT.
           PERFORM 075-LOAD-ONE-CASE
               THRU 075-LOAD-ONE-CASE-EXIT
               UNTIL VARCASE-EOF.
           CLOSE VARCASE-FILE.
       070-LOAD-CASES-EXIT.
           EXIT.

       075-LOAD-ONE-CASE.
           READ VARCASE-FILE
               AT END
                   MOVE 'Y' TO WS-VARCASE-EOF-FLAG
                   GO TO 075-LOAD-ONE-CASE-EXIT
           END-READ.
           IF WS-CASE-COUNT = 2000
               MOVE 'Y' TO WS-CASE-TABLE-FLAG
               MOVE 'Y' TO WS-VARCASE-EOF-FLAG
               GO TO 075-LOAD-ONE-CASE-EXIT.
           ADD 1 TO WS-CASE-COUNT.
           MOVE VCS-KEY TO WS-CT-KEY (WS-CASE-COUNT).
           MOVE VCS-RECORD TO WS-CT-RECORD (WS-CASE-COUNT).
       075-LOAD-ONE-CASE-EXIT.
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
               MOVE WS-BLANK-LINE TO REGISTER-RECORD
               WRITE REGISTER-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE RH-COLUMNS TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE WS-BLANK-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       100-WRITE-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 200-APPLY-ONE-RESOLUTION: FINDS THE CASE THE RESOLUTION NAMES *
      * AND CLOSES IT - STATUS 'C', THE RUN DATE AS CLOSE DATE, AND   *
      * THE CAUSE CODE AND COMMENT SENT BACK. A CASE NOT ON FILE, A   *
      * CASE ALREADY CLOSED, OR A CAUSE CODE MISSING OR NOT ON THE    *
      * CAUSE CODE FILE LEAVES THE CASE AS IT WAS. EVERY RESOLUTION   *
      * GOES ON THE REGISTER WITH ITS RESULT.                         *
      *****************************************************************
       200-APPLY-ONE-RESOLUTION.
           READ RESOLUTION-FILE
               AT END
                   MOVE 'Y' TO WS-RESOLUTION-EOF-FLAG
                   GO TO 200-APPLY-ONE-RESOLUTION-EXIT
           END-READ.
           ADD 1 TO WS-RESOLUTIONS-READ.
           MOVE 'N' TO WS-FOUND-FLAG.
           IF WS-CASE-COUNT > ZERO
               SET WS-CASE-IDX TO 1
               SEARCH WS-CASE-ENTRY
                   WHEN WS-CT-KEY (WS-CASE-IDX) = RES-KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH.
           IF NOT ENTRY-FOUND
               ADD 1 TO WS-NOT-FOUND-COUNT
               MOVE 'CASE NOT FOUND' TO WS-RESULT-TEXT
               GO TO 250-LIST-RESOLUTION.
           MOVE WS-CT-RECORD (WS-CASE-IDX) TO VCS-RECORD.
           IF VCS-STATUS = 'C'
               ADD 1 TO WS-ALREADY-CLOSED-COUNT
               MOVE 'ALREADY CLOSED' TO WS-RESULT-TEXT
               GO TO 250-LIST-RESOLUTION.
           IF RES-CAUSE-CODE = SPACES
               ADD 1 TO WS-BAD-CAUSE-COUNT
               MOVE 'NO CAUSE CODE' TO WS-RESULT-TEXT
               GO TO 250-LIST-RESOLUTION.
           IF CAUSE-FILE-LOADED
               MOVE 'N' TO WS-FOUND-FLAG
               IF WS-CAUSE-COUNT > ZERO
                   SET WS-CAUSE-IDX TO 1
                   SEARCH WS-CAUSE-ENTRY
                       WHEN WS-CAUSE-CODE (WS-CAUSE-IDX) =
                               RES-CAUSE-CODE
                           MOVE 'Y' TO WS-FOUND-FLAG
                   END-SEARCH.
           IF CAUSE-FILE-LOADED AND NOT ENTRY-FOUND
               ADD 1 TO WS-BAD-CAUSE-COUNT
               MOVE 'UNKNOWN CAUSE CODE' TO WS-RESULT-TEXT
               GO TO 250-LIST-RESOLUTION.
           MOVE 'C' TO VCS-STATUS.
           MOVE WS-RUN-DATE-TEXT TO VCS-CLOSE-DATE.
           MOVE RES-CAUSE-CODE TO VCS-CAUSE-CODE.
           MOVE RES-COMMENT TO VCS-COMMENT.
           MOVE VCS-RECORD TO WS-CT-RECORD (WS-CASE-IDX).
           ADD 1 TO WS-CASES-CLOSED.
           MOVE 'CLOSED' TO WS-RESULT-TEXT.

       250-LIST-RESOLUTION.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE RES-DEPT TO DL-DEPT.
           STRING RES-OPEN-DATE (1:4) '-' RES-OPEN-DATE (5:2)
                   '-' RES-OPEN-DATE (7:2)
               DELIMITED BY SIZE INTO DL-OPEN-DATE.
           MOVE RES-SEQ TO DL-SEQ.
           MOVE RES-CAUSE-CODE TO DL-CAUSE-CODE.
           MOVE WS-RESULT-TEXT TO DL-RESULT.
           MOVE RES-COMMENT TO DL-COMMENT.
           MOVE WS-DETAIL-LINE TO REGISTER-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       200-APPLY-ONE-RESOLUTION-EXIT.
           EXIT.

      *****************************************************************
      * 280-EMIT-REPORT-LINE: WRITES THE LINE ALREADY MOVED TO        *
      * REGISTER-RECORD AND STARTS A NEW PAGE WHEN THIS ONE IS FULL.  *
      *****************************************************************
       280-EMIT-REPORT-LINE.
           WRITE REGISTER-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
       280-EMIT-REPORT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 400-WRITE-TOTALS: HOW EVERY RESOLUTION CAME OUT, AND HOW MANY *
      * CASES ARE STILL OPEN ON THE CASE FILE AFTER THIS RUN.         *
      *****************************************************************
       400-WRITE-TOTALS.
           MOVE ZERO TO WS-CASES-STILL-OPEN.
           MOVE ZERO TO WS-CASE-SUB.
           PERFORM 410-COUNT-ONE-OPEN-CASE
               THRU 410-COUNT-ONE-OPEN-CASE-EXIT
               WS-CASE-COUNT TIMES.
           MOVE WS-BLANK-LINE TO REGISTER-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'RESOLUTIONS READ:' TO SL-LABEL.
           MOVE WS-RESOLUTIONS-READ TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO REGISTER-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'CASES CLOSED:' TO SL-LABEL.
           MOVE WS-CASES-CLOSED TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO REGISTER-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'CASES NOT FOUND:' TO SL-LABEL.
           MOVE WS-NOT-FOUND-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO REGISTER-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'CASES ALREADY CLOSED:' TO SL-LABEL.
           MOVE WS-ALREADY-CLOSED-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO REGISTER-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'CAUSE CODE REJECTS:' TO SL-LABEL.
           MOVE WS-BAD-CAUSE-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO REGISTER-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'CASES STILL OPEN:' TO SL-LABEL.
           MOVE WS-CASES-STILL-OPEN TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO REGISTER-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       400-WRITE-TOTALS-EXIT.
           EXIT.

       410-COUNT-ONE-OPEN-CASE.
           ADD 1 TO WS-CASE-SUB.
           MOVE WS-CT-RECORD (WS-CASE-SUB) TO VCS-RECORD.
           IF VCS-STATUS = 'O'
               ADD 1 TO WS-CASES-STILL-OPEN.
       410-COUNT-ONE-OPEN-CASE-EXIT.
           EXIT.

      *****************************************************************
      * 500-REWRITE-CASE-FILE: WRITES THE CASE FILE BACK FROM THE     *
      * TABLE, IN THE ORDER IT WAS READ, CLOSED CASES INCLUDED.       *
      *****************************************************************
       500-REWRITE-CASE-FILE.
           OPEN OUTPUT VARCASE-FILE.
           MOVE ZERO TO WS-CASE-SUB.
           PERFORM 510-WRITE-ONE-CASE
               THRU 510-WRITE-ONE-CASE-EXIT
               WS-CASE-COUNT TIMES.
           CLOSE VARCASE-FILE.
       500-REWRITE-CASE-FILE-EXIT.
           EXIT.

       510-WRITE-ONE-CASE.
           ADD 1 TO WS-CASE-SUB.
           MOVE WS-CT-RECORD (WS-CASE-SUB) TO VCS-RECORD.
           WRITE VCS-RECORD.
       510-WRITE-ONE-CASE-EXIT.
           EXIT.
