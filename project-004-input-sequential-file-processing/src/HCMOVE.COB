      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(HCMOVE)                         *
      * PURPOSE: MONTHLY HEADCOUNT MOVEMENT REPORT. READS THE PERSON  *
      * MASTER MOVEMENT HISTORY PROJ4 WRITES AND PRINTS, FOR EVERY    *
      * DEPARTMENT ON DEPTMAST, THE OPENING HEADCOUNT FOR THE MONTH,  *
      * THE NEW STARTERS, THE LEAVERS, THE TRANSFERS IN AND OUT, AND  *
      * THE CLOSING HEADCOUNT - SO "HOW DID RECEIVING GET TO TWELVE"  *
      * IS A REPORT LINE INSTEAD OF A HUNT THROUGH OLD REGISTERS.     *
      *                                                               *
      * THE OPENING FIGURE IS BUILT FROM EVERY MOVEMENT BEFORE THE    *
      * MONTH, NOT TAKEN FROM THE MASTER, SO THE CLOSING FIGURE CAN   *
      * BE PROVED: CLOSING, PLUS ANY MOVEMENTS SINCE THE MONTH ENDED, *
      * MUST EQUAL THE DEPARTMENT'S COUNT ON THE PERSON MASTER,       *
      * COUNTED THE SAME WAY DEPTRPT COUNTS IT. A DEPARTMENT THAT     *
      * DOES NOT AGREE IS MARKED AND THE RUN ENDS WITH RETURN CODE 8, *
      * SO HR AND THE DEPARTMENT MANAGERS WORK FROM ONE AGREED        *
      * NUMBER. A PERSON WITH NO DEPARTMENT TALLIES UNDER '???', THE  *
      * SAME WAY DEPTRPT TALLIES THEM.                                *
      *                                                               *
      * THE REPORT MONTH (YYYYMM) COMES FROM THE HCMOVE.PARM CARD;    *
      * A BLANK CARD OR A MISSING FILE REPORTS THE RUN DATE'S MONTH,  *
      * SINCE THE JOB IS CARDED FOR THE LAST BUSINESS DAY OF THE      *
      * MONTH, AFTER PROJ4.                                           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMOVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * THIS PROGRAM WORKS THE SAME DATA DIRECTORY AS PROJ4, SO IT    *
      * RESOLVES ITS PATHS THROUGH THE SAME PROJ4_DATA_DIR            *
      * ENVIRONMENT VARIABLE - SEE 005-RESOLVE-DATA-PATHS.            *
      *****************************************************************
           SELECT PERSMOVE-FILE ASSIGN DYNAMIC WS-PERSMOVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERSMOVE-STATUS.
           SELECT PERSON-MASTER ASSIGN DYNAMIC WS-PERSMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PS-EMP-ID
               FILE STATUS IS WS-PERSMAST-STATUS.
           SELECT DEPTMAST-FILE ASSIGN DYNAMIC WS-DEPTMAST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTMAST-STATUS.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * PERSMOVE-FILE: SEE copybooks/PERSMOVE.CPY.                    *
      *****************************************************************
       FD  PERSMOVE-FILE
           RECORDING MODE IS F.

       COPY PERSMOVE.

      *****************************************************************
      * PERSON-MASTER: SAME LAYOUT AS PROJ4'S PS-RECORD.              *
      *****************************************************************
       FD  PERSON-MASTER
           RECORD CONTAINS 36 CHARACTERS.

       01  PS-RECORD.
           05  PS-EMP-ID           PIC X(05).
           05  PS-NAME             PIC X(20).
           05  PS-BIRTH-DATE       PIC X(08).
           05  PS-DEPT-CODE        PIC X(03).
      *****************************************************************
      * DEPTMAST-FILE: SAME LAYOUT AS DEPTMNT'S DM-RECORD.            *
      *****************************************************************
       FD  DEPTMAST-FILE
           RECORDING MODE IS F.

       01  DM-RECORD.
           05  DM-DEPT-CODE        PIC X(03).
           05  DM-DEPT-NAME        PIC X(20).
      *****************************************************************
      * PARM-FILE: THE REPORT MONTH AS YYYYMM.                        *
      *****************************************************************
       FD  PARM-FILE
           RECORDING MODE IS F.

       01  PARM-RECORD.
           05  PARM-REPORT-MONTH     PIC X(06).

       FD  REPORT-FILE
           RECORDING MODE IS F.

       01  REPORT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PERSMOVE-STATUS   PIC XX.
           05  WS-PERSMAST-STATUS   PIC XX.
           05  WS-DEPTMAST-STATUS   PIC XX.
           05  WS-PARM-FILE-STATUS  PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-PERSMOVE-EOF-FLAG PIC X          VALUE 'N'.
               88  PERSMOVE-EOF     VALUE 'Y'.
           05  WS-MASTER-EOF-FLAG   PIC X          VALUE 'N'.
               88  MASTER-EOF       VALUE 'Y'.
           05  WS-DEPTMAST-EOF-FLAG PIC X          VALUE 'N'.
               88  DEPTMAST-EOF     VALUE 'Y'.
           05  WS-AGREED-FLAG       PIC X          VALUE 'Y'.
               88  HEADCOUNT-AGREED VALUE 'Y'.

       77  WS-MOVES-READ             PIC 9(07) COMP VALUE ZERO.
       77  WS-MOVES-BEFORE           PIC 9(07) COMP VALUE ZERO.
       77  WS-MOVES-IN-MONTH         PIC 9(07) COMP VALUE ZERO.
       77  WS-MOVES-AFTER            PIC 9(07) COMP VALUE ZERO.
       77  WS-MOVES-UNKNOWN          PIC 9(07) COMP VALUE ZERO.
       77  WS-ROSTER-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-DEPTS-DIFFERING        PIC 9(03) COMP VALUE ZERO.

      *****************************************************************
      * WS-DEPT-TABLE: ONE BUCKET PER DEPARTMENT, OPENED FROM        *
      * DEPTMAST SO EVERY DEPARTMENT PRINTS EVEN WITH NO MOVEMENT,   *
      * AND ADDED TO FOR ANY CODE THE HISTORY OR THE MASTER CARRIES  *
      * THAT DEPTMAST NO LONGER DOES. WS-DEPT-LATER IS THE NET OF    *
      * THE MOVEMENTS DATED AFTER THE REPORT MONTH, AND              *
      * WS-DEPT-ON-MASTER THE COUNT ON THE PERSON MASTER TODAY.      *
      *****************************************************************
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT        PIC 9(02) COMP VALUE ZERO.
           05  WS-DEPT-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-DEPT-COUNT
                       INDEXED BY WS-DEPT-IDX.
               10  WS-DEPT-CODE        PIC X(03).
               10  WS-DEPT-NAME        PIC X(20).
               10  WS-DEPT-OPENING     PIC S9(05) COMP.
               10  WS-DEPT-STARTERS    PIC 9(05) COMP.
               10  WS-DEPT-LEAVERS     PIC 9(05) COMP.
               10  WS-DEPT-TRANS-IN    PIC 9(05) COMP.
               10  WS-DEPT-TRANS-OUT   PIC 9(05) COMP.
               10  WS-DEPT-LATER       PIC S9(05) COMP.
               10  WS-DEPT-ON-MASTER   PIC 9(05) COMP.

       01  WS-DEPT-WORK-FIELDS.
           05  WS-DEPT-FOUND-FLAG   PIC X          VALUE 'N'.
               88  DEPT-FOUND       VALUE 'Y'.
           05  WS-DEPT-SUB          PIC 9(02) COMP VALUE ZERO.
           05  WS-WORK-DEPT-CODE    PIC X(03)      VALUE SPACES.
           05  WS-CLOSING           PIC S9(05) COMP VALUE ZERO.
           05  WS-PROVED            PIC S9(05) COMP VALUE ZERO.

      *****************************************************************
      * WS-SHOP-TOTALS: THE WHOLE-SHOP LINE, SUMMED AS EACH          *
      * DEPARTMENT PRINTS.                                           *
      *****************************************************************
       01  WS-SHOP-TOTALS.
           05  WS-TOT-OPENING       PIC S9(05) COMP VALUE ZERO.
           05  WS-TOT-STARTERS      PIC 9(05) COMP VALUE ZERO.
           05  WS-TOT-LEAVERS       PIC 9(05) COMP VALUE ZERO.
           05  WS-TOT-TRANS-IN      PIC 9(05) COMP VALUE ZERO.
           05  WS-TOT-TRANS-OUT     PIC 9(05) COMP VALUE ZERO.
           05  WS-TOT-CLOSING       PIC S9(05) COMP VALUE ZERO.
           05  WS-TOT-LATER         PIC S9(05) COMP VALUE ZERO.
           05  WS-TOT-ON-MASTER     PIC 9(05) COMP VALUE ZERO.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE-TEXT      PIC X(08)      VALUE ZEROS.
           05  WS-RUN-DATE-DISPLAY   PIC X(10)      VALUE SPACES.

       77  WS-CHAIN-RUN-DATE        PIC X(08)      VALUE SPACES.

      *****************************************************************
      * WS-REPORT-MONTH: THE MONTH BEING REPORTED - SEE               *
      * 060-READ-PARM-CARD.                                           *
      *****************************************************************
       01  WS-REPORT-MONTH-FIELDS.
           05  WS-REPORT-MONTH.
               10  WS-REPORT-YEAR    PIC 9(04).
               10  WS-REPORT-MM      PIC 9(02).
           05  WS-REPORT-MONTH-DISPLAY PIC X(07)    VALUE SPACES.

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
           05  WS-PERSMOVE-PATH      PIC X(80) VALUE SPACES.
           05  WS-PERSMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-DEPTMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-PARM-PATH          PIC X(80) VALUE SPACES.
           05  WS-REPORT-PATH        PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- HEADCOUNT MOVEMENT REPORT ---         '.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RUN DATE: '.
               10  RH-DATE-OUT     PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  RH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(40)     VALUE SPACES.
           05  RH-SUBTITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(20)     VALUE
                   'MOVEMENT FOR MONTH: '.
               10  RH-MONTH-OUT    PIC X(7)      VALUE SPACES.
               10  FILLER          PIC X(100)    VALUE SPACES.
           05  RH-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(4)      VALUE 'DEPT'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(20)     VALUE 'NAME'.
               10  FILLER          PIC X(9)      VALUE '  OPENING'.
               10  FILLER          PIC X(9)      VALUE ' STARTERS'.
               10  FILLER          PIC X(9)      VALUE '  LEAVERS'.
               10  FILLER          PIC X(9)      VALUE '  XFER IN'.
               10  FILLER          PIC X(9)      VALUE ' XFER OUT'.
               10  FILLER          PIC X(9)      VALUE '  CLOSING'.
               10  FILLER          PIC X(9)      VALUE '    LATER'.
               10  FILLER          PIC X(9)      VALUE '   MASTER'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(5)      VALUE 'PROOF'.
               10  FILLER          PIC X(21)     VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-DEPT-CODE        PIC X(3).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-DEPT-NAME        PIC X(20).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-OPENING          PIC -ZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-STARTERS         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-LEAVERS          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-TRANS-IN         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-TRANS-OUT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-CLOSING          PIC -ZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-LATER            PIC -ZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-ON-MASTER        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  DL-VERDICT          PIC X(14).
           05  FILLER              PIC X(12)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-LABEL            PIC X(36).
           05  SL-COUNT-OUT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(84)     VALUE SPACES.

       01  WS-TEXT-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  TL-TEXT             PIC X(60).
           05  FILLER              PIC X(67)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'HCMOVE: HEADCOUNT MOVEMENT REPORT'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-READ-PARM-CARD
               THRU 060-READ-PARM-CARD-EXIT.
           IF WS-REPORT-MONTH IS NOT NUMERIC
                   OR WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
               DISPLAY 'HCMOVE ABEND - REPORT MONTH ' WS-REPORT-MONTH
                   ' IS NOT A YYYYMM MONTH'
               MOVE 16 TO RETURN-CODE
               GOBACK.
           STRING WS-RUN-DATE-TEXT (1:4) '-' WS-RUN-DATE-TEXT (5:2)
                   '-' WS-RUN-DATE-TEXT (7:2)
               INTO WS-RUN-DATE-DISPLAY.
           STRING WS-REPORT-MONTH (1:4) '-' WS-REPORT-MONTH (5:2)
               INTO WS-REPORT-MONTH-DISPLAY.
           DISPLAY 'HCMOVE: REPORTING MONTH ' WS-REPORT-MONTH-DISPLAY.

           PERFORM 040-LOAD-DEPARTMENT-NAMES
               THRU 040-LOAD-DEPARTMENT-NAMES-EXIT.

           OPEN INPUT PERSON-MASTER.
           IF WS-PERSMAST-STATUS NOT = '00'
               DISPLAY 'HCMOVE ABEND - PERSON MASTER STATUS '
                   WS-PERSMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           PERFORM 250-COUNT-ONE-PERSON
               UNTIL MASTER-EOF.
           CLOSE PERSON-MASTER.

           OPEN INPUT PERSMOVE-FILE.
           IF WS-PERSMOVE-STATUS NOT = '00'
               DISPLAY 'NO MOVEMENT HISTORY FOUND - NO MOVEMENTS TO '
                   'REPORT'
           ELSE
               PERFORM 200-TALLY-ONE-MOVEMENT
                   THRU 200-TALLY-ONE-MOVEMENT-EXIT
                   UNTIL PERSMOVE-EOF
               CLOSE PERSMOVE-FILE.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           MOVE ZERO TO WS-DEPT-SUB.
           PERFORM 300-WRITE-ONE-DEPARTMENT
               THRU 300-WRITE-ONE-DEPARTMENT-EXIT
               WS-DEPT-COUNT TIMES.
           PERFORM 400-WRITE-TOTALS THRU 400-WRITE-TOTALS-EXIT.
           CLOSE REPORT-FILE.

           DISPLAY 'HCMOVE: MOVEMENTS READ       : ' WS-MOVES-READ.
           DISPLAY 'HCMOVE: MOVEMENTS IN MONTH   : '
               WS-MOVES-IN-MONTH.
           DISPLAY 'HCMOVE: PEOPLE ON MASTER     : ' WS-ROSTER-COUNT.
           IF HEADCOUNT-AGREED
               DISPLAY 'HCMOVE: CLOSING HEADCOUNT AGREES WITH THE '
                   'PERSON MASTER'
               MOVE ZERO TO RETURN-CODE
           ELSE
               DISPLAY 'HCMOVE: CLOSING HEADCOUNT DOES NOT AGREE IN '
                   WS-DEPTS-DIFFERING ' DEPARTMENT(S)'
               MOVE 8 TO RETURN-CODE.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'HCMOVE: MOVEMENT RUN ENDED'.
           GOBACK.

      *****************************************************************
      * 005-RESOLVE-DATA-PATHS: BUILDS EACH DATA FILE'S PATH FROM     *
      * WS-DATA-DIR, WHICH DEFAULTS TO "data" BUT IS OVERRIDDEN BY    *
      * THE PROJ4_DATA_DIR ENVIRONMENT VARIABLE WHEN ONE IS SET.      *
      *****************************************************************
       005-RESOLVE-DATA-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT 'PROJ4_DATA_DIR'.
           IF WS-DATA-DIR = SPACES
               MOVE 'data' TO WS-DATA-DIR.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PERSMOVE' DELIMITED BY SIZE
               INTO WS-PERSMOVE-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PERSMAST' DELIMITED BY SIZE
               INTO WS-PERSMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/DEPTMAST' DELIMITED BY SIZE
               INTO WS-DEPTMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/HCMOVE.PARM' DELIMITED BY SIZE
               INTO WS-PARM-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/HCMOVE.REPORT' DELIMITED BY SIZE
               INTO WS-REPORT-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 040-LOAD-DEPARTMENT-NAMES: OPENS A BUCKET PER DEPARTMENT ON  *
      * THE MASTER SO THE REPORT PRINTS EVERY DEPARTMENT EVEN WHEN   *
      * NOBODY MOVED IN OR OUT OF IT THIS MONTH.                     *
      *****************************************************************
       040-LOAD-DEPARTMENT-NAMES.
           OPEN INPUT DEPTMAST-FILE.
           IF WS-DEPTMAST-STATUS NOT = '00'
               DISPLAY 'NO DEPARTMENT MASTER FOUND - CODES PRINT '
                   'WITHOUT NAMES'
               MOVE 'Y' TO WS-DEPTMAST-EOF-FLAG
           ELSE
               PERFORM 045-LOAD-ONE-DEPARTMENT
                   UNTIL DEPTMAST-EOF
               CLOSE DEPTMAST-FILE.
       040-LOAD-DEPARTMENT-NAMES-EXIT.
           EXIT.

       045-LOAD-ONE-DEPARTMENT.
           READ DEPTMAST-FILE
               AT END
                   MOVE 'Y' TO WS-DEPTMAST-EOF-FLAG
               NOT AT END
                   IF WS-DEPT-COUNT < 50
                       ADD 1 TO WS-DEPT-COUNT
                       SET WS-DEPT-IDX TO WS-DEPT-COUNT
                       MOVE DM-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-IDX)
                       PERFORM 245-CLEAR-DEPT-BUCKET
                           THRU 245-CLEAR-DEPT-BUCKET-EXIT
                       MOVE DM-DEPT-NAME TO WS-DEPT-NAME (WS-DEPT-IDX)
                   ELSE
                       DISPLAY 'WARNING: DEPARTMENT TABLE FULL - '
                           DM-DEPT-CODE ' NOT LOADED'.

      *****************************************************************
      * 060-READ-PARM-CARD: THE RUN DATE IS TODAY, OR A CHAINED RUN'S *
      * RUN_DATE. THE REPORT MONTH IS THE CARD'S, OR FAILING THAT THE *
      * RUN DATE'S OWN MONTH.                                         *
      *****************************************************************
       060-READ-PARM-CARD.
           ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD.
           ACCEPT WS-CHAIN-RUN-DATE FROM ENVIRONMENT 'RUN_DATE'.
           IF WS-CHAIN-RUN-DATE NOT = SPACES
               MOVE WS-CHAIN-RUN-DATE TO WS-RUN-DATE-TEXT.
           MOVE WS-RUN-DATE-TEXT (1:6) TO WS-REPORT-MONTH.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'NO PARAMETER CARD SUPPLIED - REPORTING THIS '
                   'MONTH'
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY 'PARAMETER CARD FILE IS EMPTY - '
                           'REPORTING THIS MONTH'
                   NOT AT END
                       IF PARM-REPORT-MONTH NOT = SPACES
                           MOVE PARM-REPORT-MONTH TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE PARM-FILE.
       060-READ-PARM-CARD-EXIT.
           EXIT.

      *****************************************************************
      * 100-WRITE-HEADERS: PRINTS THE TITLE, RUN DATE, PAGE NUMBER,   *
      * THE REPORT MONTH AND COLUMN HEADINGS - THE SAME PATTERN       *
      * DEPTRPT USES.                                                 *
      *****************************************************************
       100-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-PAGE-NUM TO RH-PAGE-OUT.
           MOVE WS-RUN-DATE-DISPLAY TO RH-DATE-OUT.
           MOVE WS-REPORT-MONTH-DISPLAY TO RH-MONTH-OUT.
           IF WS-PAGE-NUM > 1
               MOVE WS-BLANK-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE RH-SUBTITLE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE RH-COLUMNS TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       100-WRITE-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 200-TALLY-ONE-MOVEMENT: READS THE NEXT MOVEMENT AND SORTS IT *
      * BY ITS DATE AGAINST THE REPORT MONTH - BEFORE IT, IT BUILDS  *
      * THE OPENING HEADCOUNT; IN IT, IT IS A STARTER, LEAVER OR     *
      * TRANSFER FOR THE MONTH; AFTER IT, IT IS CARRIED SEPARATELY   *
      * SO THE CLOSING FIGURE CAN STILL BE PROVED AGAINST TODAY'S    *
      * MASTER. A BROUGHT-FORWARD MOVEMENT IS PART OF THE OPENING    *
      * FIGURE EVEN IN THE MONTH THE HISTORY WAS STARTED.            *
      *****************************************************************
       200-TALLY-ONE-MOVEMENT.
           READ PERSMOVE-FILE
               AT END
                   MOVE 'Y' TO WS-PERSMOVE-EOF-FLAG
                   GO TO 200-TALLY-ONE-MOVEMENT-EXIT
           END-READ.
           ADD 1 TO WS-MOVES-READ.
           IF NOT PM-BROUGHT-FORWARD AND NOT PM-STARTER
                   AND NOT PM-LEAVER AND NOT PM-TRANSFER
               ADD 1 TO WS-MOVES-UNKNOWN
               DISPLAY 'WARNING: MOVEMENT TYPE "' PM-MOVE-TYPE
                   '" FOR ' PM-EMP-ID ' IGNORED'
               GO TO 200-TALLY-ONE-MOVEMENT-EXIT.
           IF PM-MOVE-DATE (1:6) < WS-REPORT-MONTH
               ADD 1 TO WS-MOVES-BEFORE
           ELSE IF PM-MOVE-DATE (1:6) = WS-REPORT-MONTH
               ADD 1 TO WS-MOVES-IN-MONTH
           ELSE
               ADD 1 TO WS-MOVES-AFTER.
           IF NOT PM-LEAVER
               MOVE PM-TO-DEPT TO WS-WORK-DEPT-CODE
               PERFORM 240-FIND-DEPT-BUCKET
                   THRU 240-FIND-DEPT-BUCKET-EXIT
               PERFORM 210-TALLY-INTO-DEPT
                   THRU 210-TALLY-INTO-DEPT-EXIT.
           IF PM-LEAVER OR PM-TRANSFER
               MOVE PM-FROM-DEPT TO WS-WORK-DEPT-CODE
               PERFORM 240-FIND-DEPT-BUCKET
                   THRU 240-FIND-DEPT-BUCKET-EXIT
               PERFORM 220-TALLY-OUT-OF-DEPT
                   THRU 220-TALLY-OUT-OF-DEPT-EXIT.
       200-TALLY-ONE-MOVEMENT-EXIT.
           EXIT.

      *****************************************************************
      * 210-TALLY-INTO-DEPT: THE RECEIVING SIDE OF A MOVEMENT -       *
      * BROUGHT FORWARD, STARTER OR TRANSFER IN.                      *
      *****************************************************************
       210-TALLY-INTO-DEPT.
           IF PM-MOVE-DATE (1:6) < WS-REPORT-MONTH
                   OR PM-BROUGHT-FORWARD
                   AND PM-MOVE-DATE (1:6) = WS-REPORT-MONTH
               ADD 1 TO WS-DEPT-OPENING (WS-DEPT-IDX)
           ELSE IF PM-MOVE-DATE (1:6) > WS-REPORT-MONTH
               ADD 1 TO WS-DEPT-LATER (WS-DEPT-IDX)
           ELSE IF PM-STARTER
               ADD 1 TO WS-DEPT-STARTERS (WS-DEPT-IDX)
           ELSE
               ADD 1 TO WS-DEPT-TRANS-IN (WS-DEPT-IDX).
       210-TALLY-INTO-DEPT-EXIT.
           EXIT.

      *****************************************************************
      * 220-TALLY-OUT-OF-DEPT: THE LOSING SIDE OF A MOVEMENT -        *
      * LEAVER OR TRANSFER OUT.                                       *
      *****************************************************************
       220-TALLY-OUT-OF-DEPT.
           IF PM-MOVE-DATE (1:6) < WS-REPORT-MONTH
               SUBTRACT 1 FROM WS-DEPT-OPENING (WS-DEPT-IDX)
           ELSE IF PM-MOVE-DATE (1:6) > WS-REPORT-MONTH
               SUBTRACT 1 FROM WS-DEPT-LATER (WS-DEPT-IDX)
           ELSE IF PM-LEAVER
               ADD 1 TO WS-DEPT-LEAVERS (WS-DEPT-IDX)
           ELSE
               ADD 1 TO WS-DEPT-TRANS-OUT (WS-DEPT-IDX).
       220-TALLY-OUT-OF-DEPT-EXIT.
           EXIT.

      *****************************************************************
      * 240-FIND-DEPT-BUCKET: POINTS WS-DEPT-IDX AT THE BUCKET FOR   *
      * WS-WORK-DEPT-CODE, OPENING ONE WHEN THE CODE IS NOT ON       *
      * DEPTMAST. A BLANK DEPARTMENT TALLIES UNDER '???'. WHEN THE   *
      * TABLE IS FULL THE LAST BUCKET TAKES THE OVERFLOW, AS IN      *
      * DEPTRPT.                                                     *
      *****************************************************************
       240-FIND-DEPT-BUCKET.
           IF WS-WORK-DEPT-CODE = SPACES
               MOVE '???' TO WS-WORK-DEPT-CODE.
           MOVE 'N' TO WS-DEPT-FOUND-FLAG.
           IF WS-DEPT-COUNT > ZERO
               SET WS-DEPT-IDX TO 1
               SEARCH WS-DEPT-ENTRY
                   WHEN WS-DEPT-CODE (WS-DEPT-IDX) = WS-WORK-DEPT-CODE
                       MOVE 'Y' TO WS-DEPT-FOUND-FLAG
               END-SEARCH.
           IF DEPT-FOUND
               GO TO 240-FIND-DEPT-BUCKET-EXIT.
           IF WS-DEPT-COUNT = 50
               SET WS-DEPT-IDX TO WS-DEPT-COUNT
               GO TO 240-FIND-DEPT-BUCKET-EXIT.
           ADD 1 TO WS-DEPT-COUNT.
           SET WS-DEPT-IDX TO WS-DEPT-COUNT.
           MOVE WS-WORK-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-IDX).
           PERFORM 245-CLEAR-DEPT-BUCKET
               THRU 245-CLEAR-DEPT-BUCKET-EXIT.
       240-FIND-DEPT-BUCKET-EXIT.
           EXIT.

       245-CLEAR-DEPT-BUCKET.
           MOVE SPACES TO WS-DEPT-NAME (WS-DEPT-IDX).
           MOVE ZERO TO WS-DEPT-OPENING (WS-DEPT-IDX).
           MOVE ZERO TO WS-DEPT-STARTERS (WS-DEPT-IDX).
           MOVE ZERO TO WS-DEPT-LEAVERS (WS-DEPT-IDX).
           MOVE ZERO TO WS-DEPT-TRANS-IN (WS-DEPT-IDX).
           MOVE ZERO TO WS-DEPT-TRANS-OUT (WS-DEPT-IDX).
           MOVE ZERO TO WS-DEPT-LATER (WS-DEPT-IDX).
           MOVE ZERO TO WS-DEPT-ON-MASTER (WS-DEPT-IDX).
       245-CLEAR-DEPT-BUCKET-EXIT.
           EXIT.

      *****************************************************************
      * 250-COUNT-ONE-PERSON: COUNTS ONE PERSON MASTER RECORD INTO   *
      * ITS DEPARTMENT - THE SAME HEADCOUNT DEPTRPT PRINTS.          *
      *****************************************************************
       250-COUNT-ONE-PERSON.
           READ PERSON-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ROSTER-COUNT
                   MOVE PS-DEPT-CODE TO WS-WORK-DEPT-CODE
                   PERFORM 240-FIND-DEPT-BUCKET
                       THRU 240-FIND-DEPT-BUCKET-EXIT
                   ADD 1 TO WS-DEPT-ON-MASTER (WS-DEPT-IDX)
           END-READ.

      *****************************************************************
      * 300-WRITE-ONE-DEPARTMENT: PRINTS ONE DEPARTMENT'S MOVEMENT    *
      * AND PROVES IT - CLOSING = OPENING + STARTERS - LEAVERS +      *
      * TRANSFERS IN - TRANSFERS OUT, AND CLOSING PLUS THE NET OF     *
      * THE MOVEMENTS SINCE THE MONTH ENDED MUST EQUAL THE COUNT ON   *
      * THE PERSON MASTER.                                            *
      *****************************************************************
       300-WRITE-ONE-DEPARTMENT.
           ADD 1 TO WS-DEPT-SUB.
           COMPUTE WS-CLOSING = WS-DEPT-OPENING (WS-DEPT-SUB)
               + WS-DEPT-STARTERS (WS-DEPT-SUB)
               - WS-DEPT-LEAVERS (WS-DEPT-SUB)
               + WS-DEPT-TRANS-IN (WS-DEPT-SUB)
               - WS-DEPT-TRANS-OUT (WS-DEPT-SUB).
           COMPUTE WS-PROVED = WS-CLOSING + WS-DEPT-LATER (WS-DEPT-SUB).
           MOVE WS-DEPT-CODE (WS-DEPT-SUB)      TO DL-DEPT-CODE.
           MOVE WS-DEPT-NAME (WS-DEPT-SUB)      TO DL-DEPT-NAME.
           MOVE WS-DEPT-OPENING (WS-DEPT-SUB)   TO DL-OPENING.
           MOVE WS-DEPT-STARTERS (WS-DEPT-SUB)  TO DL-STARTERS.
           MOVE WS-DEPT-LEAVERS (WS-DEPT-SUB)   TO DL-LEAVERS.
           MOVE WS-DEPT-TRANS-IN (WS-DEPT-SUB)  TO DL-TRANS-IN.
           MOVE WS-DEPT-TRANS-OUT (WS-DEPT-SUB) TO DL-TRANS-OUT.
           MOVE WS-CLOSING                      TO DL-CLOSING.
           MOVE WS-DEPT-LATER (WS-DEPT-SUB)     TO DL-LATER.
           MOVE WS-DEPT-ON-MASTER (WS-DEPT-SUB) TO DL-ON-MASTER.
           IF WS-PROVED = WS-DEPT-ON-MASTER (WS-DEPT-SUB)
               MOVE 'AGREED        ' TO DL-VERDICT
           ELSE
               MOVE '** DIFFERS ** ' TO DL-VERDICT
               MOVE 'N' TO WS-AGREED-FLAG
               ADD 1 TO WS-DEPTS-DIFFERING.
           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
           ADD WS-DEPT-OPENING (WS-DEPT-SUB)   TO WS-TOT-OPENING.
           ADD WS-DEPT-STARTERS (WS-DEPT-SUB)  TO WS-TOT-STARTERS.
           ADD WS-DEPT-LEAVERS (WS-DEPT-SUB)   TO WS-TOT-LEAVERS.
           ADD WS-DEPT-TRANS-IN (WS-DEPT-SUB)  TO WS-TOT-TRANS-IN.
           ADD WS-DEPT-TRANS-OUT (WS-DEPT-SUB) TO WS-TOT-TRANS-OUT.
           ADD WS-CLOSING                      TO WS-TOT-CLOSING.
           ADD WS-DEPT-LATER (WS-DEPT-SUB)     TO WS-TOT-LATER.
           ADD WS-DEPT-ON-MASTER (WS-DEPT-SUB) TO WS-TOT-ON-MASTER.
       300-WRITE-ONE-DEPARTMENT-EXIT.
           EXIT.

       280-EMIT-REPORT-LINE.
           WRITE REPORT-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
       280-EMIT-REPORT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 400-WRITE-TOTALS: THE WHOLE-SHOP LINE, THE MOVEMENT COUNTS    *
      * AND THE VERDICT ON THE PROOF.                                 *
      *****************************************************************
       400-WRITE-TOTALS.
           MOVE WS-BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'ALL' TO DL-DEPT-CODE.
           MOVE 'WHOLE SHOP          ' TO DL-DEPT-NAME.
           MOVE WS-TOT-OPENING   TO DL-OPENING.
           MOVE WS-TOT-STARTERS  TO DL-STARTERS.
           MOVE WS-TOT-LEAVERS   TO DL-LEAVERS.
           MOVE WS-TOT-TRANS-IN  TO DL-TRANS-IN.
           MOVE WS-TOT-TRANS-OUT TO DL-TRANS-OUT.
           MOVE WS-TOT-CLOSING   TO DL-CLOSING.
           MOVE WS-TOT-LATER     TO DL-LATER.
           MOVE WS-TOT-ON-MASTER TO DL-ON-MASTER.
           IF HEADCOUNT-AGREED
               MOVE 'AGREED        ' TO DL-VERDICT
           ELSE
               MOVE '** DIFFERS ** ' TO DL-VERDICT.
           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'MOVEMENTS READ:                     ' TO SL-LABEL.
           MOVE WS-MOVES-READ TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'MOVEMENTS BEFORE THE MONTH:         ' TO SL-LABEL.
           MOVE WS-MOVES-BEFORE TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'MOVEMENTS IN THE MONTH:             ' TO SL-LABEL.
           MOVE WS-MOVES-IN-MONTH TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'MOVEMENTS SINCE THE MONTH ENDED:    ' TO SL-LABEL.
           MOVE WS-MOVES-AFTER TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-MOVES-UNKNOWN > ZERO
               MOVE 'MOVEMENTS OF UNKNOWN TYPE IGNORED:  ' TO SL-LABEL
               MOVE WS-MOVES-UNKNOWN TO SL-COUNT-OUT
               MOVE WS-SUMMARY-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.
           MOVE 'PEOPLE ON THE PERSON MASTER:        ' TO SL-LABEL.
           MOVE WS-ROSTER-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-BLANK-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF HEADCOUNT-AGREED
               MOVE 'PROOF: CLOSING HEADCOUNT AGREES WITH THE PERSON '
                   TO TL-TEXT
               MOVE WS-TEXT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 'MASTER IN EVERY DEPARTMENT.' TO TL-TEXT
           ELSE
               MOVE 'PROOF: CLOSING HEADCOUNT DOES NOT AGREE WITH THE '
                   TO TL-TEXT
               MOVE WS-TEXT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 'PERSON MASTER - SEE THE DEPARTMENTS MARKED.'
                   TO TL-TEXT.
           MOVE WS-TEXT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       400-WRITE-TOTALS-EXIT.
           EXIT.
