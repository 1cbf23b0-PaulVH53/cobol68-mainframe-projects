      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(RPTBUNDL)                       *
      * PURPOSE: NIGHTLY REPORT BUNDLES. THE END-OF-CHAIN STEP THAT   *
      * TAKES OVER SORTING THE NIGHT'S PRINT INTO A PILE PER          *
      * RECIPIENT. READS THE DISTRIBUTION FILE (data/RPTDIST - EACH   *
      * RECIPIENT AND THE REPORTS THEY RECEIVE) AND ASSEMBLES ONE     *
      * BUNDLE PER RECIPIENT: A BANNER PAGE, A CONTENTS PAGE GIVING   *
      * EACH REPORT'S PAGE COUNT AND STARTING PAGE, THEN THE REPORTS  *
      * THEMSELVES, EACH STARTING ON A NEW PAGE. A REPORT THAT WAS    *
      * EXPECTED BUT NOT PRODUCED - NO FILE, OR ONLY AN EARLIER       *
      * NIGHT'S FILE THAT ITS STEP DID NOT RERUN - IS FLAGGED ON THE  *
      * CONTENTS PAGE INSTEAD OF SILENTLY MISSING FROM THE PILE.      *
      * EVERY REPORT ON EVERY LIST IS LOGGED TO data/BUNDLE.LOG (SEE  *
      * copybooks/BUNDLOG.CPY) WITH WHAT BECAME OF IT, SO DLVRINQ CAN *
      * SAY WHO RECEIVED WHAT ON ANY NIGHT.                           *
      *                                                               *
      * A REPORT'S PRESENCE AND AGE COME FROM THE                     *
      * CBL_CHECK_FILE_EXIST LIBRARY ROUTINE, OF THE SAME MICRO       *
      * FOCUS-STYLE CALL FAMILY RETNMGR USES FOR ITS HOUSEKEEPING.    *
      * EACH BUNDLE IS NAMED FOR THE BUSINESS DATE IT WAS BUILT FOR,  *
      * SO A CATCH-UP NIGHT THAT BUNDLES SEVERAL DATES LEAVES ONE     *
      * BUNDLE PER DATE BEHIND - EVERY DELIVERY THE LOG RECORDS IS    *
      * STILL ON DISK TO BE HANDED OVER.                              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTBUNDL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * THE DISTRIBUTION, PARM AND LOG FILES LIVE IN THIS PROJECT'S   *
      * OWN data DIRECTORY. REPORT-IN IS OPENED AGAINST EACH LISTED   *
      * REPORT IN TURN, BY THE PATH ON ITS DISTRIBUTION CARD, AND     *
      * BUNDLE-FILE AGAINST data/BUNDLE.<RECIPIENT>.<YYYYMMDD> FOR    *
      * EACH RECIPIENT AND BUSINESS DATE.                             *
      *****************************************************************
           SELECT DIST-FILE ASSIGN TO "data/RPTDIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.
           SELECT PARM-FILE ASSIGN TO "data/RPTBUNDL.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT REPORT-IN ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BUNDLE-FILE ASSIGN DYNAMIC WS-BUNDLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUNDLE-STATUS.
           SELECT BUNDLE-LOG ASSIGN TO "data/BUNDLE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * DIST-FILE: ONE CARD PER LINE, KEYED BY THE RECIPIENT ID IN    *
      * COLUMNS 1-8. CARD TYPE 'R' NAMES THE RECIPIENT AND WHERE      *
      * THEIR BUNDLE GOES; CARD TYPE 'P' PUTS ONE REPORT ON THEIR     *
      * LIST - A SHORT REPORT ID, THE TITLE FOR THE CONTENTS PAGE AND *
      * THE REPORT FILE'S PATH RELATIVE TO THIS PROJECT. A RECIPIENT  *
      * WITH REPORT CARDS BUT NO 'R' CARD IS NAMED BY ITS ID. CARDS   *
      * WITH '*' IN COLUMN 1 ARE COMMENTS.                            *
      *****************************************************************
       FD  DIST-FILE
           RECORDING MODE IS F.

       01  DST-RECORD.
           05  DST-RECIPIENT             PIC X(08).
           05  DST-CARD-TYPE             PIC X(01).
               88  DST-RECIPIENT-CARD    VALUE 'R'.
               88  DST-REPORT-CARD       VALUE 'P'.
           05  DST-CARD-BODY             PIC X(118).
           05  DST-RECIPIENT-BODY REDEFINES DST-CARD-BODY.
               10  DST-RECIPIENT-NAME    PIC X(30).
               10  DST-DELIVER-TO        PIC X(30).
               10  FILLER                PIC X(58).
           05  DST-REPORT-BODY REDEFINES DST-CARD-BODY.
               10  DST-REPORT-ID         PIC X(08).
               10  DST-REPORT-TITLE      PIC X(30).
               10  DST-REPORT-PATH       PIC X(80).
      *****************************************************************
      * PARM-FILE: PARM-FRESH-HOURS IS HOW OLD A REPORT FILE MAY BE   *
      * AND STILL COUNT AS TONIGHT'S. A MISSING OR BLANK CARD ALLOWS  *
      * 24 HOURS.                                                     *
      *****************************************************************
       FD  PARM-FILE
           RECORDING MODE IS F.

       01  PARM-RECORD.
           05  PARM-FRESH-HOURS          PIC X(03).

       FD  REPORT-IN
           RECORDING MODE IS F.

       01  REPORT-IN-RECORD              PIC X(200).

       FD  BUNDLE-FILE
           RECORDING MODE IS F.

       01  BUNDLE-RECORD                 PIC X(200).

       FD  BUNDLE-LOG
           RECORDING MODE IS F.

       COPY BUNDLOG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-DIST-STATUS       PIC XX.
           05  WS-PARM-FILE-STATUS  PIC XX.
           05  WS-REPORT-STATUS     PIC XX.
           05  WS-BUNDLE-STATUS     PIC XX.
           05  WS-LOG-STATUS        PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-DIST-EOF-FLAG     PIC X(01)      VALUE 'N'.
               88  DIST-EOF         VALUE 'Y'.
           05  WS-REPORT-EOF-FLAG   PIC X(01)      VALUE 'N'.
               88  REPORT-EOF       VALUE 'Y'.

       01  WS-REPORT-PATH            PIC X(80)      VALUE SPACES.
       01  WS-BUNDLE-PATH            PIC X(80)      VALUE SPACES.

      *****************************************************************
      * WS-RECIPIENT-TABLE: THE RECIPIENTS, IN THE ORDER THEY FIRST   *
      * APPEAR ON THE DISTRIBUTION FILE.                              *
      *****************************************************************
       01  WS-RECIPIENT-TABLE.
           05  WS-RCP-COUNT         PIC 9(03) COMP VALUE ZERO.
           05  WS-RECIPIENT-ENTRY OCCURS 20 TIMES.
               10  WS-RCP-ID           PIC X(08).
               10  WS-RCP-NAME         PIC X(30).
               10  WS-RCP-DELIVER-TO   PIC X(30).

      *****************************************************************
      * WS-REPORT-TABLE: EVERY REPORT CARD, WITH THE RECIPIENT IT     *
      * BELONGS TO. WS-RPT-STATUS, WS-RPT-PAGES AND WS-RPT-START-PAGE *
      * ARE FILLED IN WHEN THAT RECIPIENT'S BUNDLE IS EXAMINED:       *
      *   'D' DELIVERED    'N' NOT PRODUCED                           *
      *   'S' STALE        'E' EMPTY                                  *
      *****************************************************************
       01  WS-REPORT-TABLE.
           05  WS-RPT-COUNT         PIC 9(03) COMP VALUE ZERO.
           05  WS-REPORT-ENTRY OCCURS 200 TIMES.
               10  WS-RPT-OWNER        PIC 9(03) COMP.
               10  WS-RPT-ID           PIC X(08).
               10  WS-RPT-TITLE        PIC X(30).
               10  WS-RPT-PATH         PIC X(80).
               10  WS-RPT-STATUS       PIC X(01).
                   88  RPT-DELIVERED      VALUE 'D'.
                   88  RPT-NOT-PRODUCED   VALUE 'N'.
                   88  RPT-STALE          VALUE 'S'.
                   88  RPT-EMPTY          VALUE 'E'.
               10  WS-RPT-PAGES        PIC 9(04) COMP.
               10  WS-RPT-START-PAGE   PIC 9(04) COMP.

       77  WS-RCP-SUB               PIC 9(03) COMP VALUE ZERO.
       77  WS-RCP-SCAN              PIC 9(03) COMP VALUE ZERO.
       77  WS-RPT-SUB               PIC 9(03) COMP VALUE ZERO.

      *****************************************************************
      * WS-BUNDLE-FIELDS: THE RECIPIENT IN HAND. THE BANNER IS PAGE   *
      * 1 AND THE CONTENTS PAGE 2, SO THE FIRST REPORT STARTS ON      *
      * PAGE 3.                                                       *
      *****************************************************************
       01  WS-BUNDLE-FIELDS.
           05  WS-LAST-PAGE         PIC 9(04) COMP VALUE ZERO.
           05  WS-BND-LISTED        PIC 9(03) COMP VALUE ZERO.
           05  WS-BND-DELIVERED     PIC 9(03) COMP VALUE ZERO.
           05  WS-BND-MISSING       PIC 9(03) COMP VALUE ZERO.
           05  WS-BND-EMPTY         PIC 9(03) COMP VALUE ZERO.
           05  WS-BND-SEQ           PIC 9(03) COMP VALUE ZERO.
           05  WS-REPORT-RECORDS    PIC 9(07) COMP VALUE ZERO.
           05  WS-REPORT-PAGES      PIC 9(04) COMP VALUE ZERO.

       77  WS-CARDS-READ            PIC 9(05) COMP VALUE ZERO.
       77  WS-BUNDLES-BUILT         PIC 9(05) COMP VALUE ZERO.
       77  WS-REPORTS-DELIVERED     PIC 9(05) COMP VALUE ZERO.
       77  WS-REPORTS-MISSING       PIC 9(05) COMP VALUE ZERO.
       77  WS-LOG-WRITTEN           PIC 9(05) COMP VALUE ZERO.

      *****************************************************************
      * A REPORT PAGE STARTS ON A RECORD WHOSE FIRST BYTE IS THE      *
      * FORM FEED ITS WRITER'S AFTER ADVANCING PAGE LEFT THERE. THE   *
      * COPY TURNS EACH ONE BACK INTO A PAGE EJECT ON THE BUNDLE.     *
      *****************************************************************
       01  WS-FORM-FEED              PIC X(01)      VALUE X'0C'.

      *****************************************************************
      * WS-RUN-CLOCK: THE BUSINESS DATE IS RUN_DATE WHEN PROJ7 SETS   *
      * IT, OTHERWISE TODAY. THE SYSTEM DATE AND TIME STAMP THE LOG   *
      * AND ARE WHAT A REPORT FILE'S AGE IS MEASURED AGAINST.         *
      *****************************************************************
       01  WS-RUN-CLOCK.
           05  WS-BUSINESS-DATE     PIC X(08)      VALUE SPACES.
           05  WS-SYSTEM-DATE       PIC X(08)      VALUE SPACES.
           05  WS-SYSTEM-TIME.
               10  WS-SYS-HHMMSS.
                   15  WS-SYS-HOURS     PIC 9(02).
                   15  WS-SYS-MINUTES   PIC 9(02).
                   15  WS-SYS-SECONDS   PIC 9(02).
               10  WS-SYS-HUNDREDTHS    PIC 9(02).
           05  WS-NOW-DAY-NUMBER    PIC 9(07) COMP VALUE ZERO.
           05  WS-NOW-MINUTE        PIC 9(04) COMP VALUE ZERO.

       77  WS-CHAIN-RUN-DATE        PIC X(08)      VALUE SPACES.

      *****************************************************************
      * WS-FRESHNESS-FIELDS: A REPORT FILE LAST WRITTEN MORE THAN     *
      * WS-FRESH-HOURS AGO IS AN EARLIER NIGHT'S AND IS NOT BOUND IN. *
      *****************************************************************
       01  WS-FRESHNESS-FIELDS.
           05  WS-FRESH-HOURS       PIC 9(03)      VALUE 24.
           05  WS-FRESH-MINUTES     PIC 9(07) COMP VALUE ZERO.
           05  WS-AGE-MINUTES       PIC S9(09) COMP VALUE ZERO.

      *****************************************************************
      * WS-FILE-DETAILS: WHAT CBL_CHECK_FILE_EXIST RETURNS FOR A FILE *
      * THAT EXISTS - ITS SIZE AND THE DATE AND TIME IT WAS LAST      *
      * WRITTEN.                                                      *
      *****************************************************************
       01  WS-FILE-DETAILS.
           05  WS-FD-SIZE           PIC X(08) COMP-X.
           05  WS-FD-DAY            PIC X(01) COMP-X.
           05  WS-FD-MONTH          PIC X(01) COMP-X.
           05  WS-FD-YEAR           PIC X(02) COMP-X.
           05  WS-FD-HOURS          PIC X(01) COMP-X.
           05  WS-FD-MINUTES        PIC X(01) COMP-X.
           05  WS-FD-SECONDS        PIC X(01) COMP-X.
           05  WS-FD-HUNDREDTHS     PIC X(01) COMP-X.

      *****************************************************************
      * WS-DAY-NUMBER-FIELDS: SERIAL-DAY CONVERSION FOR A REPORT'S    *
      * AGE - THE SAME SHAPE PROJ7 AND SUSPREL USE.                   *
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

       01  WS-UTILITY-FIELDS.
           05  WS-BLANK-LINE         PIC X(132)    VALUE SPACES.

       01  WS-BANNER-RULE-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  FILLER              PIC X(60)     VALUE ALL '*'.
           05  FILLER              PIC X(67)     VALUE SPACES.

       01  WS-BANNER-TITLE-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  FILLER              PIC X(40)     VALUE
               '*   NIGHTLY REPORT BUNDLE'.
           05  FILLER              PIC X(87)     VALUE SPACES.

       01  WS-BANNER-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  BN-LABEL            PIC X(22).
           05  BN-VALUE            PIC X(30).
           05  FILLER              PIC X(75)     VALUE SPACES.

       01  WS-BANNER-COUNT-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  BC-LABEL            PIC X(22).
           05  BC-COUNT-OUT        PIC ZZZ9.
           05  FILLER              PIC X(101)    VALUE SPACES.

       01  WS-CONTENTS-TITLE-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  FILLER              PIC X(30)     VALUE
               '--- CONTENTS ---'.
           05  FILLER              PIC X(11)     VALUE 'RECIPIENT: '.
           05  CT-RECIPIENT-OUT    PIC X(8).
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  FILLER              PIC X(15)     VALUE
               'BUSINESS DATE: '.
           05  CT-DATE-OUT         PIC X(8).
           05  FILLER              PIC X(50)     VALUE SPACES.

       01  WS-CONTENTS-COLUMN-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  FILLER              PIC X(3)      VALUE 'NO.'.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  FILLER              PIC X(8)      VALUE 'REPORT'.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  FILLER              PIC X(30)     VALUE 'TITLE'.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  FILLER              PIC X(5)      VALUE 'PAGES'.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  FILLER              PIC X(5)      VALUE ' PAGE'.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  FILLER              PIC X(30)     VALUE 'STATUS'.
           05  FILLER              PIC X(36)     VALUE SPACES.

       01  WS-CONTENTS-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  CL-SEQ-OUT          PIC ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  CL-REPORT-ID        PIC X(8).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  CL-TITLE            PIC X(30).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  CL-PAGES-OUT        PIC ZZZZZ.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  CL-START-OUT        PIC ZZZZZ.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  CL-STATUS           PIC X(30).
           05  FILLER              PIC X(36)     VALUE SPACES.

       01  WS-CONTENTS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  CS-LABEL            PIC X(30).
           05  CS-COUNT-OUT        PIC ZZZ9.
           05  FILLER              PIC X(93)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'RPTBUNDL: NIGHTLY REPORT BUNDLES'.
           DISPLAY '------------------------------------------------'.
           PERFORM 050-ESTABLISH-RUN-CLOCK
               THRU 050-ESTABLISH-RUN-CLOCK-EXIT.
           PERFORM 060-READ-PARM-CARD
               THRU 060-READ-PARM-CARD-EXIT.
           PERFORM 070-LOAD-DISTRIBUTION
               THRU 070-LOAD-DISTRIBUTION-EXIT.

           IF WS-RCP-COUNT > ZERO
               PERFORM 080-OPEN-DELIVERY-LOG
                   THRU 080-OPEN-DELIVERY-LOG-EXIT
               PERFORM 100-BUNDLE-ONE-RECIPIENT
                   THRU 100-BUNDLE-ONE-RECIPIENT-EXIT
                   VARYING WS-RCP-SUB FROM 1 BY 1
                   UNTIL WS-RCP-SUB > WS-RCP-COUNT
               CLOSE BUNDLE-LOG.

           DISPLAY 'RPTBUNDL: BUSINESS DATE       : ' WS-BUSINESS-DATE.
           DISPLAY 'RPTBUNDL: DISTRIBUTION CARDS  : ' WS-CARDS-READ.
           DISPLAY 'RPTBUNDL: RECIPIENTS          : ' WS-RCP-COUNT.
           DISPLAY 'RPTBUNDL: BUNDLES ASSEMBLED   : ' WS-BUNDLES-BUILT.
           DISPLAY 'RPTBUNDL: REPORTS DELIVERED   : '
               WS-REPORTS-DELIVERED.
           DISPLAY 'RPTBUNDL: REPORTS NOT PRODUCED: '
               WS-REPORTS-MISSING.
           DISPLAY 'RPTBUNDL: DELIVERIES LOGGED   : ' WS-LOG-WRITTEN.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'RPTBUNDL: REPORT BUNDLE RUN ENDED'.
           GOBACK.

      *****************************************************************
      * 050-ESTABLISH-RUN-CLOCK: FIXES THE BUSINESS DATE AND TAKES    *
      * THE CLOCK ONCE, AS A DAY NUMBER AND MINUTE OF THE DAY, SO     *
      * EVERY REPORT'S AGE IS MEASURED FROM THE SAME MOMENT.          *
      *****************************************************************
       050-ESTABLISH-RUN-CLOCK.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           MOVE WS-SYSTEM-DATE TO WS-BUSINESS-DATE.
           ACCEPT WS-CHAIN-RUN-DATE FROM ENVIRONMENT 'RUN_DATE'.
           IF WS-CHAIN-RUN-DATE NOT = SPACES
               MOVE WS-CHAIN-RUN-DATE TO WS-BUSINESS-DATE.
           MOVE WS-SYSTEM-DATE TO WS-DN-DATE.
           PERFORM 8100-DATE-TO-DAY-NUMBER
               THRU 8100-DATE-TO-DAY-NUMBER-EXIT.
           MOVE WS-DN-RESULT TO WS-NOW-DAY-NUMBER.
           COMPUTE WS-NOW-MINUTE = WS-SYS-HOURS * 60 + WS-SYS-MINUTES.
       050-ESTABLISH-RUN-CLOCK-EXIT.
           EXIT.

       060-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'NO PARAMETER CARD SUPPLIED - REPORTS UP TO '
                   '24 HOURS OLD ARE TONIGHT''S'
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY 'PARAMETER CARD FILE IS EMPTY - '
                           'REPORTS UP TO 24 HOURS OLD ARE TONIGHT''S'
                   NOT AT END
                       IF PARM-FRESH-HOURS IS NUMERIC
                           MOVE PARM-FRESH-HOURS TO WS-FRESH-HOURS
                       END-IF
               END-READ
               CLOSE PARM-FILE.
           IF WS-FRESH-HOURS = ZERO
               DISPLAY 'FRESHNESS OF ZERO HOURS IS NOT HONOURED - '
                   'ALLOWING 24'
               MOVE 24 TO WS-FRESH-HOURS.
           COMPUTE WS-FRESH-MINUTES = WS-FRESH-HOURS * 60.
       060-READ-PARM-CARD-EXIT.
           EXIT.

      *****************************************************************
      * 070-LOAD-DISTRIBUTION: LOADS THE RECIPIENTS AND THEIR REPORT  *
      * LISTS. WITH NO DISTRIBUTION FILE THERE IS NOBODY TO BUNDLE    *
      * FOR, WHICH IS NOT A FAILURE OF THE CHAIN.                     *
      *****************************************************************
       070-LOAD-DISTRIBUTION.
           OPEN INPUT DIST-FILE.
           IF WS-DIST-STATUS NOT = '00'
               DISPLAY 'RPTBUNDL: NO DISTRIBUTION FILE - NO BUNDLES '
                   'TO ASSEMBLE'
               GO TO 070-LOAD-DISTRIBUTION-EXIT.
           PERFORM 071-LOAD-ONE-CARD
               THRU 071-LOAD-ONE-CARD-EXIT
               UNTIL DIST-EOF.
           CLOSE DIST-FILE.
       070-LOAD-DISTRIBUTION-EXIT.
           EXIT.

       071-LOAD-ONE-CARD.
           READ DIST-FILE
               AT END
                   MOVE 'Y' TO WS-DIST-EOF-FLAG
                   GO TO 071-LOAD-ONE-CARD-EXIT.
           ADD 1 TO WS-CARDS-READ.
           IF DST-RECIPIENT = SPACES OR DST-RECIPIENT (1:1) = '*'
               GO TO 071-LOAD-ONE-CARD-EXIT.
           PERFORM 072-FIND-RECIPIENT
               THRU 072-FIND-RECIPIENT-EXIT.
           IF WS-RCP-SUB = ZERO
               GO TO 071-LOAD-ONE-CARD-EXIT.
           IF DST-RECIPIENT-CARD
               MOVE DST-RECIPIENT-NAME TO WS-RCP-NAME (WS-RCP-SUB)
               MOVE DST-DELIVER-TO TO WS-RCP-DELIVER-TO (WS-RCP-SUB)
               GO TO 071-LOAD-ONE-CARD-EXIT.
           IF NOT DST-REPORT-CARD
               DISPLAY 'RPTBUNDL: CARD TYPE ' DST-CARD-TYPE ' FOR '
                   DST-RECIPIENT ' IS NOT R OR P - IGNORED'
               GO TO 071-LOAD-ONE-CARD-EXIT.
           IF WS-RPT-COUNT NOT < 200
               DISPLAY 'RPTBUNDL: REPORT TABLE FULL - ' DST-REPORT-ID
                   ' FOR ' DST-RECIPIENT ' IGNORED'
               GO TO 071-LOAD-ONE-CARD-EXIT.
           ADD 1 TO WS-RPT-COUNT.
           MOVE WS-RCP-SUB TO WS-RPT-OWNER (WS-RPT-COUNT).
           MOVE DST-REPORT-ID TO WS-RPT-ID (WS-RPT-COUNT).
           MOVE DST-REPORT-TITLE TO WS-RPT-TITLE (WS-RPT-COUNT).
           MOVE DST-REPORT-PATH TO WS-RPT-PATH (WS-RPT-COUNT).
           MOVE SPACE TO WS-RPT-STATUS (WS-RPT-COUNT).
           MOVE ZERO TO WS-RPT-PAGES (WS-RPT-COUNT).
           MOVE ZERO TO WS-RPT-START-PAGE (WS-RPT-COUNT).
       071-LOAD-ONE-CARD-EXIT.
           EXIT.

      *****************************************************************
      * 072-FIND-RECIPIENT: POINTS WS-RCP-SUB AT THE CARD'S           *
      * RECIPIENT, ADDING THEM (NAMED BY THEIR ID UNTIL AN 'R' CARD   *
      * SAYS OTHERWISE) THE FIRST TIME THEY APPEAR. ZERO MEANS THE    *
      * TABLE IS FULL.                                                *
      *****************************************************************
       072-FIND-RECIPIENT.
           MOVE ZERO TO WS-RCP-SUB.
           PERFORM 073-MATCH-ONE-RECIPIENT
               THRU 073-MATCH-ONE-RECIPIENT-EXIT
               VARYING WS-RCP-SCAN FROM 1 BY 1
               UNTIL WS-RCP-SCAN > WS-RCP-COUNT
                  OR WS-RCP-SUB NOT = ZERO.
           IF WS-RCP-SUB NOT = ZERO
               GO TO 072-FIND-RECIPIENT-EXIT.
           IF WS-RCP-COUNT NOT < 20
               DISPLAY 'RPTBUNDL: RECIPIENT TABLE FULL - '
                   DST-RECIPIENT ' IGNORED'
               GO TO 072-FIND-RECIPIENT-EXIT.
           ADD 1 TO WS-RCP-COUNT.
           MOVE WS-RCP-COUNT TO WS-RCP-SUB.
           MOVE DST-RECIPIENT TO WS-RCP-ID (WS-RCP-SUB).
           MOVE DST-RECIPIENT TO WS-RCP-NAME (WS-RCP-SUB).
           MOVE SPACES TO WS-RCP-DELIVER-TO (WS-RCP-SUB).
       072-FIND-RECIPIENT-EXIT.
           EXIT.

       073-MATCH-ONE-RECIPIENT.
           IF WS-RCP-ID (WS-RCP-SCAN) = DST-RECIPIENT
               MOVE WS-RCP-SCAN TO WS-RCP-SUB.
       073-MATCH-ONE-RECIPIENT-EXIT.
           EXIT.

       080-OPEN-DELIVERY-LOG.
           OPEN EXTEND BUNDLE-LOG.
           IF WS-LOG-STATUS = '05' OR WS-LOG-STATUS = '35'
               OPEN OUTPUT BUNDLE-LOG.
       080-OPEN-DELIVERY-LOG-EXIT.
           EXIT.

      *****************************************************************
      * 100-BUNDLE-ONE-RECIPIENT: EXAMINES EVERY REPORT ON THE        *
      * RECIPIENT'S LIST FIRST, SO THE CONTENTS PAGE CAN GIVE PAGE    *
      * COUNTS AND STARTING PAGES, THEN WRITES THE BANNER, THE        *
      * CONTENTS AND THE REPORTS, LOGGING EACH REPORT AS IT GOES.     *
      *****************************************************************
       100-BUNDLE-ONE-RECIPIENT.
           MOVE 2 TO WS-LAST-PAGE.
           MOVE ZERO TO WS-BND-LISTED.
           MOVE ZERO TO WS-BND-DELIVERED.
           MOVE ZERO TO WS-BND-MISSING.
           MOVE ZERO TO WS-BND-EMPTY.
           PERFORM 110-EXAMINE-ONE-REPORT
               THRU 110-EXAMINE-ONE-REPORT-EXIT
               VARYING WS-RPT-SUB FROM 1 BY 1
               UNTIL WS-RPT-SUB > WS-RPT-COUNT.
           IF WS-BND-LISTED = ZERO
               DISPLAY 'RPTBUNDL: ' WS-RCP-ID (WS-RCP-SUB)
                   ' HAS NO REPORTS ON THE DISTRIBUTION - NO BUNDLE'
               GO TO 100-BUNDLE-ONE-RECIPIENT-EXIT.

           MOVE SPACES TO WS-BUNDLE-PATH.
           STRING 'data/BUNDLE.' DELIMITED BY SIZE
                   WS-RCP-ID (WS-RCP-SUB) DELIMITED BY SPACE
                   '.' DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-BUNDLE-PATH.
           OPEN OUTPUT BUNDLE-FILE.
           IF WS-BUNDLE-STATUS NOT = '00'
               DISPLAY 'RPTBUNDL: CANNOT OPEN ' WS-BUNDLE-PATH
                   ' - STATUS ' WS-BUNDLE-STATUS
               GO TO 100-BUNDLE-ONE-RECIPIENT-EXIT.
           PERFORM 200-WRITE-BANNER-PAGE
               THRU 200-WRITE-BANNER-PAGE-EXIT.
           PERFORM 210-WRITE-CONTENTS-PAGE
               THRU 210-WRITE-CONTENTS-PAGE-EXIT.
           PERFORM 300-DELIVER-ONE-REPORT
               THRU 300-DELIVER-ONE-REPORT-EXIT
               VARYING WS-RPT-SUB FROM 1 BY 1
               UNTIL WS-RPT-SUB > WS-RPT-COUNT.
           CLOSE BUNDLE-FILE.
           ADD 1 TO WS-BUNDLES-BUILT.
           ADD WS-BND-DELIVERED TO WS-REPORTS-DELIVERED.
           ADD WS-BND-MISSING TO WS-REPORTS-MISSING.
           DISPLAY 'RPTBUNDL: ' WS-BUNDLE-PATH.
           DISPLAY 'RPTBUNDL:   REPORTS ' WS-BND-DELIVERED ' OF '
               WS-BND-LISTED ', PAGES ' WS-LAST-PAGE
               ', NOT PRODUCED ' WS-BND-MISSING.
       100-BUNDLE-ONE-RECIPIENT-EXIT.
           EXIT.

      *****************************************************************
      * 110-EXAMINE-ONE-REPORT: DECIDES WHAT BECOMES OF ONE REPORT ON *
      * THE LIST. NO FILE IS NOT PRODUCED; A FILE OLDER THAN THE      *
      * FRESHNESS ALLOWANCE IS STALE - ITS STEP DID NOT RERUN IT      *
      * TONIGHT; A FILE WITH NO RECORDS IS EMPTY. ANYTHING ELSE IS    *
      * COUNTED INTO PAGES AND GIVEN ITS STARTING PAGE.               *
      *****************************************************************
       110-EXAMINE-ONE-REPORT.
           IF WS-RPT-OWNER (WS-RPT-SUB) NOT = WS-RCP-SUB
               GO TO 110-EXAMINE-ONE-REPORT-EXIT.
           ADD 1 TO WS-BND-LISTED.
           MOVE WS-RPT-PATH (WS-RPT-SUB) TO WS-REPORT-PATH.
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-REPORT-PATH
                                             WS-FILE-DETAILS.
           IF RETURN-CODE NOT = ZERO
               MOVE ZERO TO RETURN-CODE
               MOVE 'N' TO WS-RPT-STATUS (WS-RPT-SUB)
               ADD 1 TO WS-BND-MISSING
               GO TO 110-EXAMINE-ONE-REPORT-EXIT.
           PERFORM 120-AGE-OF-REPORT
               THRU 120-AGE-OF-REPORT-EXIT.
           IF WS-AGE-MINUTES > WS-FRESH-MINUTES
               MOVE 'S' TO WS-RPT-STATUS (WS-RPT-SUB)
               ADD 1 TO WS-BND-MISSING
               GO TO 110-EXAMINE-ONE-REPORT-EXIT.
           OPEN INPUT REPORT-IN.
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'N' TO WS-RPT-STATUS (WS-RPT-SUB)
               ADD 1 TO WS-BND-MISSING
               GO TO 110-EXAMINE-ONE-REPORT-EXIT.
           MOVE 'N' TO WS-REPORT-EOF-FLAG.
           MOVE ZERO TO WS-REPORT-RECORDS.
           MOVE 1 TO WS-REPORT-PAGES.
           PERFORM 130-COUNT-ONE-RECORD
               UNTIL REPORT-EOF.
           CLOSE REPORT-IN.
           IF WS-REPORT-RECORDS = ZERO
               MOVE 'E' TO WS-RPT-STATUS (WS-RPT-SUB)
               ADD 1 TO WS-BND-EMPTY
               GO TO 110-EXAMINE-ONE-REPORT-EXIT.
           MOVE 'D' TO WS-RPT-STATUS (WS-RPT-SUB).
           MOVE WS-REPORT-PAGES TO WS-RPT-PAGES (WS-RPT-SUB).
           COMPUTE WS-RPT-START-PAGE (WS-RPT-SUB) = WS-LAST-PAGE + 1.
           ADD WS-REPORT-PAGES TO WS-LAST-PAGE.
           ADD 1 TO WS-BND-DELIVERED.
       110-EXAMINE-ONE-REPORT-EXIT.
           EXIT.

      *****************************************************************
      * 120-AGE-OF-REPORT: MINUTES SINCE THE REPORT FILE WAS LAST     *
      * WRITTEN, FROM THE DATE AND TIME CBL_CHECK_FILE_EXIST GAVE     *
      * BACK.                                                         *
      *****************************************************************
       120-AGE-OF-REPORT.
           MOVE WS-FD-YEAR TO WS-DN-YEAR.
           MOVE WS-FD-MONTH TO WS-DN-MONTH.
           MOVE WS-FD-DAY TO WS-DN-DAY.
           PERFORM 8100-DATE-TO-DAY-NUMBER
               THRU 8100-DATE-TO-DAY-NUMBER-EXIT.
           COMPUTE WS-AGE-MINUTES =
               (WS-NOW-DAY-NUMBER - WS-DN-RESULT) * 1440
               + WS-NOW-MINUTE
               - (WS-FD-HOURS * 60 + WS-FD-MINUTES).
       120-AGE-OF-REPORT-EXIT.
           EXIT.

      *****************************************************************
      * 130-COUNT-ONE-RECORD: A REPORT IS ONE PAGE PLUS ONE FOR EVERY *
      * PAGE EJECT AFTER ITS FIRST RECORD.                            *
      *****************************************************************
       130-COUNT-ONE-RECORD.
           READ REPORT-IN
               AT END
                   MOVE 'Y' TO WS-REPORT-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-REPORT-RECORDS
                   IF REPORT-IN-RECORD (1:1) = WS-FORM-FEED
                           AND WS-REPORT-RECORDS > 1
                       ADD 1 TO WS-REPORT-PAGES
                   END-IF.

      *****************************************************************
      * 200-WRITE-BANNER-PAGE: PAGE 1 - WHO THE BUNDLE IS FOR, WHERE  *
      * IT GOES, THE NIGHT IT COVERS, AND WHAT IS IN IT.              *
      *****************************************************************
       200-WRITE-BANNER-PAGE.
           MOVE WS-BLANK-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           MOVE WS-BANNER-RULE-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           MOVE WS-BANNER-TITLE-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           MOVE WS-BANNER-RULE-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           MOVE WS-BLANK-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           MOVE 'RECIPIENT:            ' TO BN-LABEL.
           MOVE WS-RCP-NAME (WS-RCP-SUB) TO BN-VALUE.
           MOVE WS-BANNER-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           MOVE 'RECIPIENT ID:         ' TO BN-LABEL.
           MOVE WS-RCP-ID (WS-RCP-SUB) TO BN-VALUE.
           MOVE WS-BANNER-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           MOVE 'DELIVER TO:           ' TO BN-LABEL.
           MOVE WS-RCP-DELIVER-TO (WS-RCP-SUB) TO BN-VALUE.
           MOVE WS-BANNER-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           MOVE 'BUSINESS DATE:        ' TO BN-LABEL.
           MOVE WS-BUSINESS-DATE TO BN-VALUE.
           MOVE WS-BANNER-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           MOVE 'ASSEMBLED:            ' TO BN-LABEL.
           MOVE SPACES TO BN-VALUE.
           STRING WS-SYSTEM-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-SYS-HHMMSS DELIMITED BY SIZE
               INTO BN-VALUE.
           MOVE WS-BANNER-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           MOVE WS-BLANK-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           MOVE 'REPORTS LISTED:       ' TO BC-LABEL.
           MOVE WS-BND-LISTED TO BC-COUNT-OUT.
           MOVE WS-BANNER-COUNT-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           MOVE 'REPORTS ENCLOSED:     ' TO BC-LABEL.
           MOVE WS-BND-DELIVERED TO BC-COUNT-OUT.
           MOVE WS-BANNER-COUNT-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           MOVE 'NOT PRODUCED:         ' TO BC-LABEL.
           MOVE WS-BND-MISSING TO BC-COUNT-OUT.
           MOVE WS-BANNER-COUNT-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           MOVE 'PRODUCED EMPTY:       ' TO BC-LABEL.
           MOVE WS-BND-EMPTY TO BC-COUNT-OUT.
           MOVE WS-BANNER-COUNT-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           MOVE 'PAGES IN BUNDLE:      ' TO BC-LABEL.
           MOVE WS-LAST-PAGE TO BC-COUNT-OUT.
           MOVE WS-BANNER-COUNT-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
       200-WRITE-BANNER-PAGE-EXIT.
           EXIT.

      *****************************************************************
      * 210-WRITE-CONTENTS-PAGE: PAGE 2 - ONE LINE PER REPORT ON THE  *
      * LIST, IN DISTRIBUTION-FILE ORDER. A REPORT THAT IS NOT IN THE *
      * BUNDLE SAYS WHY INSTEAD OF GIVING PAGES.                      *
      *****************************************************************
       210-WRITE-CONTENTS-PAGE.
           MOVE WS-BLANK-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD
               AFTER ADVANCING PAGE.
           MOVE WS-RCP-ID (WS-RCP-SUB) TO CT-RECIPIENT-OUT.
           MOVE WS-BUSINESS-DATE TO CT-DATE-OUT.
           MOVE WS-CONTENTS-TITLE-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           MOVE WS-BLANK-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           MOVE WS-CONTENTS-COLUMN-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           MOVE WS-BLANK-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           MOVE ZERO TO WS-BND-SEQ.
           PERFORM 211-WRITE-ONE-CONTENTS-LINE
               THRU 211-WRITE-ONE-CONTENTS-LINE-EXIT
               VARYING WS-RPT-SUB FROM 1 BY 1
               UNTIL WS-RPT-SUB > WS-RPT-COUNT.
           MOVE WS-BLANK-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           MOVE 'PAGES IN BUNDLE:              ' TO CS-LABEL.
           MOVE WS-LAST-PAGE TO CS-COUNT-OUT.
           MOVE WS-CONTENTS-SUMMARY-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           MOVE 'REPORTS NOT PRODUCED:         ' TO CS-LABEL.
           MOVE WS-BND-MISSING TO CS-COUNT-OUT.
           MOVE WS-CONTENTS-SUMMARY-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
       210-WRITE-CONTENTS-PAGE-EXIT.
           EXIT.

       211-WRITE-ONE-CONTENTS-LINE.
           IF WS-RPT-OWNER (WS-RPT-SUB) NOT = WS-RCP-SUB
               GO TO 211-WRITE-ONE-CONTENTS-LINE-EXIT.
           ADD 1 TO WS-BND-SEQ.
           MOVE WS-BND-SEQ TO CL-SEQ-OUT.
           MOVE WS-RPT-ID (WS-RPT-SUB) TO CL-REPORT-ID.
           MOVE WS-RPT-TITLE (WS-RPT-SUB) TO CL-TITLE.
           MOVE ZERO TO CL-PAGES-OUT.
           MOVE ZERO TO CL-START-OUT.
           IF RPT-DELIVERED (WS-RPT-SUB)
               MOVE WS-RPT-PAGES (WS-RPT-SUB) TO CL-PAGES-OUT
               MOVE WS-RPT-START-PAGE (WS-RPT-SUB) TO CL-START-OUT
               MOVE 'ENCLOSED' TO CL-STATUS
           ELSE IF RPT-STALE (WS-RPT-SUB)
               MOVE '** NOT RERUN - STALE FILE **' TO CL-STATUS
           ELSE IF RPT-EMPTY (WS-RPT-SUB)
               MOVE '** PRODUCED EMPTY **' TO CL-STATUS
           ELSE
               MOVE '** NOT PRODUCED **' TO CL-STATUS.
           MOVE WS-CONTENTS-DETAIL-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
       211-WRITE-ONE-CONTENTS-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 300-DELIVER-ONE-REPORT: BINDS AN ENCLOSED REPORT INTO THE     *
      * BUNDLE AND LOGS WHAT BECAME OF EVERY REPORT ON THE LIST.      *
      *****************************************************************
       300-DELIVER-ONE-REPORT.
           IF WS-RPT-OWNER (WS-RPT-SUB) NOT = WS-RCP-SUB
               GO TO 300-DELIVER-ONE-REPORT-EXIT.
           IF RPT-DELIVERED (WS-RPT-SUB)
               PERFORM 310-COPY-REPORT-INTO-BUNDLE
                   THRU 310-COPY-REPORT-INTO-BUNDLE-EXIT.
           MOVE WS-BUSINESS-DATE TO BL-BUSINESS-DATE.
           MOVE WS-SYSTEM-DATE TO BL-RUN-DATE.
           MOVE WS-SYS-HHMMSS TO BL-RUN-TIME.
           MOVE WS-RCP-ID (WS-RCP-SUB) TO BL-RECIPIENT.
           MOVE WS-RPT-ID (WS-RPT-SUB) TO BL-REPORT-ID.
           MOVE WS-RPT-TITLE (WS-RPT-SUB) TO BL-REPORT-TITLE.
           MOVE WS-RPT-PAGES (WS-RPT-SUB) TO BL-PAGES.
           IF RPT-DELIVERED (WS-RPT-SUB)
               MOVE 'DELIVERED' TO BL-STATUS
           ELSE IF RPT-STALE (WS-RPT-SUB)
               MOVE 'STALE' TO BL-STATUS
           ELSE IF RPT-EMPTY (WS-RPT-SUB)
               MOVE 'EMPTY' TO BL-STATUS
           ELSE
               MOVE 'NOT PRODUCED' TO BL-STATUS.
           WRITE BL-RECORD.
           ADD 1 TO WS-LOG-WRITTEN.
       300-DELIVER-ONE-REPORT-EXIT.
           EXIT.

      *****************************************************************
      * 310-COPY-REPORT-INTO-BUNDLE: STARTS THE REPORT ON A NEW PAGE  *
      * AND COPIES IT RECORD FOR RECORD, TURNING EACH FORM FEED BACK  *
      * INTO A PAGE EJECT SO THE REPORT KEEPS ITS OWN PAGING. A FILE  *
      * THAT HAS GONE SINCE IT WAS EXAMINED IS NOT PRODUCED AFTER     *
      * ALL.                                                          *
      *****************************************************************
       310-COPY-REPORT-INTO-BUNDLE.
           MOVE WS-RPT-PATH (WS-RPT-SUB) TO WS-REPORT-PATH.
           OPEN INPUT REPORT-IN.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'RPTBUNDL: ' WS-RPT-ID (WS-RPT-SUB)
                   ' WENT MISSING WHILE THE BUNDLE WAS ASSEMBLED'
               MOVE 'N' TO WS-RPT-STATUS (WS-RPT-SUB)
               SUBTRACT 1 FROM WS-BND-DELIVERED
               ADD 1 TO WS-BND-MISSING
               GO TO 310-COPY-REPORT-INTO-BUNDLE-EXIT.
           MOVE WS-BLANK-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD
               AFTER ADVANCING PAGE.
           MOVE 'N' TO WS-REPORT-EOF-FLAG.
           MOVE ZERO TO WS-REPORT-RECORDS.
           PERFORM 320-COPY-ONE-RECORD
               THRU 320-COPY-ONE-RECORD-EXIT
               UNTIL REPORT-EOF.
           CLOSE REPORT-IN.
       310-COPY-REPORT-INTO-BUNDLE-EXIT.
           EXIT.

       320-COPY-ONE-RECORD.
           READ REPORT-IN
               AT END
                   MOVE 'Y' TO WS-REPORT-EOF-FLAG
                   GO TO 320-COPY-ONE-RECORD-EXIT.
           ADD 1 TO WS-REPORT-RECORDS.
           IF REPORT-IN-RECORD (1:1) NOT = WS-FORM-FEED
               MOVE REPORT-IN-RECORD TO BUNDLE-RECORD
               WRITE BUNDLE-RECORD
               GO TO 320-COPY-ONE-RECORD-EXIT.
           IF WS-REPORT-RECORDS > 1
               MOVE WS-BLANK-LINE TO BUNDLE-RECORD
               WRITE BUNDLE-RECORD
                   AFTER ADVANCING PAGE.
           MOVE REPORT-IN-RECORD (2:) TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
       320-COPY-ONE-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * 8100-DATE-TO-DAY-NUMBER: CONVERTS WS-DN-DATE (YYYYMMDD) TO A  *
      * SERIAL DAY NUMBER - THE SAME CONVERSION PROJ7 AND SUSPREL     *
      * USE.                                                          *
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
