           SELECT PARM-FILE ASSIGN TO "data/PROJ7.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
      *****************************************************************
      * LASTRUN-FILE: THE LAST BUSINESS DATE THE CHAIN COMPLETED,    *
      * REWRITTEN AS EACH DATE'S STEP LIST FINISHES. AT START OF RUN *
      * IT IS HELD AGAINST THE CALENDAR - ANY BUSINESS DATE BETWEEN  *
      * IT AND TONIGHT'S WAS MISSED AND IS CAUGHT UP FIRST. A        *
      * MISSING FILE (THE FIRST RUN) MEANS NOTHING WAS MISSED.       *
      *****************************************************************
           SELECT LASTRUN-FILE ASSIGN TO "data/PROJ7.LASTRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LASTRUN-STATUS.
      *****************************************************************
      * CATCHUP-FILE: THE CATCH-UP REPORT - EVERY BUSINESS DATE THE  *
      * RUN TOOK ON, AND WHETHER IT WAS PROCESSED, FAILED, OR IS     *
      * STILL OUTSTANDING. WRITTEN ONLY WHEN DATES WERE MISSED.      *
      *****************************************************************
           SELECT CATCHUP-FILE ASSIGN TO "data/PROJ7.CATCHUP"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           05  RC-START-TIME       PIC X(6).
           05  RC-END-TIME         PIC X(6).
           05  RC-ELAPSED-SECS     PIC 9(6).
      *****************************************************************
      * RC-BUSINESS-DATE: THE DATE THE FAILED STEP LIST WAS RUNNING  *
      * FOR, SO A RESTART ONLY SKIPS STEPS THAT COMPLETED FOR THAT   *
      * SAME DATE.                                                   *
      *****************************************************************
           05  RC-BUSINESS-DATE    PIC X(8).
      *
       FD  P4STATS-FILE
           RECORDING MODE IS F.
           05  LCK-TIMESTAMP       PIC X(26).
           05  LCK-PROGRAM         PIC X(8).
           05  LCK-STEP            PIC X(8).
      *
       FD  LASTRUN-FILE
           RECORDING MODE IS F.
      *
       01  LR-RECORD.
           05  LR-BUSINESS-DATE    PIC X(8).
           05  LR-COMPLETED-AT     PIC X(26).
      *
       FD  CATCHUP-FILE
           RECORDING MODE IS F.
      *
       01  CATCHUP-RECORD          PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS        PIC XX.
       01  WS-TIMINGS-STATUS       PIC XX.
       01  WS-PARM-FILE-STATUS     PIC XX.
       01  WS-LOCK-STATUS          PIC XX.
       01  WS-LASTRUN-STATUS       PIC XX.
      *
       01  WS-LOCK-FIELDS.
           05  WS-LOCK-PATH        PIC X(80) VALUE 'data/PROJ7.LOCK'.
      *****************************************************************
       01  WS-CATALOG-TABLE.
           05  WS-CATALOG-COUNT    PIC 9(2) COMP VALUE ZERO.
           05  WS-CATALOG-ENTRY OCCURS 15 TIMES.
               10  WS-CAT-PROGRAM      PIC X(8).
               10  WS-CAT-ENV-NAME     PIC X(16).
               10  WS-CAT-DATA-DIR     PIC X(65).
               10  WS-CAT-FEED-NAME    PIC X(8).
               10  WS-CAT-BUILDS-FEED  PIC X(8).
      *
       77  WS-CAT-SUB              PIC 9(2) COMP VALUE ZERO.
       77  WS-CAT-FOUND-FLAG       PIC X         VALUE 'N'.
               10  WS-STEP-PROGRAM     PIC X(8).
               10  WS-STEP-ENV-NAME    PIC X(16).
               10  WS-STEP-DATA-DIR    PIC X(65).
               10  WS-STEP-FEED-NAME   PIC X(8).
               10  WS-STEP-BUILDS-FEED PIC X(8).
               10  WS-STEP-STATUS      PIC X(8).
               10  WS-STEP-RC          PIC 9(4).
               10  WS-STEP-FREQ        PIC X(1).
      *****************************************************************
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-COUNT      PIC 9(2) COMP VALUE ZERO.
           05  WS-PRIOR-BUS-DATE   PIC X(8)      VALUE SPACES.
           05  WS-PRIOR-ENTRY OCCURS 8 TIMES.
               10  WS-PRIOR-PROGRAM    PIC X(8).
               10  WS-PRIOR-OUTCOME    PIC X(8).
       77  WS-PRIOR-SUB            PIC 9(2) COMP VALUE ZERO.
       77  WS-PRIOR-DONE-FLAG      PIC X         VALUE 'N'.
           88  STEP-DONE-PRIOR     VALUE 'Y'.
      *
      *****************************************************************
      * WS-CATCHUP-FIELDS: THE LAST BUSINESS DATE COMPLETED, THE     *
      * DATE THE CALENDAR GIVES FOR TONIGHT, AND THE FEED GENERATION *
      * PATHS FOR A CATCH-UP PASS'S STEP LIST. WS-FEED-GEN-DETAILS   *
      * TAKES WHAT CBL_CHECK_FILE_EXIST RETURNS - ONLY WHETHER THE   *
      * GENERATION IS THERE MATTERS.                                 *
      *****************************************************************
       01  WS-CATCHUP-FIELDS.
           05  WS-LAST-DONE-DATE    PIC X(8)      VALUE SPACES.
           05  WS-CURRENT-BUS-DATE  PIC X(8)      VALUE SPACES.
           05  WS-NEXT-MISSED-DATE  PIC X(8)      VALUE SPACES.
           05  WS-SEARCH-FROM-DATE  PIC X(8)      VALUE SPACES.
           05  WS-CATCHUP-FLAG      PIC X         VALUE 'N'.
               88  CATCHUP-RUN      VALUE 'Y'.
           05  WS-DATES-BEYOND      PIC 9(3) COMP VALUE ZERO.
           05  WS-DATES-PROCESSED   PIC 9(3) COMP VALUE ZERO.
           05  WS-DATES-OUTSTANDING PIC 9(3) COMP VALUE ZERO.
           05  WS-FEED-BUILT        PIC X(8)      VALUE SPACES.
           05  WS-FEED-GEN-PATH     PIC X(100)    VALUE SPACES.
           05  WS-FEED-LIVE-PATH    PIC X(100)    VALUE SPACES.
           05  WS-FEED-GEN-DETAILS  PIC X(16)     VALUE SPACES.
      *
      *****************************************************************
      * WS-PASS-TABLE: THE BUSINESS DATES THIS RUN TAKES ON, OLDEST  *
      * FIRST - THE MISSED DATES, THEN TONIGHT'S. ONE PASS OF THE    *
      * STEP LIST RUNS PER DATE. MORE MISSED DATES THAN THE TABLE    *
      * HOLDS ARE LEFT OUTSTANDING FOR THE NEXT RUN, TONIGHT'S WITH  *
      * THEM, SO NO DATE IS EVER POSTED AHEAD OF AN EARLIER ONE.     *
      *****************************************************************
       01  WS-PASS-TABLE.
           05  WS-PASS-COUNT       PIC 9(2) COMP VALUE ZERO.
           05  WS-PASS-ENTRY OCCURS 31 TIMES.
               10  WS-PASS-DATE        PIC X(8).
               10  WS-PASS-STATUS      PIC X(11).
               10  WS-PASS-FAILED-STEP PIC X(8).
               10  WS-PASS-RC          PIC 9(4).
      *
       77  WS-PASS-SUB             PIC 9(2) COMP VALUE ZERO.
      *
      *****************************************************************
      * WS-CATCHUP-LINES: THE CATCH-UP REPORT LAYOUT.                *
      *****************************************************************
       01  WS-CATCHUP-LINES.
           05  CU-TITLE-LINE.
               10  FILLER          PIC X(5)  VALUE SPACES.
               10  FILLER          PIC X(38) VALUE
                   '--- CATCH-UP PROCESSING REPORT ---   '.
               10  FILLER          PIC X(10) VALUE 'RUN DATE: '.
               10  CU-DATE-OUT     PIC X(8).
               10  FILLER          PIC X(71) VALUE SPACES.
           05  CU-TEXT-LINE.
               10  FILLER          PIC X(5)  VALUE SPACES.
               10  CU-TEXT         PIC X(60).
               10  FILLER          PIC X(67) VALUE SPACES.
           05  CU-HEADING-LINE.
               10  FILLER          PIC X(5)  VALUE SPACES.
               10  FILLER          PIC X(50) VALUE
                   'BUSINESS DATE   STATUS        FAILED STEP    RC'.
               10  FILLER          PIC X(77) VALUE SPACES.
           05  CU-DETAIL-LINE.
               10  FILLER          PIC X(5)  VALUE SPACES.
               10  CU-PASS-DATE    PIC X(8).
               10  FILLER          PIC X(8)  VALUE SPACES.
               10  CU-PASS-STATUS  PIC X(11).
               10  FILLER          PIC X(3)  VALUE SPACES.
               10  CU-PASS-STEP    PIC X(8).
               10  FILLER          PIC X(5)  VALUE SPACES.
               10  CU-PASS-RC      PIC ZZZ9.
               10  FILLER          PIC X(80) VALUE SPACES.
           05  CU-COUNT-LINE.
               10  FILLER          PIC X(5)  VALUE SPACES.
               10  CU-COUNT-LABEL  PIC X(34).
               10  CU-COUNT-OUT    PIC ZZZ,ZZ9.
               10  FILLER          PIC X(86) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *****************************************************************
           SET ENVIRONMENT 'ALERTS_PATH' TO 'data/ALERTS'.
      *****************************************************************
      * EVERY MAINTENANCE STEP CHECKS ITS OPERATORS AGAINST THE ONE  *
      * CENTRAL AUTHORIZATION FILE - SEE copybooks/OPERAUTH.CPY.     *
      *****************************************************************
           SET ENVIRONMENT 'OPERAUTH_PATH' TO 'data/OPERAUTH'.
      *****************************************************************
      * THE BUSINESS RUN DATE IS RESOLVED FROM THE PROCESSING        *
      * CALENDAR AND PASSED DOWN TO EVERY STEP THROUGH THE RUN_DATE  *
      * ENVIRONMENT VARIABLE - THE STEPS' OWN PARM CARDS STILL WIN   *
      *****************************************************************
           PERFORM RESOLVE-BUSINESS-DATE
               THRU RESOLVE-BUSINESS-DATE-EXIT.
           DISPLAY 'PROJ7: BUSINESS RUN DATE IS ' WS-BUSINESS-DATE.
           PERFORM READ-DRIVER-PARM THRU READ-DRIVER-PARM-EXIT.
           PERFORM ACQUIRE-RUN-LOCK THRU ACQUIRE-RUN-LOCK-EXIT.
               THRU LOAD-TIMING-HISTORY-EXIT.
           PERFORM BUILD-STEP-TABLE THRU BUILD-STEP-TABLE-EXIT.
           PERFORM LOAD-RUN-CONTROL THRU LOAD-RUN-CONTROL-EXIT.
           PERFORM BUILD-PASS-TABLE THRU BUILD-PASS-TABLE-EXIT.
      *****************************************************************
      * ONE PASS OF THE STEP LIST PER BUSINESS DATE, OLDEST FIRST.   *
      * A FAILED STEP ENDS THE RUN THERE - THE LATER DATES STAY      *
      * OUTSTANDING AND THE RERUN RESUMES FROM THE FAILED STEP.      *
      *****************************************************************
           PERFORM RUN-ONE-DATE THRU RUN-ONE-DATE-EXIT
               VARYING WS-PASS-SUB FROM 1 BY 1
               UNTIL WS-PASS-SUB > WS-PASS-COUNT
               OR CHAIN-FAILED.
      *
           PERFORM CHECK-BATCH-WINDOW
               THRU CHECK-BATCH-WINDOW-EXIT.
           PERFORM WRITE-RUN-CONTROL THRU WRITE-RUN-CONTROL-EXIT.
           PERFORM WRITE-OPS-SUMMARY THRU WRITE-OPS-SUMMARY-EXIT.
           IF CATCHUP-RUN
               PERFORM WRITE-CATCHUP-REPORT
                   THRU WRITE-CATCHUP-REPORT-EXIT.
      *****************************************************************
      * THE RUN ENDED IN AN ORDERLY WAY - EVEN WHEN A STEP FAILED,   *
      * THE RUN-CONTROL FILE CARRIES THE RESTART - SO THE LOCK       *
      * SCHEDULABLE PROGRAMS IS FIXED; WHICH OF THEM RUN, AND IN     *
      * WHAT ORDER, COMES FROM THE data/PROJ7.STEPS CONTROL CARD.    *
      * WITH NO CARD, THE STANDARD NIGHTLY CHAIN RUNS - THE INPUT    *
      * REGISTER RUN, THE FEED INTAKE, THEN THE TRANSACTION UPDATE   *
      * RUN.                                                         *
      *****************************************************************
       BUILD-STEP-TABLE.
           PERFORM BUILD-PROGRAM-CATALOG
           PERFORM READ-STEP-CARDS THRU READ-STEP-CARDS-EXIT.
           IF WS-STEP-COUNT = ZERO
               DISPLAY 'PROJ7: NO STEP CARDS - RUNNING THE STANDARD '
                   'CHAIN (PROJ4, FEEDINTK, PROJ6)'
               MOVE 'PROJ4   ' TO SC-PROGRAM
               MOVE 'D' TO SC-FREQUENCY
               PERFORM ADD-ONE-STEP THRU ADD-ONE-STEP-EXIT
               MOVE 'FEEDINTK' TO SC-PROGRAM
               MOVE 'D' TO SC-FREQUENCY
               PERFORM ADD-ONE-STEP THRU ADD-ONE-STEP-EXIT
               MOVE 'PROJ6   ' TO SC-PROGRAM
               MOVE 'D' TO SC-FREQUENCY
               PERFORM ADD-ONE-STEP THRU ADD-ONE-STEP-EXIT.
           EXIT.
      *
       BUILD-PROGRAM-CATALOG.
           MOVE 15 TO WS-CATALOG-COUNT.
           PERFORM CLEAR-ONE-CATALOG THRU CLEAR-ONE-CATALOG-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CATALOG-COUNT.
      *****************************************************************
      * WS-CAT-FEED-NAME: THE NIGHTLY FEED THE PROGRAM POSTS, IN ITS *
      * DATA DIRECTORY. ON A CATCH-UP RUN EACH DATE'S STEP LIST -    *
      * TONIGHT'S INCLUDED - RUNS AGAINST THAT DATE'S GENERATION OF  *
      * THE FEED (<FEED>.G<YYYYMMDD>), STAGED OVER THE LIVE NAME     *
      * JUST BEFORE THE CALL. WS-CAT-BUILDS-FEED IS THE FEED A       *
      * PROGRAM WRITES FOR A LATER STEP - FEEDINTK BUILDS PROJ6'S    *
      * TRANS FROM THE DATE'S SOURCE FEEDS.                          *
      *****************************************************************
           MOVE 'INPUT   ' TO WS-CAT-FEED-NAME (4).
           MOVE 'TRANS   ' TO WS-CAT-FEED-NAME (5).
           MOVE 'FEEDLIST' TO WS-CAT-FEED-NAME (9).
           MOVE 'TRANS   ' TO WS-CAT-BUILDS-FEED (9).
           MOVE 'PROJ1   ' TO WS-CAT-PROGRAM (1).
           MOVE 'PROJ1_DATA_DIR  ' TO WS-CAT-ENV-NAME (1).
           STRING '../project-001-data-manipulation-and-basic-'
           MOVE 'MSTRVRFY' TO WS-CAT-PROGRAM (8).
           MOVE SPACES TO WS-CAT-ENV-NAME (8).
           MOVE SPACES TO WS-CAT-DATA-DIR (8).
      *****************************************************************
      * FEEDINTK PROVES AND MERGES THE SOURCE FEEDS INTO PROJ6'S     *
      * data/TRANS, SO IT RESOLVES THROUGH PROJ6_DATA_DIR AND IS     *
      * CARDED AHEAD OF PROJ6. A REJECTED SOURCE IS RAISED ON THE    *
      * ALERTS FEED, NOT THE RETURN CODE, SO THE OTHER SOURCES STILL *
      * POST THE SAME NIGHT.                                         *
      *****************************************************************
           MOVE 'FEEDINTK' TO WS-CAT-PROGRAM (9).
           MOVE 'PROJ6_DATA_DIR  ' TO WS-CAT-ENV-NAME (9).
           STRING '../project-006-sequential-file-update-and-reporting'
                   DELIMITED BY SIZE
                   '/data' DELIMITED BY SIZE
               INTO WS-CAT-DATA-DIR (9).
      *****************************************************************
      * CASERES AND CASEAGE WORK THE VARIANCE CASES PROJ3 OPENS, SO  *
      * THEY RESOLVE THROUGH PROJ3_DATA_DIR. CASERES IS CARDED AFTER *
      * PROJ3 TO CLOSE THE CASES THE DEPARTMENTS HAVE SENT BACK;     *
      * CASEAGE IS CARDED WEEKLY ('W') FOR THE OPEN-CASE AGING.      *
      *****************************************************************
           MOVE 'CASERES ' TO WS-CAT-PROGRAM (10).
           MOVE 'PROJ3_DATA_DIR  ' TO WS-CAT-ENV-NAME (10).
           STRING '../project-003-conditional-logic-and-flow-control'
                   DELIMITED BY SIZE
                   '/data' DELIMITED BY SIZE
               INTO WS-CAT-DATA-DIR (10).
           MOVE 'CASEAGE ' TO WS-CAT-PROGRAM (11).
           MOVE 'PROJ3_DATA_DIR  ' TO WS-CAT-ENV-NAME (11).
           STRING '../project-003-conditional-logic-and-flow-control'
                   DELIMITED BY SIZE
                   '/data' DELIMITED BY SIZE
               INTO WS-CAT-DATA-DIR (11).
      *****************************************************************
      * ACCTMNT AND DORMRPT WORK PROJ1'S ACCOUNT MASTER, SO THEY     *
      * RESOLVE THROUGH PROJ1_DATA_DIR. ACCTMNT IS CARDED AHEAD OF   *
      * PROJ1 SO A NEW ACCOUNT IS OPEN BEFORE ITS FIRST PAIRS POST;  *
      * DORMRPT IS CARDED WEEKLY ('W') FOR THE DORMANT-ACCOUNT LIST. *
      *****************************************************************
           MOVE 'ACCTMNT ' TO WS-CAT-PROGRAM (12).
           MOVE 'PROJ1_DATA_DIR  ' TO WS-CAT-ENV-NAME (12).
           STRING '../project-001-data-manipulation-and-basic-'
                   DELIMITED BY SIZE
                   'arithmetic/data' DELIMITED BY SIZE
               INTO WS-CAT-DATA-DIR (12).
           MOVE 'DORMRPT ' TO WS-CAT-PROGRAM (13).
           MOVE 'PROJ1_DATA_DIR  ' TO WS-CAT-ENV-NAME (13).
           STRING '../project-001-data-manipulation-and-basic-'
                   DELIMITED BY SIZE
                   'arithmetic/data' DELIMITED BY SIZE
               INTO WS-CAT-DATA-DIR (13).
      *****************************************************************
      * HCMOVE WORKS THE MOVEMENT HISTORY PROJ4 WRITES, SO IT        *
      * RESOLVES THROUGH PROJ4_DATA_DIR. CARDED MONTHLY ('M') AFTER  *
      * PROJ4, ITS RETURN CODE 8 WHEN THE CLOSING HEADCOUNT DOES NOT *
      * AGREE WITH THE PERSON MASTER STOPS THE REST OF THE CHAIN.    *
      *****************************************************************
           MOVE 'HCMOVE  ' TO WS-CAT-PROGRAM (14).
           MOVE 'PROJ4_DATA_DIR  ' TO WS-CAT-ENV-NAME (14).
           STRING '../project-004-input-sequential-file-processing'
                   DELIMITED BY SIZE
                   '/data' DELIMITED BY SIZE
               INTO WS-CAT-DATA-DIR (14).
      *****************************************************************
      * RPTBUNDL READS THE OTHER STEPS' REPORTS THROUGH THE PATHS ON *
      * ITS OWN DISTRIBUTION FILE, SO IT NEEDS NO DATA-DIRECTORY     *
      * VARIABLE. CARDED LAST IN THE CHAIN, IT BUNDLES WHATEVER THE  *
      * NIGHT PRODUCED; A MISSING REPORT IS FLAGGED IN THE BUNDLE,   *
      * NOT RAISED AS A FAILED STEP.                                 *
      *****************************************************************
           MOVE 'RPTBUNDL' TO WS-CAT-PROGRAM (15).
           MOVE SPACES TO WS-CAT-ENV-NAME (15).
           MOVE SPACES TO WS-CAT-DATA-DIR (15).
      *
       BUILD-PROGRAM-CATALOG-EXIT.
           EXIT.
      *
       CLEAR-ONE-CATALOG.
           MOVE SPACES TO WS-CAT-DATA-DIR (WS-CAT-SUB).
           MOVE SPACES TO WS-CAT-FEED-NAME (WS-CAT-SUB).
           MOVE SPACES TO WS-CAT-BUILDS-FEED (WS-CAT-SUB).
      *
       CLEAR-ONE-CATALOG-EXIT.
           EXIT.
      *
       READ-STEP-CARDS.
           OPEN INPUT STEPS-FILE.
               WS-STEP-ENV-NAME (WS-STEP-COUNT).
           MOVE WS-CAT-DATA-DIR (WS-CAT-SUB) TO
               WS-STEP-DATA-DIR (WS-STEP-COUNT).
           MOVE WS-CAT-FEED-NAME (WS-CAT-SUB) TO
               WS-STEP-FEED-NAME (WS-STEP-COUNT).
           MOVE WS-CAT-BUILDS-FEED (WS-CAT-SUB) TO
               WS-STEP-BUILDS-FEED (WS-STEP-COUNT).
      *
       ADD-ONE-STEP-EXIT.
           EXIT.
                       MOVE RC-STEP-PROGRAM TO
                           WS-PRIOR-PROGRAM (WS-PRIOR-COUNT)
                       MOVE RC-OUTCOME TO
                           WS-PRIOR-OUTCOME (WS-PRIOR-COUNT)
                       MOVE RC-BUSINESS-DATE TO WS-PRIOR-BUS-DATE.
      *
      *****************************************************************
      * CHECK-PRIOR-OUTCOME: SETS STEP-DONE-PRIOR WHEN THE STEP IN    *
           PERFORM CHECK-PRIOR-OUTCOME THRU CHECK-PRIOR-OUTCOME-EXIT.
           IF STEP-DONE-PRIOR
               MOVE 'COMPLETE' TO WS-STEP-STATUS (WS-STEP-SUB)
               IF WS-STEP-BUILDS-FEED (WS-STEP-SUB) NOT = SPACES
                   MOVE WS-STEP-BUILDS-FEED (WS-STEP-SUB)
                       TO WS-FEED-BUILT
               END-IF
               DISPLAY 'PROJ7: SKIPPING '
                   WS-STEP-PROGRAM (WS-STEP-SUB)
                   ' - ALREADY COMPLETE ON THE PRIOR RUN'
                   WS-STEP-PROGRAM (WS-STEP-SUB)
                   ' - MONTH-END STEP, NOT MONTH END'
               GO TO RUN-ONE-STEP-EXIT.
           IF CATCHUP-RUN
                   AND WS-STEP-FEED-NAME (WS-STEP-SUB) NOT = SPACES
                   AND WS-STEP-FEED-NAME (WS-STEP-SUB) NOT =
                       WS-FEED-BUILT
               PERFORM STAGE-FEED-GENERATION
                   THRU STAGE-FEED-GENERATION-EXIT
               IF CHAIN-FAILED
                   GO TO RUN-ONE-STEP-EXIT.
           DISPLAY 'PROJ7: CALLING ' WS-STEP-PROGRAM (WS-STEP-SUB).
           IF WS-STEP-ENV-NAME (WS-STEP-SUB) NOT = SPACES
               SET ENVIRONMENT WS-STEP-ENV-NAME (WS-STEP-SUB)
           MOVE WS-SECS-WORK TO WS-START-SECS.
           MOVE ZERO TO RETURN-CODE.
           CALL WS-STEP-PROGRAM (WS-STEP-SUB).
      *****************************************************************
      * A CATCH-UP RUN CALLS THE SAME PROGRAM ONCE PER DATE. CANCEL   *
      * SENDS EACH CALL IN IN ITS INITIAL STATE - OTHERWISE THE LAST  *
      * PASS'S END-OF-FILE SWITCHES AND TABLES ARE STILL SET AND THE  *
      * NEXT DATE POSTS NOTHING.                                      *
      *****************************************************************
           CANCEL WS-STEP-PROGRAM (WS-STEP-SUB).
           PERFORM CLOCK-THE-TIME THRU CLOCK-THE-TIME-EXIT.
           MOVE WS-CLOCK-HHMMSS TO WS-STEP-END (WS-STEP-SUB).
           MOVE WS-SECS-WORK TO WS-END-SECS.
           MOVE WS-ELAPSED-SECS TO WS-STEP-ELAPSED (WS-STEP-SUB).
           IF RETURN-CODE = ZERO
               MOVE 'COMPLETE' TO WS-STEP-STATUS (WS-STEP-SUB)
               IF WS-STEP-BUILDS-FEED (WS-STEP-SUB) NOT = SPACES
                   MOVE WS-STEP-BUILDS-FEED (WS-STEP-SUB)
                       TO WS-FEED-BUILT
               END-IF
               DISPLAY 'PROJ7: ' WS-STEP-PROGRAM (WS-STEP-SUB)
                   ' COMPLETE'
           ELSE
           EXIT.
      *
      *****************************************************************
      * STAGE-FEED-GENERATION: ON A CATCH-UP RUN, COPIES THE STEP'S  *
      * FEED GENERATION FOR THE PASS'S DATE (<FEED>.G<YYYYMMDD>)     *
      * OVER THE LIVE FEED NAME, THROUGH THE CBL_COPY_FILE LIBRARY   *
      * ROUTINE. TONIGHT'S PASS STAGES TOO - THE LIVE NAME HOLDS THE *
      * LAST MISSED DATE'S FEED BY THEN, AND TONIGHT'S OWN WAS SAVED *
      * AS ITS GENERATION BY SAVE-TONIGHTS-FEEDS BEFORE THE FIRST    *
      * PASS.                                                        *
      * A MISSING GENERATION FAILS THE STEP WITH RETURN CODE 8 -     *
      * POSTING TONIGHT'S FEED UNDER AN OLD DATE, OR NOTHING AT ALL, *
      * WOULD LOSE THE DAY. THE RERUN PICKS UP FROM HERE ONCE THE    *
      * GENERATION HAS BEEN SUPPLIED.                                *
      *****************************************************************
       STAGE-FEED-GENERATION.
           MOVE SPACES TO WS-FEED-GEN-PATH.
           MOVE SPACES TO WS-FEED-LIVE-PATH.
           STRING WS-STEP-DATA-DIR (WS-STEP-SUB) DELIMITED BY SPACE
                   '/' DELIMITED BY SIZE
                   WS-STEP-FEED-NAME (WS-STEP-SUB) DELIMITED BY SPACE
               INTO WS-FEED-LIVE-PATH.
           STRING WS-FEED-LIVE-PATH DELIMITED BY SPACE
                   '.G' DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-FEED-GEN-PATH.
           CALL 'CBL_COPY_FILE' USING WS-FEED-GEN-PATH
                                      WS-FEED-LIVE-PATH.
           IF RETURN-CODE = ZERO
               DISPLAY 'PROJ7: STAGED ' WS-FEED-GEN-PATH
               GO TO STAGE-FEED-GENERATION-EXIT.
           MOVE 'NO FEED ' TO WS-STEP-STATUS (WS-STEP-SUB).
           MOVE 8 TO WS-STEP-RC (WS-STEP-SUB).
           MOVE 8 TO WS-FAILED-RC.
           MOVE 'Y' TO WS-CHAIN-FAILED-FLAG.
           DISPLAY 'PROJ7: ' WS-STEP-PROGRAM (WS-STEP-SUB)
               ' FAILED - NO FEED GENERATION ' WS-FEED-GEN-PATH.
           MOVE ZERO TO RETURN-CODE.
      *
       STAGE-FEED-GENERATION-EXIT.
           EXIT.
      *
      *****************************************************************
      * BUILD-PASS-TABLE: HOLDS THE LAST BUSINESS DATE COMPLETED     *
      * AGAINST THE CALENDAR. EVERY 'B' DATE AFTER IT AND BEFORE     *
      * TONIGHT'S WAS MISSED AND IS TAKEN ON FIRST, OLDEST FIRST,    *
      * THEN TONIGHT'S DATE. WITH NO LAST-RUN FILE OR NO CALENDAR    *
      * THE RUN IS TONIGHT'S DATE ALONE, AS BEFORE. A CATCH-UP RUN   *
      * STAGES EVERY PASS'S FEEDS OVER THE LIVE NAMES, SO TONIGHT'S  *
      * LIVE FEEDS ARE FIRST SAVED AS TONIGHT'S GENERATIONS.         *
      *****************************************************************
       BUILD-PASS-TABLE.
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-BUS-DATE.
           MOVE ZERO TO WS-PASS-COUNT.
           MOVE ZERO TO WS-DATES-BEYOND.
           MOVE SPACES TO WS-LAST-DONE-DATE.
           OPEN INPUT LASTRUN-FILE.
           IF WS-LASTRUN-STATUS = '00'
               READ LASTRUN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LR-BUSINESS-DATE TO WS-LAST-DONE-DATE
               END-READ
               CLOSE LASTRUN-FILE.
           IF WS-LAST-DONE-DATE NOT = SPACES
                   AND WS-CAL-COUNT > ZERO
                   AND WS-LAST-DONE-DATE < WS-CURRENT-BUS-DATE
               MOVE WS-LAST-DONE-DATE TO WS-SEARCH-FROM-DATE
               PERFORM ADD-ONE-MISSED-DATE
                   THRU ADD-ONE-MISSED-DATE-EXIT
                   UNTIL WS-SEARCH-FROM-DATE = HIGH-VALUES
                   OR WS-PASS-COUNT = 30.
           IF WS-PASS-COUNT = 30
               PERFORM COUNT-DATES-BEYOND
                   THRU COUNT-DATES-BEYOND-EXIT
           ELSE
               ADD 1 TO WS-PASS-COUNT
               MOVE WS-CURRENT-BUS-DATE TO WS-PASS-DATE (WS-PASS-COUNT)
               MOVE 'OUTSTANDING' TO WS-PASS-STATUS (WS-PASS-COUNT)
               MOVE SPACES TO WS-PASS-FAILED-STEP (WS-PASS-COUNT)
               MOVE ZERO TO WS-PASS-RC (WS-PASS-COUNT).
           IF WS-PASS-COUNT > 1 OR WS-DATES-BEYOND > ZERO
               MOVE 'Y' TO WS-CATCHUP-FLAG
               DISPLAY 'PROJ7: LAST BUSINESS DATE COMPLETED WAS '
                   WS-LAST-DONE-DATE ' - CATCHING UP MISSED DATES'
               PERFORM SAVE-TONIGHTS-FEEDS
                   THRU SAVE-TONIGHTS-FEEDS-EXIT.
      *****************************************************************
      * A RESTART ONLY SKIPS STEPS THAT COMPLETED FOR THE DATE THE   *
      * FAILED RUN WAS ON. A RUN-CONTROL FILE FOR ANY OTHER DATE IS  *
      * SET ASIDE AND THE FIRST DATE RUNS IN FULL.                   *
      *****************************************************************
           IF WS-PRIOR-COUNT > ZERO
                   AND WS-PRIOR-BUS-DATE NOT = SPACES
                   AND WS-PRIOR-BUS-DATE NOT = WS-PASS-DATE (1)
               DISPLAY 'PROJ7: RUN-CONTROL FILE IS FOR '
                   WS-PRIOR-BUS-DATE ' - NOT RESUMED'
               MOVE ZERO TO WS-PRIOR-COUNT.
      *
       BUILD-PASS-TABLE-EXIT.
           EXIT.
      *
      *****************************************************************
      * SAVE-TONIGHTS-FEEDS: COPIES THE LIVE FEED OF EVERY STEP THAT *
      * POSTS ONE TO <FEED>.G<TONIGHT'S DATE>, BEFORE THE MISSED     *
      * DATES' GENERATIONS ARE STAGED OVER IT. A FEED AN EARLIER     *
      * STEP BUILDS IS NEVER STAGED AND SO IS NOT SAVED. A FAILED    *
      * COPY STOPS THE RUN WITH RETURN CODE 8 BEFORE ANY PASS RUNS - *
      * GOING ON WOULD DESTROY THE ONLY COPY OF TONIGHT'S FEED.      *
      *****************************************************************
       SAVE-TONIGHTS-FEEDS.
           MOVE SPACES TO WS-FEED-BUILT.
           PERFORM SAVE-ONE-FEED THRU SAVE-ONE-FEED-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
               OR CHAIN-FAILED.
           MOVE SPACES TO WS-FEED-BUILT.
      *
       SAVE-TONIGHTS-FEEDS-EXIT.
           EXIT.
      *
      *****************************************************************
      * SAVE-ONE-FEED: A GENERATION ALREADY ON FILE FOR TONIGHT IS   *
      * KEPT - IT WAS SUPPLIED BY HAND, OR SAVED BY AN EARLIER RUN   *
      * THAT FAILED, AND THE LIVE NAME MAY NOW HOLD A MISSED DATE'S  *
      * FEED INSTEAD.                                                *
      *****************************************************************
       SAVE-ONE-FEED.
           IF WS-STEP-FEED-NAME (WS-STEP-SUB) = SPACES
                   OR WS-STEP-FEED-NAME (WS-STEP-SUB) = WS-FEED-BUILT
               GO TO SAVE-ONE-FEED-NOTE-BUILT.
           MOVE SPACES TO WS-FEED-GEN-PATH.
           MOVE SPACES TO WS-FEED-LIVE-PATH.
           STRING WS-STEP-DATA-DIR (WS-STEP-SUB) DELIMITED BY SPACE
                   '/' DELIMITED BY SIZE
                   WS-STEP-FEED-NAME (WS-STEP-SUB) DELIMITED BY SPACE
               INTO WS-FEED-LIVE-PATH.
           STRING WS-FEED-LIVE-PATH DELIMITED BY SPACE
                   '.G' DELIMITED BY SIZE
                   WS-CURRENT-BUS-DATE DELIMITED BY SIZE
               INTO WS-FEED-GEN-PATH.
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-FEED-GEN-PATH
                                             WS-FEED-GEN-DETAILS.
           IF RETURN-CODE = ZERO
               DISPLAY 'PROJ7: KEEPING ' WS-FEED-GEN-PATH
               GO TO SAVE-ONE-FEED-NOTE-BUILT.
           CALL 'CBL_COPY_FILE' USING WS-FEED-LIVE-PATH
                                      WS-FEED-GEN-PATH.
           IF RETURN-CODE = ZERO
               DISPLAY 'PROJ7: SAVED ' WS-FEED-GEN-PATH
               GO TO SAVE-ONE-FEED-NOTE-BUILT.
           MOVE 8 TO WS-FAILED-RC.
           MOVE 'Y' TO WS-CHAIN-FAILED-FLAG.
           DISPLAY 'PROJ7: CANNOT SAVE TONIGHT''S FEED '
               WS-FEED-LIVE-PATH ' - NO DATE RUN'.
           MOVE ZERO TO RETURN-CODE.
           GO TO SAVE-ONE-FEED-EXIT.
      *
       SAVE-ONE-FEED-NOTE-BUILT.
           MOVE ZERO TO RETURN-CODE.
           IF WS-STEP-BUILDS-FEED (WS-STEP-SUB) NOT = SPACES
               MOVE WS-STEP-BUILDS-FEED (WS-STEP-SUB)
                   TO WS-FEED-BUILT.
      *
       SAVE-ONE-FEED-EXIT.
           EXIT.
      *
      *****************************************************************
      * ADD-ONE-MISSED-DATE: FINDS THE EARLIEST 'B' DATE AFTER       *
      * WS-SEARCH-FROM-DATE AND BEFORE TONIGHT'S AND ADDS IT TO THE  *
      * PASS TABLE. NONE LEFT ENDS THE SEARCH (HIGH-VALUES).         *
      *****************************************************************
       ADD-ONE-MISSED-DATE.
           MOVE HIGH-VALUES TO WS-NEXT-MISSED-DATE.
           PERFORM TEST-ONE-MISSED-DATE
               THRU TEST-ONE-MISSED-DATE-EXIT
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-COUNT.
           MOVE WS-NEXT-MISSED-DATE TO WS-SEARCH-FROM-DATE.
           IF WS-NEXT-MISSED-DATE = HIGH-VALUES
               GO TO ADD-ONE-MISSED-DATE-EXIT.
           ADD 1 TO WS-PASS-COUNT.
           MOVE WS-NEXT-MISSED-DATE TO WS-PASS-DATE (WS-PASS-COUNT).
           MOVE 'OUTSTANDING' TO WS-PASS-STATUS (WS-PASS-COUNT).
           MOVE SPACES TO WS-PASS-FAILED-STEP (WS-PASS-COUNT).
           MOVE ZERO TO WS-PASS-RC (WS-PASS-COUNT).
      *
       ADD-ONE-MISSED-DATE-EXIT.
           EXIT.
      *
       TEST-ONE-MISSED-DATE.
           IF WS-CAL-TYPE (WS-CAL-SUB) = 'B'
                   AND WS-CAL-DATE (WS-CAL-SUB) > WS-SEARCH-FROM-DATE
                   AND WS-CAL-DATE (WS-CAL-SUB) < WS-CURRENT-BUS-DATE
                   AND WS-CAL-DATE (WS-CAL-SUB) < WS-NEXT-MISSED-DATE
               MOVE WS-CAL-DATE (WS-CAL-SUB) TO WS-NEXT-MISSED-DATE.
      *
       TEST-ONE-MISSED-DATE-EXIT.
           EXIT.
      *
      *****************************************************************
      * COUNT-DATES-BEYOND: WITH THE PASS TABLE FULL, COUNTS THE     *
      * MISSED DATES LEFT OVER - AND TONIGHT'S - FOR THE REPORT.     *
      *****************************************************************
       COUNT-DATES-BEYOND.
           MOVE 1 TO WS-DATES-BEYOND.
           PERFORM COUNT-ONE-BEYOND THRU COUNT-ONE-BEYOND-EXIT
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-COUNT.
      *
       COUNT-DATES-BEYOND-EXIT.
           EXIT.
      *
       COUNT-ONE-BEYOND.
           IF WS-CAL-TYPE (WS-CAL-SUB) = 'B'
                   AND WS-CAL-DATE (WS-CAL-SUB) > WS-PASS-DATE (30)
                   AND WS-CAL-DATE (WS-CAL-SUB) < WS-CURRENT-BUS-DATE
               ADD 1 TO WS-DATES-BEYOND.
      *
       COUNT-ONE-BEYOND-EXIT.
           EXIT.
      *
      *****************************************************************
      * RUN-ONE-DATE: RUNS THE STEP LIST FOR ONE BUSINESS DATE UNDER *
      * ITS OWN RUN_DATE AND FREQUENCY FLAGS. THE PRIOR RUN'S        *
      * OUTCOMES ONLY APPLY TO THE FIRST DATE. A DATE WHOSE STEPS    *
      * ALL COMPLETE IS RECORDED AS THE LAST BUSINESS DATE DONE.     *
      *****************************************************************
       RUN-ONE-DATE.
           MOVE WS-PASS-DATE (WS-PASS-SUB) TO WS-BUSINESS-DATE.
           IF WS-CAL-COUNT > ZERO
               PERFORM JUDGE-BUSINESS-DATE
                   THRU JUDGE-BUSINESS-DATE-EXIT.
           SET ENVIRONMENT 'RUN_DATE' TO WS-BUSINESS-DATE.
           IF CATCHUP-RUN
               DISPLAY 'PROJ7: RUNNING THE STEP LIST FOR BUSINESS '
                   'DATE ' WS-BUSINESS-DATE.
           IF WS-PASS-SUB > 1
               MOVE ZERO TO WS-PRIOR-COUNT
               PERFORM INIT-ONE-STEP THRU INIT-ONE-STEP-EXIT
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT.
           MOVE SPACES TO WS-FEED-BUILT.
           PERFORM RUN-ONE-STEP THRU RUN-ONE-STEP-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.
           PERFORM APPEND-STEP-TIMINGS
               THRU APPEND-STEP-TIMINGS-EXIT.
           IF CHAIN-FAILED
               MOVE 'FAILED     ' TO WS-PASS-STATUS (WS-PASS-SUB)
               MOVE WS-FAILED-RC TO WS-PASS-RC (WS-PASS-SUB)
               PERFORM FIND-FAILED-STEP THRU FIND-FAILED-STEP-EXIT
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
           ELSE
               MOVE 'PROCESSED  ' TO WS-PASS-STATUS (WS-PASS-SUB)
               PERFORM WRITE-LAST-RUN THRU WRITE-LAST-RUN-EXIT.
      *
       RUN-ONE-DATE-EXIT.
           EXIT.
      *
       FIND-FAILED-STEP.
           IF WS-STEP-STATUS (WS-STEP-SUB) = 'FAILED  '
                   OR WS-STEP-STATUS (WS-STEP-SUB) = 'NO FEED '
               MOVE WS-STEP-PROGRAM (WS-STEP-SUB) TO
                   WS-PASS-FAILED-STEP (WS-PASS-SUB).
      *
       FIND-FAILED-STEP-EXIT.
           EXIT.
      *
      *****************************************************************
      * WRITE-LAST-RUN: RECORDS THE BUSINESS DATE JUST COMPLETED.    *
      *****************************************************************
       WRITE-LAST-RUN.
           ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD.
           PERFORM CLOCK-THE-TIME THRU CLOCK-THE-TIME-EXIT.
           MOVE SPACES TO LR-RECORD.
           MOVE WS-BUSINESS-DATE TO LR-BUSINESS-DATE.
           STRING WS-LOCK-DATE ' ' WS-CLOCK-HHMMSS
               DELIMITED BY SIZE INTO LR-COMPLETED-AT.
           OPEN OUTPUT LASTRUN-FILE.
           WRITE LR-RECORD.
           CLOSE LASTRUN-FILE.
           MOVE WS-BUSINESS-DATE TO WS-LAST-DONE-DATE.
      *
       WRITE-LAST-RUN-EXIT.
           EXIT.
      *
      *****************************************************************
      * WRITE-CATCHUP-REPORT: EVERY DATE THE RUN TOOK ON AND WHAT    *
      * BECAME OF IT, AND THE DATES STILL OUTSTANDING.               *
      *****************************************************************
       WRITE-CATCHUP-REPORT.
           MOVE ZERO TO WS-DATES-PROCESSED.
           MOVE WS-DATES-BEYOND TO WS-DATES-OUTSTANDING.
           OPEN OUTPUT CATCHUP-FILE.
           MOVE WS-RUN-DATE-TEXT TO CU-DATE-OUT.
           MOVE CU-TITLE-LINE TO CATCHUP-RECORD.
           WRITE CATCHUP-RECORD.
           MOVE SUM-BLANK-LINE TO CATCHUP-RECORD.
           WRITE CATCHUP-RECORD.
           MOVE SPACES TO CU-TEXT.
           STRING 'CALENDAR BUSINESS DATE FOR THIS RUN:  '
                   DELIMITED BY SIZE
                   WS-CURRENT-BUS-DATE DELIMITED BY SIZE
               INTO CU-TEXT.
           MOVE CU-TEXT-LINE TO CATCHUP-RECORD.
           WRITE CATCHUP-RECORD.
           MOVE SPACES TO CU-TEXT.
           STRING 'LAST BUSINESS DATE NOW COMPLETED:     '
                   DELIMITED BY SIZE
                   WS-LAST-DONE-DATE DELIMITED BY SIZE
               INTO CU-TEXT.
           MOVE CU-TEXT-LINE TO CATCHUP-RECORD.
           WRITE CATCHUP-RECORD.
           MOVE SUM-BLANK-LINE TO CATCHUP-RECORD.
           WRITE CATCHUP-RECORD.
           MOVE CU-HEADING-LINE TO CATCHUP-RECORD.
           WRITE CATCHUP-RECORD.
           PERFORM WRITE-ONE-CATCHUP-LINE
               THRU WRITE-ONE-CATCHUP-LINE-EXIT
               VARYING WS-PASS-SUB FROM 1 BY 1
               UNTIL WS-PASS-SUB > WS-PASS-COUNT.
           MOVE SUM-BLANK-LINE TO CATCHUP-RECORD.
           WRITE CATCHUP-RECORD.
           IF WS-DATES-BEYOND > ZERO
               MOVE 'FURTHER DATES NOT TAKEN ON:       '
                   TO CU-COUNT-LABEL
               MOVE WS-DATES-BEYOND TO CU-COUNT-OUT
               MOVE CU-COUNT-LINE TO CATCHUP-RECORD
               WRITE CATCHUP-RECORD.
           MOVE 'DATES PROCESSED:                  ' TO CU-COUNT-LABEL.
           MOVE WS-DATES-PROCESSED TO CU-COUNT-OUT.
           MOVE CU-COUNT-LINE TO CATCHUP-RECORD.
           WRITE CATCHUP-RECORD.
           MOVE 'DATES STILL OUTSTANDING:          ' TO CU-COUNT-LABEL.
           MOVE WS-DATES-OUTSTANDING TO CU-COUNT-OUT.
           MOVE CU-COUNT-LINE TO CATCHUP-RECORD.
           WRITE CATCHUP-RECORD.
           IF WS-DATES-OUTSTANDING > ZERO
               MOVE SUM-BLANK-LINE TO CATCHUP-RECORD
               WRITE CATCHUP-RECORD
               MOVE 'RERUN PROJ7 TO CONTINUE FROM THE FIRST OUTSTANDING'
                   TO CU-TEXT
               MOVE CU-TEXT-LINE TO CATCHUP-RECORD
               WRITE CATCHUP-RECORD
               MOVE 'DATE - A FAILED DATE RESUMES FROM ITS FAILED STEP.'
                   TO CU-TEXT
               MOVE CU-TEXT-LINE TO CATCHUP-RECORD
               WRITE CATCHUP-RECORD.
           CLOSE CATCHUP-FILE.
           DISPLAY 'PROJ7: CATCH-UP REPORT WRITTEN TO '
               'data/PROJ7.CATCHUP'.
      *
       WRITE-CATCHUP-REPORT-EXIT.
           EXIT.
      *
       WRITE-ONE-CATCHUP-LINE.
           MOVE WS-PASS-DATE (WS-PASS-SUB) TO CU-PASS-DATE.
           MOVE WS-PASS-STATUS (WS-PASS-SUB) TO CU-PASS-STATUS.
           MOVE WS-PASS-FAILED-STEP (WS-PASS-SUB) TO CU-PASS-STEP.
           MOVE WS-PASS-RC (WS-PASS-SUB) TO CU-PASS-RC.
           IF WS-PASS-STATUS (WS-PASS-SUB) = 'PROCESSED  '
               ADD 1 TO WS-DATES-PROCESSED
           ELSE
               ADD 1 TO WS-DATES-OUTSTANDING.
           MOVE CU-DETAIL-LINE TO CATCHUP-RECORD.
           WRITE CATCHUP-RECORD.
      *
       WRITE-ONE-CATCHUP-LINE-EXIT.
           EXIT.
      *
      *****************************************************************
      * WRITE-RUN-CONTROL: RECORDS EVERY STEP'S OUTCOME. AFTER A RUN  *
      * WHERE EVERY STEP COMPLETED, THE FILE IS LEFT EMPTY SO THE     *
      * NEXT INVOCATION RUNS THE WHOLE CHAIN FRESH.                   *
           MOVE WS-STEP-START (WS-STEP-SUB) TO RC-START-TIME.
           MOVE WS-STEP-END (WS-STEP-SUB) TO RC-END-TIME.
           MOVE WS-STEP-ELAPSED (WS-STEP-SUB) TO RC-ELAPSED-SECS.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           WRITE RC-RECORD.
      *
       WRITE-ONE-RUNCTL-EXIT.
               END-IF
               MOVE SUM-TEXT-LINE TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD.
           IF CATCHUP-RUN
               MOVE SPACES TO SUM-TEXT
               STRING 'CATCH-UP RUN - STEPS SHOWN ARE FOR '
                       DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
                   INTO SUM-TEXT
               MOVE SUM-TEXT-LINE TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               MOVE 'SEE data/PROJ7.CATCHUP' TO SUM-TEXT
               MOVE SUM-TEXT-LINE TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD.
           MOVE SUM-BLANK-LINE TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
      *
