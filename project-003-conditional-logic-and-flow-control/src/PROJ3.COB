           SELECT OPSTATS-FILE ASSIGN DYNAMIC WS-OPSTATS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSTATS-STATUS.
      *****************************************************************
      * VARCASE-FILE: THE VARIANCE CASE FILE - SEE                   *
      * copybooks/VARCASE.CPY. EVERY CRITICAL EXCEPTION OPENS A CASE *
      * ON IT; CASERES CLOSES THEM AND CASEAGE AGES THEM.            *
      *****************************************************************
           SELECT VARCASE-FILE ASSIGN DYNAMIC WS-VARCASE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARCASE-STATUS.
      *****************************************************************
      * STREAK-FILE: ONE RECORD PER DEPARTMENT - HOW MANY RUNS IN A  *
      * ROW IT HAS BREACHED ITS CRITICAL BAND - REWRITTEN EVERY RUN. *
      *****************************************************************
           SELECT STREAK-FILE ASSIGN DYNAMIC WS-STREAK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAK-STATUS.
      *****************************************************************
      * ALERTS-FILE: THE COMMON ALERTS FEED - SEE                    *
      * copybooks/ALERTS.CPY. APPENDED TO WHEN A DEPARTMENT KEEPS    *
      * BREACHING ITS CRITICAL BAND RUN AFTER RUN.                   *
      *****************************************************************
           SELECT ALERTS-FILE ASSIGN DYNAMIC WS-ALERTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
      *
       COPY OPSTATS.
      *
       FD  VARCASE-FILE
           RECORDING MODE IS F.
      *
       COPY VARCASE.
      *
      *****************************************************************
      * STREAK-FILE: STK-RUN-COUNT IS THE RUNS IN A ROW THE          *
      * DEPARTMENT HAD A CRITICAL BREACH AS OF STK-LAST-RUN-DATE;    *
      * STK-PRIOR-COUNT IS THE COUNT THAT RUN STARTED FROM, SO A     *
      * RERUN OF THE SAME DATE RECOUNTS FROM THERE INSTEAD OF        *
      * COUNTING THE SAME DATE TWICE.                                *
      *****************************************************************
       FD  STREAK-FILE
           RECORDING MODE IS F.
      *
       01  STK-RECORD.
           05  STK-DEPT            PIC X(3).
           05  STK-LAST-RUN-DATE   PIC X(8).
           05  STK-RUN-COUNT       PIC 9(3).
           05  STK-PRIOR-COUNT     PIC 9(3).
      *
       FD  ALERTS-FILE
           RECORDING MODE IS F.
      *
       COPY ALERTS.
      *
       WORKING-STORAGE SECTION.
      *
           05  WS-VARIANCE-PATH        PIC X(80) VALUE SPACES.
           05  WS-TOLBANDS-PATH        PIC X(80) VALUE SPACES.
           05  WS-EXCEPTION-PATH       PIC X(80) VALUE SPACES.
           05  WS-VARCASE-PATH         PIC X(80) VALUE SPACES.
           05  WS-STREAK-PATH          PIC X(80) VALUE SPACES.
      *
      *****************************************************************
      * WS-CASE-FIELDS: SUPPORT THE VARIANCE CASE FILE. THE RUN DATE *
      * IS TODAY, OR A CHAINED RUN'S RUN_DATE, AND IS THE DATE EVERY *
      * CASE RAISED THIS RUN IS KEYED ON.                            *
      *****************************************************************
       01  WS-CASE-FIELDS.
           05  WS-VARCASE-STATUS       PIC XX.
           05  WS-VARCASE-EOF-FLAG     PIC X     VALUE 'N'.
               88  VARCASE-EOF         VALUE 'Y'.
           05  WS-CASE-FOUND-FLAG      PIC X     VALUE 'N'.
               88  CASE-ON-FILE        VALUE 'Y'.
           05  WS-RUN-DATE-TEXT        PIC X(8)  VALUE SPACES.
           05  WS-CHAIN-RUN-DATE       PIC X(8)  VALUE SPACES.
           05  WS-CASES-OPENED         PIC 9(5) COMP VALUE ZERO.
           05  WS-CASES-ON-FILE        PIC 9(5) COMP VALUE ZERO.
           05  WS-CASE-SEQ             PIC 9(3)  VALUE ZERO.
      *
      *****************************************************************
      * WS-TODAY-CASE-TABLE: THE CASES ALREADY ON FILE FOR THIS RUN  *
      * DATE. A RERUN OF THE SAME DATE FINDS THE CASES ITS FIRST     *
      * ATTEMPT OPENED HERE AND DOES NOT OPEN THEM A SECOND TIME.    *
      *****************************************************************
       01  WS-TODAY-CASE-TABLE.
           05  WS-TODAY-CASE-COUNT     PIC 9(3) COMP VALUE ZERO.
           05  WS-TODAY-CASE-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-TODAY-CASE-COUNT
                       INDEXED BY WS-TODAY-IDX.
               10  WS-TODAY-DEPT       PIC X(3).
               10  WS-TODAY-SEQ        PIC 9(3).
      *
      *****************************************************************
      * WS-STREAK-TABLE: THE STREAK FILE, LOADED AT START OF RUN,    *
      * BROUGHT UP TO DATE FROM THIS RUN'S CRITICAL BREACHES AND     *
      * WRITTEN BACK. A DEPARTMENT ON A RUN OF WS-STREAK-LIMIT OR    *
      * MORE CRITICAL RUNS IN A ROW RAISES A CRITICAL ALERT.         *
      *****************************************************************
       01  WS-STREAK-TABLE.
           05  WS-STREAK-COUNT         PIC 9(2) COMP VALUE ZERO.
           05  WS-STREAK-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-STREAK-COUNT
                       INDEXED BY WS-STREAK-IDX.
               10  WS-STK-DEPT         PIC X(3).
               10  WS-STK-LAST-RUN     PIC X(8).
               10  WS-STK-RUN-COUNT    PIC 9(3).
               10  WS-STK-PRIOR-COUNT  PIC 9(3).
      *
       01  WS-STREAK-WORK-FIELDS.
           05  WS-STREAK-STATUS        PIC XX.
           05  WS-STREAK-EOF-FLAG      PIC X     VALUE 'N'.
               88  STREAK-EOF          VALUE 'Y'.
           05  WS-STREAK-FOUND-FLAG    PIC X     VALUE 'N'.
               88  STREAK-FOUND        VALUE 'Y'.
           05  WS-STREAK-SUB           PIC 9(2) COMP VALUE ZERO.
           05  WS-STREAK-BASE          PIC 9(3)  VALUE ZERO.
           05  WS-STREAK-LIMIT         PIC 9(3)  VALUE 3.
           05  WS-STREAK-ALERTS        PIC 9(5) COMP VALUE ZERO.
           05  WS-STREAK-RUNS-OUT      PIC ZZ9.
           05  WS-STREAK-LEADING       PIC 9(2) COMP VALUE ZERO.
      *
      *****************************************************************
      * WS-ALERT-FIELDS: SUPPORT THE COMMON ALERTS FEED - THE        *
      * CALLER SETS SEVERITY AND TEXT AND PERFORMS WRITE-ALERT.      *
      *****************************************************************
       01  WS-ALERT-FIELDS.
           05  WS-ALERTS-STATUS        PIC XX.
           05  WS-ALERTS-PATH          PIC X(80) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC X(01) VALUE 'I'.
           05  WS-ALERT-TEXT           PIC X(60) VALUE SPACES.
      *
       01  WS-VARIANCE-TOTALS.
           05  WS-POSITIVE-COUNT       PIC 9(5) COMP VALUE ZERO.
               10  FILLER              PIC X(8)  VALUE 'BAND'.
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  FILLER              PIC X(10) VALUE 'BAND OWNER'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(12) VALUE 'CASE'.
               10  FILLER              PIC X(56) VALUE SPACES.
      *
       01  WS-EXCEPTION-DETAIL-LINE.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  EDL-BAND                PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  EDL-BAND-OWNER          PIC X(6).
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  EDL-CASE                PIC X(12).
           05  FILLER                  PIC X(56) VALUE SPACES.
      *
       01  WS-EXCEPTION-COUNT-LINE.
           05  FILLER                  PIC X(5)  VALUE SPACES.
               10  WS-DEPT-NEGATIVE    PIC 9(5) COMP.
               10  WS-DEPT-ZERO        PIC 9(5) COMP.
               10  WS-DEPT-NET         PIC S9(7) COMP-3.
               10  WS-DEPT-CRITICAL    PIC 9(5) COMP.
      *
       01  WS-DEPT-WORK-FIELDS.
           05  WS-DEPT-FOUND-FLAG      PIC X     VALUE 'N'.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/VARIANCE.EXCEPTIONS' DELIMITED BY SIZE
               INTO WS-EXCEPTION-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/VARCASES' DELIMITED BY SIZE
               INTO WS-VARCASE-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/BREACHSTRK' DELIMITED BY SIZE
               INTO WS-STREAK-PATH.
           ACCEPT WS-ALERTS-PATH FROM ENVIRONMENT 'ALERTS_PATH'.
           IF WS-ALERTS-PATH = SPACES
               STRING WS-DATA-DIR DELIMITED BY SPACE
                       '/ALERTS' DELIMITED BY SIZE
                   INTO WS-ALERTS-PATH.
           ACCEPT WS-OPSTATS-PATH FROM ENVIRONMENT 'OPSTATS_PATH'.
           IF WS-OPSTATS-PATH = SPACES
               STRING WS-DATA-DIR DELIMITED BY SPACE
      *****************************************************************
      * BATCH-CLASSIFY-VARIANCE: RUNS CHECK-NUMBER-CONDITION OVER      *
      * EVERY FIGURE ON VARIANCE-FILE AND TALLIES HOW MANY CAME OUT    *
      * POSITIVE, NEGATIVE, OR ZERO. EVERY CRITICAL EXCEPTION OPENS  *
      * A CASE ON THE CASE FILE, AND THE DEPARTMENTS' CRITICAL RUN   *
      * STREAKS ARE BROUGHT UP TO DATE ONCE THE FILE IS READ.        *
      *****************************************************************
       BATCH-CLASSIFY-VARIANCE.
           PERFORM LOAD-TOLERANCE-BANDS
               THRU LOAD-TOLERANCE-BANDS-EXIT.
           PERFORM SET-RUN-DATE
               THRU SET-RUN-DATE-EXIT.
           PERFORM LOAD-TODAYS-CASES
               THRU LOAD-TODAYS-CASES-EXIT.
           OPEN EXTEND VARCASE-FILE.
           IF WS-VARCASE-STATUS = '05' OR WS-VARCASE-STATUS = '35'
               OPEN OUTPUT VARCASE-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           PERFORM WRITE-EXCEPTION-HEADERS
               THRU WRITE-EXCEPTION-HEADERS-EXIT.
           OPEN INPUT VARIANCE-FILE.
           PERFORM READ-VARIANCE-RECORD
               UNTIL VARIANCE-EOF.
           CLOSE VARIANCE-FILE
                 VARCASE-FILE.
           PERFORM UPDATE-BREACH-STREAKS
               THRU UPDATE-BREACH-STREAKS-EXIT.
           PERFORM WRITE-DEPARTMENT-SUMMARY
               THRU WRITE-DEPARTMENT-SUMMARY-EXIT.
           PERFORM WRITE-EXCEPTION-TRAILER
           DISPLAY '   WITHIN  : ' WS-WITHIN-COUNT.
           DISPLAY '   WARNING : ' WS-WARNING-COUNT.
           DISPLAY '   CRITICAL: ' WS-CRITICAL-COUNT.
           DISPLAY 'CASE SUMMARY:'.
           DISPLAY '   OPENED  : ' WS-CASES-OPENED.
           DISPLAY '   ON FILE : ' WS-CASES-ON-FILE.
           DISPLAY '   STREAKS : ' WS-STREAK-ALERTS.
      *
       BATCH-CLASSIFY-VARIANCE-EXIT.
           EXIT.
                       THRU CHECK-NUMBER-CONDITION-EXIT
                   PERFORM TALLY-VARIANCE
                       THRU TALLY-VARIANCE-EXIT
                   PERFORM TALLY-DEPARTMENT
                       THRU TALLY-DEPARTMENT-EXIT
                   PERFORM CLASSIFY-TOLERANCE
                       THRU CLASSIFY-TOLERANCE-EXIT.
      *
       TALLY-VARIANCE.
           IF WS-TEST-NUMBER > 0
                   MOVE ZERO TO WS-DEPT-POSITIVE (WS-DEPT-IDX)
                   MOVE ZERO TO WS-DEPT-NEGATIVE (WS-DEPT-IDX)
                   MOVE ZERO TO WS-DEPT-ZERO (WS-DEPT-IDX)
                   MOVE ZERO TO WS-DEPT-NET (WS-DEPT-IDX)
                   MOVE ZERO TO WS-DEPT-CRITICAL (WS-DEPT-IDX).
           IF WS-TEST-NUMBER > ZERO
               ADD 1 TO WS-DEPT-POSITIVE (WS-DEPT-IDX)
           ELSE IF WS-TEST-NUMBER < ZERO
      * MAGNITUDE AGAINST ITS OWN DEPARTMENT'S BANDS - THE GLOBAL W   *
      * AND C RECORDS ARE THE FALLBACK FOR ANY BAND THE DEPARTMENT    *
      * DOES NOT CARRY - AND PRINTS THE OUT-OF-TOLERANCE ONES ON THE  *
      * EXCEPTION REPORT, SAYING WHOSE BAND FIRED. A CRITICAL ONE     *
      * OPENS ITS CASE FIRST, SO THE LINE CAN CARRY THE CASE NUMBER.  *
      *****************************************************************
       CLASSIFY-TOLERANCE.
           PERFORM RESOLVE-EFFECTIVE-BANDS
           ELSE
               MOVE ' ' TO WS-BAND-CODE
               ADD 1 TO WS-WITHIN-COUNT.
           MOVE SPACES TO EDL-CASE.
           IF WS-BAND-CODE = 'C'
               PERFORM OPEN-VARIANCE-CASE
                   THRU OPEN-VARIANCE-CASE-EXIT.
           IF WS-BAND-CODE = 'C' OR WS-BAND-CODE = 'W'
               PERFORM WRITE-EXCEPTION-LINE
                   THRU WRITE-EXCEPTION-LINE-EXIT.
      *
       WRITE-EXCEPTION-LINE-EXIT.
           EXIT.
      *
      *****************************************************************
      * SET-RUN-DATE: THE RUN DATE IS TODAY, OR A CHAINED RUN'S      *
      * RUN_DATE - THE DATE THE CASES RAISED THIS RUN ARE KEYED ON   *
      * AND THE RUN THE STREAKS ARE COUNTED FOR. THE CASE AND STREAK *
      * WORK AREAS START CLEAN, AS A CATCH-UP CHAIN CALLS THIS       *
      * PROGRAM ONCE PER MISSED DATE.                                *
      *****************************************************************
       SET-RUN-DATE.
           ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD.
           ACCEPT WS-CHAIN-RUN-DATE FROM ENVIRONMENT 'RUN_DATE'.
           IF WS-CHAIN-RUN-DATE NOT = SPACES
               MOVE WS-CHAIN-RUN-DATE TO WS-RUN-DATE-TEXT.
           MOVE ZERO TO WS-CASES-OPENED.
           MOVE ZERO TO WS-CASES-ON-FILE.
           MOVE ZERO TO WS-TODAY-CASE-COUNT.
           MOVE ZERO TO WS-STREAK-COUNT.
           MOVE ZERO TO WS-STREAK-ALERTS.
           MOVE 'N' TO WS-VARCASE-EOF-FLAG.
           MOVE 'N' TO WS-STREAK-EOF-FLAG.
           MOVE ZERO TO WS-DEPT-SUB.
           PERFORM CLEAR-ONE-DEPT-CRITICAL
               THRU CLEAR-ONE-DEPT-CRITICAL-EXIT
               WS-DEPT-COUNT TIMES.
      *
       SET-RUN-DATE-EXIT.
           EXIT.
      *
       CLEAR-ONE-DEPT-CRITICAL.
           ADD 1 TO WS-DEPT-SUB.
           MOVE ZERO TO WS-DEPT-CRITICAL (WS-DEPT-SUB).
      *
       CLEAR-ONE-DEPT-CRITICAL-EXIT.
           EXIT.
      *
      *****************************************************************
      * LOAD-TODAYS-CASES: NOTES EVERY CASE ALREADY ON FILE FOR THIS *
      * RUN DATE. A MISSING CASE FILE IS THE FIRST-EVER RUN.         *
      *****************************************************************
       LOAD-TODAYS-CASES.
           OPEN INPUT VARCASE-FILE.
           IF WS-VARCASE-STATUS NOT = '00'
               GO TO LOAD-TODAYS-CASES-EXIT.
           PERFORM LOAD-ONE-TODAY-CASE
               UNTIL VARCASE-EOF.
           CLOSE VARCASE-FILE.
      *
       LOAD-TODAYS-CASES-EXIT.
           EXIT.
      *
       LOAD-ONE-TODAY-CASE.
           READ VARCASE-FILE
               AT END
                   MOVE 'Y' TO WS-VARCASE-EOF-FLAG
               NOT AT END
                   IF VCS-OPEN-DATE = WS-RUN-DATE-TEXT
                       IF WS-TODAY-CASE-COUNT < 200
                           ADD 1 TO WS-TODAY-CASE-COUNT
                           MOVE VCS-DEPT TO
                               WS-TODAY-DEPT (WS-TODAY-CASE-COUNT)
                           MOVE VCS-SEQ TO
                               WS-TODAY-SEQ (WS-TODAY-CASE-COUNT)
                       ELSE
                           DISPLAY 'WARNING: TODAY''S CASE TABLE FULL'
                               ' - CASE ' VCS-DEPT '-' VCS-SEQ
                               ' NOT NOTED'.
      *
      *****************************************************************
      * OPEN-VARIANCE-CASE: OPENS A CASE FOR THE CRITICAL FIGURE IN  *
      * HAND, NUMBERED IN ITS DEPARTMENT'S SEQUENCE FOR THE RUN      *
      * DATE. A CASE THE SAME DATE'S EARLIER ATTEMPT ALREADY OPENED  *
      * IS LEFT AS IT IS. TALLY-DEPARTMENT HAS ALREADY POINTED       *
      * WS-DEPT-IDX AT THE FIGURE'S DEPARTMENT.                      *
      *****************************************************************
       OPEN-VARIANCE-CASE.
           ADD 1 TO WS-DEPT-CRITICAL (WS-DEPT-IDX).
           MOVE WS-DEPT-CRITICAL (WS-DEPT-IDX) TO WS-CASE-SEQ.
           STRING WS-RUN-DATE-TEXT '-' WS-CASE-SEQ
               DELIMITED BY SIZE INTO EDL-CASE.
           MOVE 'N' TO WS-CASE-FOUND-FLAG.
           IF WS-TODAY-CASE-COUNT > ZERO
               SET WS-TODAY-IDX TO 1
               SEARCH WS-TODAY-CASE-ENTRY
                   WHEN WS-TODAY-DEPT (WS-TODAY-IDX) = VAR-DEPT
                       AND WS-TODAY-SEQ (WS-TODAY-IDX) = WS-CASE-SEQ
                       MOVE 'Y' TO WS-CASE-FOUND-FLAG
               END-SEARCH.
           IF CASE-ON-FILE
               ADD 1 TO WS-CASES-ON-FILE
               GO TO OPEN-VARIANCE-CASE-EXIT.
           MOVE SPACES TO VCS-RECORD.
           MOVE VAR-DEPT TO VCS-DEPT.
           MOVE WS-RUN-DATE-TEXT TO VCS-OPEN-DATE.
           MOVE WS-CASE-SEQ TO VCS-SEQ.
           MOVE 'O' TO VCS-STATUS.
           MOVE WS-TEST-NUMBER TO VCS-AMOUNT.
           MOVE WS-VAR-MAGNITUDE TO VCS-MAGNITUDE.
           MOVE 'C' TO VCS-BAND.
           MOVE WS-EFF-CRITICAL-LIMIT TO VCS-BAND-LIMIT.
           MOVE WS-EFF-BAND-SOURCE TO VCS-BAND-OWNER.
           WRITE VCS-RECORD.
           ADD 1 TO WS-CASES-OPENED.
      *
       OPEN-VARIANCE-CASE-EXIT.
           EXIT.
      *
      *****************************************************************
      * UPDATE-BREACH-STREAKS: LOADS THE STREAK FILE, ADDS ANY       *
      * DEPARTMENT SEEN FOR THE FIRST TIME, BRINGS EVERY STREAK UP   *
      * TO DATE FOR THIS RUN - ONE MORE FOR A DEPARTMENT WITH A      *
      * CRITICAL BREACH, BACK TO ZERO FOR ONE WITHOUT, INCLUDING A   *
      * DEPARTMENT WITH NO FIGURES AT ALL THIS RUN - AND WRITES IT    *
      * BACK.                                                        *
      *****************************************************************
       UPDATE-BREACH-STREAKS.
           OPEN INPUT STREAK-FILE.
           IF WS-STREAK-STATUS = '00'
               PERFORM LOAD-ONE-STREAK
                   UNTIL STREAK-EOF
               CLOSE STREAK-FILE.
           MOVE ZERO TO WS-DEPT-SUB.
           PERFORM ADD-DEPT-STREAK
               THRU ADD-DEPT-STREAK-EXIT
               WS-DEPT-COUNT TIMES.
           MOVE ZERO TO WS-STREAK-SUB.
           PERFORM ADVANCE-ONE-STREAK
               THRU ADVANCE-ONE-STREAK-EXIT
               WS-STREAK-COUNT TIMES.
           OPEN OUTPUT STREAK-FILE.
           MOVE ZERO TO WS-STREAK-SUB.
           PERFORM WRITE-ONE-STREAK
               THRU WRITE-ONE-STREAK-EXIT
               WS-STREAK-COUNT TIMES.
           CLOSE STREAK-FILE.
      *
       UPDATE-BREACH-STREAKS-EXIT.
           EXIT.
      *
       LOAD-ONE-STREAK.
           READ STREAK-FILE
               AT END
                   MOVE 'Y' TO WS-STREAK-EOF-FLAG
               NOT AT END
                   IF WS-STREAK-COUNT < 50
                       ADD 1 TO WS-STREAK-COUNT
                       MOVE STK-DEPT TO
                           WS-STK-DEPT (WS-STREAK-COUNT)
                       MOVE STK-LAST-RUN-DATE TO
                           WS-STK-LAST-RUN (WS-STREAK-COUNT)
                       MOVE STK-RUN-COUNT TO
                           WS-STK-RUN-COUNT (WS-STREAK-COUNT)
                       MOVE STK-PRIOR-COUNT TO
                           WS-STK-PRIOR-COUNT (WS-STREAK-COUNT)
                   ELSE
                       DISPLAY 'WARNING: STREAK TABLE FULL - '
                           STK-DEPT ' DROPPED'.
      *
       ADD-DEPT-STREAK.
           ADD 1 TO WS-DEPT-SUB.
           MOVE 'N' TO WS-STREAK-FOUND-FLAG.
           IF WS-STREAK-COUNT > ZERO
               SET WS-STREAK-IDX TO 1
               SEARCH WS-STREAK-ENTRY
                   WHEN WS-STK-DEPT (WS-STREAK-IDX) =
                           WS-DEPT-CODE (WS-DEPT-SUB)
                       MOVE 'Y' TO WS-STREAK-FOUND-FLAG
               END-SEARCH.
           IF STREAK-FOUND
               GO TO ADD-DEPT-STREAK-EXIT.
           IF WS-STREAK-COUNT = 50
               DISPLAY 'WARNING: STREAK TABLE FULL - '
                   WS-DEPT-CODE (WS-DEPT-SUB) ' NOT TRACKED'
               GO TO ADD-DEPT-STREAK-EXIT.
           ADD 1 TO WS-STREAK-COUNT.
           MOVE WS-DEPT-CODE (WS-DEPT-SUB) TO
               WS-STK-DEPT (WS-STREAK-COUNT).
           MOVE SPACES TO WS-STK-LAST-RUN (WS-STREAK-COUNT).
           MOVE ZERO TO WS-STK-RUN-COUNT (WS-STREAK-COUNT).
           MOVE ZERO TO WS-STK-PRIOR-COUNT (WS-STREAK-COUNT).
      *
       ADD-DEPT-STREAK-EXIT.
           EXIT.
      *
      *****************************************************************
      * ADVANCE-ONE-STREAK: A RERUN OF THE DATE THE STREAK WAS LAST  *
      * COUNTED FOR STARTS AGAIN FROM THE COUNT THAT RUN STARTED     *
      * FROM. A DEPARTMENT REACHING WS-STREAK-LIMIT CRITICAL RUNS IN *
      * A ROW RAISES A CRITICAL ALERT EVERY RUN THE STREAK GOES ON.  *
      *****************************************************************
       ADVANCE-ONE-STREAK.
           ADD 1 TO WS-STREAK-SUB.
           IF WS-STK-LAST-RUN (WS-STREAK-SUB) = WS-RUN-DATE-TEXT
               MOVE WS-STK-PRIOR-COUNT (WS-STREAK-SUB)
                   TO WS-STREAK-BASE
           ELSE
               MOVE WS-STK-RUN-COUNT (WS-STREAK-SUB)
                   TO WS-STREAK-BASE.
           MOVE WS-STREAK-BASE TO WS-STK-PRIOR-COUNT (WS-STREAK-SUB).
           MOVE WS-RUN-DATE-TEXT TO WS-STK-LAST-RUN (WS-STREAK-SUB).
           MOVE 'N' TO WS-DEPT-FOUND-FLAG.
           IF WS-DEPT-COUNT > ZERO
               SET WS-DEPT-IDX TO 1
               SEARCH WS-DEPT-ENTRY
                   WHEN WS-DEPT-CODE (WS-DEPT-IDX) =
                           WS-STK-DEPT (WS-STREAK-SUB)
                       MOVE 'Y' TO WS-DEPT-FOUND-FLAG
               END-SEARCH.
           IF NOT DEPT-FOUND
               MOVE ZERO TO WS-STK-RUN-COUNT (WS-STREAK-SUB)
               GO TO ADVANCE-ONE-STREAK-EXIT.
           IF WS-DEPT-CRITICAL (WS-DEPT-IDX) = ZERO
               MOVE ZERO TO WS-STK-RUN-COUNT (WS-STREAK-SUB)
               GO TO ADVANCE-ONE-STREAK-EXIT.
           COMPUTE WS-STK-RUN-COUNT (WS-STREAK-SUB) =
               WS-STREAK-BASE + 1.
           IF WS-STK-RUN-COUNT (WS-STREAK-SUB) < WS-STREAK-LIMIT
               GO TO ADVANCE-ONE-STREAK-EXIT.
           ADD 1 TO WS-STREAK-ALERTS.
           MOVE WS-STK-RUN-COUNT (WS-STREAK-SUB) TO WS-STREAK-RUNS-OUT.
           MOVE ZERO TO WS-STREAK-LEADING.
           INSPECT WS-STREAK-RUNS-OUT
               TALLYING WS-STREAK-LEADING FOR LEADING SPACES.
           DISPLAY 'ALERT: DEPT ' WS-STK-DEPT (WS-STREAK-SUB)
               ' CRITICAL ON '
               WS-STREAK-RUNS-OUT (WS-STREAK-LEADING + 1:)
               ' RUNS IN A ROW'.
           MOVE 'C' TO WS-ALERT-SEVERITY.
           MOVE SPACES TO WS-ALERT-TEXT.
           STRING 'DEPT ' WS-STK-DEPT (WS-STREAK-SUB)
                   ' CRITICAL VARIANCE ON '
                   WS-STREAK-RUNS-OUT (WS-STREAK-LEADING + 1:)
                   ' RUNS IN A ROW'
               DELIMITED BY SIZE INTO WS-ALERT-TEXT.
           PERFORM WRITE-ALERT THRU WRITE-ALERT-EXIT.
      *
       ADVANCE-ONE-STREAK-EXIT.
           EXIT.
      *
       WRITE-ONE-STREAK.
           ADD 1 TO WS-STREAK-SUB.
           MOVE WS-STK-DEPT (WS-STREAK-SUB) TO STK-DEPT.
           MOVE WS-STK-LAST-RUN (WS-STREAK-SUB) TO STK-LAST-RUN-DATE.
           MOVE WS-STK-RUN-COUNT (WS-STREAK-SUB) TO STK-RUN-COUNT.
           MOVE WS-STK-PRIOR-COUNT (WS-STREAK-SUB) TO STK-PRIOR-COUNT.
           WRITE STK-RECORD.
      *
       WRITE-ONE-STREAK-EXIT.
           EXIT.
      *
      *****************************************************************
      * WRITE-ALERT: APPENDS ONE SEVERITY-CODED ALERT TO THE COMMON  *
      * ALERTS FEED, WITH THE SAME BOOTSTRAP THE OPSTATS WRITE USES. *
      *****************************************************************
       WRITE-ALERT.
           ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-OPS-TIME FROM TIME.
           OPEN EXTEND ALERTS-FILE.
           IF WS-ALERTS-STATUS = '05' OR WS-ALERTS-STATUS = '35'
               OPEN OUTPUT ALERTS-FILE.
           MOVE 'PROJ3   '        TO ALT-PROGRAM-ID.
           MOVE WS-OPS-DATE       TO ALT-RUN-DATE.
           MOVE WS-OPS-TIME (1:6) TO ALT-RUN-TIME.
           MOVE WS-ALERT-SEVERITY TO ALT-SEVERITY.
           MOVE WS-ALERT-TEXT     TO ALT-TEXT.
           WRITE ALERTS-RECORD.
           CLOSE ALERTS-FILE.
      *
       WRITE-ALERT-EXIT.
           EXIT.
      *
       WRITE-EXCEPTION-HEADERS.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-CRITICAL-COUNT TO ECL-COUNT-OUT.
           MOVE WS-EXCEPTION-COUNT-LINE TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE 'CASES OPENED:           ' TO ECL-LABEL.
           MOVE WS-CASES-OPENED TO ECL-COUNT-OUT.
           MOVE WS-EXCEPTION-COUNT-LINE TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE 'CASES ALREADY ON FILE:  ' TO ECL-LABEL.
           MOVE WS-CASES-ON-FILE TO ECL-COUNT-OUT.
           MOVE WS-EXCEPTION-COUNT-LINE TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE 'CRITICAL STREAK ALERTS: ' TO ECL-LABEL.
           MOVE WS-STREAK-ALERTS TO ECL-COUNT-OUT.
           MOVE WS-EXCEPTION-COUNT-LINE TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
      *
       WRITE-EXCEPTION-TRAILER-EXIT.
           EXIT.
