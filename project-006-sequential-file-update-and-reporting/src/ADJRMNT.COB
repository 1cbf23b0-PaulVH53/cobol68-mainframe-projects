      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(ADJRMNT)                        *
      * PURPOSE: ADJUSTMENT REASON MASTER MAINTENANCE. APPLIES        *
      * ADD/CHANGE/DELETE AND SET-STATUS TRANSACTIONS FROM            *
      * data/ADJRMAINT TO THE ADJREASN FILE, IN THE STYLE OF          *
      * VENDMNT, WITH EVERY REASON TOUCHED PRINTED ON A BEFORE/AFTER  *
      * REGISTER AND LOGGED TO THE COMMON CHANGE HISTORY. PROJ6       *
      * CHECKS THE REASON ON EVERY KEYED ADJUSTMENT ('A') AGAINST     *
      * THIS MASTER, PHYSCNT CHECKS THE REASON ON EVERY APPROVED      *
      * COUNT VARIANCE, GLEXTR MAPS ADJUSTMENTS TO GL ACCOUNTS BY IT  *
      * AND SHRINKRPT TOTALS ADJUSTMENTS BY IT.                       *
      *                                                               *
      * ACTIONS: A ADD / C CHANGE (AT-DESCRIPTION), D DELETE,         *
      * S SET STATUS (AT-NEW-STATUS 'A' ACTIVE OR 'R' RETIRED - A     *
      * RETIRED REASON KEEPS ITS RECORD SO HISTORY CARRYING IT STILL  *
      * REPORTS UNDER ITS DESCRIPTION, BUT NO NEW ADJUSTMENT MAY BE   *
      * POSTED UNDER IT). RETIRE RATHER THAN DELETE A REASON THAT     *
      * HAS EVER BEEN USED.                                           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJRMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * THIS PROGRAM WORKS THE SAME DATA DIRECTORY AS PROJ6, SO IT    *
      * RESOLVES ITS PATHS THROUGH THE SAME PROJ6_DATA_DIR            *
      * ENVIRONMENT VARIABLE - SEE 005-RESOLVE-DATA-PATHS.            *
      *****************************************************************
           SELECT ADJREASN-FILE ASSIGN DYNAMIC WS-ADJREASN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJREASN-STATUS.
           SELECT ADJRMAINT-FILE ASSIGN DYNAMIC WS-ADJRMAINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJRMAINT-STATUS.
           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
      * CHGHIST-FILE: THE COMMON MASTER-CHANGE HISTORY - SEE          *
      * copybooks/CHGHIST.CPY. ONE RECORD APPENDED PER APPLIED        *
      * ACTION.                                                       *
      *****************************************************************
           SELECT CHGHIST-FILE ASSIGN DYNAMIC WS-CHGHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * ADJREASN-FILE: THE ADJUSTMENT REASON MASTER, SORTED BY REASON *
      * CODE. AR-STATUS: 'A' ACTIVE, 'R' RETIRED. A BLANK STATUS      *
      * READS AS ACTIVE.                                              *
      *****************************************************************
       FD  ADJREASN-FILE
           RECORDING MODE IS F.

       01  AR-RECORD.
           05  AR-REASON-CODE       PIC X(03).
           05  AR-DESCRIPTION       PIC X(25).
           05  AR-STATUS            PIC X(01).
      *****************************************************************
      * ADJRMAINT-FILE: ONE MAINTENANCE TRANSACTION PER RECORD.       *
      *****************************************************************
       FD  ADJRMAINT-FILE
           RECORDING MODE IS F.

       01  AT-RECORD.
           05  AT-ACTION            PIC X(01).
           05  AT-REASON-CODE       PIC X(03).
           05  AT-DESCRIPTION       PIC X(25).
           05  AT-NEW-STATUS        PIC X(01).
      *****************************************************************
      * REGISTER-FILE: THE PRINTED BEFORE/AFTER REGISTER OF EVERY     *
      * REASON TOUCHED, IN THE STYLE OF VENDMNT'S REGISTER-FILE.      *
      *****************************************************************
       FD  REGISTER-FILE
           RECORDING MODE IS F.

       01  REGISTER-RECORD           PIC X(132).

       FD  CHGHIST-FILE
           RECORDING MODE IS F.

       COPY CHGHIST.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ADJREASN-STATUS    PIC XX.
           05  WS-ADJRMAINT-STATUS   PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-ADJREASN-EOF-FLAG  PIC X          VALUE 'N'.
               88  ADJREASN-EOF      VALUE 'Y'.
           05  WS-MAINT-EOF-FLAG     PIC X          VALUE 'N'.
               88  MAINT-EOF         VALUE 'Y'.
           05  WS-REASON-OVERFLOW-FLAG PIC X        VALUE 'N'.
               88  REASON-TABLE-OVERFLOW VALUE 'Y'.

       01  WS-REASON-TABLE.
           05  WS-RSN-COUNT         PIC 9(5) COMP VALUE ZERO.
           05  WS-RSN-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-RSN-COUNT
                       ASCENDING KEY IS WS-RSN-CODE
                       INDEXED BY WS-RSN-IDX.
               10  WS-RSN-CODE         PIC X(03).
               10  WS-RSN-DESCRIPTION  PIC X(25).
               10  WS-RSN-STATUS       PIC X(01).

       77  WS-RSN-TABLE-MAX         PIC 9(5) COMP VALUE 50.
       77  WS-SORT-J                PIC 9(5) COMP VALUE ZERO.
       77  WS-REMOVE-J              PIC 9(5) COMP VALUE ZERO.
       77  WS-WRITE-J               PIC 9(5) COMP VALUE ZERO.
       77  WS-SWAP-CODE             PIC X(03)     VALUE SPACES.
       77  WS-SWAP-DESCRIPTION      PIC X(25)     VALUE SPACES.
       77  WS-SWAP-STATUS           PIC X(01)     VALUE SPACE.

       01  WS-LOOKUP-FIELDS.
           05  WS-LOOKUP-CODE       PIC X(03)     VALUE SPACES.
           05  WS-LOOKUP-FOUND-FLAG PIC X         VALUE 'N'.
               88  LOOKUP-FOUND     VALUE 'Y'.

      *****************************************************************
      * WS-MAINT-WORK-FIELDS: THE REASON IMAGE BEFORE AND AFTER THE   *
      * ACTION IN HAND, FOR THE REGISTER LINE.                        *
      *****************************************************************
       01  WS-MAINT-WORK-FIELDS.
           05  WS-BEFORE-IMAGE      PIC X(33)      VALUE SPACES.
           05  WS-AFTER-IMAGE       PIC X(33)      VALUE SPACES.

      *****************************************************************
      * WS-ACTION-COUNTS: APPLIED/REJECTED PER ACTION CODE FOR THE    *
      * END-OF-RUN TRAILER.                                           *
      *****************************************************************
       01  WS-ACTION-COUNTS.
           05  WS-ADD-APPLIED       PIC 9(05) COMP VALUE ZERO.
           05  WS-ADD-REJECTED      PIC 9(05) COMP VALUE ZERO.
           05  WS-CHG-APPLIED       PIC 9(05) COMP VALUE ZERO.
           05  WS-CHG-REJECTED      PIC 9(05) COMP VALUE ZERO.
           05  WS-DEL-APPLIED       PIC 9(05) COMP VALUE ZERO.
           05  WS-DEL-REJECTED      PIC 9(05) COMP VALUE ZERO.
           05  WS-STS-APPLIED       PIC 9(05) COMP VALUE ZERO.
           05  WS-STS-REJECTED      PIC 9(05) COMP VALUE ZERO.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE-TEXT      PIC X(08)      VALUE ZEROS.
           05  WS-RUN-DATE-DISPLAY   PIC X(10)      VALUE SPACES.

      *****************************************************************
      * WS-CHGHIST-FIELDS: SUPPORT THE COMMON CHANGE-HISTORY RECORD.  *
      *****************************************************************
       01  WS-CHGHIST-FIELDS.
           05  WS-CHGHIST-STATUS     PIC XX.
           05  WS-CHGHIST-PATH       PIC X(80)      VALUE SPACES.
           05  WS-CHG-TIME           PIC X(08)      VALUE SPACES.

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
           05  WS-ADJREASN-PATH      PIC X(80) VALUE SPACES.
           05  WS-ADJRMAINT-PATH     PIC X(80) VALUE SPACES.
           05  WS-REGISTER-PATH      PIC X(80) VALUE SPACES.

       01  WS-REGISTER-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- ADJUSTMENT REASON MAINTENANCE ---     '.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RUN DATE: '.
               10  RH-DATE-OUT     PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  RH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(40)     VALUE SPACES.
           05  RH-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'ACTION'.
               10  FILLER          PIC X(4)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'REASON'.
               10  FILLER          PIC X(4)      VALUE SPACES.
               10  FILLER          PIC X(33)     VALUE 'BEFORE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(33)     VALUE 'AFTER'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE 'RESULT'.
               10  FILLER          PIC X(29)     VALUE SPACES.

       01  WS-REGISTER-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-ACTION           PIC X(1).
           05  FILLER              PIC X(9)      VALUE SPACES.
           05  DL-REASON-CODE      PIC X(3).
           05  FILLER              PIC X(7)      VALUE SPACES.
           05  DL-BEFORE           PIC X(33).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-AFTER            PIC X(33).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-RESULT           PIC X(30).
           05  FILLER              PIC X(7)      VALUE SPACES.

       01  WS-REGISTER-COUNT-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  CL-LABEL            PIC X(24).
           05  CL-APPLIED-OUT      PIC ZZ,ZZ9.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  CL-REJECTED-OUT     PIC ZZ,ZZ9.
           05  FILLER              PIC X(87)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'ADJRMNT: ADJUSTMENT REASON MAINTENANCE'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD.
           STRING WS-RUN-DATE-TEXT (1:4) '-' WS-RUN-DATE-TEXT (5:2)
                   '-' WS-RUN-DATE-TEXT (7:2)
               INTO WS-RUN-DATE-DISPLAY.

           PERFORM 040-LOAD-REASON-MASTER
               THRU 040-LOAD-REASON-MASTER-EXIT.
      *****************************************************************
      * A REASON MASTER PAST THE TABLE'S 50 ENTRIES CANNOT BE         *
      * MAINTAINED SAFELY: THE REWRITE AT THE END WOULD REBUILD THE   *
      * MASTER FROM A PARTIAL TABLE. THE RUN ABENDS WITH THE MASTER   *
      * UNTOUCHED INSTEAD - THE SAME GUARD VENDMNT KEEPS.             *
      *****************************************************************
           IF REASON-TABLE-OVERFLOW
               DISPLAY 'ADJRMNT ABEND - REASON MASTER EXCEEDS 50 '
                   'RECORDS - NOTHING APPLIED OR REWRITTEN'
               MOVE 16 TO RETURN-CODE
               GOBACK.

           OPEN OUTPUT REGISTER-FILE.
           PERFORM 080-OPEN-CHANGE-HISTORY
               THRU 080-OPEN-CHANGE-HISTORY-EXIT.
           PERFORM 100-WRITE-REGISTER-HEADERS
               THRU 100-WRITE-REGISTER-HEADERS-EXIT.

           OPEN INPUT ADJRMAINT-FILE.
           IF WS-ADJRMAINT-STATUS NOT = '00'
               DISPLAY 'NO ADJRMAINT FILE FOUND - NOTHING TO APPLY'
               MOVE 'Y' TO WS-MAINT-EOF-FLAG
           ELSE
               PERFORM 200-APPLY-MAINTENANCE
                   UNTIL MAINT-EOF
               CLOSE ADJRMAINT-FILE.

           PERFORM 600-REWRITE-REASON-MASTER
               THRU 600-REWRITE-REASON-MASTER-EXIT.
           PERFORM 700-WRITE-REGISTER-TRAILER
               THRU 700-WRITE-REGISTER-TRAILER-EXIT.
           CLOSE REGISTER-FILE
                 CHGHIST-FILE.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'ADJRMNT: REASON MAINTENANCE RUN ENDED'.
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
                   '/ADJREASN' DELIMITED BY SIZE
               INTO WS-ADJREASN-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/ADJRMAINT' DELIMITED BY SIZE
               INTO WS-ADJRMAINT-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/ADJRMAINT.REGISTER' DELIMITED BY SIZE
               INTO WS-REGISTER-PATH.
           ACCEPT WS-CHGHIST-PATH FROM ENVIRONMENT 'CHGHIST_PATH'.
           IF WS-CHGHIST-PATH = SPACES
               STRING WS-DATA-DIR DELIMITED BY SPACE
                       '/CHGHIST' DELIMITED BY SIZE
                   INTO WS-CHGHIST-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 040-LOAD-REASON-MASTER: LOADS THE REASON MASTER INTO          *
      * WS-REASON-TABLE. A MISSING MASTER IS A FIRST-EVER RUN - THE   *
      * MAINTENANCE FEED BUILDS IT FROM EMPTY.                        *
      *****************************************************************
       040-LOAD-REASON-MASTER.
           OPEN INPUT ADJREASN-FILE.
           IF WS-ADJREASN-STATUS NOT = '00'
               DISPLAY 'NO REASON MASTER FOUND - STARTING FROM EMPTY'
               MOVE 'Y' TO WS-ADJREASN-EOF-FLAG
           ELSE
               PERFORM 050-LOAD-ONE-REASON
                   UNTIL ADJREASN-EOF
               CLOSE ADJREASN-FILE.
       040-LOAD-REASON-MASTER-EXIT.
           EXIT.

       050-LOAD-ONE-REASON.
           READ ADJREASN-FILE
               AT END
                   MOVE 'Y' TO WS-ADJREASN-EOF-FLAG
               NOT AT END
                   IF WS-RSN-COUNT = 50
                       MOVE 'Y' TO WS-REASON-OVERFLOW-FLAG
                       MOVE 'Y' TO WS-ADJREASN-EOF-FLAG
                   ELSE
                       ADD 1 TO WS-RSN-COUNT
                       MOVE AR-REASON-CODE TO
                           WS-RSN-CODE (WS-RSN-COUNT)
                       MOVE AR-DESCRIPTION TO
                           WS-RSN-DESCRIPTION (WS-RSN-COUNT)
                       IF AR-STATUS = 'R'
                           MOVE 'R' TO WS-RSN-STATUS (WS-RSN-COUNT)
                       ELSE
                           MOVE 'A' TO WS-RSN-STATUS (WS-RSN-COUNT)
                       END-IF
                   END-IF.

      *****************************************************************
      * 080-OPEN-CHANGE-HISTORY: OPENS THE COMMON CHANGE-HISTORY      *
      * FILE EXTEND FOR THE RUN, WITH THE SAME BOOTSTRAP PRICMNT      *
      * USES.                                                         *
      *****************************************************************
       080-OPEN-CHANGE-HISTORY.
           ACCEPT WS-CHG-TIME FROM TIME.
           OPEN EXTEND CHGHIST-FILE.
           IF WS-CHGHIST-STATUS = '05' OR WS-CHGHIST-STATUS = '35'
               OPEN OUTPUT CHGHIST-FILE.
       080-OPEN-CHANGE-HISTORY-EXIT.
           EXIT.

      *****************************************************************
      * 200-APPLY-MAINTENANCE: READS ONE ADJRMAINT TRANSACTION AND    *
      * DISPATCHES IT - THE SAME SHAPE AS VENDMNT'S                   *
      * 200-APPLY-MAINTENANCE.                                        *
      *****************************************************************
       200-APPLY-MAINTENANCE.
           READ ADJRMAINT-FILE
               AT END
                   MOVE 'Y' TO WS-MAINT-EOF-FLAG
               NOT AT END
                   PERFORM 210-PROCESS-MAINT-RECORD
                       THRU 210-PROCESS-MAINT-RECORD-EXIT.

       210-PROCESS-MAINT-RECORD.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           IF AT-ACTION = 'A'
               PERFORM 220-ADD-REASON-ENTRY
                   THRU 220-ADD-REASON-ENTRY-EXIT
           ELSE IF AT-ACTION = 'C'
               PERFORM 230-CHANGE-REASON-ENTRY
                   THRU 230-CHANGE-REASON-ENTRY-EXIT
           ELSE IF AT-ACTION = 'D'
               PERFORM 240-DELETE-REASON-ENTRY
                   THRU 240-DELETE-REASON-ENTRY-EXIT
           ELSE IF AT-ACTION = 'S'
               PERFORM 250-SET-REASON-STATUS
                   THRU 250-SET-REASON-STATUS-EXIT
           ELSE
               DISPLAY '  MAINT ERROR: INVALID ACTION CODE "'
                   AT-ACTION '".'
               MOVE AT-REASON-CODE TO WS-LOOKUP-CODE
               MOVE 'INVALID ACTION CODE           ' TO DL-RESULT
               PERFORM 300-WRITE-REGISTER-LINE
                   THRU 300-WRITE-REGISTER-LINE-EXIT.
       210-PROCESS-MAINT-RECORD-EXIT.
           EXIT.

       220-ADD-REASON-ENTRY.
           MOVE AT-REASON-CODE TO WS-LOOKUP-CODE.
           PERFORM 270-FIND-REASON-BY-CODE
               THRU 270-FIND-REASON-BY-CODE-EXIT.
           IF AT-REASON-CODE = SPACES
               ADD 1 TO WS-ADD-REJECTED
               MOVE 'ADD ERROR: CODE IS BLANK      ' TO DL-RESULT
           ELSE IF LOOKUP-FOUND
               ADD 1 TO WS-ADD-REJECTED
               PERFORM 290-CAPTURE-BEFORE-IMAGE
                   THRU 290-CAPTURE-BEFORE-IMAGE-EXIT
               MOVE 'ADD ERROR: ALREADY EXISTS     ' TO DL-RESULT
           ELSE IF AT-DESCRIPTION = SPACES
               ADD 1 TO WS-ADD-REJECTED
               MOVE 'ADD ERROR: DESCRIPTION BLANK  ' TO DL-RESULT
           ELSE IF WS-RSN-COUNT = WS-RSN-TABLE-MAX
               ADD 1 TO WS-ADD-REJECTED
               MOVE 'ADD ERROR: REASON TABLE FULL  ' TO DL-RESULT
           ELSE
               ADD 1 TO WS-ADD-APPLIED
               ADD 1 TO WS-RSN-COUNT
               MOVE AT-REASON-CODE TO WS-RSN-CODE (WS-RSN-COUNT)
               MOVE AT-DESCRIPTION TO
                   WS-RSN-DESCRIPTION (WS-RSN-COUNT)
               MOVE 'A' TO WS-RSN-STATUS (WS-RSN-COUNT)
               STRING AT-DESCRIPTION ' A'
                       DELIMITED BY SIZE
                   INTO WS-AFTER-IMAGE
               PERFORM 280-SORT-REASON-TABLE
                   THRU 280-SORT-REASON-TABLE-EXIT
               MOVE 'APPLIED                       ' TO DL-RESULT.
           PERFORM 300-WRITE-REGISTER-LINE
               THRU 300-WRITE-REGISTER-LINE-EXIT.
       220-ADD-REASON-ENTRY-EXIT.
           EXIT.

       230-CHANGE-REASON-ENTRY.
           MOVE AT-REASON-CODE TO WS-LOOKUP-CODE.
           PERFORM 270-FIND-REASON-BY-CODE
               THRU 270-FIND-REASON-BY-CODE-EXIT.
           IF NOT LOOKUP-FOUND
               ADD 1 TO WS-CHG-REJECTED
               MOVE 'CHANGE ERROR: NOT FOUND       ' TO DL-RESULT
           ELSE IF AT-DESCRIPTION = SPACES
               ADD 1 TO WS-CHG-REJECTED
               PERFORM 290-CAPTURE-BEFORE-IMAGE
                   THRU 290-CAPTURE-BEFORE-IMAGE-EXIT
               MOVE 'CHANGE ERROR: DESCRIPTION BLNK' TO DL-RESULT
           ELSE
               ADD 1 TO WS-CHG-APPLIED
               PERFORM 290-CAPTURE-BEFORE-IMAGE
                   THRU 290-CAPTURE-BEFORE-IMAGE-EXIT
               MOVE AT-DESCRIPTION TO WS-RSN-DESCRIPTION (WS-RSN-IDX)
               STRING WS-RSN-DESCRIPTION (WS-RSN-IDX) ' '
                       WS-RSN-STATUS (WS-RSN-IDX)
                       DELIMITED BY SIZE
                   INTO WS-AFTER-IMAGE
               MOVE 'APPLIED                       ' TO DL-RESULT.
           PERFORM 300-WRITE-REGISTER-LINE
               THRU 300-WRITE-REGISTER-LINE-EXIT.
       230-CHANGE-REASON-ENTRY-EXIT.
           EXIT.

       240-DELETE-REASON-ENTRY.
           MOVE AT-REASON-CODE TO WS-LOOKUP-CODE.
           PERFORM 270-FIND-REASON-BY-CODE
               THRU 270-FIND-REASON-BY-CODE-EXIT.
           IF NOT LOOKUP-FOUND
               ADD 1 TO WS-DEL-REJECTED
               MOVE 'DELETE ERROR: NOT FOUND       ' TO DL-RESULT
           ELSE
               ADD 1 TO WS-DEL-APPLIED
               PERFORM 290-CAPTURE-BEFORE-IMAGE
                   THRU 290-CAPTURE-BEFORE-IMAGE-EXIT
               PERFORM 295-REMOVE-REASON-AT-INDEX
                   THRU 295-REMOVE-REASON-AT-INDEX-EXIT
               MOVE 'APPLIED                       ' TO DL-RESULT.
           PERFORM 300-WRITE-REGISTER-LINE
               THRU 300-WRITE-REGISTER-LINE-EXIT.
       240-DELETE-REASON-ENTRY-EXIT.
           EXIT.

      *****************************************************************
      * 250-SET-REASON-STATUS: MARKS A REASON ACTIVE OR RETIRED       *
      * WITHOUT TOUCHING ITS DESCRIPTION - THE SAME SHAPE AS          *
      * VENDMNT'S 250-SET-VENDOR-STATUS.                              *
      *****************************************************************
       250-SET-REASON-STATUS.
           MOVE AT-REASON-CODE TO WS-LOOKUP-CODE.
           PERFORM 270-FIND-REASON-BY-CODE
               THRU 270-FIND-REASON-BY-CODE-EXIT.
           IF AT-NEW-STATUS NOT = 'A' AND AT-NEW-STATUS NOT = 'R'
               ADD 1 TO WS-STS-REJECTED
               MOVE 'STATUS ERROR: INVALID STATUS  ' TO DL-RESULT
           ELSE IF NOT LOOKUP-FOUND
               ADD 1 TO WS-STS-REJECTED
               MOVE 'STATUS ERROR: NOT FOUND       ' TO DL-RESULT
           ELSE
               ADD 1 TO WS-STS-APPLIED
               PERFORM 290-CAPTURE-BEFORE-IMAGE
                   THRU 290-CAPTURE-BEFORE-IMAGE-EXIT
               MOVE AT-NEW-STATUS TO WS-RSN-STATUS (WS-RSN-IDX)
               STRING WS-RSN-DESCRIPTION (WS-RSN-IDX) ' '
                       AT-NEW-STATUS
                       DELIMITED BY SIZE
                   INTO WS-AFTER-IMAGE
               MOVE 'APPLIED                       ' TO DL-RESULT.
           PERFORM 300-WRITE-REGISTER-LINE
               THRU 300-WRITE-REGISTER-LINE-EXIT.
       250-SET-REASON-STATUS-EXIT.
           EXIT.

      *****************************************************************
      * 270-FIND-REASON-BY-CODE: SEARCHES WS-REASON-TABLE FOR         *
      * WS-LOOKUP-CODE - THE SAME SHAPE AS VENDMNT'S                  *
      * 270-FIND-VENDOR-BY-CODE.                                      *
      *****************************************************************
       270-FIND-REASON-BY-CODE.
           MOVE 'N' TO WS-LOOKUP-FOUND-FLAG.
           IF WS-RSN-COUNT = ZERO
               GO TO 270-FIND-REASON-BY-CODE-EXIT.
           SET WS-RSN-IDX TO 1.
           SEARCH ALL WS-RSN-ENTRY
               WHEN WS-RSN-CODE (WS-RSN-IDX) = WS-LOOKUP-CODE
                   MOVE 'Y' TO WS-LOOKUP-FOUND-FLAG.
       270-FIND-REASON-BY-CODE-EXIT.
           EXIT.

      *****************************************************************
      * 280-SORT-REASON-TABLE: BUBBLE SORT KEEPING WS-REASON-TABLE IN *
      * ASCENDING CODE ORDER SO SEARCH ALL STAYS VALID AND THE        *
      * REWRITTEN ADJREASN STAYS SORTED.                              *
      *****************************************************************
       280-SORT-REASON-TABLE.
           IF WS-RSN-COUNT > 1
               PERFORM 282-SORT-OUTER-PASS
                   THRU 282-SORT-OUTER-PASS-EXIT
                   WS-RSN-COUNT TIMES.
       280-SORT-REASON-TABLE-EXIT.
           EXIT.

       282-SORT-OUTER-PASS.
           MOVE 1 TO WS-SORT-J.
           PERFORM 284-SORT-INNER-COMPARE
               THRU 284-SORT-INNER-COMPARE-EXIT
               WS-RSN-COUNT TIMES.
       282-SORT-OUTER-PASS-EXIT.
           EXIT.

       284-SORT-INNER-COMPARE.
           IF WS-SORT-J < WS-RSN-COUNT
               IF WS-RSN-CODE (WS-SORT-J) >
                       WS-RSN-CODE (WS-SORT-J + 1)
                   MOVE WS-RSN-CODE (WS-SORT-J)   TO WS-SWAP-CODE
                   MOVE WS-RSN-DESCRIPTION (WS-SORT-J) TO
                       WS-SWAP-DESCRIPTION
                   MOVE WS-RSN-STATUS (WS-SORT-J) TO WS-SWAP-STATUS
                   MOVE WS-RSN-CODE (WS-SORT-J + 1) TO
                       WS-RSN-CODE (WS-SORT-J)
                   MOVE WS-RSN-DESCRIPTION (WS-SORT-J + 1) TO
                       WS-RSN-DESCRIPTION (WS-SORT-J)
                   MOVE WS-RSN-STATUS (WS-SORT-J + 1) TO
                       WS-RSN-STATUS (WS-SORT-J)
                   MOVE WS-SWAP-CODE TO WS-RSN-CODE (WS-SORT-J + 1)
                   MOVE WS-SWAP-DESCRIPTION TO
                       WS-RSN-DESCRIPTION (WS-SORT-J + 1)
                   MOVE WS-SWAP-STATUS TO
                       WS-RSN-STATUS (WS-SORT-J + 1).
           ADD 1 TO WS-SORT-J.
       284-SORT-INNER-COMPARE-EXIT.
           EXIT.

      *****************************************************************
      * 290-CAPTURE-BEFORE-IMAGE: THE DESCRIPTION AND STATUS AT       *
      * WS-RSN-IDX, FOR THE REGISTER LINE'S BEFORE COLUMN.            *
      *****************************************************************
       290-CAPTURE-BEFORE-IMAGE.
           STRING WS-RSN-DESCRIPTION (WS-RSN-IDX) ' '
                   WS-RSN-STATUS (WS-RSN-IDX) DELIMITED BY SIZE
               INTO WS-BEFORE-IMAGE.
       290-CAPTURE-BEFORE-IMAGE-EXIT.
           EXIT.

      *****************************************************************
      * 295-REMOVE-REASON-AT-INDEX: CLOSES THE GAP LEFT BY A DELETED  *
      * ENTRY - THE SAME SHAPE AS VENDMNT'S REMOVE-VENDOR-AT-INDEX.   *
      *****************************************************************
       295-REMOVE-REASON-AT-INDEX.
           MOVE WS-RSN-IDX TO WS-REMOVE-J.
           PERFORM 296-SHIFT-REASON-DOWN
               THRU 296-SHIFT-REASON-DOWN-EXIT
               UNTIL WS-REMOVE-J NOT < WS-RSN-COUNT.
           SUBTRACT 1 FROM WS-RSN-COUNT.
       295-REMOVE-REASON-AT-INDEX-EXIT.
           EXIT.

       296-SHIFT-REASON-DOWN.
           MOVE WS-RSN-CODE (WS-REMOVE-J + 1) TO
               WS-RSN-CODE (WS-REMOVE-J).
           MOVE WS-RSN-DESCRIPTION (WS-REMOVE-J + 1) TO
               WS-RSN-DESCRIPTION (WS-REMOVE-J).
           MOVE WS-RSN-STATUS (WS-REMOVE-J + 1) TO
               WS-RSN-STATUS (WS-REMOVE-J).
           ADD 1 TO WS-REMOVE-J.
       296-SHIFT-REASON-DOWN-EXIT.
           EXIT.

      *****************************************************************
      * 300-WRITE-REGISTER-LINE: PRINTS ONE BEFORE/AFTER LINE FOR THE *
      * ACTION IN HAND. EVERY APPLIED ACTION ALSO GOES TO THE         *
      * MACHINE-READABLE CHANGE HISTORY.                              *
      *****************************************************************
       300-WRITE-REGISTER-LINE.
           IF DL-RESULT (1:7) = 'APPLIED'
               PERFORM 305-WRITE-CHANGE-HISTORY
                   THRU 305-WRITE-CHANGE-HISTORY-EXIT.
           MOVE AT-ACTION TO DL-ACTION.
           MOVE WS-LOOKUP-CODE TO DL-REASON-CODE.
           MOVE WS-BEFORE-IMAGE TO DL-BEFORE.
           MOVE WS-AFTER-IMAGE TO DL-AFTER.
           MOVE WS-REGISTER-DETAIL-LINE TO REGISTER-RECORD.
           PERFORM 310-EMIT-REGISTER-LINE
               THRU 310-EMIT-REGISTER-LINE-EXIT.
       300-WRITE-REGISTER-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 305-WRITE-CHANGE-HISTORY: KEYED BY THE REASON CODE, WITH THE  *
      * REGISTER'S BEFORE/AFTER IMAGES.                               *
      *****************************************************************
       305-WRITE-CHANGE-HISTORY.
           MOVE 'ADJRMNT '       TO CHG-PROGRAM-ID.
           MOVE WS-RUN-DATE-TEXT TO CHG-RUN-DATE.
           MOVE WS-CHG-TIME (1:6) TO CHG-RUN-TIME.
           MOVE AT-ACTION        TO CHG-ACTION.
           MOVE WS-LOOKUP-CODE   TO CHG-KEY.
           MOVE WS-BEFORE-IMAGE  TO CHG-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE   TO CHG-AFTER-IMAGE.
           MOVE SPACES           TO CHG-OPERATOR-ID.
           MOVE SPACES           TO CHG-APPROVER-ID.
           WRITE CHGHIST-RECORD.
       305-WRITE-CHANGE-HISTORY-EXIT.
           EXIT.

       310-EMIT-REGISTER-LINE.
           WRITE REGISTER-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 100-WRITE-REGISTER-HEADERS
                   THRU 100-WRITE-REGISTER-HEADERS-EXIT.
       310-EMIT-REGISTER-LINE-EXIT.
           EXIT.

       100-WRITE-REGISTER-HEADERS.
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
       100-WRITE-REGISTER-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 600-REWRITE-REASON-MASTER: WRITES WS-REASON-TABLE BACK OUT TO *
      * THE REASON MASTER SO THE MAINTENANCE PERSISTS - THE SAME      *
      * SHAPE AS VENDMNT'S 600-REWRITE-VENDOR-MASTER.                 *
      *****************************************************************
       600-REWRITE-REASON-MASTER.
           OPEN OUTPUT ADJREASN-FILE.
           MOVE 1 TO WS-WRITE-J.
           PERFORM 610-WRITE-REASON-RECORD
               THRU 610-WRITE-REASON-RECORD-EXIT
               WS-RSN-COUNT TIMES.
           CLOSE ADJREASN-FILE.
       600-REWRITE-REASON-MASTER-EXIT.
           EXIT.

       610-WRITE-REASON-RECORD.
           MOVE WS-RSN-CODE (WS-WRITE-J) TO AR-REASON-CODE.
           MOVE WS-RSN-DESCRIPTION (WS-WRITE-J) TO AR-DESCRIPTION.
           MOVE WS-RSN-STATUS (WS-WRITE-J) TO AR-STATUS.
           WRITE AR-RECORD.
           ADD 1 TO WS-WRITE-J.
       610-WRITE-REASON-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * 700-WRITE-REGISTER-TRAILER: END-OF-RUN APPLIED/REJECTED       *
      * COUNTS BY ACTION CODE.                                        *
      *****************************************************************
       700-WRITE-REGISTER-TRAILER.
           MOVE WS-BLANK-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE SPACES TO REGISTER-RECORD.
           STRING '     ACTION          APPLIED    REJECTED'
               DELIMITED BY SIZE INTO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'ADDS:                   ' TO CL-LABEL.
           MOVE WS-ADD-APPLIED TO CL-APPLIED-OUT.
           MOVE WS-ADD-REJECTED TO CL-REJECTED-OUT.
           MOVE WS-REGISTER-COUNT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'CHANGES:                ' TO CL-LABEL.
           MOVE WS-CHG-APPLIED TO CL-APPLIED-OUT.
           MOVE WS-CHG-REJECTED TO CL-REJECTED-OUT.
           MOVE WS-REGISTER-COUNT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'DELETES:                ' TO CL-LABEL.
           MOVE WS-DEL-APPLIED TO CL-APPLIED-OUT.
           MOVE WS-DEL-REJECTED TO CL-REJECTED-OUT.
           MOVE WS-REGISTER-COUNT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'STATUS SETS:            ' TO CL-LABEL.
           MOVE WS-STS-APPLIED TO CL-APPLIED-OUT.
           MOVE WS-STS-REJECTED TO CL-REJECTED-OUT.
           MOVE WS-REGISTER-COUNT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
       700-WRITE-REGISTER-TRAILER-EXIT.
           EXIT.
