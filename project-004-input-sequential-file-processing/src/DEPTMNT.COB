      * THE DEPARTMENT CODE ON EVERY ADD AND CHANGE IN THE INPUT      *
      * FEED AGAINST THIS MASTER, AND DEPTRPT BREAKS THE ROSTER       *
      * HEADCOUNT BY IT.                                              *
      *                                                               *
      * EVERY TRANSACTION CARRIES THE KEYING OPERATOR'S ID, WHICH     *
      * MUST BE AUTHORIZED FOR DEPTMNT AND THE ACTION ON THE CENTRAL  *
      * OPERAUTH FILE - AN UNAUTHORIZED TRANSACTION IS REJECTED ONTO  *
      * THE REGISTER. EVERY APPLIED ACTION IS APPENDED TO CHGHIST     *
      * WITH THE OPERATOR WHO KEYED IT.                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTMNT.
               FILE STATUS IS WS-DEPTMAINT-STATUS.
           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
      * CHGHIST-FILE: THE COMMON MASTER-CHANGE HISTORY - SEE         *
      * copybooks/CHGHIST.CPY. ONE RECORD APPENDED PER APPLIED       *
      * ACTION.                                                      *
      *****************************************************************
           SELECT CHGHIST-FILE ASSIGN DYNAMIC WS-CHGHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGHIST-STATUS.
      *****************************************************************
      * OPERAUTH-FILE: THE CENTRAL OPERATOR AUTHORIZATION FILE - SEE *
      * copybooks/OPERAUTH.CPY. ONLY THE DEPTMNT RECORDS ARE LOADED. *
      *****************************************************************
           SELECT OPERAUTH-FILE ASSIGN DYNAMIC WS-OPERAUTH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * DEPTMAINT-FILE: ONE MAINTENANCE TRANSACTION PER RECORD -     *
      * 'A' ADD / 'C' CHANGE (CODE AND NAME) / 'D' DELETE (CODE).    *
      * DT-OPERATOR-ID IS THE OPERATOR WHO KEYED THE TRANSACTION.    *
      *****************************************************************
       FD  DEPTMAINT-FILE
           RECORDING MODE IS F.
           05  DT-ACTION            PIC X(01).
           05  DT-DEPT-CODE         PIC X(03).
           05  DT-DEPT-NAME         PIC X(20).
           05  DT-OPERATOR-ID       PIC X(08).

       FD  REGISTER-FILE
           RECORDING MODE IS F.

       01  REGISTER-RECORD           PIC X(132).

       FD  CHGHIST-FILE
           RECORDING MODE IS F.

       COPY CHGHIST.

       FD  OPERAUTH-FILE
           RECORDING MODE IS F.

       COPY OPERAUTH.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-DEPTMAST-STATUS    PIC XX.
           05  WS-DEPTMAINT-STATUS   PIC XX.
           05  WS-OPERAUTH-STATUS    PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-DEPTMAST-EOF-FLAG  PIC X          VALUE 'N'.
               88  MAINT-EOF         VALUE 'Y'.
           05  WS-DEPT-OVERFLOW-FLAG PIC X          VALUE 'N'.
               88  DEPT-TABLE-OVERFLOW VALUE 'Y'.
           05  WS-OPERAUTH-EOF-FLAG  PIC X          VALUE 'N'.
               88  OPERAUTH-EOF      VALUE 'Y'.
           05  WS-AUTH-FOUND-FLAG    PIC X          VALUE 'N'.
               88  OPERATOR-AUTHORIZED VALUE 'Y'.

       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT        PIC 9(02) COMP VALUE ZERO.
       77  WS-SWAP-CODE             PIC X(03)      VALUE SPACES.
       77  WS-SWAP-NAME             PIC X(20)      VALUE SPACES.

      *****************************************************************
      * WS-AUTH-TABLE: THE OPERATORS AUTHORIZED FOR DEPTMNT AND THE  *
      * ACTION EACH MAY KEY ('*' = ANY), LOADED FROM OPERAUTH.       *
      *****************************************************************
       01  WS-AUTH-TABLE.
           05  WS-AUTH-COUNT        PIC 9(03) COMP VALUE ZERO.
           05  WS-AUTH-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-AUTH-COUNT
                       INDEXED BY WS-AUTH-IDX.
               10  WS-AUTH-OPERATOR-ID PIC X(08).
               10  WS-AUTH-ACTION      PIC X(01).

       01  WS-LOOKUP-FIELDS.
           05  WS-LOOKUP-CODE       PIC X(03)      VALUE SPACES.
           05  WS-LOOKUP-FOUND-FLAG PIC X          VALUE 'N'.
           05  WS-CHG-REJECTED      PIC 9(05) COMP VALUE ZERO.
           05  WS-DEL-APPLIED       PIC 9(05) COMP VALUE ZERO.
           05  WS-DEL-REJECTED      PIC 9(05) COMP VALUE ZERO.
           05  WS-AUTH-REJECTED     PIC 9(05) COMP VALUE ZERO.

      *****************************************************************
      * WS-CHGHIST-FIELDS: SUPPORT THE COMMON CHANGE-HISTORY RECORD.  *
      *****************************************************************
       01  WS-CHGHIST-FIELDS.
           05  WS-CHGHIST-STATUS     PIC XX.
           05  WS-CHGHIST-PATH       PIC X(80)      VALUE SPACES.
           05  WS-CHG-TIME           PIC 9(08)      VALUE ZERO.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE-TEXT      PIC X(08)      VALUE ZEROS.
           05  WS-DEPTMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-DEPTMAINT-PATH     PIC X(80) VALUE SPACES.
           05  WS-REGISTER-PATH      PIC X(80) VALUE SPACES.
           05  WS-OPERAUTH-PATH      PIC X(80) VALUE SPACES.

       01  WS-REGISTER-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(20)     VALUE 'AFTER'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(32)     VALUE 'RESULT'.
               10  FILLER          PIC X(8)      VALUE 'OPERATOR'.
               10  FILLER          PIC X(25)     VALUE SPACES.

       01  WS-REGISTER-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-AFTER            PIC X(20).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-RESULT           PIC X(30).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-OPERATOR         PIC X(08).
           05  FILLER              PIC X(25)     VALUE SPACES.

       01  WS-REGISTER-COUNT-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.

           PERFORM 040-LOAD-DEPARTMENT-MASTER
               THRU 040-LOAD-DEPARTMENT-MASTER-EXIT.
           PERFORM 070-LOAD-OPERATOR-AUTHORITY
               THRU 070-LOAD-OPERATOR-AUTHORITY-EXIT.
      *****************************************************************
      * A DEPARTMENT MASTER PAST THE TABLE'S 50 ENTRIES CANNOT BE    *
      * MAINTAINED SAFELY: THE REWRITE AT THE END WOULD REBUILD THE  *
           OPEN OUTPUT REGISTER-FILE.
           PERFORM 100-WRITE-REGISTER-HEADERS
               THRU 100-WRITE-REGISTER-HEADERS-EXIT.
           PERFORM 080-OPEN-CHANGE-HISTORY
               THRU 080-OPEN-CHANGE-HISTORY-EXIT.

           OPEN INPUT DEPTMAINT-FILE.
           IF WS-DEPTMAINT-STATUS NOT = '00'
           PERFORM 700-WRITE-REGISTER-TRAILER
               THRU 700-WRITE-REGISTER-TRAILER-EXIT.
           CLOSE REGISTER-FILE.
           CLOSE CHGHIST-FILE.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'DEPTMNT: DEPARTMENT MAINTENANCE RUN ENDED'.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/DEPTMAINT.REGISTER' DELIMITED BY SIZE
               INTO WS-REGISTER-PATH.
           ACCEPT WS-CHGHIST-PATH FROM ENVIRONMENT 'CHGHIST_PATH'.
           IF WS-CHGHIST-PATH = SPACES
               STRING WS-DATA-DIR DELIMITED BY SPACE
                       '/CHGHIST' DELIMITED BY SIZE
                   INTO WS-CHGHIST-PATH.
           ACCEPT WS-OPERAUTH-PATH FROM ENVIRONMENT 'OPERAUTH_PATH'.
           IF WS-OPERAUTH-PATH = SPACES
               MOVE
                 '../project-007-nightly-batch-driver/data/OPERAUTH'
                   TO WS-OPERAUTH-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

                           WS-DEPT-NAME (WS-DEPT-COUNT)
                   END-IF.

      *****************************************************************
      * 070-LOAD-OPERATOR-AUTHORITY: LOADS THE DEPTMNT RECORDS OF    *
      * THE CENTRAL OPERAUTH FILE. A MISSING FILE AUTHORIZES NOBODY  *
      * - EVERY TRANSACTION WILL REJECT.                             *
      *****************************************************************
       070-LOAD-OPERATOR-AUTHORITY.
           OPEN INPUT OPERAUTH-FILE.
           IF WS-OPERAUTH-STATUS NOT = '00'
               DISPLAY 'NO OPERAUTH FILE FOUND - EVERY DEPARTMENT '
                   'TRANSACTION WILL REJECT'
               GO TO 070-LOAD-OPERATOR-AUTHORITY-EXIT.
           PERFORM 075-LOAD-ONE-AUTHORITY
               UNTIL OPERAUTH-EOF.
           CLOSE OPERAUTH-FILE.
       070-LOAD-OPERATOR-AUTHORITY-EXIT.
           EXIT.

       075-LOAD-ONE-AUTHORITY.
           READ OPERAUTH-FILE
               AT END
                   MOVE 'Y' TO WS-OPERAUTH-EOF-FLAG
               NOT AT END
                   IF OPA-PROGRAM-ID = 'DEPTMNT '
                           AND WS-AUTH-COUNT < 100
                       ADD 1 TO WS-AUTH-COUNT
                       MOVE OPA-OPERATOR-ID TO
                           WS-AUTH-OPERATOR-ID (WS-AUTH-COUNT)
                       MOVE OPA-ACTION TO
                           WS-AUTH-ACTION (WS-AUTH-COUNT)
                   END-IF.

      *****************************************************************
      * 080-OPEN-CHANGE-HISTORY: OPENS THE COMMON CHANGE-HISTORY     *
      * FILE EXTEND FOR THE RUN, WITH THE SAME BOOTSTRAP THE         *
      * OPSTATS WRITERS USE.                                         *
      *****************************************************************
       080-OPEN-CHANGE-HISTORY.
           ACCEPT WS-CHG-TIME FROM TIME.
           OPEN EXTEND CHGHIST-FILE.
           IF WS-CHGHIST-STATUS = '05' OR WS-CHGHIST-STATUS = '35'
               OPEN OUTPUT CHGHIST-FILE.
       080-OPEN-CHANGE-HISTORY-EXIT.
           EXIT.

       200-APPLY-MAINTENANCE.
           READ DEPTMAINT-FILE
               AT END
       210-PROCESS-MAINT-RECORD.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           PERFORM 215-CHECK-OPERATOR-AUTHORITY
               THRU 215-CHECK-OPERATOR-AUTHORITY-EXIT.
           IF NOT OPERATOR-AUTHORIZED
               ADD 1 TO WS-AUTH-REJECTED
               MOVE DT-DEPT-CODE TO WS-LOOKUP-CODE
               PERFORM 300-WRITE-REGISTER-LINE
                   THRU 300-WRITE-REGISTER-LINE-EXIT
               GO TO 210-PROCESS-MAINT-RECORD-EXIT.
           IF DT-ACTION = 'A'
               PERFORM 220-ADD-DEPARTMENT
                   THRU 220-ADD-DEPARTMENT-EXIT
       210-PROCESS-MAINT-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * 215-CHECK-OPERATOR-AUTHORITY: SETS OPERATOR-AUTHORIZED WHEN  *
      * THE TRANSACTION CARRIES AN OPERATOR ID THAT OPERAUTH ALLOWS  *
      * TO KEY DT-ACTION IN DEPTMNT. OTHERWISE DL-RESULT SAYS WHY.   *
      *****************************************************************
       215-CHECK-OPERATOR-AUTHORITY.
           MOVE 'N' TO WS-AUTH-FOUND-FLAG.
           IF DT-OPERATOR-ID = SPACES
               DISPLAY '  MAINT ERROR: NO OPERATOR ID ON '
                   DT-DEPT-CODE '.'
               MOVE 'AUTH ERROR: NO OPERATOR ID    ' TO DL-RESULT
               GO TO 215-CHECK-OPERATOR-AUTHORITY-EXIT.
           IF WS-AUTH-COUNT > ZERO
               SET WS-AUTH-IDX TO 1
               SEARCH WS-AUTH-ENTRY
                   WHEN WS-AUTH-OPERATOR-ID (WS-AUTH-IDX) =
                           DT-OPERATOR-ID
                       AND (WS-AUTH-ACTION (WS-AUTH-IDX) = DT-ACTION
                         OR WS-AUTH-ACTION (WS-AUTH-IDX) = '*')
                       MOVE 'Y' TO WS-AUTH-FOUND-FLAG.
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY '  MAINT ERROR: OPERATOR ' DT-OPERATOR-ID
                   ' NOT AUTHORIZED FOR ACTION "' DT-ACTION '".'
               MOVE 'AUTH ERROR: NOT AUTHORIZED    ' TO DL-RESULT.
       215-CHECK-OPERATOR-AUTHORITY-EXIT.
           EXIT.

       220-ADD-DEPARTMENT.
           MOVE DT-DEPT-CODE TO WS-LOOKUP-CODE.
           PERFORM 270-FIND-DEPT-BY-CODE
           EXIT.

       300-WRITE-REGISTER-LINE.
      *****************************************************************
      * EVERY APPLIED ACTION ALSO GOES TO THE MACHINE-READABLE       *
      * CHANGE HISTORY.                                              *
      *****************************************************************
           IF DL-RESULT (1:7) = 'APPLIED'
               PERFORM 305-WRITE-CHANGE-HISTORY
                   THRU 305-WRITE-CHANGE-HISTORY-EXIT.
           MOVE DT-ACTION TO DL-ACTION.
           MOVE DT-OPERATOR-ID TO DL-OPERATOR.
           MOVE WS-LOOKUP-CODE TO DL-DEPT-CODE.
           MOVE WS-BEFORE-IMAGE TO DL-BEFORE.
           MOVE WS-AFTER-IMAGE TO DL-AFTER.
       300-WRITE-REGISTER-LINE-EXIT.
           EXIT.

       305-WRITE-CHANGE-HISTORY.
           MOVE 'DEPTMNT '        TO CHG-PROGRAM-ID.
           MOVE WS-RUN-DATE-TEXT  TO CHG-RUN-DATE.
           MOVE WS-CHG-TIME (1:6) TO CHG-RUN-TIME.
           MOVE DT-ACTION         TO CHG-ACTION.
           MOVE WS-LOOKUP-CODE    TO CHG-KEY.
           MOVE WS-BEFORE-IMAGE   TO CHG-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE    TO CHG-AFTER-IMAGE.
           MOVE DT-OPERATOR-ID    TO CHG-OPERATOR-ID.
           MOVE SPACES            TO CHG-APPROVER-ID.
           WRITE CHGHIST-RECORD.
       305-WRITE-CHANGE-HISTORY-EXIT.
           EXIT.

       310-EMIT-REGISTER-LINE.
           WRITE REGISTER-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           MOVE WS-DEL-REJECTED TO CL-REJECTED-OUT.
           MOVE WS-REGISTER-COUNT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'NOT AUTHORIZED:         ' TO CL-LABEL.
           MOVE ZERO TO CL-APPLIED-OUT.
           MOVE WS-AUTH-REJECTED TO CL-REJECTED-OUT.
           MOVE WS-REGISTER-COUNT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
       700-WRITE-REGISTER-TRAILER-EXIT.
           EXIT.
