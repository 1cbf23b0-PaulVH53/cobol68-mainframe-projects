           SELECT ALERTS-FILE ASSIGN DYNAMIC WS-ALERTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.
      *****************************************************************
      * ITEMSUPR-FILE: THE SUPERSESSION CROSS-REFERENCE - ONE RECORD *
      * PER ITEM CODE A VENDOR HAS REPLACED, POINTING THE OLD CODE   *
      * AT ITS SUCCESSOR. KEPT BY THE 'R' MAINTENANCE ACTION AND     *
      * READ BY PROJ6, POGEN AND SUPRRPT.                            *
      *****************************************************************
           SELECT ITEMSUPR-FILE ASSIGN DYNAMIC WS-ITEMSUPR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEMSUPR-STATUS.
      *****************************************************************
      * OPERAUTH-FILE: THE CENTRAL OPERATOR AUTHORIZATION FILE - SEE *
      * copybooks/OPERAUTH.CPY. ONLY THE PROJ2 RECORDS ARE LOADED.   *
      *****************************************************************
           SELECT OPERAUTH-FILE ASSIGN DYNAMIC WS-OPERAUTH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * ITEMMAINT-FILE: ADD/CHANGE/DELETE/SET-STATUS TRANSACTIONS      *
      * AGAINST THE ITEM MASTER. MT-ACTION IS 'A', 'C', 'D' OR 'S';   *
      * FOR 'S' THE NEW STATUS ('A' OR 'D') IS IN MT-NEW-STATUS.      *
      * 'R' RECORDS THAT THE ITEM HAS BEEN REPLACED BY MT-SUCCESSOR.  *
      *****************************************************************
       FD  ITEMMAINT-FILE
           RECORDING MODE IS F.
           05  MT-CLASS            PIC X(4).
           05  MT-UOM              PIC X(3).
      *****************************************************************
      * MT-SUCCESSOR: ON 'R' THE ITEM CODE THAT REPLACES MT-ITEM-CODE.*
      * THE OLD ITEM IS DISCONTINUED AND THE SUPERSESSION WRITTEN TO  *
      * ITEMSUPR; A BLANK SUCCESSOR TAKES AN EXISTING SUPERSESSION    *
      * OFF AGAIN (THE ITEM STAYS DISCONTINUED UNTIL AN 'S' SETS IT   *
      * BACK). BLANK ON EVERY OTHER ACTION.                           *
      *****************************************************************
           05  MT-SUCCESSOR        PIC X(10).
      *****************************************************************
      * MT-OPERATOR-ID: THE OPERATOR WHO KEYED THE TRANSACTION. IT   *
      * MUST BE AUTHORIZED ON OPERAUTH FOR PROJ2 AND THE ACTION, OR  *
      * THE TRANSACTION REJECTS. IT IS STAMPED ON THE CHANGE         *
      * HISTORY.                                                     *
      *****************************************************************
           05  MT-OPERATOR-ID      PIC X(8).
      *****************************************************************
      * ITEMRQST-FILE: ONE LOOKUP REQUEST PER RECORD.                 *
      *****************************************************************
       FD  ITEMRQST-FILE
       01  CT-RECORD.
           05  CT-CLASS-CODE       PIC X(4).
           05  CT-CLASS-DESC       PIC X(20).
      *****************************************************************
      * CT-LOT-CONTROL: 'Y' WHEN STOCK IN THE CLASS HAS A SHELF LIFE *
      * AND IS TRACKED BY LOT AND EXPIRY DATE - PROJ6 POSTS ITS      *
      * RECEIPTS AND ISSUES TO THE LOT BALANCE FILE AS WELL AS THE   *
      * INVENTORY POSITION. BLANK (OLDER CARDS) MEANS NOT CONTROLLED.*
      *****************************************************************
           05  CT-LOT-CONTROL      PIC X(1).
               88  CT-LOT-CONTROLLED         VALUE 'Y'.
      *****************************************************************
      * CT-INSPECT: 'Y' WHEN EVERY RECEIPT IN THE CLASS MUST PASS     *
      * QUALITY INSPECTION BEFORE IT CAN BE USED - PROJ6 POSTS THE    *
      * RECEIPT TO THE HELD STOCK FILE, NOT ON-HAND, UNTIL A QC       *
      * RELEASE OR REJECT CLEARS IT. BLANK MEANS NO INSPECTION.       *
      *****************************************************************
           05  CT-INSPECT          PIC X(1).
               88  CT-INSPECT-REQUIRED       VALUE 'Y'.
      *
       FD  ALERTS-FILE
           RECORDING MODE IS F.
      *
       COPY ALERTS.
      *****************************************************************
      * ITEMSUPR-FILE: OLD ITEM CODE, THE CODE THAT REPLACED IT, AND *
      * THE DATE THE SUPERSESSION WAS RECORDED. A SUCCESSOR MAY      *
      * ITSELF BE SUPERSEDED LATER, SO THE RECORDS FORM CHAINS -     *
      * THE READERS FOLLOW A CHAIN TO ITS LAST (ACTIVE) LINK.        *
      *****************************************************************
       FD  ITEMSUPR-FILE
           RECORDING MODE IS F.
      *
       01  SU-RECORD.
           05  SU-OLD-ITEM         PIC X(10).
           05  SU-NEW-ITEM         PIC X(10).
           05  SU-EFF-DATE         PIC X(8).
      *
       FD  OPERAUTH-FILE
           RECORDING MODE IS F.
      *
       COPY OPERAUTH.
      *
       WORKING-STORAGE SECTION.
       01  WS-DATA-FIELDS.
           05  WS-ITEMRESP-PATH        PIC X(80) VALUE SPACES.
           05  WS-REGISTER-PATH        PIC X(80) VALUE SPACES.
           05  WS-CLASSTAB-PATH        PIC X(80) VALUE SPACES.
           05  WS-ITEMSUPR-PATH        PIC X(80) VALUE SPACES.
           05  WS-OPERAUTH-PATH        PIC X(80) VALUE SPACES.
      *
      *****************************************************************
      * WS-AUTH-TABLE: THE OPERATORS AUTHORIZED FOR PROJ2 AND THE    *
      * ACTION EACH MAY KEY ('*' = ANY), LOADED FROM OPERAUTH AT     *
      * START OF RUN.                                                *
      *****************************************************************
       01  WS-AUTH-TABLE.
           05  WS-AUTH-COUNT           PIC 9(3) COMP VALUE ZERO.
           05  WS-AUTH-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-AUTH-COUNT
                       INDEXED BY WS-AUTH-IDX.
               10  WS-AUTH-OPERATOR-ID PIC X(8).
               10  WS-AUTH-ACTION      PIC X(1).
      *
       01  WS-AUTH-WORK-FIELDS.
           05  WS-OPERAUTH-STATUS      PIC XX.
           05  WS-OPERAUTH-EOF-FLAG    PIC X     VALUE 'N'.
               88  OPERAUTH-EOF        VALUE 'Y'.
           05  WS-AUTH-FOUND-FLAG      PIC X     VALUE 'N'.
               88  OPERATOR-AUTHORIZED VALUE 'Y'.
      *
      *****************************************************************
      * WS-SUPR-TABLE: THE SUPERSESSION CROSS-REFERENCE, LOADED FROM *
      * ITEMSUPR AT START OF RUN AND WRITTEN BACK AT END OF RUN WHEN *
      * AN 'R' ACTION CHANGED IT.                                    *
      *****************************************************************
       01  WS-SUPR-TABLE.
           05  WS-SUPR-COUNT           PIC 9(5) COMP VALUE ZERO.
           05  WS-SUPR-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-SUPR-COUNT
                       INDEXED BY WS-SUPR-IDX.
               10  WS-SUPR-OLD-ITEM    PIC X(10).
               10  WS-SUPR-NEW-ITEM    PIC X(10).
               10  WS-SUPR-DATE        PIC X(8).
      *
       01  WS-SUPR-WORK-FIELDS.
           05  WS-ITEMSUPR-STATUS      PIC XX.
           05  WS-SUPR-EOF-FLAG        PIC X     VALUE 'N'.
               88  SUPR-EOF            VALUE 'Y'.
           05  WS-SUPR-CHANGED-FLAG    PIC X     VALUE 'N'.
               88  SUPR-CHANGED        VALUE 'Y'.
           05  WS-SUPR-FOUND-FLAG      PIC X     VALUE 'N'.
               88  SUPR-FOUND          VALUE 'Y'.
           05  WS-SUPR-LOOP-FLAG       PIC X     VALUE 'N'.
               88  SUPR-LOOP           VALUE 'Y'.
           05  WS-SUPR-TABLE-MAX       PIC 9(5) COMP VALUE 200.
           05  WS-SUPR-SUB             PIC 9(5) COMP VALUE ZERO.
           05  WS-SUPR-HOPS            PIC 9(3) COMP VALUE ZERO.
           05  WS-SUPR-WALK-CODE       PIC X(10) VALUE SPACES.
           05  WS-SUPR-PRIOR-NEW       PIC X(10) VALUE SPACES.
           05  WS-SUPR-CHG-BEFORE.
               10  FILLER              PIC X(7)  VALUE 'STATUS '.
               10  WS-SUPR-CHG-BEFORE-STATUS PIC X(1).
               10  FILLER              PIC X(12) VALUE
                   ' SUCCESSOR '.
               10  WS-SUPR-CHG-BEFORE-NEW PIC X(10).
               10  FILLER              PIC X(10) VALUE SPACES.
           05  WS-SUPR-CHG-AFTER.
               10  FILLER              PIC X(7)  VALUE 'STATUS '.
               10  WS-SUPR-CHG-AFTER-STATUS PIC X(1).
               10  FILLER              PIC X(12) VALUE
                   ' SUCCESSOR '.
               10  WS-SUPR-CHG-AFTER-NEW PIC X(10).
               10  FILLER              PIC X(10) VALUE SPACES.
      *
       01  WS-LOOKUP-FIELDS.
           05  WS-LOOKUP-CODE          PIC X(10).
           05  WS-DEL-REJECTED         PIC 9(5) COMP VALUE ZERO.
           05  WS-STS-APPLIED          PIC 9(5) COMP VALUE ZERO.
           05  WS-STS-REJECTED         PIC 9(5) COMP VALUE ZERO.
           05  WS-SUP-APPLIED          PIC 9(5) COMP VALUE ZERO.
           05  WS-SUP-REJECTED         PIC 9(5) COMP VALUE ZERO.
           05  WS-INV-REJECTED         PIC 9(5) COMP VALUE ZERO.
           05  WS-AUTH-REJECTED        PIC 9(5) COMP VALUE ZERO.
      *
       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NUM             PIC 9(3) COMP VALUE ZERO.
               10  FILLER              PIC X(31) VALUE 'AFTER'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(30) VALUE 'RESULT'.
               10  FILLER              PIC X(1)  VALUE SPACES.
               10  FILLER              PIC X(8)  VALUE 'OPERATOR'.
      *
       01  WS-REGISTER-DETAIL-LINE.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  DL-AFTER                PIC X(31).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-RESULT               PIC X(30).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DL-OPERATOR             PIC X(8).
      *
       01  WS-REGISTER-COUNT-LINE.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           PERFORM RESOLVE-DATA-PATHS
               THRU RESOLVE-DATA-PATHS-EXIT.
           PERFORM LOAD-CLASS-TABLE THRU LOAD-CLASS-TABLE-EXIT.
           PERFORM LOAD-SUPERSESSIONS THRU LOAD-SUPERSESSIONS-EXIT.
           PERFORM LOAD-OPERATOR-AUTHORITY
               THRU LOAD-OPERATOR-AUTHORITY-EXIT.
           PERFORM OPEN-ITEM-MASTER THRU OPEN-ITEM-MASTER-EXIT.
           PERFORM LOAD-ITEM-TABLE
               UNTIL END-OF-FILE
           CLOSE ITEMMAINT-FILE.
           CLOSE ITEMMAST-FILE.
           CLOSE CHGHIST-FILE.
           IF SUPR-CHANGED
               PERFORM REWRITE-SUPERSESSIONS
                   THRU REWRITE-SUPERSESSIONS-EXIT.
           PERFORM WRITE-MAINT-REGISTER-TRAILER
               THRU WRITE-MAINT-REGISTER-TRAILER-EXIT.
           CLOSE REGISTER-FILE.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/CLASSTAB' DELIMITED BY SIZE
               INTO WS-CLASSTAB-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/ITEMSUPR' DELIMITED BY SIZE
               INTO WS-ITEMSUPR-PATH.
           ACCEPT WS-OPSTATS-PATH FROM ENVIRONMENT 'OPSTATS_PATH'.
           IF WS-OPSTATS-PATH = SPACES
               STRING WS-DATA-DIR DELIMITED BY SPACE
               STRING WS-DATA-DIR DELIMITED BY SPACE
                       '/CHGHIST' DELIMITED BY SIZE
                   INTO WS-CHGHIST-PATH.
           ACCEPT WS-OPERAUTH-PATH FROM ENVIRONMENT 'OPERAUTH_PATH'.
           IF WS-OPERAUTH-PATH = SPACES
               MOVE
                 '../project-007-nightly-batch-driver/data/OPERAUTH'
                   TO WS-OPERAUTH-PATH.
      *
       RESOLVE-DATA-PATHS-EXIT.
           EXIT.
                           CT-CLASS-CODE ' NOT LOADED'.
      *
      *****************************************************************
      * LOAD-SUPERSESSIONS: LOADS THE SUPERSESSION CROSS-REFERENCE.  *
      * A MISSING FILE MEANS NO ITEM HAS BEEN SUPERSEDED YET - THE   *
      * FIRST 'R' ACTION CREATES IT.                                 *
      *****************************************************************
       LOAD-SUPERSESSIONS.
           OPEN INPUT ITEMSUPR-FILE.
           IF WS-ITEMSUPR-STATUS NOT = '00'
               DISPLAY 'NO ITEMSUPR FILE FOUND - NO ITEMS SUPERSEDED'
               GO TO LOAD-SUPERSESSIONS-EXIT.
           PERFORM LOAD-ONE-SUPERSESSION
               UNTIL SUPR-EOF.
           CLOSE ITEMSUPR-FILE.
      *
       LOAD-SUPERSESSIONS-EXIT.
           EXIT.
      *
       LOAD-ONE-SUPERSESSION.
           READ ITEMSUPR-FILE
               AT END
                   MOVE 'Y' TO WS-SUPR-EOF-FLAG
               NOT AT END
                   IF SU-OLD-ITEM = SPACES
                       CONTINUE
                   ELSE IF WS-SUPR-COUNT < WS-SUPR-TABLE-MAX
                       ADD 1 TO WS-SUPR-COUNT
                       MOVE SU-OLD-ITEM TO
                           WS-SUPR-OLD-ITEM (WS-SUPR-COUNT)
                       MOVE SU-NEW-ITEM TO
                           WS-SUPR-NEW-ITEM (WS-SUPR-COUNT)
                       MOVE SU-EFF-DATE TO
                           WS-SUPR-DATE (WS-SUPR-COUNT)
                   ELSE
                       DISPLAY 'WARNING: SUPERSESSION TABLE FULL - '
                           SU-OLD-ITEM ' NOT LOADED'.
      *
      *****************************************************************
      * LOAD-OPERATOR-AUTHORITY: LOADS THE PROJ2 RECORDS OF THE      *
      * CENTRAL OPERAUTH FILE. A MISSING FILE AUTHORIZES NOBODY -    *
      * EVERY MAINTENANCE TRANSACTION WILL REJECT, AND THE MORNING   *
      * ALERT REPORT SAYS WHY.                                       *
      *****************************************************************
       LOAD-OPERATOR-AUTHORITY.
           OPEN INPUT OPERAUTH-FILE.
           IF WS-OPERAUTH-STATUS NOT = '00'
               DISPLAY 'NO OPERAUTH FILE FOUND - EVERY MAINTENANCE '
                   'TRANSACTION WILL REJECT'
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE 'NO OPERATOR AUTHORIZATION FILE - ITEM MAINTENANCE'
                   TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT THRU WRITE-ALERT-EXIT
               GO TO LOAD-OPERATOR-AUTHORITY-EXIT.
           PERFORM LOAD-ONE-AUTHORITY
               UNTIL OPERAUTH-EOF.
           CLOSE OPERAUTH-FILE.
      *
       LOAD-OPERATOR-AUTHORITY-EXIT.
           EXIT.
      *
       LOAD-ONE-AUTHORITY.
           READ OPERAUTH-FILE
               AT END
                   MOVE 'Y' TO WS-OPERAUTH-EOF-FLAG
               NOT AT END
                   IF OPA-PROGRAM-ID NOT = 'PROJ2   '
                       CONTINUE
                   ELSE IF WS-AUTH-COUNT < 100
                       ADD 1 TO WS-AUTH-COUNT
                       MOVE OPA-OPERATOR-ID TO
                           WS-AUTH-OPERATOR-ID (WS-AUTH-COUNT)
                       MOVE OPA-ACTION TO
                           WS-AUTH-ACTION (WS-AUTH-COUNT)
                   ELSE
                       DISPLAY 'WARNING: AUTHORIZATION TABLE FULL - '
                           OPA-OPERATOR-ID ' NOT LOADED'.
      *
      *****************************************************************
      * CHECK-OPERATOR-AUTHORITY: SETS OPERATOR-AUTHORIZED WHEN THE  *
      * TRANSACTION CARRIES AN OPERATOR ID THAT OPERAUTH ALLOWS TO   *
      * KEY MT-ACTION IN PROJ2. OTHERWISE THE REGISTER RESULT SAYS   *
      * WHY IT REJECTED.                                             *
      *****************************************************************
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'N' TO WS-AUTH-FOUND-FLAG.
           IF MT-OPERATOR-ID = SPACES
               MOVE 'ERROR: NO OPERATOR ID        ' TO WS-REG-RESULT
               DISPLAY '  MAINT ERROR: NO OPERATOR ID ON '
                   MT-ITEM-CODE '.'
               GO TO CHECK-OPERATOR-AUTHORITY-EXIT.
           IF WS-AUTH-COUNT > ZERO
               SET WS-AUTH-IDX TO 1
               SEARCH WS-AUTH-ENTRY
                   WHEN WS-AUTH-OPERATOR-ID (WS-AUTH-IDX) =
                           MT-OPERATOR-ID
                       AND (WS-AUTH-ACTION (WS-AUTH-IDX) = MT-ACTION
                         OR WS-AUTH-ACTION (WS-AUTH-IDX) = '*')
                       MOVE 'Y' TO WS-AUTH-FOUND-FLAG.
           IF NOT OPERATOR-AUTHORIZED
               MOVE 'ERROR: NOT AUTHORIZED        ' TO WS-REG-RESULT
               DISPLAY '  MAINT ERROR: OPERATOR ' MT-OPERATOR-ID
                   ' NOT AUTHORIZED FOR ACTION "' MT-ACTION '".'.
      *
       CHECK-OPERATOR-AUTHORITY-EXIT.
           EXIT.
      *
      *****************************************************************
      * CHECK-ITEM-CLASS: SETS CLASS-FOUND WHEN MT-CLASS IS VALID -  *
      * EITHER BLANK (UNCLASSIFIED, GRANDFATHERED THROUGH) OR ON     *
      * THE CLASS TABLE.                                             *
           MOVE SPACES TO WS-REG-BEFORE.
           MOVE SPACES TO WS-REG-AFTER.
           MOVE SPACES TO WS-REG-RESULT.
           PERFORM CHECK-OPERATOR-AUTHORITY
               THRU CHECK-OPERATOR-AUTHORITY-EXIT.
           IF NOT OPERATOR-AUTHORIZED
               ADD 1 TO WS-AUTH-REJECTED
               PERFORM WRITE-MAINT-REGISTER-LINE
                   THRU WRITE-MAINT-REGISTER-LINE-EXIT
               GO TO PROCESS-MAINT-RECORD-EXIT.
           IF MT-ACTION = 'A'
               PERFORM ADD-ITEM-ENTRY THRU ADD-ITEM-ENTRY-EXIT
           ELSE IF MT-ACTION = 'C'
               PERFORM DELETE-ITEM-ENTRY THRU DELETE-ITEM-ENTRY-EXIT
           ELSE IF MT-ACTION = 'S'
               PERFORM SET-ITEM-STATUS THRU SET-ITEM-STATUS-EXIT
           ELSE IF MT-ACTION = 'R'
               PERFORM SUPERSEDE-ITEM THRU SUPERSEDE-ITEM-EXIT
           ELSE
               ADD 1 TO WS-INV-REJECTED
               MOVE 'ERROR: INVALID ACTION CODE   ' TO WS-REG-RESULT
      *
       SET-STATUS-BY-KEY-EXIT.
           EXIT.
      *
      *****************************************************************
      * SUPERSEDE-ITEM: RECORDS THAT MT-SUCCESSOR HAS REPLACED THE    *
      * ITEM. THE SUCCESSOR MUST BE ON THE MASTER AND ACTIVE, AND     *
      * FOLLOWING ITS OWN CHAIN MUST NOT LEAD BACK TO THE OLD ITEM.   *
      * THE OLD ITEM IS DISCONTINUED ON THE MASTER - SO NOTHING NEW   *
      * IS RECEIVED OR ORDERED UNDER IT - AND ITS SUPERSESSION IS     *
      * ADDED TO (OR RE-POINTED ON) THE CROSS-REFERENCE. THE CHECKS   *
      * AND THE STATUS CHANGE GO IN BY KEY, SO AN ITEM BEYOND THE     *
      * LOADED TABLE IS HANDLED THE SAME WAY.                         *
      *****************************************************************
       SUPERSEDE-ITEM.
           MOVE MT-ITEM-CODE TO WS-LOOKUP-CODE.
           PERFORM FIND-ITEM-BY-CODE THRU FIND-ITEM-BY-CODE-EXIT.
           PERFORM FIND-SUPERSESSION THRU FIND-SUPERSESSION-EXIT.
           IF MT-SUCCESSOR = SPACES
               PERFORM REMOVE-SUPERSESSION
                   THRU REMOVE-SUPERSESSION-EXIT
               GO TO SUPERSEDE-ITEM-EXIT.
           IF MT-SUCCESSOR = MT-ITEM-CODE
               ADD 1 TO WS-SUP-REJECTED
               MOVE 'ERROR: SUCCESSOR IS SAME ITEM ' TO WS-REG-RESULT
               DISPLAY '  MAINT SUPERSEDE ERROR: ' MT-ITEM-CODE
                   ' CANNOT REPLACE ITSELF.'
               GO TO SUPERSEDE-ITEM-EXIT.
           MOVE MT-SUCCESSOR TO IM-ITEM-CODE.
           READ ITEMMAST-FILE
               INVALID KEY
                   ADD 1 TO WS-SUP-REJECTED
                   MOVE 'ERROR: SUCCESSOR NOT FOUND   '
                       TO WS-REG-RESULT
                   DISPLAY '  MAINT SUPERSEDE ERROR: SUCCESSOR '
                       MT-SUCCESSOR ' NOT FOUND.'
                   GO TO SUPERSEDE-ITEM-EXIT.
           IF IM-STATUS = 'D'
               ADD 1 TO WS-SUP-REJECTED
               MOVE 'ERROR: SUCCESSOR DISCONTINUED' TO WS-REG-RESULT
               DISPLAY '  MAINT SUPERSEDE ERROR: SUCCESSOR '
                   MT-SUCCESSOR ' IS DISCONTINUED.'
               GO TO SUPERSEDE-ITEM-EXIT.
           PERFORM CHECK-SUPERSESSION-LOOP
               THRU CHECK-SUPERSESSION-LOOP-EXIT.
           IF SUPR-LOOP
               ADD 1 TO WS-SUP-REJECTED
               MOVE 'ERROR: SUPERSESSION LOOP      ' TO WS-REG-RESULT
               DISPLAY '  MAINT SUPERSEDE ERROR: ' MT-SUCCESSOR
                   ' ALREADY LEADS BACK TO ' MT-ITEM-CODE '.'
               GO TO SUPERSEDE-ITEM-EXIT.
           IF NOT SUPR-FOUND AND WS-SUPR-COUNT = WS-SUPR-TABLE-MAX
               ADD 1 TO WS-SUP-REJECTED
               MOVE 'ERROR: SUPERSESSION TABLE FULL' TO WS-REG-RESULT
               DISPLAY '  MAINT SUPERSEDE ERROR: SUPERSESSION TABLE '
                   'IS FULL.'
               GO TO SUPERSEDE-ITEM-EXIT.
           MOVE MT-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEMMAST-FILE
               INVALID KEY
                   ADD 1 TO WS-SUP-REJECTED
                   MOVE 'ERROR: NOT FOUND             '
                       TO WS-REG-RESULT
                   DISPLAY '  MAINT SUPERSEDE ERROR: ' MT-ITEM-CODE
                       ' NOT FOUND.'
                   GO TO SUPERSEDE-ITEM-EXIT.
           MOVE IM-ITEM-DESC TO WS-REG-BEFORE-DESC.
           MOVE IM-STATUS TO WS-REG-BEFORE-STATUS.
           MOVE IM-CLASS TO WS-REG-BEFORE-CLASS.
           MOVE IM-UOM TO WS-REG-BEFORE-UOM.
           MOVE IM-STATUS TO WS-SUPR-CHG-BEFORE-STATUS.
           MOVE SPACES TO WS-SUPR-CHG-BEFORE-NEW.
           IF SUPR-FOUND
               MOVE WS-SUPR-NEW-ITEM (WS-SUPR-SUB)
                   TO WS-SUPR-CHG-BEFORE-NEW.
           MOVE 'D' TO IM-STATUS.
           REWRITE IM-RECORD
               INVALID KEY
                   ADD 1 TO WS-SUP-REJECTED
                   MOVE 'ERROR: MASTER REWRITE FAILED '
                       TO WS-REG-RESULT
                   DISPLAY '  MAINT ERROR: REWRITE FAILED - STATUS '
                       WS-ITEMMAST-STATUS
                   GO TO SUPERSEDE-ITEM-EXIT
           END-REWRITE.
           IF LOOKUP-FOUND
               MOVE 'D' TO WS-ITEM-STATUS (WS-ITEM-IDX).
           IF NOT SUPR-FOUND
               ADD 1 TO WS-SUPR-COUNT
               MOVE WS-SUPR-COUNT TO WS-SUPR-SUB
               MOVE MT-ITEM-CODE TO WS-SUPR-OLD-ITEM (WS-SUPR-SUB).
           MOVE MT-SUCCESSOR TO WS-SUPR-NEW-ITEM (WS-SUPR-SUB).
           MOVE WS-CHG-DATE TO WS-SUPR-DATE (WS-SUPR-SUB).
           MOVE 'Y' TO WS-SUPR-CHANGED-FLAG.
           ADD 1 TO WS-SUP-APPLIED.
           MOVE IM-ITEM-DESC TO WS-REG-AFTER-DESC.
           MOVE 'D' TO WS-REG-AFTER-STATUS.
           MOVE IM-CLASS TO WS-REG-AFTER-CLASS.
           MOVE IM-UOM TO WS-REG-AFTER-UOM.
           MOVE 'D' TO WS-SUPR-CHG-AFTER-STATUS.
           MOVE MT-SUCCESSOR TO WS-SUPR-CHG-AFTER-NEW.
           STRING 'APPLIED: SUCCESSOR ' DELIMITED BY SIZE
                   MT-SUCCESSOR DELIMITED BY SIZE
               INTO WS-REG-RESULT.
           DISPLAY '  MAINT SUPERSEDE: ' MT-ITEM-CODE
               ' REPLACED BY ' MT-SUCCESSOR '.'.
      *
       SUPERSEDE-ITEM-EXIT.
           EXIT.
      *
      *****************************************************************
      * REMOVE-SUPERSESSION: AN 'R' WITH NO SUCCESSOR TAKES THE       *
      * ITEM'S SUPERSESSION OFF THE CROSS-REFERENCE - A REPLACEMENT   *
      * RECORDED IN ERROR. THE ITEM'S STATUS IS LEFT AS IT STANDS.    *
      *****************************************************************
       REMOVE-SUPERSESSION.
           IF NOT SUPR-FOUND
               ADD 1 TO WS-SUP-REJECTED
               MOVE 'ERROR: NOT SUPERSEDED        ' TO WS-REG-RESULT
               DISPLAY '  MAINT SUPERSEDE ERROR: ' MT-ITEM-CODE
                   ' IS NOT SUPERSEDED.'
               GO TO REMOVE-SUPERSESSION-EXIT.
           MOVE SPACES TO WS-SUPR-CHG-BEFORE-STATUS.
           MOVE SPACES TO WS-SUPR-CHG-AFTER-STATUS.
           IF LOOKUP-FOUND
               MOVE WS-ITEM-STATUS (WS-ITEM-IDX)
                   TO WS-SUPR-CHG-BEFORE-STATUS
               MOVE WS-ITEM-STATUS (WS-ITEM-IDX)
                   TO WS-SUPR-CHG-AFTER-STATUS.
           MOVE WS-SUPR-NEW-ITEM (WS-SUPR-SUB)
               TO WS-SUPR-CHG-BEFORE-NEW.
           MOVE SPACES TO WS-SUPR-CHG-AFTER-NEW.
           PERFORM SHIFT-SUPERSESSION-DOWN
               THRU SHIFT-SUPERSESSION-DOWN-EXIT
               UNTIL WS-SUPR-SUB NOT < WS-SUPR-COUNT.
           SUBTRACT 1 FROM WS-SUPR-COUNT.
           MOVE 'Y' TO WS-SUPR-CHANGED-FLAG.
           ADD 1 TO WS-SUP-APPLIED.
           MOVE 'APPLIED: SUPERSESSION REMOVED' TO WS-REG-RESULT.
           DISPLAY '  MAINT SUPERSEDE: ' MT-ITEM-CODE
               ' SUPERSESSION REMOVED.'.
      *
       REMOVE-SUPERSESSION-EXIT.
           EXIT.
      *
       SHIFT-SUPERSESSION-DOWN.
           MOVE WS-SUPR-ENTRY (WS-SUPR-SUB + 1) TO
               WS-SUPR-ENTRY (WS-SUPR-SUB).
           ADD 1 TO WS-SUPR-SUB.
      *
       SHIFT-SUPERSESSION-DOWN-EXIT.
           EXIT.
      *
      *****************************************************************
      * FIND-SUPERSESSION: SETS SUPR-FOUND AND WS-SUPR-SUB WHEN       *
      * MT-ITEM-CODE ALREADY HAS A SUPERSESSION ON THE TABLE.         *
      *****************************************************************
       FIND-SUPERSESSION.
           MOVE 'N' TO WS-SUPR-FOUND-FLAG.
           MOVE ZERO TO WS-SUPR-SUB.
           IF WS-SUPR-COUNT = ZERO
               GO TO FIND-SUPERSESSION-EXIT.
           SET WS-SUPR-IDX TO 1.
           SEARCH WS-SUPR-ENTRY
               WHEN WS-SUPR-OLD-ITEM (WS-SUPR-IDX) = MT-ITEM-CODE
                   MOVE 'Y' TO WS-SUPR-FOUND-FLAG
                   SET WS-SUPR-SUB TO WS-SUPR-IDX.
      *
       FIND-SUPERSESSION-EXIT.
           EXIT.
      *
      *****************************************************************
      * CHECK-SUPERSESSION-LOOP: FOLLOWS THE CHAIN FROM MT-SUCCESSOR  *
      * AND SETS SUPR-LOOP IF IT EVER REACHES MT-ITEM-CODE, WHEN THE  *
      * NEW LINK WOULD SEND THE ITEM ROUND IN A CIRCLE. THE HOP LIMIT *
      * STOPS A CHAIN ALREADY DAMAGED BY HAND FROM WALKING FOR EVER.  *
      *****************************************************************
       CHECK-SUPERSESSION-LOOP.
           MOVE 'N' TO WS-SUPR-LOOP-FLAG.
           MOVE MT-SUCCESSOR TO WS-SUPR-WALK-CODE.
           MOVE ZERO TO WS-SUPR-HOPS.
           PERFORM FOLLOW-ONE-SUPERSESSION
               THRU FOLLOW-ONE-SUPERSESSION-EXIT
               UNTIL WS-SUPR-WALK-CODE = SPACES
                   OR SUPR-LOOP.
      *
       CHECK-SUPERSESSION-LOOP-EXIT.
           EXIT.
      *
       FOLLOW-ONE-SUPERSESSION.
           ADD 1 TO WS-SUPR-HOPS.
           IF WS-SUPR-WALK-CODE = MT-ITEM-CODE
                   OR WS-SUPR-HOPS > WS-SUPR-COUNT + 1
               MOVE 'Y' TO WS-SUPR-LOOP-FLAG
               GO TO FOLLOW-ONE-SUPERSESSION-EXIT.
           MOVE WS-SUPR-WALK-CODE TO WS-SUPR-PRIOR-NEW.
           MOVE SPACES TO WS-SUPR-WALK-CODE.
           IF WS-SUPR-COUNT = ZERO
               GO TO FOLLOW-ONE-SUPERSESSION-EXIT.
           SET WS-SUPR-IDX TO 1.
           SEARCH WS-SUPR-ENTRY
               WHEN WS-SUPR-OLD-ITEM (WS-SUPR-IDX) = WS-SUPR-PRIOR-NEW
                   MOVE WS-SUPR-NEW-ITEM (WS-SUPR-IDX)
                       TO WS-SUPR-WALK-CODE.
      *
       FOLLOW-ONE-SUPERSESSION-EXIT.
           EXIT.
      *
       DELETE-ITEM-ENTRY.
           MOVE MT-ITEM-CODE TO WS-LOOKUP-CODE.
           EXIT.
      *
      *****************************************************************
      * REWRITE-SUPERSESSIONS: WRITES THE CROSS-REFERENCE BACK OUT    *
      * FROM THE TABLE AFTER AN 'R' ACTION CHANGED IT.                *
      *****************************************************************
       REWRITE-SUPERSESSIONS.
           OPEN OUTPUT ITEMSUPR-FILE.
           IF WS-ITEMSUPR-STATUS NOT = '00'
               DISPLAY 'ERROR: ITEMSUPR NOT REWRITTEN - STATUS '
                   WS-ITEMSUPR-STATUS
               MOVE 'C' TO WS-ALERT-SEVERITY
               MOVE 'ITEMSUPR NOT REWRITTEN - SUPERSESSIONS LOST'
                   TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT THRU WRITE-ALERT-EXIT
               GO TO REWRITE-SUPERSESSIONS-EXIT.
           MOVE ZERO TO WS-SUPR-SUB.
           PERFORM WRITE-ONE-SUPERSESSION
               THRU WRITE-ONE-SUPERSESSION-EXIT
               WS-SUPR-COUNT TIMES.
           CLOSE ITEMSUPR-FILE.
      *
       REWRITE-SUPERSESSIONS-EXIT.
           EXIT.
      *
       WRITE-ONE-SUPERSESSION.
           ADD 1 TO WS-SUPR-SUB.
           MOVE WS-SUPR-OLD-ITEM (WS-SUPR-SUB) TO SU-OLD-ITEM.
           MOVE WS-SUPR-NEW-ITEM (WS-SUPR-SUB) TO SU-NEW-ITEM.
           MOVE WS-SUPR-DATE (WS-SUPR-SUB) TO SU-EFF-DATE.
           WRITE SU-RECORD.
      *
       WRITE-ONE-SUPERSESSION-EXIT.
           EXIT.
      *
      *****************************************************************
      * WRITE-MAINT-REGISTER-HEADERS: TITLE, PAGE NUMBER AND COLUMN   *
      * HEADINGS FOR THE MAINTENANCE REGISTER - THE SAME PATTERN      *
      * PROJ4 USES FOR WRITE-REGISTER-HEADERS.                        *
           MOVE WS-REG-BEFORE TO DL-BEFORE.
           MOVE WS-REG-AFTER TO DL-AFTER.
           MOVE WS-REG-RESULT TO DL-RESULT.
           MOVE MT-OPERATOR-ID TO DL-OPERATOR.
           MOVE WS-REGISTER-DETAIL-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           MOVE WS-STS-REJECTED TO CL-REJECTED-OUT.
           MOVE WS-REGISTER-COUNT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'SUPERSESSIONS (R):      ' TO CL-LABEL.
           MOVE WS-SUP-APPLIED TO CL-APPLIED-OUT.
           MOVE WS-SUP-REJECTED TO CL-REJECTED-OUT.
           MOVE WS-REGISTER-COUNT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'INVALID ACTIONS:        ' TO CL-LABEL.
           MOVE ZERO TO CL-APPLIED-OUT.
           MOVE WS-INV-REJECTED TO CL-REJECTED-OUT.
           MOVE WS-REGISTER-COUNT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'NOT AUTHORIZED:         ' TO CL-LABEL.
           MOVE ZERO TO CL-APPLIED-OUT.
           MOVE WS-AUTH-REJECTED TO CL-REJECTED-OUT.
           MOVE WS-REGISTER-COUNT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
      *
       WRITE-MAINT-REGISTER-TRAILER-EXIT.
           EXIT.
           MOVE MT-ITEM-CODE    TO CHG-KEY.
           MOVE WS-REG-BEFORE   TO CHG-BEFORE-IMAGE.
           MOVE WS-REG-AFTER    TO CHG-AFTER-IMAGE.
           MOVE MT-OPERATOR-ID  TO CHG-OPERATOR-ID.
           MOVE SPACES          TO CHG-APPROVER-ID.
      *****************************************************************
      * A SUPERSESSION IS ABOUT THE LINK, NOT THE DESCRIPTION, SO ITS *
      * IMAGES CARRY THE STATUS AND SUCCESSOR EITHER SIDE OF IT.      *
      *****************************************************************
           IF MT-ACTION = 'R'
               MOVE WS-SUPR-CHG-BEFORE TO CHG-BEFORE-IMAGE
               MOVE WS-SUPR-CHG-AFTER  TO CHG-AFTER-IMAGE.
           WRITE CHGHIST-RECORD.
      *
       WRITE-CHANGE-HISTORY-EXIT.
           COMPUTE WS-OPS-ACCEPTED = WS-ADD-APPLIED + WS-CHG-APPLIED
               + WS-DEL-APPLIED + WS-STS-APPLIED.
           COMPUTE WS-OPS-REJECTED = WS-ADD-REJECTED + WS-CHG-REJECTED
               + WS-DEL-REJECTED + WS-STS-REJECTED + WS-INV-REJECTED
               + WS-AUTH-REJECTED.
           OPEN EXTEND OPSTATS-FILE.
           IF WS-OPSTATS-STATUS = '05' OR WS-OPSTATS-STATUS = '35'
               OPEN OUTPUT OPSTATS-FILE.
