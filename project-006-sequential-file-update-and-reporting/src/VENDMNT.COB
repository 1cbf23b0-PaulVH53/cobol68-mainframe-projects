      * PRINTED ON A BEFORE/AFTER REGISTER. POGEN VALIDATES THE       *
      * VENDOR ON EVERY PURCHASE ORDER IT CUTS AGAINST THIS MASTER.   *
      *                                                               *
      * ACTIONS: A ADD / C CHANGE (VT-VENDOR-CODE AND VT-VENDOR-NAME,*
      * AND/OR VT-LEAD-DAYS, AND/OR VT-INSPECT-FLAG), D DELETE,       *
      * S SET STATUS (VT-NEW-STATUS 'A' ACTIVE OR 'H' HOLD - A VENDOR *
      * ON HOLD KEEPS ITS RECORD BUT POGEN WILL NOT CUT ORDERS        *
      * AGAINST IT).                                                  *
      *                                                               *
      * EVERY TRANSACTION CARRIES THE KEYING OPERATOR'S ID, WHICH     *
      * MUST BE AUTHORIZED FOR VENDMNT AND THE ACTION ON THE CENTRAL  *
      * OPERAUTH FILE - AN UNAUTHORIZED TRANSACTION IS REJECTED ONTO  *
      * THE REGISTER. EVERY APPLIED ACTION IS APPENDED TO CHGHIST     *
      * WITH THE OPERATOR WHO KEYED IT.                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDMNT.
               FILE STATUS IS WS-VENDMAINT-STATUS.
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
      * copybooks/OPERAUTH.CPY. ONLY THE VENDMNT RECORDS ARE LOADED. *
      *****************************************************************
           SELECT OPERAUTH-FILE ASSIGN DYNAMIC WS-OPERAUTH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  VD-VENDOR-NAME       PIC X(25).
           05  VD-STATUS            PIC X(01).
      *****************************************************************
      * VD-LEAD-DAYS: THE VENDOR'S STANDARD LEAD TIME IN CALENDAR     *
      * DAYS, ORDER TO DELIVERY. POGEN ADDS IT TO THE ORDER DATE FOR  *
      * EACH PO'S PROMISED DATE. BLANK ON OLD RECORDS READS AS ZERO.  *
      *****************************************************************
           05  VD-LEAD-DAYS         PIC 9(03).
      *****************************************************************
      * VD-INSPECT-FLAG: 'Y' WHEN EVERY RECEIPT FROM THE VENDOR MUST  *
      * PASS QUALITY INSPECTION - PROJ6 POSTS THE RECEIPT TO THE HELD *
      * STOCK FILE, NOT ON-HAND, UNTIL A QC RELEASE OR REJECT CLEARS  *
      * IT. BLANK ON OLD RECORDS READS AS 'N'.                        *
      *****************************************************************
           05  VD-INSPECT-FLAG      PIC X(01).
      *****************************************************************
      * VENDMAINT-FILE: ONE MAINTENANCE TRANSACTION PER RECORD.       *
      *****************************************************************
       FD  VENDMAINT-FILE
           05  VT-VENDOR-NAME       PIC X(25).
           05  VT-NEW-STATUS        PIC X(01).
      *****************************************************************
      * VT-LEAD-DAYS: THE LEAD TIME ON AN ADD OR CHANGE. BLANK ON AN  *
      * ADD MEANS ZERO; BLANK ON A CHANGE LEAVES IT AS IT STANDS.     *
      *****************************************************************
           05  VT-LEAD-DAYS         PIC X(03).
           05  VT-LEAD-DAYS-NUM     REDEFINES VT-LEAD-DAYS
                                    PIC 9(03).
      *****************************************************************
      * VT-INSPECT-FLAG: 'Y' OR 'N' ON AN ADD OR CHANGE. BLANK ON AN  *
      * ADD MEANS 'N'; BLANK ON A CHANGE LEAVES IT AS IT STANDS.      *
      *****************************************************************
           05  VT-INSPECT-FLAG      PIC X(01).
      *****************************************************************
      * VT-OPERATOR-ID: THE OPERATOR WHO KEYED THE TRANSACTION.       *
      *****************************************************************
           05  VT-OPERATOR-ID       PIC X(08).
      *****************************************************************
      * REGISTER-FILE: THE PRINTED BEFORE/AFTER REGISTER OF EVERY     *
      * VENDOR TOUCHED, IN THE STYLE OF PRICMNT'S REGISTER-FILE.      *
      *****************************************************************

       01  REGISTER-RECORD           PIC X(132).

       FD  CHGHIST-FILE
           RECORDING MODE IS F.

       COPY CHGHIST.

       FD  OPERAUTH-FILE
           RECORDING MODE IS F.

       COPY OPERAUTH.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-VENDMAST-STATUS    PIC XX.
           05  WS-VENDMAINT-STATUS   PIC XX.
           05  WS-OPERAUTH-STATUS    PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-VENDMAST-EOF-FLAG  PIC X          VALUE 'N'.
               88  MAINT-EOF         VALUE 'Y'.
           05  WS-VEND-OVERFLOW-FLAG PIC X          VALUE 'N'.
               88  VEND-TABLE-OVERFLOW VALUE 'Y'.
           05  WS-OPERAUTH-EOF-FLAG  PIC X          VALUE 'N'.
               88  OPERAUTH-EOF      VALUE 'Y'.
           05  WS-AUTH-FOUND-FLAG    PIC X          VALUE 'N'.
               88  OPERATOR-AUTHORIZED VALUE 'Y'.

       01  WS-VENDOR-TABLE.
           05  WS-VEND-COUNT        PIC 9(5) COMP VALUE ZERO.
               10  WS-VEND-CODE        PIC X(05).
               10  WS-VEND-NAME        PIC X(25).
               10  WS-VEND-STATUS      PIC X(01).
               10  WS-VEND-LEAD-DAYS   PIC 9(03).
               10  WS-VEND-INSPECT     PIC X(01).

       77  WS-VEND-TABLE-MAX        PIC 9(5) COMP VALUE 50.
       77  WS-SORT-J                PIC 9(5) COMP VALUE ZERO.
       77  WS-SWAP-CODE             PIC X(05)     VALUE SPACES.
       77  WS-SWAP-NAME             PIC X(25)     VALUE SPACES.
       77  WS-SWAP-STATUS           PIC X(01)     VALUE SPACE.
       77  WS-SWAP-LEAD-DAYS        PIC 9(03)     VALUE ZERO.
       77  WS-SWAP-INSPECT          PIC X(01)     VALUE SPACE.

      *****************************************************************
      * WS-AUTH-TABLE: THE OPERATORS AUTHORIZED FOR VENDMNT AND THE  *
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
           05  WS-LOOKUP-CODE       PIC X(05)     VALUE SPACES.
      * ACTION IN HAND, FOR THE REGISTER LINE.                        *
      *****************************************************************
       01  WS-MAINT-WORK-FIELDS.
           05  WS-BEFORE-IMAGE      PIC X(33)      VALUE SPACES.
           05  WS-AFTER-IMAGE       PIC X(33)      VALUE SPACES.

      *****************************************************************
      * WS-ACTION-COUNTS: APPLIED/REJECTED PER ACTION CODE FOR THE    *
           05  WS-DEL-REJECTED      PIC 9(05) COMP VALUE ZERO.
           05  WS-STS-APPLIED       PIC 9(05) COMP VALUE ZERO.
           05  WS-STS-REJECTED      PIC 9(05) COMP VALUE ZERO.
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
           05  WS-VENDMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-VENDMAINT-PATH     PIC X(80) VALUE SPACES.
           05  WS-REGISTER-PATH      PIC X(80) VALUE SPACES.
           05  WS-OPERAUTH-PATH      PIC X(80) VALUE SPACES.

       01  WS-REGISTER-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(4)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'VENDOR'.
               10  FILLER          PIC X(4)      VALUE SPACES.
               10  FILLER          PIC X(33)     VALUE 'BEFORE'.
               10  FILLER          PIC X(1)      VALUE SPACES.
               10  FILLER          PIC X(33)     VALUE 'AFTER'.
               10  FILLER          PIC X(1)      VALUE SPACES.
               10  FILLER          PIC X(31)     VALUE 'RESULT'.
               10  FILLER          PIC X(8)      VALUE 'OPERATOR'.

       01  WS-REGISTER-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  FILLER              PIC X(9)      VALUE SPACES.
           05  DL-VENDOR-CODE      PIC X(5).
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-BEFORE           PIC X(33).
           05  FILLER              PIC X(1)      VALUE SPACES.
           05  DL-AFTER            PIC X(33).
           05  FILLER              PIC X(1)      VALUE SPACES.
           05  DL-RESULT           PIC X(30).
           05  FILLER              PIC X(1)      VALUE SPACES.
           05  DL-OPERATOR         PIC X(08).

       01  WS-REGISTER-COUNT-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.

           PERFORM 040-LOAD-VENDOR-MASTER
               THRU 040-LOAD-VENDOR-MASTER-EXIT.
           PERFORM 070-LOAD-OPERATOR-AUTHORITY
               THRU 070-LOAD-OPERATOR-AUTHORITY-EXIT.
      *****************************************************************
      * A VENDOR MASTER PAST THE TABLE'S 50 ENTRIES CANNOT BE        *
      * MAINTAINED SAFELY: THE REWRITE AT THE END WOULD REBUILD THE  *
           OPEN OUTPUT REGISTER-FILE.
           PERFORM 100-WRITE-REGISTER-HEADERS
               THRU 100-WRITE-REGISTER-HEADERS-EXIT.
           PERFORM 080-OPEN-CHANGE-HISTORY
               THRU 080-OPEN-CHANGE-HISTORY-EXIT.

           OPEN INPUT VENDMAINT-FILE.
           IF WS-VENDMAINT-STATUS NOT = '00'
           PERFORM 700-WRITE-REGISTER-TRAILER
               THRU 700-WRITE-REGISTER-TRAILER-EXIT.
           CLOSE REGISTER-FILE.
           CLOSE CHGHIST-FILE.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'VENDMNT: VENDOR MAINTENANCE RUN ENDED'.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/VENDMAINT.REGISTER' DELIMITED BY SIZE
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

                       ELSE
                           MOVE 'A' TO WS-VEND-STATUS (WS-VEND-COUNT)
                       END-IF
                       IF VD-LEAD-DAYS IS NUMERIC
                           MOVE VD-LEAD-DAYS TO
                               WS-VEND-LEAD-DAYS (WS-VEND-COUNT)
                       ELSE
                           MOVE ZERO TO
                               WS-VEND-LEAD-DAYS (WS-VEND-COUNT)
                       END-IF
                       IF VD-INSPECT-FLAG = 'Y'
                           MOVE 'Y' TO WS-VEND-INSPECT (WS-VEND-COUNT)
                       ELSE
                           MOVE 'N' TO WS-VEND-INSPECT (WS-VEND-COUNT)
                       END-IF
                   END-IF.

      *****************************************************************
      * 070-LOAD-OPERATOR-AUTHORITY: LOADS THE VENDMNT RECORDS OF    *
      * THE CENTRAL OPERAUTH FILE. A MISSING FILE AUTHORIZES NOBODY  *
      * - EVERY TRANSACTION WILL REJECT.                             *
      *****************************************************************
       070-LOAD-OPERATOR-AUTHORITY.
           OPEN INPUT OPERAUTH-FILE.
           IF WS-OPERAUTH-STATUS NOT = '00'
               DISPLAY 'NO OPERAUTH FILE FOUND - EVERY VENDOR '
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
                   IF OPA-PROGRAM-ID = 'VENDMNT '
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

      *****************************************************************
      * 200-APPLY-MAINTENANCE: READS ONE VENDMAINT TRANSACTION AND    *
      * DISPATCHES IT - THE SAME SHAPE AS PRICMNT'S                   *
       210-PROCESS-MAINT-RECORD.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           PERFORM 215-CHECK-OPERATOR-AUTHORITY
               THRU 215-CHECK-OPERATOR-AUTHORITY-EXIT.
           IF NOT OPERATOR-AUTHORIZED
               ADD 1 TO WS-AUTH-REJECTED
               MOVE VT-VENDOR-CODE TO WS-LOOKUP-CODE
               PERFORM 300-WRITE-REGISTER-LINE
                   THRU 300-WRITE-REGISTER-LINE-EXIT
               GO TO 210-PROCESS-MAINT-RECORD-EXIT.
           IF VT-ACTION = 'A'
               PERFORM 220-ADD-VENDOR-ENTRY
                   THRU 220-ADD-VENDOR-ENTRY-EXIT
       210-PROCESS-MAINT-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * 215-CHECK-OPERATOR-AUTHORITY: SETS OPERATOR-AUTHORIZED WHEN  *
      * THE TRANSACTION CARRIES AN OPERATOR ID THAT OPERAUTH ALLOWS  *
      * TO KEY VT-ACTION IN VENDMNT. OTHERWISE DL-RESULT SAYS WHY.   *
      *****************************************************************
       215-CHECK-OPERATOR-AUTHORITY.
           MOVE 'N' TO WS-AUTH-FOUND-FLAG.
           IF VT-OPERATOR-ID = SPACES
               DISPLAY '  MAINT ERROR: NO OPERATOR ID ON '
                   VT-VENDOR-CODE '.'
               MOVE 'AUTH ERROR: NO OPERATOR ID    ' TO DL-RESULT
               GO TO 215-CHECK-OPERATOR-AUTHORITY-EXIT.
           IF WS-AUTH-COUNT > ZERO
               SET WS-AUTH-IDX TO 1
               SEARCH WS-AUTH-ENTRY
                   WHEN WS-AUTH-OPERATOR-ID (WS-AUTH-IDX) =
                           VT-OPERATOR-ID
                       AND (WS-AUTH-ACTION (WS-AUTH-IDX) = VT-ACTION
                         OR WS-AUTH-ACTION (WS-AUTH-IDX) = '*')
                       MOVE 'Y' TO WS-AUTH-FOUND-FLAG.
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY '  MAINT ERROR: OPERATOR ' VT-OPERATOR-ID
                   ' NOT AUTHORIZED FOR ACTION "' VT-ACTION '".'
               MOVE 'AUTH ERROR: NOT AUTHORIZED    ' TO DL-RESULT.
       215-CHECK-OPERATOR-AUTHORITY-EXIT.
           EXIT.

       220-ADD-VENDOR-ENTRY.
           MOVE VT-VENDOR-CODE TO WS-LOOKUP-CODE.
           PERFORM 270-FIND-VENDOR-BY-CODE
           ELSE IF WS-VEND-COUNT = WS-VEND-TABLE-MAX
               ADD 1 TO WS-ADD-REJECTED
               MOVE 'ADD ERROR: VENDOR TABLE FULL  ' TO DL-RESULT
           ELSE IF VT-LEAD-DAYS NOT = SPACES
                   AND VT-LEAD-DAYS IS NOT NUMERIC
               ADD 1 TO WS-ADD-REJECTED
               MOVE 'ADD ERROR: BAD LEAD TIME      ' TO DL-RESULT
           ELSE IF VT-INSPECT-FLAG NOT = SPACE
                   AND VT-INSPECT-FLAG NOT = 'Y'
                   AND VT-INSPECT-FLAG NOT = 'N'
               ADD 1 TO WS-ADD-REJECTED
               MOVE 'ADD ERROR: BAD INSPECT FLAG   ' TO DL-RESULT
           ELSE
               ADD 1 TO WS-ADD-APPLIED
               ADD 1 TO WS-VEND-COUNT
               MOVE VT-VENDOR-CODE TO WS-VEND-CODE (WS-VEND-COUNT)
               MOVE VT-VENDOR-NAME TO WS-VEND-NAME (WS-VEND-COUNT)
               MOVE 'A' TO WS-VEND-STATUS (WS-VEND-COUNT)
               IF VT-LEAD-DAYS IS NUMERIC
                   MOVE VT-LEAD-DAYS-NUM TO
                       WS-VEND-LEAD-DAYS (WS-VEND-COUNT)
               ELSE
                   MOVE ZERO TO WS-VEND-LEAD-DAYS (WS-VEND-COUNT)
               END-IF
               IF VT-INSPECT-FLAG = 'Y'
                   MOVE 'Y' TO WS-VEND-INSPECT (WS-VEND-COUNT)
               ELSE
                   MOVE 'N' TO WS-VEND-INSPECT (WS-VEND-COUNT)
               END-IF
               STRING VT-VENDOR-NAME ' A '
                       WS-VEND-LEAD-DAYS (WS-VEND-COUNT) ' '
                       WS-VEND-INSPECT (WS-VEND-COUNT)
                       DELIMITED BY SIZE
                   INTO WS-AFTER-IMAGE
               PERFORM 280-SORT-VENDOR-TABLE
                   THRU 280-SORT-VENDOR-TABLE-EXIT
               ADD 1 TO WS-CHG-REJECTED
               MOVE 'CHANGE ERROR: NOT FOUND       ' TO DL-RESULT
           ELSE IF VT-VENDOR-NAME = SPACES
                   AND VT-LEAD-DAYS = SPACES
                   AND VT-INSPECT-FLAG = SPACE
               ADD 1 TO WS-CHG-REJECTED
               PERFORM 290-CAPTURE-BEFORE-IMAGE
                   THRU 290-CAPTURE-BEFORE-IMAGE-EXIT
               MOVE 'CHANGE ERROR: NAME IS BLANK   ' TO DL-RESULT
           ELSE IF VT-LEAD-DAYS NOT = SPACES
                   AND VT-LEAD-DAYS IS NOT NUMERIC
               ADD 1 TO WS-CHG-REJECTED
               PERFORM 290-CAPTURE-BEFORE-IMAGE
                   THRU 290-CAPTURE-BEFORE-IMAGE-EXIT
               MOVE 'CHANGE ERROR: BAD LEAD TIME   ' TO DL-RESULT
           ELSE IF VT-INSPECT-FLAG NOT = SPACE
                   AND VT-INSPECT-FLAG NOT = 'Y'
                   AND VT-INSPECT-FLAG NOT = 'N'
               ADD 1 TO WS-CHG-REJECTED
               PERFORM 290-CAPTURE-BEFORE-IMAGE
                   THRU 290-CAPTURE-BEFORE-IMAGE-EXIT
               MOVE 'CHANGE ERROR: BAD INSPECT FLAG' TO DL-RESULT
           ELSE
               ADD 1 TO WS-CHG-APPLIED
               PERFORM 290-CAPTURE-BEFORE-IMAGE
                   THRU 290-CAPTURE-BEFORE-IMAGE-EXIT
               IF VT-VENDOR-NAME NOT = SPACES
                   MOVE VT-VENDOR-NAME TO WS-VEND-NAME (WS-VEND-IDX)
               END-IF
               IF VT-LEAD-DAYS IS NUMERIC
                   MOVE VT-LEAD-DAYS-NUM TO
                       WS-VEND-LEAD-DAYS (WS-VEND-IDX)
               END-IF
               IF VT-INSPECT-FLAG NOT = SPACE
                   MOVE VT-INSPECT-FLAG TO WS-VEND-INSPECT (WS-VEND-IDX)
               END-IF
               STRING WS-VEND-NAME (WS-VEND-IDX) ' '
                       WS-VEND-STATUS (WS-VEND-IDX) ' '
                       WS-VEND-LEAD-DAYS (WS-VEND-IDX) ' '
                       WS-VEND-INSPECT (WS-VEND-IDX)
                       DELIMITED BY SIZE
                   INTO WS-AFTER-IMAGE
               MOVE 'APPLIED                       ' TO DL-RESULT.
           PERFORM 300-WRITE-REGISTER-LINE
                   THRU 290-CAPTURE-BEFORE-IMAGE-EXIT
               MOVE VT-NEW-STATUS TO WS-VEND-STATUS (WS-VEND-IDX)
               STRING WS-VEND-NAME (WS-VEND-IDX) ' '
                       VT-NEW-STATUS ' '
                       WS-VEND-LEAD-DAYS (WS-VEND-IDX) ' '
                       WS-VEND-INSPECT (WS-VEND-IDX)
                       DELIMITED BY SIZE
                   INTO WS-AFTER-IMAGE
               MOVE 'APPLIED                       ' TO DL-RESULT.
           PERFORM 300-WRITE-REGISTER-LINE
                   MOVE WS-VEND-CODE (WS-SORT-J)   TO WS-SWAP-CODE
                   MOVE WS-VEND-NAME (WS-SORT-J)   TO WS-SWAP-NAME
                   MOVE WS-VEND-STATUS (WS-SORT-J) TO WS-SWAP-STATUS
                   MOVE WS-VEND-LEAD-DAYS (WS-SORT-J) TO
                       WS-SWAP-LEAD-DAYS
                   MOVE WS-VEND-INSPECT (WS-SORT-J) TO WS-SWAP-INSPECT
                   MOVE WS-VEND-CODE (WS-SORT-J + 1) TO
                       WS-VEND-CODE (WS-SORT-J)
                   MOVE WS-VEND-NAME (WS-SORT-J + 1) TO
                       WS-VEND-NAME (WS-SORT-J)
                   MOVE WS-VEND-STATUS (WS-SORT-J + 1) TO
                       WS-VEND-STATUS (WS-SORT-J)
                   MOVE WS-VEND-LEAD-DAYS (WS-SORT-J + 1) TO
                       WS-VEND-LEAD-DAYS (WS-SORT-J)
                   MOVE WS-VEND-INSPECT (WS-SORT-J + 1) TO
                       WS-VEND-INSPECT (WS-SORT-J)
                   MOVE WS-SWAP-CODE TO WS-VEND-CODE (WS-SORT-J + 1)
                   MOVE WS-SWAP-NAME TO WS-VEND-NAME (WS-SORT-J + 1)
                   MOVE WS-SWAP-STATUS TO
                       WS-VEND-STATUS (WS-SORT-J + 1)
                   MOVE WS-SWAP-LEAD-DAYS TO
                       WS-VEND-LEAD-DAYS (WS-SORT-J + 1)
                   MOVE WS-SWAP-INSPECT TO
                       WS-VEND-INSPECT (WS-SORT-J + 1).
           ADD 1 TO WS-SORT-J.
       284-SORT-INNER-COMPARE-EXIT.
           EXIT.

      *****************************************************************
      * 290-CAPTURE-BEFORE-IMAGE: THE VENDOR NAME, STATUS, LEAD TIME  *
      * AND INSPECTION FLAG AT WS-VEND-IDX, FOR THE REGISTER LINE'S   *
      * BEFORE COLUMN.                                                *
      *****************************************************************
       290-CAPTURE-BEFORE-IMAGE.
           STRING WS-VEND-NAME (WS-VEND-IDX) ' '
                   WS-VEND-STATUS (WS-VEND-IDX) ' '
                   WS-VEND-LEAD-DAYS (WS-VEND-IDX) ' '
                   WS-VEND-INSPECT (WS-VEND-IDX) DELIMITED BY SIZE
               INTO WS-BEFORE-IMAGE.
       290-CAPTURE-BEFORE-IMAGE-EXIT.
           EXIT.
               WS-VEND-NAME (WS-REMOVE-J).
           MOVE WS-VEND-STATUS (WS-REMOVE-J + 1) TO
               WS-VEND-STATUS (WS-REMOVE-J).
           MOVE WS-VEND-LEAD-DAYS (WS-REMOVE-J + 1) TO
               WS-VEND-LEAD-DAYS (WS-REMOVE-J).
           MOVE WS-VEND-INSPECT (WS-REMOVE-J + 1) TO
               WS-VEND-INSPECT (WS-REMOVE-J).
           ADD 1 TO WS-REMOVE-J.
       296-SHIFT-VENDOR-DOWN-EXIT.
           EXIT.

       300-WRITE-REGISTER-LINE.
      *****************************************************************
      * EVERY APPLIED ACTION ALSO GOES TO THE MACHINE-READABLE       *
      * CHANGE HISTORY.                                              *
      *****************************************************************
           IF DL-RESULT (1:7) = 'APPLIED'
               PERFORM 305-WRITE-CHANGE-HISTORY
                   THRU 305-WRITE-CHANGE-HISTORY-EXIT.
           MOVE VT-ACTION TO DL-ACTION.
           MOVE VT-OPERATOR-ID TO DL-OPERATOR.
           MOVE WS-LOOKUP-CODE TO DL-VENDOR-CODE.
           MOVE WS-BEFORE-IMAGE TO DL-BEFORE.
           MOVE WS-AFTER-IMAGE TO DL-AFTER.
       300-WRITE-REGISTER-LINE-EXIT.
           EXIT.

       305-WRITE-CHANGE-HISTORY.
           MOVE 'VENDMNT '        TO CHG-PROGRAM-ID.
           MOVE WS-RUN-DATE-TEXT  TO CHG-RUN-DATE.
           MOVE WS-CHG-TIME (1:6) TO CHG-RUN-TIME.
           MOVE VT-ACTION         TO CHG-ACTION.
           MOVE WS-LOOKUP-CODE    TO CHG-KEY.
           MOVE WS-BEFORE-IMAGE   TO CHG-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE    TO CHG-AFTER-IMAGE.
           MOVE VT-OPERATOR-ID    TO CHG-OPERATOR-ID.
           MOVE SPACES            TO CHG-APPROVER-ID.
           WRITE CHGHIST-RECORD.
       305-WRITE-CHANGE-HISTORY-EXIT.
           EXIT.

       310-EMIT-REGISTER-LINE.
           WRITE REGISTER-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           MOVE WS-VEND-CODE (WS-WRITE-J) TO VD-VENDOR-CODE.
           MOVE WS-VEND-NAME (WS-WRITE-J) TO VD-VENDOR-NAME.
           MOVE WS-VEND-STATUS (WS-WRITE-J) TO VD-STATUS.
           MOVE WS-VEND-LEAD-DAYS (WS-WRITE-J) TO VD-LEAD-DAYS.
           MOVE WS-VEND-INSPECT (WS-WRITE-J) TO VD-INSPECT-FLAG.
           WRITE VD-RECORD.
           ADD 1 TO WS-WRITE-J.
       610-WRITE-VENDOR-RECORD-EXIT.
           MOVE WS-STS-REJECTED TO CL-REJECTED-OUT.
           MOVE WS-REGISTER-COUNT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'NOT AUTHORIZED:         ' TO CL-LABEL.
           MOVE ZERO TO CL-APPLIED-OUT.
           MOVE WS-AUTH-REJECTED TO CL-REJECTED-OUT.
           MOVE WS-REGISTER-COUNT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
       700-WRITE-REGISTER-TRAILER-EXIT.
           EXIT.
