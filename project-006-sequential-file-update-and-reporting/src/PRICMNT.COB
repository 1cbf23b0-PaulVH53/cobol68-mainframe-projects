      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(PRICMNT)                        *
      * PURPOSE: PRICE MASTER MAINTENANCE. APPLIES ADD/CHANGE/DELETE  *
      * TRANSACTIONS FROM data/PRICEMAINT TO THE PRICE MASTER, IN     *
      * THE STYLE OF PROJ2'S APPLY-MAINTENANCE, PLUS A PERCENTAGE-    *
      * CHANGE ACTION THAT REPRICES A WHOLE RANGE OF ITEM CODES AT    *
      * ONCE. EVERY PRICE TOUCHED IS PRINTED ON A BEFORE/AFTER        *
      * REGISTER SO THE HAND-EDITING OF THE PRICE FILE - AND THE     *
      * MISTYPED PRICES THAT CAME WITH IT - STOPS.                    *
      *                                                               *
      * THE PRICE MASTER IS THE INDEXED data/PRICEMAST.IDX, KEYED ON  *
      * ITEM CODE PLUS EFFECTIVE DATE, AND IS MAINTAINED IN PLACE -   *
      * EACH ACTION IS A KEYED WRITE, REWRITE OR DELETE, SO THERE IS  *
      * NO TABLE TO OUTGROW AND NO REWRITE OF THE WHOLE FILE AT THE   *
      * END. PRICUNLD/PRICRELD UNLOAD AND RELOAD IT.                  *
      *                                                               *
      * PRICES ARE EFFECTIVE-DATED: THE MASTER MAY CARRY SEVERAL     *
      * RECORDS PER ITEM, EACH WITH THE DATE IT COMES INTO FORCE,    *
      * SO A RISE AGREED FOR THE 1ST IS LOADED AHEAD OF TIME AND     *
      * THE OLD PRICE SURVIVES AS HISTORY INSTEAD OF BEING           *
      * DESTROYED BY THE CHANGE. READERS PICK THE PRICE WITH THE     *
      * LATEST EFFECTIVE DATE NOT AFTER THEIR RUN DATE; AN UNDATED   *
      * BASE PRICE IS KEYED WITH A ZERO DATE AND IS ALWAYS IN FORCE. *
      *                                                               *
      * ACTIONS: A ADD / C CHANGE / D DELETE (PT-ITEM-CODE PLUS      *
      * PT-EFF-DATE, AND FOR A/C PT-NEW-PRICE), P PERCENTAGE CHANGE  *
      * (EVERY DATED PRICE OF EVERY ITEM FROM PT-ITEM-CODE THROUGH   *
      * PT-RANGE-HIGH REPRICED BY PT-PERCENT, SIGNED), V APPROVE A   *
      * HELD CHANGE (SEE BELOW).                                     *
      *                                                               *
      * EVERY TRANSACTION CARRIES THE KEYING OPERATOR'S ID, WHICH    *
      * MUST BE AUTHORIZED FOR PRICMNT AND THE ACTION ON THE CENTRAL *
      * OPERAUTH FILE. A C OR P THAT WOULD MOVE ANY PRICE BY MORE    *
      * THAN THE APPROVAL LIMIT - OR AN A THAT WOULD PUT A NEW DATED *
      * PRICE THAT FAR FROM THE ONE IT SUCCEEDS - IS NOT APPLIED BUT *
      * HELD ON PRICEMAINT.PENDING UNTIL A V TRANSACTION FOR THE     *
      * SAME ITEM, RANGE AND EFFECTIVE DATE ARRIVES FROM A DIFFERENT *
      * OPERATOR - IN THIS RUN OR A LATER ONE - SO NO ONE PERSON CAN *
      * BOTH RAISE AND APPROVE A LARGE PRICE MOVE.                   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICMNT.
      * ENVIRONMENT VARIABLE - SEE 005-RESOLVE-DATA-PATHS.            *
      *****************************************************************
           SELECT PRICEMAST-FILE ASSIGN DYNAMIC WS-PRICEMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PRICEMAST-STATUS.
           SELECT PRICEMAINT-FILE ASSIGN DYNAMIC WS-PRICEMAINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICEMAINT-STATUS.
           SELECT CHGHIST-FILE ASSIGN DYNAMIC WS-CHGHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGHIST-STATUS.
      *****************************************************************
      * OPERAUTH-FILE: THE CENTRAL OPERATOR AUTHORIZATION FILE - SEE *
      * copybooks/OPERAUTH.CPY. ONLY THE PRICMNT RECORDS ARE LOADED. *
      *****************************************************************
           SELECT OPERAUTH-FILE ASSIGN DYNAMIC WS-OPERAUTH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.
      *****************************************************************
      * PENDING-FILE: PRICE CHANGES HELD FOR A SECOND OPERATOR'S     *
      * APPROVAL, CARRIED FROM RUN TO RUN UNTIL APPROVED.            *
      *****************************************************************
           SELECT PENDING-FILE ASSIGN DYNAMIC WS-PENDING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * PRICEMAST-FILE: THE INDEXED PRICE MASTER, ONE RECORD PER      *
      * ITEM PER EFFECTIVE DATE. THE SAME LAYOUT IS DECLARED BY EVERY *
      * PROGRAM THAT READS IT.                                        *
      *****************************************************************
       FD  PRICEMAST-FILE
           RECORD CONTAINS 25 CHARACTERS.

       01  PM-RECORD.
           05  PM-KEY.
               10  PM-ITEM-CODE     PIC X(10).
               10  PM-EFF-DATE      PIC X(08).
           05  PM-PRICE             PIC 9(05)V99.
      *****************************************************************
      * PRICEMAINT-FILE: ONE MAINTENANCE TRANSACTION PER RECORD.      *
      * FOR ACTION P, PT-ITEM-CODE IS THE LOW END OF THE RANGE AND    *
      *****************************************************************
           05  PT-EFF-DATE          PIC X(08).
      *****************************************************************
      * PT-OPERATOR-ID: THE OPERATOR WHO KEYED THE TRANSACTION - ON  *
      * A V, THE APPROVER. STAMPED ON THE CHANGE HISTORY.            *
      *****************************************************************
           05  PT-OPERATOR-ID       PIC X(08).
      *****************************************************************
      * REGISTER-FILE: THE PRINTED BEFORE/AFTER REGISTER OF EVERY     *
      * PRICE TOUCHED, IN THE STYLE OF PROJ4'S REGISTER-FILE.         *
      *****************************************************************

       COPY CHGHIST.

       FD  OPERAUTH-FILE
           RECORDING MODE IS F.

       COPY OPERAUTH.
      *****************************************************************
      * PENDING-FILE: THE HELD TRANSACTION EXACTLY AS KEYED (RAISING *
      * OPERATOR INCLUDED) AND THE DATE IT WAS HELD.                 *
      *****************************************************************
       FD  PENDING-FILE
           RECORDING MODE IS F.

       01  PD-RECORD.
           05  PD-TRANSACTION       PIC X(49).
           05  PD-HELD-DATE         PIC X(08).
      *****************************************************************
      * PARM-FILE: OPTIONAL SYSIN-STYLE PARAMETER CARD. A BLANK OR   *
      * MISSING CARD LEAVES THE APPROVAL LIMIT AT 100.00 - THE MOST  *
      * ONE OPERATOR MAY MOVE A SINGLE PRICE ALONE. THE LIMIT IS     *
      * KEYED IN THE SAME RAW-DIGITS FORMAT AS PT-NEW-PRICE.         *
      *****************************************************************
       FD  PARM-FILE
           RECORDING MODE IS F.

       01  PARM-RECORD.
           05  PARM-APPROVAL-LIMIT  PIC 9(05)V99.
           05  PARM-APPROVAL-LIMIT-X REDEFINES PARM-APPROVAL-LIMIT
                                    PIC X(07).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PRICEMAST-STATUS   PIC XX.
           05  WS-PRICEMAINT-STATUS  PIC XX.
           05  WS-OPERAUTH-STATUS    PIC XX.
           05  WS-PENDING-STATUS     PIC XX.
           05  WS-PARM-FILE-STATUS   PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-MAINT-EOF-FLAG     PIC X          VALUE 'N'.
               88  MAINT-EOF         VALUE 'Y'.
           05  WS-RANGE-END-FLAG     PIC X          VALUE 'N'.
               88  RANGE-END         VALUE 'Y'.
           05  WS-OPERAUTH-EOF-FLAG  PIC X          VALUE 'N'.
               88  OPERAUTH-EOF      VALUE 'Y'.
           05  WS-PENDING-EOF-FLAG   PIC X          VALUE 'N'.
               88  PENDING-EOF       VALUE 'Y'.
           05  WS-AUTH-FOUND-FLAG    PIC X          VALUE 'N'.
               88  OPERATOR-AUTHORIZED VALUE 'Y'.
           05  WS-APPROVING-FLAG     PIC X          VALUE 'N'.
               88  APPROVAL-IN-HAND  VALUE 'Y'.
           05  WS-PEND-FOUND-FLAG    PIC X          VALUE 'N'.
               88  PEND-FOUND        VALUE 'Y'.
           05  WS-PRIOR-FOUND-FLAG   PIC X          VALUE 'N'.
               88  PRIOR-PRICE-FOUND VALUE 'Y'.
           05  WS-PRIOR-WALK-END-FLAG PIC X         VALUE 'N'.
               88  PRIOR-WALK-END    VALUE 'Y'.

      *****************************************************************
      * WS-AUTH-TABLE: THE OPERATORS AUTHORIZED FOR PRICMNT AND THE  *
      * ACTION EACH MAY KEY ('*' = ANY), LOADED FROM OPERAUTH.       *
      *****************************************************************
       01  WS-AUTH-TABLE.
           05  WS-AUTH-COUNT        PIC 9(03) COMP VALUE ZERO.
           05  WS-AUTH-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-AUTH-COUNT
                       INDEXED BY WS-AUTH-IDX.
               10  WS-AUTH-OPERATOR-ID PIC X(08).
               10  WS-AUTH-ACTION      PIC X(01).

      *****************************************************************
      * WS-PEND-TABLE: THE HELD CHANGES - LOADED FROM PENDING-FILE,  *
      * ADDED TO AS THIS RUN HOLDS MORE, AND WRITTEN BACK WITHOUT    *
      * THE ONES APPROVED. WS-PEND-IMAGE MIRRORS PT-RECORD.          *
      *****************************************************************
       01  WS-PEND-TABLE.
           05  WS-PEND-COUNT        PIC 9(03) COMP VALUE ZERO.
           05  WS-PEND-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-PEND-COUNT
                       INDEXED BY WS-PEND-IDX.
               10  WS-PEND-IMAGE.
                   15  WS-PEND-ACTION      PIC X(01).
                   15  WS-PEND-ITEM-CODE   PIC X(10).
                   15  FILLER              PIC X(07).
                   15  WS-PEND-RANGE-HIGH  PIC X(10).
                   15  FILLER              PIC X(05).
                   15  WS-PEND-EFF-DATE    PIC X(08).
                   15  WS-PEND-OPERATOR-ID PIC X(08).
               10  WS-PEND-HELD-DATE   PIC X(08).
               10  WS-PEND-CLEARED     PIC X(01).
                   88  PEND-CLEARED    VALUE 'Y'.

       77  WS-PEND-TABLE-MAX        PIC 9(03) COMP VALUE 100.
       77  WS-PEND-SUB              PIC 9(03) COMP VALUE ZERO.

      *****************************************************************
      * WS-APPROVAL-FIELDS: THE LIMIT ONE OPERATOR MAY MOVE A PRICE  *
      * BY ALONE, THE LARGEST MOVE THE ACTION IN HAND WOULD MAKE,    *
      * AND THE SECOND OPERATOR WHEN A HELD CHANGE IS BEING APPLIED. *
      *****************************************************************
       01  WS-APPROVAL-FIELDS.
           05  WS-APPROVAL-LIMIT    PIC 9(05)V99   VALUE 100.00.
           05  WS-PRICE-MOVE        PIC 9(05)V99   VALUE ZERO.
           05  WS-MAX-PRICE-MOVE    PIC 9(05)V99   VALUE ZERO.
           05  WS-TRIAL-PRICE       PIC 9(05)V99   VALUE ZERO.
           05  WS-PRIOR-PRICE       PIC 9(05)V99   VALUE ZERO.
           05  WS-APPROVER-ID       PIC X(08)      VALUE SPACES.

       01  WS-LOOKUP-FIELDS.
           05  WS-LOOKUP-CODE       PIC X(10)     VALUE SPACES.
           05  WS-DEL-REJECTED      PIC 9(05) COMP VALUE ZERO.
           05  WS-PCT-APPLIED       PIC 9(05) COMP VALUE ZERO.
           05  WS-PCT-REJECTED      PIC 9(05) COMP VALUE ZERO.
           05  WS-APV-APPLIED       PIC 9(05) COMP VALUE ZERO.
           05  WS-APV-REJECTED      PIC 9(05) COMP VALUE ZERO.
           05  WS-AUTH-REJECTED     PIC 9(05) COMP VALUE ZERO.
           05  WS-HELD-COUNT        PIC 9(05) COMP VALUE ZERO.
           05  WS-STILL-PENDING     PIC 9(05) COMP VALUE ZERO.

      *****************************************************************
      * WS-CHGHIST-FIELDS: SUPPORT THE COMMON CHANGE-HISTORY RECORD. *
           05  WS-PRICEMAST-PATH     PIC X(80) VALUE SPACES.
           05  WS-PRICEMAINT-PATH    PIC X(80) VALUE SPACES.
           05  WS-REGISTER-PATH      PIC X(80) VALUE SPACES.
           05  WS-OPERAUTH-PATH      PIC X(80) VALUE SPACES.
           05  WS-PENDING-PATH       PIC X(80) VALUE SPACES.
           05  WS-PARM-PATH          PIC X(80) VALUE SPACES.

       01  WS-REGISTER-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(9)      VALUE 'AFTER'.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE 'RESULT'.
               10  FILLER          PIC X(24)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE 'OPERATOR'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE 'APPROVER'.
               10  FILLER          PIC X(24)     VALUE SPACES.

       01  WS-REGISTER-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-AFTER            PIC X(09).
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  DL-RESULT           PIC X(30).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-OPERATOR         PIC X(08).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-APPROVER         PIC X(08).
           05  FILLER              PIC X(25)     VALUE SPACES.

       01  WS-REGISTER-COUNT-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  CL-REJECTED-OUT     PIC ZZ,ZZ9.
           05  FILLER              PIC X(87)     VALUE SPACES.

       01  WS-REGISTER-PEND-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  PL-LABEL            PIC X(24).
           05  PL-COUNT-OUT        PIC ZZ,ZZ9.
           05  FILLER              PIC X(97)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'PRICMNT: PRICE MASTER MAINTENANCE'.
           STRING WS-RUN-DATE-TEXT (1:4) '-' WS-RUN-DATE-TEXT (5:2)
                   '-' WS-RUN-DATE-TEXT (7:2)
               INTO WS-RUN-DATE-DISPLAY.
           PERFORM 060-READ-PARM-CARD
               THRU 060-READ-PARM-CARD-EXIT.

      *****************************************************************
      * THE PRICE MASTER IS OPENED I-O FOR THE WHOLE RUN. A MASTER   *
      * THAT WILL NOT OPEN HAS NOT BEEN BUILT YET (OR IS DAMAGED) -  *
      * THE RUN ABENDS BEFORE ANY TRANSACTION IS READ.               *
      *****************************************************************
           OPEN I-O PRICEMAST-FILE.
           IF WS-PRICEMAST-STATUS NOT = '00'
               DISPLAY 'PRICMNT ABEND - NO INDEXED PRICE MASTER (RUN '
                   'PRICRELD) - STATUS ' WS-PRICEMAST-STATUS
                   ' - NOTHING APPLIED'
               MOVE 16 TO RETURN-CODE
               GOBACK.

           PERFORM 065-LOAD-PENDING-CHANGES
               THRU 065-LOAD-PENDING-CHANGES-EXIT.
           PERFORM 070-LOAD-OPERATOR-AUTHORITY
               THRU 070-LOAD-OPERATOR-AUTHORITY-EXIT.

           OPEN OUTPUT REGISTER-FILE.
           PERFORM 100-WRITE-REGISTER-HEADERS
               THRU 100-WRITE-REGISTER-HEADERS-EXIT.
                   UNTIL MAINT-EOF
               CLOSE PRICEMAINT-FILE.
           CLOSE CHGHIST-FILE.
           CLOSE PRICEMAST-FILE.

           PERFORM 650-REWRITE-PENDING-FILE
               THRU 650-REWRITE-PENDING-FILE-EXIT.
           PERFORM 700-WRITE-REGISTER-TRAILER
               THRU 700-WRITE-REGISTER-TRAILER-EXIT.
           CLOSE REGISTER-FILE.
           IF WS-DATA-DIR = SPACES
               MOVE 'data' TO WS-DATA-DIR.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PRICEMAST.IDX' DELIMITED BY SIZE
               INTO WS-PRICEMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PRICEMAINT' DELIMITED BY SIZE
               STRING WS-DATA-DIR DELIMITED BY SPACE
                       '/CHGHIST' DELIMITED BY SIZE
                   INTO WS-CHGHIST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PRICEMAINT.PENDING' DELIMITED BY SIZE
               INTO WS-PENDING-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PRICMNT.PARM' DELIMITED BY SIZE
               INTO WS-PARM-PATH.
           ACCEPT WS-OPERAUTH-PATH FROM ENVIRONMENT 'OPERAUTH_PATH'.
           IF WS-OPERAUTH-PATH = SPACES
               MOVE
                 '../project-007-nightly-batch-driver/data/OPERAUTH'
                   TO WS-OPERAUTH-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 060-READ-PARM-CARD: READS THE OPTIONAL PARAMETER CARD. A      *
      * BLANK OR NON-NUMERIC LIMIT (OR A MISSING PARM-FILE) KEEPS THE *
      * DEFAULT.                                                      *
      *****************************************************************
       060-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = '00'
               GO TO 060-READ-PARM-CARD-EXIT.
           READ PARM-FILE
               AT END
                   MOVE SPACES TO PARM-RECORD
           END-READ.
           IF PARM-APPROVAL-LIMIT-X IS NUMERIC
               MOVE PARM-APPROVAL-LIMIT TO WS-APPROVAL-LIMIT.
           CLOSE PARM-FILE.
       060-READ-PARM-CARD-EXIT.
           EXIT.

      *****************************************************************
      * 065-LOAD-PENDING-CHANGES: LOADS THE CHANGES EARLIER RUNS     *
      * HELD FOR APPROVAL. A MISSING FILE MEANS NOTHING IS HELD.     *
      *****************************************************************
       065-LOAD-PENDING-CHANGES.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS NOT = '00'
               GO TO 065-LOAD-PENDING-CHANGES-EXIT.
           PERFORM 067-LOAD-ONE-PENDING
               UNTIL PENDING-EOF.
           CLOSE PENDING-FILE.
       065-LOAD-PENDING-CHANGES-EXIT.
           EXIT.

       067-LOAD-ONE-PENDING.
           READ PENDING-FILE
               AT END
                   MOVE 'Y' TO WS-PENDING-EOF-FLAG
               NOT AT END
                   IF WS-PEND-COUNT < WS-PEND-TABLE-MAX
                       ADD 1 TO WS-PEND-COUNT
                       MOVE PD-TRANSACTION TO
                           WS-PEND-IMAGE (WS-PEND-COUNT)
                       MOVE PD-HELD-DATE TO
                           WS-PEND-HELD-DATE (WS-PEND-COUNT)
                       MOVE 'N' TO WS-PEND-CLEARED (WS-PEND-COUNT)
                   ELSE
                       DISPLAY 'WARNING: PENDING TABLE FULL - HELD '
                           'CHANGE ' PD-TRANSACTION (2:10)
                           ' NOT LOADED'
                   END-IF.

      *****************************************************************
      * 070-LOAD-OPERATOR-AUTHORITY: LOADS THE PRICMNT RECORDS OF    *
      * THE CENTRAL OPERAUTH FILE. A MISSING FILE AUTHORIZES NOBODY  *
      * - EVERY TRANSACTION WILL REJECT.                             *
      *****************************************************************
       070-LOAD-OPERATOR-AUTHORITY.
           OPEN INPUT OPERAUTH-FILE.
           IF WS-OPERAUTH-STATUS NOT = '00'
               DISPLAY 'NO OPERAUTH FILE FOUND - EVERY PRICE '
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
                   IF OPA-PROGRAM-ID = 'PRICMNT '
                           AND WS-AUTH-COUNT < 100
                       ADD 1 TO WS-AUTH-COUNT
                       MOVE OPA-OPERATOR-ID TO
                           WS-AUTH-OPERATOR-ID (WS-AUTH-COUNT)
                       MOVE OPA-ACTION TO
                           WS-AUTH-ACTION (WS-AUTH-COUNT)
                   END-IF.

      *****************************************************************
                       THRU 210-PROCESS-MAINT-RECORD-EXIT.

       210-PROCESS-MAINT-RECORD.
           MOVE 'N' TO WS-APPROVING-FLAG.
           MOVE SPACES TO WS-APPROVER-ID.
           PERFORM 215-CHECK-OPERATOR-AUTHORITY
               THRU 215-CHECK-OPERATOR-AUTHORITY-EXIT.
           IF NOT OPERATOR-AUTHORIZED
               ADD 1 TO WS-AUTH-REJECTED
               MOVE PT-ITEM-CODE TO WS-LOOKUP-CODE
               MOVE PT-EFF-DATE TO WS-LOOKUP-DATE
               MOVE 'N' TO WS-HAD-BEFORE-FLAG
               MOVE 'N' TO WS-HAD-AFTER-FLAG
               PERFORM 300-WRITE-REGISTER-LINE
                   THRU 300-WRITE-REGISTER-LINE-EXIT
               GO TO 210-PROCESS-MAINT-RECORD-EXIT.
           IF PT-ACTION = 'A'
               PERFORM 220-ADD-PRICE-ENTRY
                   THRU 220-ADD-PRICE-ENTRY-EXIT
           ELSE IF PT-ACTION = 'P'
               PERFORM 250-REPRICE-RANGE
                   THRU 250-REPRICE-RANGE-EXIT
           ELSE IF PT-ACTION = 'V'
               PERFORM 320-APPROVE-HELD-CHANGE
                   THRU 320-APPROVE-HELD-CHANGE-EXIT
           ELSE
               DISPLAY '  MAINT ERROR: INVALID ACTION CODE "'
                   PT-ACTION '".'
       210-PROCESS-MAINT-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * 215-CHECK-OPERATOR-AUTHORITY: SETS OPERATOR-AUTHORIZED WHEN  *
      * THE TRANSACTION CARRIES AN OPERATOR ID THAT OPERAUTH ALLOWS  *
      * TO KEY PT-ACTION IN PRICMNT. OTHERWISE DL-RESULT SAYS WHY.   *
      *****************************************************************
       215-CHECK-OPERATOR-AUTHORITY.
           MOVE 'N' TO WS-AUTH-FOUND-FLAG.
           IF PT-OPERATOR-ID = SPACES
               DISPLAY '  MAINT ERROR: NO OPERATOR ID ON '
                   PT-ITEM-CODE '.'
               MOVE 'AUTH ERROR: NO OPERATOR ID    ' TO DL-RESULT
               GO TO 215-CHECK-OPERATOR-AUTHORITY-EXIT.
           IF WS-AUTH-COUNT > ZERO
               SET WS-AUTH-IDX TO 1
               SEARCH WS-AUTH-ENTRY
                   WHEN WS-AUTH-OPERATOR-ID (WS-AUTH-IDX) =
                           PT-OPERATOR-ID
                       AND (WS-AUTH-ACTION (WS-AUTH-IDX) = PT-ACTION
                         OR WS-AUTH-ACTION (WS-AUTH-IDX) = '*')
                       MOVE 'Y' TO WS-AUTH-FOUND-FLAG.
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY '  MAINT ERROR: OPERATOR ' PT-OPERATOR-ID
                   ' NOT AUTHORIZED FOR ACTION "' PT-ACTION '".'
               MOVE 'AUTH ERROR: NOT AUTHORIZED    ' TO DL-RESULT.
       215-CHECK-OPERATOR-AUTHORITY-EXIT.
           EXIT.

      *****************************************************************
      * 220-ADD-PRICE-ENTRY: AN A FOR AN ITEM ALREADY ON THE MASTER   *
      * ADDS A NEW DATED PRICE THAT SUCCEEDS THE ONE IN FORCE BEFORE  *
      * IT, SO IT IS MEASURED AGAINST THAT PRICE AND HELD FOR A       *
      * SECOND OPERATOR LIKE A C WHEN THE MOVE IS OVER THE LIMIT. AN  *
      * A FOR A NEW ITEM HAS NOTHING TO MEASURE AGAINST.              *
      *****************************************************************
       220-ADD-PRICE-ENTRY.
           MOVE 'N' TO WS-HAD-BEFORE-FLAG.
           MOVE PT-ITEM-CODE TO WS-LOOKUP-CODE.
               MOVE '00000000' TO WS-LOOKUP-DATE.
           PERFORM 270-FIND-PRICE-BY-CODE
               THRU 270-FIND-PRICE-BY-CODE-EXIT.
           MOVE ZERO TO WS-PRICE-MOVE.
           MOVE 'N' TO WS-PRIOR-FOUND-FLAG.
           IF NOT LOOKUP-FOUND AND PT-NEW-PRICE-X IS NUMERIC
               PERFORM 222-FIND-PRIOR-PRICE
                   THRU 222-FIND-PRIOR-PRICE-EXIT
               IF PRIOR-PRICE-FOUND
                   MOVE WS-PRIOR-PRICE TO PM-PRICE
                   PERFORM 235-MEASURE-PRICE-MOVE
                       THRU 235-MEASURE-PRICE-MOVE-EXIT
               END-IF
           END-IF.
           IF LOOKUP-FOUND
               ADD 1 TO WS-ADD-REJECTED
               MOVE 'N' TO WS-HAD-AFTER-FLAG
               ADD 1 TO WS-ADD-REJECTED
               MOVE 'N' TO WS-HAD-AFTER-FLAG
               MOVE 'ADD ERROR: PRICE NOT NUMERIC  ' TO DL-RESULT
           ELSE IF WS-PRICE-MOVE > WS-APPROVAL-LIMIT
                   AND NOT APPROVAL-IN-HAND
               MOVE 'Y' TO WS-HAD-BEFORE-FLAG
               MOVE 'Y' TO WS-HAD-AFTER-FLAG
               PERFORM 330-HOLD-FOR-APPROVAL
                   THRU 330-HOLD-FOR-APPROVAL-EXIT
               IF DL-RESULT (1:4) = 'HOLD'
                   ADD 1 TO WS-ADD-REJECTED
               END-IF
           ELSE
               MOVE 'N' TO WS-HAD-BEFORE-FLAG
               MOVE WS-LOOKUP-CODE TO PM-ITEM-CODE
               MOVE WS-LOOKUP-DATE TO PM-EFF-DATE
               MOVE PT-NEW-PRICE TO WS-NEW-PRICE-NUM
               MOVE WS-NEW-PRICE-NUM TO PM-PRICE
               WRITE PM-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ADD-REJECTED
                       MOVE 'N' TO WS-HAD-AFTER-FLAG
                       MOVE 'ADD ERROR: ALREADY EXISTS     '
                           TO DL-RESULT
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-APPLIED
                       MOVE WS-NEW-PRICE-NUM TO WS-AFTER-PRICE
                       MOVE 'Y' TO WS-HAD-AFTER-FLAG
                       MOVE 'APPLIED                       '
                           TO DL-RESULT
               END-WRITE.
           PERFORM 300-WRITE-REGISTER-LINE
               THRU 300-WRITE-REGISTER-LINE-EXIT.
       220-ADD-PRICE-ENTRY-EXIT.
           EXIT.

      *****************************************************************
      * 222-FIND-PRIOR-PRICE: THE DATED PRICE THE ADD IN HAND WOULD   *
      * SUCCEED - THE ONE WITH THE LATEST EFFECTIVE DATE BEFORE       *
      * WS-LOOKUP-DATE - WALKED THE SAME WAY PROJ6 FINDS THE PRICE IN *
      * FORCE. LEAVES IT IN WS-PRIOR-PRICE WITH PRIOR-PRICE-FOUND.    *
      *****************************************************************
       222-FIND-PRIOR-PRICE.
           MOVE 'N' TO WS-PRIOR-FOUND-FLAG.
           MOVE ZERO TO WS-PRIOR-PRICE.
           MOVE 'N' TO WS-PRIOR-WALK-END-FLAG.
           MOVE WS-LOOKUP-CODE TO PM-ITEM-CODE.
           MOVE LOW-VALUES TO PM-EFF-DATE.
           START PRICEMAST-FILE KEY IS NOT < PM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PRIOR-WALK-END-FLAG
           END-START.
           PERFORM 224-TEST-ONE-PRIOR-PRICE
               THRU 224-TEST-ONE-PRIOR-PRICE-EXIT
               UNTIL PRIOR-WALK-END.
       222-FIND-PRIOR-PRICE-EXIT.
           EXIT.

       224-TEST-ONE-PRIOR-PRICE.
           READ PRICEMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PRIOR-WALK-END-FLAG
                   GO TO 224-TEST-ONE-PRIOR-PRICE-EXIT
           END-READ.
           IF PM-ITEM-CODE NOT = WS-LOOKUP-CODE
                   OR PM-EFF-DATE NOT < WS-LOOKUP-DATE
               MOVE 'Y' TO WS-PRIOR-WALK-END-FLAG
               GO TO 224-TEST-ONE-PRIOR-PRICE-EXIT.
           MOVE 'Y' TO WS-PRIOR-FOUND-FLAG.
           MOVE PM-PRICE TO WS-PRIOR-PRICE.
       224-TEST-ONE-PRIOR-PRICE-EXIT.
           EXIT.

       230-CHANGE-PRICE-ENTRY.
           MOVE PT-ITEM-CODE TO WS-LOOKUP-CODE.
           IF PT-EFF-DATE IS NUMERIC
               MOVE '00000000' TO WS-LOOKUP-DATE.
           PERFORM 270-FIND-PRICE-BY-CODE
               THRU 270-FIND-PRICE-BY-CODE-EXIT.
           MOVE ZERO TO WS-PRICE-MOVE.
           IF LOOKUP-FOUND AND PT-NEW-PRICE-X IS NUMERIC
               PERFORM 235-MEASURE-PRICE-MOVE
                   THRU 235-MEASURE-PRICE-MOVE-EXIT.
           IF NOT LOOKUP-FOUND
               ADD 1 TO WS-CHG-REJECTED
               MOVE 'N' TO WS-HAD-BEFORE-FLAG
               MOVE 'CHANGE ERROR: NOT FOUND       ' TO DL-RESULT
           ELSE IF PT-NEW-PRICE-X IS NOT NUMERIC
               ADD 1 TO WS-CHG-REJECTED
               MOVE PM-PRICE TO WS-BEFORE-PRICE
               MOVE 'Y' TO WS-HAD-BEFORE-FLAG
               MOVE 'N' TO WS-HAD-AFTER-FLAG
               MOVE 'CHANGE ERROR: PRICE NOT NUM   ' TO DL-RESULT
           ELSE IF WS-PRICE-MOVE > WS-APPROVAL-LIMIT
                   AND NOT APPROVAL-IN-HAND
               MOVE 'Y' TO WS-HAD-BEFORE-FLAG
               MOVE 'Y' TO WS-HAD-AFTER-FLAG
               PERFORM 330-HOLD-FOR-APPROVAL
                   THRU 330-HOLD-FOR-APPROVAL-EXIT
               IF DL-RESULT (1:4) = 'HOLD'
                   ADD 1 TO WS-CHG-REJECTED
               END-IF
           ELSE
               ADD 1 TO WS-CHG-APPLIED
               MOVE PM-PRICE TO WS-BEFORE-PRICE
               MOVE 'Y' TO WS-HAD-BEFORE-FLAG
               MOVE PT-NEW-PRICE TO WS-NEW-PRICE-NUM
               MOVE WS-NEW-PRICE-NUM TO PM-PRICE
               REWRITE PM-RECORD
               MOVE WS-NEW-PRICE-NUM TO WS-AFTER-PRICE
               MOVE 'Y' TO WS-HAD-AFTER-FLAG
               MOVE 'APPLIED                       ' TO DL-RESULT.
       230-CHANGE-PRICE-ENTRY-EXIT.
           EXIT.

      *****************************************************************
      * 235-MEASURE-PRICE-MOVE: HOW FAR THE CHANGE IN HAND WOULD     *
      * MOVE THE PRICE, EITHER WAY - A CUT NEEDS THE SAME SECOND     *
      * PAIR OF EYES AS A RISE.                                      *
      *****************************************************************
       235-MEASURE-PRICE-MOVE.
           MOVE PM-PRICE TO WS-BEFORE-PRICE.
           MOVE PT-NEW-PRICE TO WS-AFTER-PRICE.
           IF WS-AFTER-PRICE > WS-BEFORE-PRICE
               COMPUTE WS-PRICE-MOVE =
                   WS-AFTER-PRICE - WS-BEFORE-PRICE
           ELSE
               COMPUTE WS-PRICE-MOVE =
                   WS-BEFORE-PRICE - WS-AFTER-PRICE.
       235-MEASURE-PRICE-MOVE-EXIT.
           EXIT.

       240-DELETE-PRICE-ENTRY.
           MOVE PT-ITEM-CODE TO WS-LOOKUP-CODE.
           IF PT-EFF-DATE IS NUMERIC
               MOVE 'DELETE ERROR: NOT FOUND       ' TO DL-RESULT
           ELSE
               ADD 1 TO WS-DEL-APPLIED
               MOVE PM-PRICE TO WS-BEFORE-PRICE
               MOVE 'Y' TO WS-HAD-BEFORE-FLAG
               MOVE 'N' TO WS-HAD-AFTER-FLAG
               DELETE PRICEMAST-FILE RECORD
               MOVE 'APPLIED                       ' TO DL-RESULT.
           PERFORM 300-WRITE-REGISTER-LINE
               THRU 300-WRITE-REGISTER-LINE-EXIT.
      * 250-REPRICE-RANGE: APPLIES THE SIGNED PERCENTAGE TO EVERY     *
      * ITEM CODE FROM PT-ITEM-CODE THROUGH PT-RANGE-HIGH             *
      * (INCLUSIVE), PRINTING ONE BEFORE/AFTER LINE PER ITEM          *
      * TOUCHED. EACH PASS STARTS THE MASTER AT THE LOW END OF THE    *
      * RANGE AND READS FORWARD UNTIL IT PASSES THE HIGH END.         *
      *****************************************************************
       250-REPRICE-RANGE.
           MOVE SPACES TO WS-LOOKUP-DATE.
           MOVE WS-PERCENT-NUM TO WS-PERCENT-SIGNED.
           IF PT-PERCENT-SIGN = '-'
               COMPUTE WS-PERCENT-SIGNED = ZERO - WS-PERCENT-NUM.
      *****************************************************************
      * A RANGE REPRICING IS HELD WHOLE WHEN ANY ONE PRICE IN THE    *
      * RANGE WOULD MOVE BY MORE THAN THE APPROVAL LIMIT.            *
      *****************************************************************
           IF NOT APPROVAL-IN-HAND
               MOVE ZERO TO WS-MAX-PRICE-MOVE
               PERFORM 252-START-AT-RANGE-LOW
                   THRU 252-START-AT-RANGE-LOW-EXIT
               PERFORM 255-MEASURE-ONE-RANGE-MOVE
                   THRU 255-MEASURE-ONE-RANGE-MOVE-EXIT
                   UNTIL RANGE-END
               IF WS-MAX-PRICE-MOVE > WS-APPROVAL-LIMIT
                   MOVE PT-ITEM-CODE TO WS-LOOKUP-CODE
                   MOVE 'N' TO WS-HAD-BEFORE-FLAG
                   MOVE 'N' TO WS-HAD-AFTER-FLAG
                   PERFORM 330-HOLD-FOR-APPROVAL
                       THRU 330-HOLD-FOR-APPROVAL-EXIT
                   IF DL-RESULT (1:4) = 'HOLD'
                       ADD 1 TO WS-PCT-REJECTED
                   END-IF
                   PERFORM 300-WRITE-REGISTER-LINE
                       THRU 300-WRITE-REGISTER-LINE-EXIT
                   GO TO 250-REPRICE-RANGE-EXIT
               END-IF.
           ADD 1 TO WS-PCT-APPLIED.
           PERFORM 252-START-AT-RANGE-LOW
               THRU 252-START-AT-RANGE-LOW-EXIT.
           PERFORM 260-REPRICE-ONE-ENTRY
               THRU 260-REPRICE-ONE-ENTRY-EXIT
               UNTIL RANGE-END.
       250-REPRICE-RANGE-EXIT.
           EXIT.

      *****************************************************************
      * 252-START-AT-RANGE-LOW: POSITIONS THE PRICE MASTER ON THE     *
      * FIRST DATED PRICE OF THE FIRST ITEM AT OR ABOVE PT-ITEM-CODE. *
      * NOTHING AT OR ABOVE IT ENDS THE RANGE BEFORE IT BEGINS.       *
      *****************************************************************
       252-START-AT-RANGE-LOW.
           MOVE 'N' TO WS-RANGE-END-FLAG.
           MOVE PT-ITEM-CODE TO PM-ITEM-CODE.
           MOVE LOW-VALUES TO PM-EFF-DATE.
           START PRICEMAST-FILE KEY IS NOT < PM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RANGE-END-FLAG
           END-START.
       252-START-AT-RANGE-LOW-EXIT.
           EXIT.

      *****************************************************************
      * 254-READ-NEXT-IN-RANGE: THE NEXT DATED PRICE, OR RANGE-END    *
      * AT END OF FILE OR ONCE THE ITEM CODE PASSES PT-RANGE-HIGH.    *
      *****************************************************************
       254-READ-NEXT-IN-RANGE.
           READ PRICEMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RANGE-END-FLAG
           END-READ.
           IF NOT RANGE-END
                   AND PM-ITEM-CODE > PT-RANGE-HIGH
               MOVE 'Y' TO WS-RANGE-END-FLAG.
       254-READ-NEXT-IN-RANGE-EXIT.
           EXIT.

      *****************************************************************
      * 255-MEASURE-ONE-RANGE-MOVE: WORKS OUT WHAT THE REPRICING     *
      * WOULD DO TO THE NEXT PRICE IN THE RANGE, WITHOUT DOING IT,   *
      * AND KEEPS THE LARGEST MOVE SEEN.                             *
      *****************************************************************
       255-MEASURE-ONE-RANGE-MOVE.
           PERFORM 254-READ-NEXT-IN-RANGE
               THRU 254-READ-NEXT-IN-RANGE-EXIT.
           IF RANGE-END
               GO TO 255-MEASURE-ONE-RANGE-MOVE-EXIT.
           COMPUTE WS-TRIAL-PRICE ROUNDED =
               PM-PRICE + (PM-PRICE * WS-PERCENT-SIGNED / 100)
               ON SIZE ERROR
                   MOVE PM-PRICE TO WS-TRIAL-PRICE
           END-COMPUTE.
           IF WS-TRIAL-PRICE > PM-PRICE
               COMPUTE WS-PRICE-MOVE = WS-TRIAL-PRICE - PM-PRICE
           ELSE
               COMPUTE WS-PRICE-MOVE = PM-PRICE - WS-TRIAL-PRICE.
           IF WS-PRICE-MOVE > WS-MAX-PRICE-MOVE
               MOVE WS-PRICE-MOVE TO WS-MAX-PRICE-MOVE.
       255-MEASURE-ONE-RANGE-MOVE-EXIT.
           EXIT.

       260-REPRICE-ONE-ENTRY.
           PERFORM 254-READ-NEXT-IN-RANGE
               THRU 254-READ-NEXT-IN-RANGE-EXIT.
           IF RANGE-END
               GO TO 260-REPRICE-ONE-ENTRY-EXIT.
           MOVE PM-PRICE TO WS-BEFORE-PRICE.
           MOVE 'Y' TO WS-HAD-BEFORE-FLAG.
           COMPUTE WS-AFTER-PRICE ROUNDED =
               WS-BEFORE-PRICE
               ON SIZE ERROR
                   MOVE WS-BEFORE-PRICE TO WS-AFTER-PRICE
           END-COMPUTE.
           MOVE WS-AFTER-PRICE TO PM-PRICE.
           REWRITE PM-RECORD.
           MOVE 'Y' TO WS-HAD-AFTER-FLAG.
           MOVE PM-ITEM-CODE TO WS-LOOKUP-CODE.
           MOVE PM-EFF-DATE TO WS-LOOKUP-DATE.
           MOVE 'REPRICED                      ' TO DL-RESULT.
           PERFORM 300-WRITE-REGISTER-LINE
               THRU 300-WRITE-REGISTER-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 270-FIND-PRICE-BY-CODE: KEYED READ OF THE PRICE MASTER FOR    *
      * THE EXACT ITEM CODE AND EFFECTIVE DATE IN WS-LOOKUP-CODE /    *
      * WS-LOOKUP-DATE. ON A HIT THE RECORD IS LEFT IN PM-RECORD FOR  *
      * THE CALLER TO REWRITE OR DELETE.                              *
      *****************************************************************
       270-FIND-PRICE-BY-CODE.
           MOVE 'N' TO WS-LOOKUP-FOUND-FLAG.
           MOVE WS-LOOKUP-CODE TO PM-ITEM-CODE.
           MOVE WS-LOOKUP-DATE TO PM-EFF-DATE.
           READ PRICEMAST-FILE
               KEY IS PM-KEY
               INVALID KEY
                   GO TO 270-FIND-PRICE-BY-CODE-EXIT
           END-READ.
           MOVE 'Y' TO WS-LOOKUP-FOUND-FLAG.
       270-FIND-PRICE-BY-CODE-EXIT.
           EXIT.

      *****************************************************************
      * 300-WRITE-REGISTER-LINE: PRINTS ONE BEFORE/AFTER LINE FOR     *
      * THE ACTION IN HAND. A MISSING BEFORE OR AFTER PRICE (ADDS,    *
               PERFORM 305-WRITE-CHANGE-HISTORY
                   THRU 305-WRITE-CHANGE-HISTORY-EXIT.
           MOVE PT-ACTION TO DL-ACTION.
           MOVE PT-OPERATOR-ID TO DL-OPERATOR.
           MOVE WS-APPROVER-ID TO DL-APPROVER.
           MOVE WS-LOOKUP-CODE TO DL-ITEM-CODE.
           MOVE WS-LOOKUP-DATE TO DL-EFF-DATE.
           IF WS-HAD-BEFORE-FLAG = 'Y'
           MOVE WS-LOOKUP-CODE  TO CHG-KEY.
           MOVE WS-CHG-BEFORE   TO CHG-BEFORE-IMAGE.
           MOVE WS-CHG-AFTER    TO CHG-AFTER-IMAGE.
           MOVE PT-OPERATOR-ID  TO CHG-OPERATOR-ID.
           MOVE WS-APPROVER-ID  TO CHG-APPROVER-ID.
           WRITE CHGHIST-RECORD.
       305-WRITE-CHANGE-HISTORY-EXIT.
           EXIT.

      *****************************************************************
      * 320-APPROVE-HELD-CHANGE: A V TRANSACTION. FINDS THE HELD     *
      * CHANGE FOR THE SAME ITEM, RANGE AND EFFECTIVE DATE AND, WHEN *
      * THE APPROVER IS NOT THE OPERATOR WHO RAISED IT, PUTS THE     *
      * HELD TRANSACTION BACK IN PT-RECORD AND APPLIES IT THROUGH    *
      * THE ORDINARY A, C OR P PARAGRAPH WITH THE LIMIT CHECK        *
      * WAIVED.                                                      *
      * THE REGISTER AND CHANGE HISTORY THEN SHOW BOTH OPERATORS.    *
      *****************************************************************
       320-APPROVE-HELD-CHANGE.
           MOVE PT-ITEM-CODE TO WS-LOOKUP-CODE.
           MOVE PT-EFF-DATE TO WS-LOOKUP-DATE.
           MOVE 'N' TO WS-HAD-BEFORE-FLAG.
           MOVE 'N' TO WS-HAD-AFTER-FLAG.
           PERFORM 325-FIND-HELD-CHANGE
               THRU 325-FIND-HELD-CHANGE-EXIT.
           IF NOT PEND-FOUND
               ADD 1 TO WS-APV-REJECTED
               MOVE 'APPROVE ERROR: NOTHING HELD   ' TO DL-RESULT
               PERFORM 300-WRITE-REGISTER-LINE
                   THRU 300-WRITE-REGISTER-LINE-EXIT
               GO TO 320-APPROVE-HELD-CHANGE-EXIT.
           IF WS-PEND-OPERATOR-ID (WS-PEND-IDX) = PT-OPERATOR-ID
               ADD 1 TO WS-APV-REJECTED
               MOVE 'APPROVE ERROR: SAME OPERATOR  ' TO DL-RESULT
               PERFORM 300-WRITE-REGISTER-LINE
                   THRU 300-WRITE-REGISTER-LINE-EXIT
               GO TO 320-APPROVE-HELD-CHANGE-EXIT.
           ADD 1 TO WS-APV-APPLIED.
           MOVE PT-OPERATOR-ID TO WS-APPROVER-ID.
           MOVE 'Y' TO WS-PEND-CLEARED (WS-PEND-IDX).
           MOVE WS-PEND-IMAGE (WS-PEND-IDX) TO PT-RECORD.
           MOVE 'Y' TO WS-APPROVING-FLAG.
           IF PT-ACTION = 'A'
               PERFORM 220-ADD-PRICE-ENTRY
                   THRU 220-ADD-PRICE-ENTRY-EXIT
           ELSE IF PT-ACTION = 'C'
               PERFORM 230-CHANGE-PRICE-ENTRY
                   THRU 230-CHANGE-PRICE-ENTRY-EXIT
           ELSE
               PERFORM 250-REPRICE-RANGE
                   THRU 250-REPRICE-RANGE-EXIT.
           MOVE 'N' TO WS-APPROVING-FLAG.
       320-APPROVE-HELD-CHANGE-EXIT.
           EXIT.

       325-FIND-HELD-CHANGE.
           MOVE 'N' TO WS-PEND-FOUND-FLAG.
           IF WS-PEND-COUNT = ZERO
               GO TO 325-FIND-HELD-CHANGE-EXIT.
           SET WS-PEND-IDX TO 1.
           SEARCH WS-PEND-ENTRY
               WHEN NOT PEND-CLEARED (WS-PEND-IDX)
                       AND WS-PEND-ITEM-CODE (WS-PEND-IDX) =
                           PT-ITEM-CODE
                       AND WS-PEND-RANGE-HIGH (WS-PEND-IDX) =
                           PT-RANGE-HIGH
                       AND WS-PEND-EFF-DATE (WS-PEND-IDX) =
                           PT-EFF-DATE
                   MOVE 'Y' TO WS-PEND-FOUND-FLAG.
       325-FIND-HELD-CHANGE-EXIT.
           EXIT.

      *****************************************************************
      * 330-HOLD-FOR-APPROVAL: PARKS THE TRANSACTION IN HAND ON THE  *
      * PENDING TABLE INSTEAD OF APPLYING IT. THE CALLER PRINTS THE  *
      * REGISTER LINE.                                               *
      *****************************************************************
       330-HOLD-FOR-APPROVAL.
           IF WS-PEND-COUNT = WS-PEND-TABLE-MAX
               MOVE 'HOLD ERROR: PENDING FILE FULL ' TO DL-RESULT
           ELSE
               ADD 1 TO WS-PEND-COUNT
               ADD 1 TO WS-HELD-COUNT
               MOVE PT-RECORD TO WS-PEND-IMAGE (WS-PEND-COUNT)
               MOVE WS-RUN-DATE-TEXT TO
                   WS-PEND-HELD-DATE (WS-PEND-COUNT)
               MOVE 'N' TO WS-PEND-CLEARED (WS-PEND-COUNT)
               MOVE 'HELD FOR APPROVAL             ' TO DL-RESULT.
       330-HOLD-FOR-APPROVAL-EXIT.
           EXIT.

       310-EMIT-REGISTER-LINE.
           WRITE REGISTER-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           EXIT.

      *****************************************************************
      * 650-REWRITE-PENDING-FILE: WRITES BACK EVERY HELD CHANGE NOT  *
      * APPROVED THIS RUN, SO IT WAITS FOR ITS SECOND OPERATOR.      *
      *****************************************************************
       650-REWRITE-PENDING-FILE.
           OPEN OUTPUT PENDING-FILE.
           MOVE ZERO TO WS-PEND-SUB.
           PERFORM 660-WRITE-ONE-PENDING
               THRU 660-WRITE-ONE-PENDING-EXIT
               WS-PEND-COUNT TIMES.
           CLOSE PENDING-FILE.
       650-REWRITE-PENDING-FILE-EXIT.
           EXIT.

       660-WRITE-ONE-PENDING.
           ADD 1 TO WS-PEND-SUB.
           IF PEND-CLEARED (WS-PEND-SUB)
               GO TO 660-WRITE-ONE-PENDING-EXIT.
           MOVE WS-PEND-IMAGE (WS-PEND-SUB) TO PD-TRANSACTION.
           MOVE WS-PEND-HELD-DATE (WS-PEND-SUB) TO PD-HELD-DATE.
           WRITE PD-RECORD.
       660-WRITE-ONE-PENDING-EXIT.
           EXIT.

      *****************************************************************
           MOVE WS-PCT-REJECTED TO CL-REJECTED-OUT.
           MOVE WS-REGISTER-COUNT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'APPROVALS:              ' TO CL-LABEL.
           MOVE WS-APV-APPLIED TO CL-APPLIED-OUT.
           MOVE WS-APV-REJECTED TO CL-REJECTED-OUT.
           MOVE WS-REGISTER-COUNT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'NOT AUTHORIZED:         ' TO CL-LABEL.
           MOVE ZERO TO CL-APPLIED-OUT.
           MOVE WS-AUTH-REJECTED TO CL-REJECTED-OUT.
           MOVE WS-REGISTER-COUNT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE WS-BLANK-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'HELD FOR APPROVAL:      ' TO PL-LABEL.
           MOVE WS-HELD-COUNT TO PL-COUNT-OUT.
           MOVE WS-REGISTER-PEND-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE ZERO TO WS-PEND-SUB.
           PERFORM 720-COUNT-ONE-STILL-PENDING
               THRU 720-COUNT-ONE-STILL-PENDING-EXIT
               WS-PEND-COUNT TIMES.
           MOVE 'STILL AWAITING APPROVAL:' TO PL-LABEL.
           MOVE WS-STILL-PENDING TO PL-COUNT-OUT.
           MOVE WS-REGISTER-PEND-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
       700-WRITE-REGISTER-TRAILER-EXIT.
           EXIT.

       720-COUNT-ONE-STILL-PENDING.
           ADD 1 TO WS-PEND-SUB.
           IF NOT PEND-CLEARED (WS-PEND-SUB)
               ADD 1 TO WS-STILL-PENDING.
       720-COUNT-ONE-STILL-PENDING-EXIT.
           EXIT.
