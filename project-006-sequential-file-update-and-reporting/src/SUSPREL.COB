      * 095-NUMBER-TRANS-RECORDS). ANYTHING STILL UNRELEASED IS       *
      * REWRITTEN TO THE SUSPENSE FILE AND, ONCE OLDER THAN THE       *
      * AGING THRESHOLD, LISTED ON THE AGING REPORT.                  *
      *                                                               *
      * EVERY CORRECTION CARRIES THE KEYING OPERATOR'S ID, WHICH MUST *
      * BE AUTHORIZED FOR SUSPREL AND THE ACTION ON THE CENTRAL       *
      * OPERAUTH FILE. A CORRECTION WHOSE RELEASE VALUE (QUANTITY     *
      * TIMES PRICE) IS OVER THE APPROVAL LIMIT IS NOT RELEASED BUT   *
      * HELD IN SUSPENSE UNDER REASON APPR UNTIL A V CORRECTION FROM  *
      * A DIFFERENT OPERATOR APPROVES IT. EVERY CORRECTION AND ITS    *
      * OUTCOME IS LISTED ON THE CORRECTION REGISTER AT THE FOOT OF   *
      * THE AGING REPORT, AND EVERY RELEASE IS APPENDED TO CHGHIST.   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPREL.
           SELECT VALRULES-FILE ASSIGN DYNAMIC WS-VALRULES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALRULES-STATUS.
      *****************************************************************
      * OPERAUTH-FILE: THE CENTRAL OPERATOR AUTHORIZATION FILE - SEE *
      * copybooks/OPERAUTH.CPY. ONLY THE SUSPREL RECORDS ARE LOADED. *
      *****************************************************************
           SELECT OPERAUTH-FILE ASSIGN DYNAMIC WS-OPERAUTH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.
      *****************************************************************
      * CHGHIST-FILE: THE COMMON MASTER-CHANGE HISTORY - SEE         *
      * copybooks/CHGHIST.CPY. ONE RECORD APPENDED PER RELEASE.      *
      *****************************************************************
           SELECT CHGHIST-FILE ASSIGN DYNAMIC WS-CHGHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  SUSP-REASON-CODE     PIC X(04).
           05  SUSP-REASON-TEXT     PIC X(20).
           05  SUSP-DATE            PIC X(08).
           05  SUSP-PO-NUMBER       PIC X(06).
           05  SUSP-LOT-NUMBER      PIC X(10).
           05  SUSP-EXPIRY-DATE     PIC X(08).
           05  SUSP-UOM             PIC X(03).
           05  SUSP-CHARGE-DEPT     PIC X(03).
      *****************************************************************
      * CORRECT-FILE: ONE CORRECTION PER RECORD, KEYED BY THE          *
      * SUSPENSE RECORD'S POSITION ON THE SUSPENSE FILE (1 = FIRST).   *
           05  COR-PRICE            PIC X(07).
           05  COR-TRANS-TYPE       PIC X(01).
      *****************************************************************
      * COR-PO-NUMBER: RE-POINTS A SUSPENDED RECEIPT AT THE RIGHT PO  *
      * WHEN RECEIVING QUOTED THE WRONG ONE.                          *
      *****************************************************************
           05  COR-PO-NUMBER        PIC X(06).
      *****************************************************************
      * COR-LOT-NUMBER/COR-EXPIRY-DATE: SUPPLY THE LOT AND EXPIRY A   *
      * RECEIPT OF A LOT-CONTROLLED ITEM WAS SUSPENDED WITHOUT.       *
      *****************************************************************
           05  COR-LOT-NUMBER       PIC X(10).
           05  COR-EXPIRY-DATE      PIC X(08).
      *****************************************************************
      * COR-UOM: RE-STATES THE PURCHASE UNIT A RECEIPT WAS KEYED IN   *
      * WHEN IT WAS SUSPENDED FOR A UNIT THE ITEM HAS NO CONVERSION   *
      * FOR.                                                          *
      *****************************************************************
           05  COR-UOM              PIC X(03).
      *****************************************************************
      * COR-CHARGE-DEPT: RE-STATES THE DEPARTMENT AN ISSUE IS CHARGED *
      * TO WHEN IT WAS SUSPENDED FOR A DEPARTMENT NOT ON DEPTMAST. ON *
      * AN ADJUSTMENT SUSPENDED FOR A MISSING OR BAD REASON CODE, THE *
      * SAME BYTES SUPPLY THE REASON (COR-ADJ-REASON).                *
      *****************************************************************
           05  COR-CHARGE-DEPT      PIC X(03).
           05  COR-ADJ-REASON       REDEFINES COR-CHARGE-DEPT
                                    PIC X(03).
      *****************************************************************
      * COR-ACTION: C (OR BLANK) CORRECTS AND RELEASES THE RECORD; V  *
      * APPROVES A RELEASE HELD UNDER REASON APPR - ITS CORRECTION    *
      * FIELDS ARE IGNORED, EXCEPT THAT A NON-BLANK COR-ITEM-CODE     *
      * MUST MATCH THE HELD RECORD.                                   *
      *****************************************************************
           05  COR-ACTION           PIC X(01).
      *****************************************************************
      * COR-OPERATOR-ID: THE OPERATOR WHO KEYED THE CORRECTION - ON A *
      * V, THE APPROVER. STAMPED ON THE CHANGE HISTORY.               *
      *****************************************************************
           05  COR-OPERATOR-ID      PIC X(08).
      *****************************************************************
      * RECYCLE-FILE: RELEASED RECORDS IN THE SAME RAW LAYOUT AS       *
      * data/TRANS, READY FOR THE NEXT PROJ6 RUN TO SORT IN AHEAD OF   *
      * THE DAILY FEED.                                                *
           05  RCY-LOC-CODE         PIC X(03).
           05  RCY-TO-LOC           PIC X(03).
           05  FILLER               PIC X(06).
           05  RCY-PO-NUMBER        PIC X(06).
           05  RCY-LOT-NUMBER       PIC X(10).
           05  RCY-EXPIRY-DATE      PIC X(08).
           05  RCY-UOM              PIC X(03).
           05  RCY-CHARGE-DEPT      PIC X(03).

       FD  AGING-FILE
           RECORDING MODE IS F.
      * PARM-FILE: OPTIONAL SYSIN-STYLE PARAMETER CARD. A BLANK FIELD *
      * (OR A MISSING FILE) MEANS "USE THE DEFAULT" - TODAY'S SYSTEM  *
      * DATE AND A 7-DAY AGING THRESHOLD.                             *
      * PARM-APPROVAL-LIMIT IS THE LARGEST RELEASE VALUE ONE OPERATOR *
      * MAY RELEASE ALONE - 5,000.00 WHEN BLANK.                      *
      *****************************************************************
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-RUN-DATE        PIC X(08).
           05  PARM-AGING-DAYS      PIC X(03).
           05  PARM-APPROVAL-LIMIT  PIC 9(05)V99.
           05  PARM-APPROVAL-LIMIT-X REDEFINES PARM-APPROVAL-LIMIT
                                    PIC X(07).
      *****************************************************************
      * VALRULES-FILE: SAME LAYOUT AS PROJ6'S RL-RECORD.              *
      *****************************************************************
           05  RL-REASON-CODE        PIC X(04).
           05  RL-REASON-TEXT        PIC X(20).

       FD  OPERAUTH-FILE
           RECORDING MODE IS F.

       COPY OPERAUTH.

       FD  CHGHIST-FILE
           RECORDING MODE IS F.

       COPY CHGHIST.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-SUSPENSE-STATUS   PIC XX.
           05  WS-CORRECT-STATUS    PIC XX.
           05  WS-RECYCLE-STATUS    PIC XX.
           05  WS-PARM-FILE-STATUS  PIC XX.
           05  WS-OPERAUTH-STATUS   PIC XX.
           05  WS-CHGHIST-STATUS    PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-SUSP-EOF-FLAG     PIC X          VALUE 'N'.
               88  CORRECT-EOF      VALUE 'Y'.
           05  WS-SUSP-OVERFLOW-FLAG PIC X         VALUE 'N'.
               88  SUSP-TABLE-OVERFLOW VALUE 'Y'.
           05  WS-OPERAUTH-EOF-FLAG PIC X          VALUE 'N'.
               88  OPERAUTH-EOF     VALUE 'Y'.
           05  WS-AUTH-FOUND-FLAG   PIC X          VALUE 'N'.
               88  OPERATOR-AUTHORIZED VALUE 'Y'.

       01  WS-PARM-FIELDS.
           05  WS-RUN-DATE-TEXT     PIC X(08)      VALUE ZEROS.
               10  WS-SUSP-REASON-CODE  PIC X(04).
               10  WS-SUSP-REASON-TEXT  PIC X(20).
               10  WS-SUSP-DATE         PIC X(08).
               10  WS-SUSP-PO-NUMBER    PIC X(06).
               10  WS-SUSP-LOT-NUMBER   PIC X(10).
               10  WS-SUSP-EXPIRY-DATE  PIC X(08).
               10  WS-SUSP-UOM          PIC X(03).
               10  WS-SUSP-CHARGE-DEPT  PIC X(03).
               10  WS-SUSP-RELEASED     PIC X(01).
                   88  SUSP-ENTRY-RELEASED  VALUE 'Y'.

       77  WS-RELEASED-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-REMAINING-COUNT       PIC 9(05) COMP VALUE ZERO.
       77  WS-AGED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-HELD-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-APPROVED-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-AUTH-REJECTED         PIC 9(05) COMP VALUE ZERO.

      *****************************************************************
      * WS-AUTH-TABLE: THE OPERATORS AUTHORIZED FOR SUSPREL AND THE  *
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
      * WS-APPROVAL-FIELDS: THE RELEASE-VALUE LIMIT, THE VALUE OF THE *
      * CORRECTION IN HAND, AND THE OPERATORS WHO RAISED AND (ON A V) *
      * APPROVED IT. A HELD RECORD CARRIES ITS RAISER IN THE REASON   *
      * TEXT AFTER WS-HOLD-REASON-TEXT.                               *
      *****************************************************************
       01  WS-APPROVAL-FIELDS.
           05  WS-APPROVAL-LIMIT    PIC 9(05)V99   VALUE 5000.00.
           05  WS-RELEASE-VALUE     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-COR-ACTION-CODE   PIC X(01)      VALUE SPACE.
           05  WS-RAISER-ID         PIC X(08)      VALUE SPACES.
           05  WS-APPROVER-ID       PIC X(08)      VALUE SPACES.
           05  WS-HOLD-REASON-CODE  PIC X(04)      VALUE 'APPR'.
           05  WS-HOLD-REASON-TEXT  PIC X(11)      VALUE 'AWAIT APPR '.

      *****************************************************************
      * WS-COR-REG-TABLE: ONE ENTRY PER CORRECTION READ AND ITS       *
      * OUTCOME, PRINTED AS THE CORRECTION REGISTER AFTER THE AGING   *
      * LISTING. PAST 500 CORRECTIONS THE REST ARE COUNTED ONLY.      *
      *****************************************************************
       01  WS-COR-REG-TABLE.
           05  WS-COR-REG-COUNT     PIC 9(05) COMP VALUE ZERO.
           05  WS-COR-REG-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-COR-REG-COUNT.
               10  WS-CRG-SEQ           PIC X(05).
               10  WS-CRG-ACTION        PIC X(01).
               10  WS-CRG-ITEM-CODE     PIC X(10).
               10  WS-CRG-QUANTITY      PIC X(05).
               10  WS-CRG-PRICE         PIC X(07).
               10  WS-CRG-RESULT        PIC X(30).
               10  WS-CRG-OPERATOR-ID   PIC X(08).
               10  WS-CRG-APPROVER-ID   PIC X(08).

       77  WS-COR-REG-SUB           PIC 9(05) COMP VALUE ZERO.
       77  WS-COR-REG-OVERFLOW      PIC 9(05) COMP VALUE ZERO.
       77  WS-COR-RESULT            PIC X(30)      VALUE SPACES.

      *****************************************************************
      * WS-VALIDATION-FIELDS: THE CANDIDATE RECORD BUILT FROM THE     *
           05  WS-REJECT-REASON-TEXT PIC X(20).
           05  WS-CAND-ITEM-CODE     PIC X(10).
           05  WS-CAND-QUANTITY      PIC X(05).
           05  WS-CAND-QTY-NUM       REDEFINES WS-CAND-QUANTITY
                                     PIC 9(05).
           05  WS-CAND-PRICE         PIC X(07).
           05  WS-CAND-PRICE-NUM     REDEFINES WS-CAND-PRICE
                                     PIC 9(05)V99.
           05  WS-CAND-TRANS-TYPE    PIC X(01).
               88  CAND-TYPE-VALID   VALUES 'I', 'R', 'A', 'C',
                                            'T', 'Q', 'V', ' '.
           05  WS-CAND-LOC-CODE      PIC X(03).
           05  WS-CAND-TO-LOC        PIC X(03).
           05  WS-CAND-PO-NUMBER     PIC X(06).
           05  WS-CAND-LOT-NUMBER    PIC X(10).
           05  WS-CAND-EXPIRY-DATE   PIC X(08).
           05  WS-CAND-UOM           PIC X(03).
           05  WS-CAND-CHARGE-DEPT   PIC X(03).

      *****************************************************************
      * WS-VALRULE-TABLE: THE SAME PROJ6 FIELD EDITS THE MAIN RUN    *
           05  WS-AGING-PATH        PIC X(80) VALUE SPACES.
           05  WS-PARM-PATH         PIC X(80) VALUE SPACES.
           05  WS-VALRULES-PATH     PIC X(80) VALUE SPACES.
           05  WS-OPERAUTH-PATH     PIC X(80) VALUE SPACES.

      *****************************************************************
      * WS-CHGHIST-FIELDS: SUPPORT THE COMMON CHANGE-HISTORY RECORD.  *
      *****************************************************************
       01  WS-CHGHIST-FIELDS.
           05  WS-CHGHIST-PATH      PIC X(80)      VALUE SPACES.
           05  WS-CHG-TIME          PIC 9(08)      VALUE ZERO.

       01  WS-AGING-HEADERS.
           05  RH-TITLE.
           05  ASL-COUNT-OUT       PIC ZZ,ZZ9.
           05  FILLER              PIC X(91)     VALUE SPACES.

      *****************************************************************
      * WS-COR-REG-HEADERS/WS-COR-REG-LINE: THE CORRECTION REGISTER - *
      * EVERY CORRECTION READ, WHAT BECAME OF IT, AND WHO KEYED AND   *
      * APPROVED IT.                                                  *
      *****************************************************************
       01  WS-COR-REG-HEADERS.
           05  CRH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- CORRECTION REGISTER ---              '.
               10  FILLER          PIC X(85)     VALUE SPACES.
           05  CRH-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE 'SEQ'.
               10  FILLER          PIC X(4)      VALUE 'ACT'.
               10  FILLER          PIC X(12)     VALUE 'ITEM CODE'.
               10  FILLER          PIC X(10)     VALUE 'QUANTITY'.
               10  FILLER          PIC X(10)     VALUE 'PRICE'.
               10  FILLER          PIC X(32)     VALUE 'RESULT'.
               10  FILLER          PIC X(10)     VALUE 'OPERATOR'.
               10  FILLER          PIC X(8)      VALUE 'APPROVER'.
               10  FILLER          PIC X(33)     VALUE SPACES.

       01  WS-COR-REG-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  CRL-SEQ             PIC X(5).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  CRL-ACTION          PIC X(1).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  CRL-ITEM-CODE       PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  CRL-QUANTITY        PIC X(5).
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  CRL-PRICE           PIC X(7).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  CRL-RESULT          PIC X(30).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  CRL-OPERATOR        PIC X(8).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  CRL-APPROVER        PIC X(8).
           05  FILLER              PIC X(33)     VALUE SPACES.

       77  WS-CHAIN-RUN-DATE        PIC X(08)      VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 057-LOAD-VALIDATION-RULES
               THRU 057-LOAD-VALIDATION-RULES-EXIT.
           PERFORM 070-LOAD-OPERATOR-AUTHORITY
               THRU 070-LOAD-OPERATOR-AUTHORITY-EXIT.
           PERFORM 100-LOAD-SUSPENSE-TABLE
               THRU 100-LOAD-SUSPENSE-TABLE-EXIT.
      *****************************************************************
               WS-REMAINING-COUNT.
           DISPLAY 'SUSPREL: AGED PAST ' WS-AGING-DAYS ' DAYS    : '
               WS-AGED-COUNT.
           DISPLAY 'SUSPREL: HELD FOR APPROVAL   : '
               WS-HELD-COUNT.
           DISPLAY 'SUSPREL: APPROVED AND RELEASED: '
               WS-APPROVED-COUNT.
           DISPLAY 'SUSPREL: NOT AUTHORIZED      : '
               WS-AUTH-REJECTED.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'SUSPREL: SUSPENSE RELEASE RUN ENDED'.
           GOBACK.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/VALRULES' DELIMITED BY SIZE
               INTO WS-VALRULES-PATH.
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

                       IF PARM-AGING-DAYS IS NUMERIC
                           MOVE PARM-AGING-DAYS TO WS-AGING-DAYS
                       END-IF
                       IF PARM-APPROVAL-LIMIT-X IS NUMERIC
                           MOVE PARM-APPROVAL-LIMIT TO
                               WS-APPROVAL-LIMIT
                       END-IF
               END-READ
               CLOSE PARM-FILE.
           STRING WS-RUN-DATE-TEXT (1:4) '-' WS-RUN-DATE-TEXT (5:2)
       060-READ-PARM-CARD-EXIT.
           EXIT.

      *****************************************************************
      * 070-LOAD-OPERATOR-AUTHORITY: LOADS THE SUSPREL RECORDS OF    *
      * THE CENTRAL OPERAUTH FILE. A MISSING FILE AUTHORIZES NOBODY  *
      * - EVERY CORRECTION WILL REJECT AND THE RUN AGES ONLY.        *
      *****************************************************************
       070-LOAD-OPERATOR-AUTHORITY.
           OPEN INPUT OPERAUTH-FILE.
           IF WS-OPERAUTH-STATUS NOT = '00'
               DISPLAY 'NO OPERAUTH FILE FOUND - EVERY CORRECTION '
                   'WILL REJECT'
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
                   IF OPA-PROGRAM-ID = 'SUSPREL '
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
      * 100-LOAD-SUSPENSE-TABLE: LOADS THE WHOLE SUSPENSE FILE INTO   *
      * WS-SUSP-TABLE. A MISSING SUSPENSE FILE IS AN EMPTY RUN, NOT   *
                           WS-SUSP-REASON-TEXT (WS-SUSP-COUNT)
                       MOVE SUSP-DATE        TO
                           WS-SUSP-DATE (WS-SUSP-COUNT)
                       MOVE SUSP-PO-NUMBER   TO
                           WS-SUSP-PO-NUMBER (WS-SUSP-COUNT)
                       MOVE SUSP-LOT-NUMBER  TO
                           WS-SUSP-LOT-NUMBER (WS-SUSP-COUNT)
                       MOVE SUSP-EXPIRY-DATE TO
                           WS-SUSP-EXPIRY-DATE (WS-SUSP-COUNT)
                       MOVE SUSP-UOM TO WS-SUSP-UOM (WS-SUSP-COUNT)
                       MOVE SUSP-CHARGE-DEPT TO
                           WS-SUSP-CHARGE-DEPT (WS-SUSP-COUNT)
                       MOVE 'N'              TO
                           WS-SUSP-RELEASED (WS-SUSP-COUNT)
                   END-IF.
           ELSE
               PERFORM 255-OPEN-RECYCLE-EXTEND
                   THRU 255-OPEN-RECYCLE-EXTEND-EXIT
               PERFORM 080-OPEN-CHANGE-HISTORY
                   THRU 080-OPEN-CHANGE-HISTORY-EXIT
               PERFORM 210-APPLY-ONE-CORRECTION
                   UNTIL CORRECT-EOF
               CLOSE CORRECT-FILE
                     RECYCLE-FILE
                     CHGHIST-FILE.
       200-APPLY-CORRECTIONS-EXIT.
           EXIT.

                   MOVE 'Y' TO WS-CORRECT-EOF-FLAG
               NOT AT END
                   PERFORM 220-RELEASE-CORRECTED-RECORD
                       THRU 220-RELEASE-CORRECTED-RECORD-EXIT
                   PERFORM 290-LOG-CORRECTION
                       THRU 290-LOG-CORRECTION-EXIT.

      *****************************************************************
      * 220-RELEASE-CORRECTED-RECORD: OVERLAYS THE SUSPENDED VALUES   *
      * WITH THE NON-BLANK CORRECTION FIELDS, RE-VALIDATES THE        *
      * RESULT, AND EITHER RELEASES IT TO THE RECYCLE FILE OR LEAVES  *
      * IT SUSPENDED WITH THE FRESH REJECT REASON. A VALID RECORD     *
      * WORTH MORE THAN THE APPROVAL LIMIT IS HELD FOR A SECOND       *
      * OPERATOR INSTEAD (250-HOLD-FOR-APPROVAL), AND A V CORRECTION  *
      * GOES TO 230-APPROVE-HELD-RELEASE. WS-COR-RESULT CARRIES THE   *
      * OUTCOME TO THE CORRECTION REGISTER.                           *
      *****************************************************************
       220-RELEASE-CORRECTED-RECORD.
           MOVE SPACES TO WS-COR-RESULT.
           MOVE SPACES TO WS-RAISER-ID.
           MOVE SPACES TO WS-APPROVER-ID.
           MOVE COR-ACTION TO WS-COR-ACTION-CODE.
           IF WS-COR-ACTION-CODE = SPACE
               MOVE 'C' TO WS-COR-ACTION-CODE.
           IF COR-SUSP-SEQ IS NOT NUMERIC
                   OR COR-SUSP-SEQ = ZERO
                   OR COR-SUSP-SEQ > WS-SUSP-COUNT
               DISPLAY 'CORRECTION ERROR: NO SUSPENSE RECORD '
                   COR-SUSP-SEQ
               MOVE 'ERROR: NO SUSPENSE RECORD' TO WS-COR-RESULT
               GO TO 220-RELEASE-CORRECTED-RECORD-EXIT.
           MOVE COR-SUSP-SEQ TO WS-SUSP-SUB.
           IF SUSP-ENTRY-RELEASED (WS-SUSP-SUB)
               DISPLAY 'CORRECTION ERROR: RECORD ' COR-SUSP-SEQ
                   ' ALREADY RELEASED THIS RUN'
               MOVE 'ERROR: ALREADY RELEASED' TO WS-COR-RESULT
               GO TO 220-RELEASE-CORRECTED-RECORD-EXIT.
           PERFORM 215-CHECK-OPERATOR-AUTHORITY
               THRU 215-CHECK-OPERATOR-AUTHORITY-EXIT.
           IF NOT OPERATOR-AUTHORIZED
               ADD 1 TO WS-AUTH-REJECTED
               GO TO 220-RELEASE-CORRECTED-RECORD-EXIT.
           IF WS-COR-ACTION-CODE = 'V'
               PERFORM 230-APPROVE-HELD-RELEASE
                   THRU 230-APPROVE-HELD-RELEASE-EXIT
               GO TO 220-RELEASE-CORRECTED-RECORD-EXIT.
           IF WS-COR-ACTION-CODE NOT = 'C'
               DISPLAY 'CORRECTION ERROR: RECORD ' COR-SUSP-SEQ
                   ' UNKNOWN ACTION "' COR-ACTION '"'
               MOVE 'ERROR: UNKNOWN ACTION' TO WS-COR-RESULT
               GO TO 220-RELEASE-CORRECTED-RECORD-EXIT.

           PERFORM 225-LOAD-CANDIDATE
               THRU 225-LOAD-CANDIDATE-EXIT.
           IF COR-ITEM-CODE NOT = SPACES
               MOVE COR-ITEM-CODE TO WS-CAND-ITEM-CODE.
           IF COR-QUANTITY NOT = SPACES
               MOVE COR-PRICE TO WS-CAND-PRICE.
           IF COR-TRANS-TYPE NOT = SPACES
               MOVE COR-TRANS-TYPE TO WS-CAND-TRANS-TYPE.
           IF COR-PO-NUMBER NOT = SPACES
               MOVE COR-PO-NUMBER TO WS-CAND-PO-NUMBER.
           IF COR-LOT-NUMBER NOT = SPACES
               MOVE COR-LOT-NUMBER TO WS-CAND-LOT-NUMBER.
           IF COR-EXPIRY-DATE NOT = SPACES
               MOVE COR-EXPIRY-DATE TO WS-CAND-EXPIRY-DATE.
           IF COR-UOM NOT = SPACES
               MOVE COR-UOM TO WS-CAND-UOM.
           IF COR-CHARGE-DEPT NOT = SPACES
               MOVE COR-CHARGE-DEPT TO WS-CAND-CHARGE-DEPT.
           MOVE COR-OPERATOR-ID TO WS-RAISER-ID.

           PERFORM 150-VALIDATE-CANDIDATE
               THRU 150-VALIDATE-CANDIDATE-EXIT.
           IF NOT RECORD-VALID
               PERFORM 270-STILL-INVALID
                   THRU 270-STILL-INVALID-EXIT
               GO TO 220-RELEASE-CORRECTED-RECORD-EXIT.
           PERFORM 240-MEASURE-RELEASE-VALUE
               THRU 240-MEASURE-RELEASE-VALUE-EXIT.
           IF WS-RELEASE-VALUE > WS-APPROVAL-LIMIT
               PERFORM 250-HOLD-FOR-APPROVAL
                   THRU 250-HOLD-FOR-APPROVAL-EXIT
           ELSE
               PERFORM 260-RELEASE-CANDIDATE
                   THRU 260-RELEASE-CANDIDATE-EXIT.
       220-RELEASE-CORRECTED-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * 215-CHECK-OPERATOR-AUTHORITY: SETS OPERATOR-AUTHORIZED WHEN  *
      * THE CORRECTION CARRIES AN OPERATOR ID THAT OPERAUTH ALLOWS   *
      * TO KEY THE ACTION IN SUSPREL. OTHERWISE WS-COR-RESULT SAYS   *
      * WHY.                                                         *
      *****************************************************************
       215-CHECK-OPERATOR-AUTHORITY.
           MOVE 'N' TO WS-AUTH-FOUND-FLAG.
           IF COR-OPERATOR-ID = SPACES
               DISPLAY 'CORRECTION ERROR: RECORD ' COR-SUSP-SEQ
                   ' HAS NO OPERATOR ID'
               MOVE 'AUTH ERROR: NO OPERATOR ID' TO WS-COR-RESULT
               GO TO 215-CHECK-OPERATOR-AUTHORITY-EXIT.
           IF WS-AUTH-COUNT > ZERO
               SET WS-AUTH-IDX TO 1
               SEARCH WS-AUTH-ENTRY
                   WHEN WS-AUTH-OPERATOR-ID (WS-AUTH-IDX) =
                           COR-OPERATOR-ID
                       AND (WS-AUTH-ACTION (WS-AUTH-IDX) =
                               WS-COR-ACTION-CODE
                         OR WS-AUTH-ACTION (WS-AUTH-IDX) = '*')
                       MOVE 'Y' TO WS-AUTH-FOUND-FLAG.
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY 'CORRECTION ERROR: OPERATOR ' COR-OPERATOR-ID
                   ' NOT AUTHORIZED FOR ACTION "' WS-COR-ACTION-CODE
                   '"'
               MOVE 'AUTH ERROR: NOT AUTHORIZED' TO WS-COR-RESULT.
       215-CHECK-OPERATOR-AUTHORITY-EXIT.
           EXIT.

      *****************************************************************
      * 225-LOAD-CANDIDATE: STARTS THE CANDIDATE RECORD FROM THE      *
      * SUSPENDED VALUES OF ENTRY WS-SUSP-SUB.                        *
      *****************************************************************
       225-LOAD-CANDIDATE.
           MOVE WS-SUSP-ITEM-CODE (WS-SUSP-SUB) TO WS-CAND-ITEM-CODE.
           MOVE WS-SUSP-QUANTITY (WS-SUSP-SUB)  TO WS-CAND-QUANTITY.
           MOVE WS-SUSP-PRICE (WS-SUSP-SUB)     TO WS-CAND-PRICE.
           MOVE WS-SUSP-TRANS-TYPE (WS-SUSP-SUB) TO
               WS-CAND-TRANS-TYPE.
           MOVE WS-SUSP-LOC-CODE (WS-SUSP-SUB) TO WS-CAND-LOC-CODE.
           MOVE WS-SUSP-TO-LOC (WS-SUSP-SUB)   TO WS-CAND-TO-LOC.
           MOVE WS-SUSP-PO-NUMBER (WS-SUSP-SUB) TO WS-CAND-PO-NUMBER.
           MOVE WS-SUSP-LOT-NUMBER (WS-SUSP-SUB) TO WS-CAND-LOT-NUMBER.
           MOVE WS-SUSP-EXPIRY-DATE (WS-SUSP-SUB) TO
               WS-CAND-EXPIRY-DATE.
           MOVE WS-SUSP-UOM (WS-SUSP-SUB) TO WS-CAND-UOM.
           MOVE WS-SUSP-CHARGE-DEPT (WS-SUSP-SUB) TO
               WS-CAND-CHARGE-DEPT.
       225-LOAD-CANDIDATE-EXIT.
           EXIT.

      *****************************************************************
      * 230-APPROVE-HELD-RELEASE: A V CORRECTION. THE RECORD MUST BE  *
      * HELD UNDER REASON APPR, AND THE APPROVER MUST NOT BE THE      *
      * OPERATOR WHO RAISED IT. THE HELD VALUES ARE RE-VALIDATED      *
      * (THE RULES MAY HAVE MOVED SINCE) AND RELEASED AS THEY STAND - *
      * THE APPROVER CANNOT CHANGE WHAT IS BEING APPROVED.            *
      *****************************************************************
       230-APPROVE-HELD-RELEASE.
           IF WS-SUSP-REASON-CODE (WS-SUSP-SUB) NOT =
                   WS-HOLD-REASON-CODE
               DISPLAY 'APPROVE ERROR: RECORD ' COR-SUSP-SEQ
                   ' IS NOT HELD FOR APPROVAL'
               MOVE 'APPROVE ERROR: NOTHING HELD' TO WS-COR-RESULT
               GO TO 230-APPROVE-HELD-RELEASE-EXIT.
           IF COR-ITEM-CODE NOT = SPACES
                   AND COR-ITEM-CODE NOT =
                       WS-SUSP-ITEM-CODE (WS-SUSP-SUB)
               DISPLAY 'APPROVE ERROR: RECORD ' COR-SUSP-SEQ
                   ' IS NOT ITEM ' COR-ITEM-CODE
               MOVE 'APPROVE ERROR: ITEM MISMATCH' TO WS-COR-RESULT
               GO TO 230-APPROVE-HELD-RELEASE-EXIT.
           MOVE WS-SUSP-REASON-TEXT (WS-SUSP-SUB) (12:8) TO
               WS-RAISER-ID.
           IF WS-RAISER-ID = COR-OPERATOR-ID
               DISPLAY 'APPROVE ERROR: RECORD ' COR-SUSP-SEQ
                   ' RAISED BY THE SAME OPERATOR'
               MOVE 'APPROVE ERROR: SAME OPERATOR' TO WS-COR-RESULT
               GO TO 230-APPROVE-HELD-RELEASE-EXIT.
           MOVE COR-OPERATOR-ID TO WS-APPROVER-ID.
           PERFORM 225-LOAD-CANDIDATE
               THRU 225-LOAD-CANDIDATE-EXIT.
           PERFORM 150-VALIDATE-CANDIDATE
               THRU 150-VALIDATE-CANDIDATE-EXIT.
           IF NOT RECORD-VALID
               PERFORM 270-STILL-INVALID
                   THRU 270-STILL-INVALID-EXIT
               GO TO 230-APPROVE-HELD-RELEASE-EXIT.
           PERFORM 260-RELEASE-CANDIDATE
               THRU 260-RELEASE-CANDIDATE-EXIT.
           ADD 1 TO WS-APPROVED-COUNT.
       230-APPROVE-HELD-RELEASE-EXIT.
           EXIT.

      *****************************************************************
      * 240-MEASURE-RELEASE-VALUE: THE VALUE THE RELEASE PUTS BACK    *
      * INTO THE BOOKS - QUANTITY TIMES PRICE. A RECORD WITHOUT A     *
      * NUMERIC QUANTITY AND PRICE CARRIES ZERO AND IS NEVER HELD.    *
      *****************************************************************
       240-MEASURE-RELEASE-VALUE.
           MOVE ZERO TO WS-RELEASE-VALUE.
           IF WS-CAND-QUANTITY IS NOT NUMERIC
                   OR WS-CAND-PRICE IS NOT NUMERIC
               GO TO 240-MEASURE-RELEASE-VALUE-EXIT.
           COMPUTE WS-RELEASE-VALUE =
               WS-CAND-QTY-NUM * WS-CAND-PRICE-NUM.
       240-MEASURE-RELEASE-VALUE-EXIT.
           EXIT.

      *****************************************************************
      * 250-HOLD-FOR-APPROVAL: KEEPS THE CORRECTED VALUES ON THE      *
      * SUSPENSE ENTRY UNDER REASON APPR, WITH THE RAISING OPERATOR   *
      * IN THE REASON TEXT FOR 230-APPROVE-HELD-RELEASE TO CHECK.     *
      *****************************************************************
       250-HOLD-FOR-APPROVAL.
           PERFORM 275-STORE-CANDIDATE
               THRU 275-STORE-CANDIDATE-EXIT.
           MOVE WS-HOLD-REASON-CODE TO
               WS-SUSP-REASON-CODE (WS-SUSP-SUB).
           MOVE SPACES TO WS-SUSP-REASON-TEXT (WS-SUSP-SUB).
           STRING WS-HOLD-REASON-TEXT WS-RAISER-ID
                   DELIMITED BY SIZE
               INTO WS-SUSP-REASON-TEXT (WS-SUSP-SUB).
           ADD 1 TO WS-HELD-COUNT.
           DISPLAY 'HELD FOR APPROVAL: SUSPENSE RECORD ' COR-SUSP-SEQ
               ' ' WS-CAND-ITEM-CODE.
           MOVE 'HELD FOR APPROVAL' TO WS-COR-RESULT.
       250-HOLD-FOR-APPROVAL-EXIT.
           EXIT.

      *****************************************************************
      * 260-RELEASE-CANDIDATE: WRITES THE CANDIDATE TO THE RECYCLE    *
      * FILE, MARKS THE SUSPENSE ENTRY RELEASED, AND RECORDS THE      *
      * RELEASE ON THE CHANGE HISTORY.                                *
      *****************************************************************
       260-RELEASE-CANDIDATE.
           MOVE SPACES TO RECYCLE-RECORD.
           MOVE WS-CAND-ITEM-CODE  TO RCY-ITEM-CODE.
           MOVE WS-CAND-QUANTITY   TO RCY-QUANTITY.
           MOVE WS-CAND-PRICE      TO RCY-PRICE.
           MOVE WS-CAND-TRANS-TYPE TO RCY-TRANS-TYPE.
           MOVE WS-CAND-LOC-CODE   TO RCY-LOC-CODE.
           MOVE WS-CAND-TO-LOC     TO RCY-TO-LOC.
           MOVE WS-CAND-PO-NUMBER  TO RCY-PO-NUMBER.
           MOVE WS-CAND-LOT-NUMBER TO RCY-LOT-NUMBER.
           MOVE WS-CAND-EXPIRY-DATE TO RCY-EXPIRY-DATE.
           MOVE WS-CAND-UOM        TO RCY-UOM.
           MOVE WS-CAND-CHARGE-DEPT TO RCY-CHARGE-DEPT.
           WRITE RECYCLE-RECORD.
           PERFORM 265-WRITE-CHANGE-HISTORY
               THRU 265-WRITE-CHANGE-HISTORY-EXIT.
           MOVE 'Y' TO WS-SUSP-RELEASED (WS-SUSP-SUB).
           ADD 1 TO WS-RELEASED-COUNT.
           DISPLAY 'RELEASED: ' WS-CAND-ITEM-CODE
               ' FROM SUSPENSE RECORD ' COR-SUSP-SEQ.
           MOVE 'RELEASED' TO WS-COR-RESULT.
       260-RELEASE-CANDIDATE-EXIT.
           EXIT.

      *****************************************************************
      * 265-WRITE-CHANGE-HISTORY: THE BEFORE IMAGE IS THE RECORD AS   *
      * IT SAT IN SUSPENSE (QUANTITY, PRICE, TYPE, REASON), THE AFTER *
      * IMAGE THE RECORD AS RELEASED. ACTION R = RELEASED.            *
      *****************************************************************
       265-WRITE-CHANGE-HISTORY.
           MOVE SPACES TO CHG-BEFORE-IMAGE.
           MOVE SPACES TO CHG-AFTER-IMAGE.
           STRING WS-SUSP-QUANTITY (WS-SUSP-SUB) ' '
                   WS-SUSP-PRICE (WS-SUSP-SUB) ' '
                   WS-SUSP-TRANS-TYPE (WS-SUSP-SUB) ' '
                   WS-SUSP-REASON-CODE (WS-SUSP-SUB)
                   DELIMITED BY SIZE
               INTO CHG-BEFORE-IMAGE.
           STRING WS-CAND-QUANTITY ' ' WS-CAND-PRICE ' '
                   WS-CAND-TRANS-TYPE ' RELEASED'
                   DELIMITED BY SIZE
               INTO CHG-AFTER-IMAGE.
           MOVE 'SUSPREL '        TO CHG-PROGRAM-ID.
           MOVE WS-RUN-DATE-TEXT  TO CHG-RUN-DATE.
           MOVE WS-CHG-TIME (1:6) TO CHG-RUN-TIME.
           MOVE 'R'               TO CHG-ACTION.
           MOVE WS-CAND-ITEM-CODE TO CHG-KEY.
           MOVE WS-RAISER-ID      TO CHG-OPERATOR-ID.
           MOVE WS-APPROVER-ID    TO CHG-APPROVER-ID.
           WRITE CHGHIST-RECORD.
       265-WRITE-CHANGE-HISTORY-EXIT.
           EXIT.

      *****************************************************************
      * 270-STILL-INVALID: LEAVES THE CANDIDATE SUSPENDED WITH THE    *
      * FRESH REJECT REASON.                                          *
      *****************************************************************
       270-STILL-INVALID.
           PERFORM 275-STORE-CANDIDATE
               THRU 275-STORE-CANDIDATE-EXIT.
           MOVE WS-REJECT-REASON-CODE TO
               WS-SUSP-REASON-CODE (WS-SUSP-SUB).
           MOVE WS-REJECT-REASON-TEXT TO
               WS-SUSP-REASON-TEXT (WS-SUSP-SUB).
           DISPLAY 'STILL INVALID: SUSPENSE RECORD ' COR-SUSP-SEQ
               ' REASON: ' WS-REJECT-REASON-TEXT.
           MOVE SPACES TO WS-COR-RESULT.
           STRING 'STILL INVALID: ' WS-REJECT-REASON-CODE
                   DELIMITED BY SIZE
               INTO WS-COR-RESULT.
       270-STILL-INVALID-EXIT.
           EXIT.

       275-STORE-CANDIDATE.
           MOVE WS-CAND-ITEM-CODE TO
               WS-SUSP-ITEM-CODE (WS-SUSP-SUB).
           MOVE WS-CAND-QUANTITY TO
               WS-SUSP-QUANTITY (WS-SUSP-SUB).
           MOVE WS-CAND-PRICE TO
               WS-SUSP-PRICE (WS-SUSP-SUB).
           MOVE WS-CAND-TRANS-TYPE TO
               WS-SUSP-TRANS-TYPE (WS-SUSP-SUB).
           MOVE WS-CAND-PO-NUMBER TO
               WS-SUSP-PO-NUMBER (WS-SUSP-SUB).
           MOVE WS-CAND-LOT-NUMBER TO
               WS-SUSP-LOT-NUMBER (WS-SUSP-SUB).
           MOVE WS-CAND-EXPIRY-DATE TO
               WS-SUSP-EXPIRY-DATE (WS-SUSP-SUB).
           MOVE WS-CAND-UOM TO WS-SUSP-UOM (WS-SUSP-SUB).
           MOVE WS-CAND-CHARGE-DEPT TO
               WS-SUSP-CHARGE-DEPT (WS-SUSP-SUB).
       275-STORE-CANDIDATE-EXIT.
           EXIT.

      *****************************************************************
      * 290-LOG-CORRECTION: TABLES THE CORRECTION JUST READ AND ITS   *
      * OUTCOME FOR THE CORRECTION REGISTER.                          *
      *****************************************************************
       290-LOG-CORRECTION.
           IF WS-COR-REG-COUNT = 500
               ADD 1 TO WS-COR-REG-OVERFLOW
               GO TO 290-LOG-CORRECTION-EXIT.
           ADD 1 TO WS-COR-REG-COUNT.
           MOVE COR-RECORD (1:5) TO WS-CRG-SEQ (WS-COR-REG-COUNT).
           MOVE WS-COR-ACTION-CODE TO
               WS-CRG-ACTION (WS-COR-REG-COUNT).
           MOVE COR-ITEM-CODE  TO WS-CRG-ITEM-CODE (WS-COR-REG-COUNT).
           MOVE COR-QUANTITY   TO WS-CRG-QUANTITY (WS-COR-REG-COUNT).
           MOVE COR-PRICE      TO WS-CRG-PRICE (WS-COR-REG-COUNT).
           MOVE WS-COR-RESULT  TO WS-CRG-RESULT (WS-COR-REG-COUNT).
           IF WS-COR-ACTION-CODE = 'V'
               MOVE WS-RAISER-ID TO
                   WS-CRG-OPERATOR-ID (WS-COR-REG-COUNT)
               MOVE COR-OPERATOR-ID TO
                   WS-CRG-APPROVER-ID (WS-COR-REG-COUNT)
           ELSE
               MOVE COR-OPERATOR-ID TO
                   WS-CRG-OPERATOR-ID (WS-COR-REG-COUNT)
               MOVE SPACES TO
                   WS-CRG-APPROVER-ID (WS-COR-REG-COUNT).
       290-LOG-CORRECTION-EXIT.
           EXIT.

      *****************************************************************
      * 150-VALIDATE-CANDIDATE: THE SAME RULE-DRIVEN FIELD EDITS     *
      * PROJ6'S 150-VALIDATE-TRANS-RECORD APPLIES, PLUS THE          *
               MOVE WS-SUSP-REASON-TEXT (WS-SUSP-SUB) TO
                   SUSP-REASON-TEXT
               MOVE WS-SUSP-DATE (WS-SUSP-SUB)        TO SUSP-DATE
               MOVE WS-SUSP-PO-NUMBER (WS-SUSP-SUB)   TO
                   SUSP-PO-NUMBER
               MOVE WS-SUSP-LOT-NUMBER (WS-SUSP-SUB)  TO
                   SUSP-LOT-NUMBER
               MOVE WS-SUSP-EXPIRY-DATE (WS-SUSP-SUB) TO
                   SUSP-EXPIRY-DATE
               MOVE WS-SUSP-UOM (WS-SUSP-SUB) TO SUSP-UOM
               MOVE WS-SUSP-CHARGE-DEPT (WS-SUSP-SUB) TO
                   SUSP-CHARGE-DEPT
               WRITE SUSP-RECORD
               ADD 1 TO WS-REMAINING-COUNT.
       410-REWRITE-ONE-SUSPENSE-EXIT.
           MOVE WS-AGED-COUNT TO ASL-COUNT-OUT.
           MOVE WS-AGING-SUMMARY-LINE TO AGING-RECORD.
           WRITE AGING-RECORD.
           MOVE 'HELD FOR APPROVAL:            ' TO ASL-LABEL.
           MOVE WS-HELD-COUNT TO ASL-COUNT-OUT.
           MOVE WS-AGING-SUMMARY-LINE TO AGING-RECORD.
           WRITE AGING-RECORD.
           MOVE 'APPROVED AND RELEASED:        ' TO ASL-LABEL.
           MOVE WS-APPROVED-COUNT TO ASL-COUNT-OUT.
           MOVE WS-AGING-SUMMARY-LINE TO AGING-RECORD.
           WRITE AGING-RECORD.
           MOVE 'NOT AUTHORIZED:               ' TO ASL-LABEL.
           MOVE WS-AUTH-REJECTED TO ASL-COUNT-OUT.
           MOVE WS-AGING-SUMMARY-LINE TO AGING-RECORD.
           WRITE AGING-RECORD.
           IF WS-COR-REG-COUNT > ZERO
               PERFORM 550-WRITE-CORRECTION-REGISTER
                   THRU 550-WRITE-CORRECTION-REGISTER-EXIT.
           CLOSE AGING-FILE.
       500-WRITE-AGING-LISTING-EXIT.
           EXIT.
       530-EMIT-AGING-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 550-WRITE-CORRECTION-REGISTER: PRINTS EVERY CORRECTION READ   *
      * THIS RUN AND ITS OUTCOME ON A PAGE OF ITS OWN, WITH THE       *
      * OPERATOR WHO KEYED IT AND, FOR AN APPROVAL, THE APPROVER.     *
      *****************************************************************
       550-WRITE-CORRECTION-REGISTER.
           PERFORM 560-WRITE-REGISTER-HEADERS
               THRU 560-WRITE-REGISTER-HEADERS-EXIT.
           MOVE ZERO TO WS-COR-REG-SUB.
           PERFORM 570-WRITE-ONE-REGISTER-LINE
               THRU 570-WRITE-ONE-REGISTER-LINE-EXIT
               WS-COR-REG-COUNT TIMES.
           IF WS-COR-REG-OVERFLOW > ZERO
               MOVE WS-BLANK-LINE TO AGING-RECORD
               WRITE AGING-RECORD
               MOVE 'CORRECTIONS NOT LISTED:      ' TO ASL-LABEL
               MOVE WS-COR-REG-OVERFLOW TO ASL-COUNT-OUT
               MOVE WS-AGING-SUMMARY-LINE TO AGING-RECORD
               WRITE AGING-RECORD.
       550-WRITE-CORRECTION-REGISTER-EXIT.
           EXIT.

       560-WRITE-REGISTER-HEADERS.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-BLANK-LINE TO AGING-RECORD.
           WRITE AGING-RECORD
               AFTER ADVANCING PAGE.
           MOVE CRH-TITLE TO AGING-RECORD.
           WRITE AGING-RECORD.
           MOVE CRH-COLUMNS TO AGING-RECORD.
           WRITE AGING-RECORD.
           MOVE WS-BLANK-LINE TO AGING-RECORD.
           WRITE AGING-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       560-WRITE-REGISTER-HEADERS-EXIT.
           EXIT.

       570-WRITE-ONE-REGISTER-LINE.
           ADD 1 TO WS-COR-REG-SUB.
           MOVE WS-CRG-SEQ (WS-COR-REG-SUB)       TO CRL-SEQ.
           MOVE WS-CRG-ACTION (WS-COR-REG-SUB)    TO CRL-ACTION.
           MOVE WS-CRG-ITEM-CODE (WS-COR-REG-SUB) TO CRL-ITEM-CODE.
           MOVE WS-CRG-QUANTITY (WS-COR-REG-SUB)  TO CRL-QUANTITY.
           MOVE WS-CRG-PRICE (WS-COR-REG-SUB)     TO CRL-PRICE.
           MOVE WS-CRG-RESULT (WS-COR-REG-SUB)    TO CRL-RESULT.
           MOVE WS-CRG-OPERATOR-ID (WS-COR-REG-SUB) TO CRL-OPERATOR.
           MOVE WS-CRG-APPROVER-ID (WS-COR-REG-SUB) TO CRL-APPROVER.
           MOVE WS-COR-REG-LINE TO AGING-RECORD.
           WRITE AGING-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 560-WRITE-REGISTER-HEADERS
                   THRU 560-WRITE-REGISTER-HEADERS-EXIT.
       570-WRITE-ONE-REGISTER-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 8100-DATE-TO-DAY-NUMBER: CONVERTS WS-DN-DATE (YYYYMMDD) TO A  *
      * SERIAL DAY NUMBER SO TWO DATES CAN BE SUBTRACTED FOR AN AGE   *
