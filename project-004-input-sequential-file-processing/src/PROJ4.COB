               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.
      *****************************************************************
      * OPERAUTH-FILE: THE CENTRAL OPERATOR AUTHORIZATION FILE - SEE *
      * copybooks/OPERAUTH.CPY. ONLY THE PROJ4 RECORDS ARE LOADED.   *
      *****************************************************************
           SELECT OPERAUTH-FILE ASSIGN DYNAMIC WS-OPERAUTH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.
      *****************************************************************
      * PERSMOVE-FILE: THE PERSON MASTER MOVEMENT HISTORY - SEE      *
      * copybooks/PERSMOVE.CPY. ONE RECORD APPENDED PER APPLIED ADD, *
      * DELETE AND DEPARTMENT CHANGE, WITH THE FROM AND TO           *
      * DEPARTMENTS, FOR HCMOVE'S MONTHLY HEADCOUNT MOVEMENT.        *
      *****************************************************************
           SELECT PERSMOVE-FILE ASSIGN DYNAMIC WS-PERSMOVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERSMOVE-STATUS.
      *****************************************************************
      * INPUT-FILE: This is the internal name used in the COBOL       *
      * program to refer to the file.                                 *
      * DO NOT USE "ORGANIZATION IS LINE SEQUENTIAL." in mvs-tk5      *
       FD  INPUT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 45 CHARACTERS.
      *****************************************************************
      * FD (File Description): Defines the characteristics of the     *
      * sequential file.                                              *
      *****************************************************************
           05  IR-DEPT-CODE    PIC X(03).
      *****************************************************************
      * IR-OPERATOR-ID: THE OPERATOR WHO KEYED THE TRANSACTION. IT   *
      * MUST BE AUTHORIZED FOR PROJ4 AND THE ACTION ON THE CENTRAL   *
      * OPERAUTH FILE OR THE TRANSACTION REJECTS, AND IT IS STAMPED  *
      * ON THE CHANGE HISTORY OF EVERY ACTION APPLIED.               *
      *****************************************************************
           05  IR-OPERATOR-ID  PIC X(08).
      *****************************************************************
      * 01 INPUT-RECORD: Defines the layout of each record in the     *
      * INPUT-FILE.                                                   *
      * IR-ACTION: 'A' ADD, 'C' CHANGE, 'D' DELETE - THE MAINTENANCE  *
       01  TRAILER-RECORD REDEFINES INPUT-RECORD.
           05  TR-TRAILER-ID           PIC X(07).
           05  TR-EXPECTED-COUNT      PIC 9(05).
           05  FILLER                  PIC X(33).
      *****************************************************************
      * REJECT-FILE: INPUT-RECORDs that fail validation, carrying a   *
      * reason code/text instead of being silently echoed as-is.      *
           05  REJ-DEPT-CODE       PIC X(03).
           05  REJ-REASON-CODE     PIC X(04).
           05  REJ-REASON-TEXT     PIC X(20).
           05  REJ-OPERATOR-ID     PIC X(08).
      *
      *****************************************************************
      * REGISTER-FILE: THE PRINTED REGISTER OF ACCEPTED INPUT-FILE    *
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
      *
       01  ARCHIVE-RECORD           PIC X(45).
      *
      *****************************************************************
      * PERSON-MASTER: ONE RECORD PER PERSON ON THE ROSTER.           *
           RECORDING MODE IS F.
      *
       COPY CHGHIST.
      *
       FD  PERSMOVE-FILE
           RECORDING MODE IS F.
      *
       COPY PERSMOVE.
      *
       FD  OPERAUTH-FILE
           RECORDING MODE IS F.
      *
       COPY OPERAUTH.
      *
       FD  DEPTMAST-FILE
           RECORDING MODE IS F.
           05  WS-CHG-AFTER            PIC X(40)      VALUE SPACES.
      *
      *****************************************************************
      * WS-PERSMOVE-FIELDS: SUPPORT THE MOVEMENT HISTORY. THE ACTION *
      * PARAGRAPHS SET THE TYPE AND THE FROM/TO DEPARTMENTS BEFORE   *
      * PERFORMING 082-WRITE-MOVEMENT-HISTORY. MOVEMENTS ARE DATED   *
      * WITH THE BUSINESS DATE - A CHAINED RUN'S RUN_DATE, OR TODAY  *
      * - SO A CATCH-UP RUN FILES THEM UNDER THE DAY THEY BELONG TO. *
      *****************************************************************
       01  WS-PERSMOVE-FIELDS.
           05  WS-PERSMOVE-STATUS      PIC XX.
           05  WS-PERSMOVE-PATH        PIC X(80) VALUE SPACES.
           05  WS-MOVE-DATE            PIC X(08)      VALUE SPACES.
           05  WS-MOVE-TIME            PIC 9(08)      VALUE ZERO.
           05  WS-MOVE-TYPE            PIC X(01)      VALUE SPACE.
           05  WS-MOVE-FROM-DEPT       PIC X(03)      VALUE SPACES.
           05  WS-MOVE-TO-DEPT         PIC X(03)      VALUE SPACES.
           05  WS-MOVE-COUNT           PIC 9(05) COMP VALUE ZERO.
           05  WS-BROUGHT-FWD-COUNT    PIC 9(05) COMP VALUE ZERO.
      *
       77  WS-CHAIN-RUN-DATE           PIC X(08)      VALUE SPACES.
      *
      *****************************************************************
      * WS-DEPT-TABLE: THE VALID DEPARTMENT CODES, LOADED FROM THE   *
      * DEPARTMENT MASTER AT START OF RUN.                           *
      *****************************************************************
           05  WS-ALERTS-PATH          PIC X(80) VALUE SPACES.
           05  WS-ALERT-SEVERITY       PIC X(01) VALUE 'I'.
           05  WS-ALERT-TEXT           PIC X(60) VALUE SPACES.
      *
      *****************************************************************
      * WS-AUTH-TABLE: THE OPERATORS AUTHORIZED FOR PROJ4 AND THE    *
      * ACTION EACH MAY KEY ('*' = ANY), LOADED FROM OPERAUTH.       *
      *****************************************************************
       01  WS-AUTH-TABLE.
           05  WS-AUTH-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-AUTH-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-AUTH-COUNT
                       INDEXED BY WS-AUTH-IDX.
               10  WS-AUTH-OPERATOR-ID PIC X(08).
               10  WS-AUTH-ACTION      PIC X(01).
      *
       01  WS-AUTH-WORK-FIELDS.
           05  WS-OPERAUTH-STATUS      PIC XX.
           05  WS-OPERAUTH-PATH        PIC X(80) VALUE SPACES.
           05  WS-OPERAUTH-EOF-FLAG    PIC X     VALUE 'N'.
               88  OPERAUTH-EOF        VALUE 'Y'.
           05  WS-AUTH-FOUND-FLAG      PIC X     VALUE 'N'.
               88  OPERATOR-AUTHORIZED VALUE 'Y'.
           05  WS-AUTH-REJECTED        PIC 9(05) COMP VALUE ZERO.
      *
       01  WS-DEPT-WORK-FIELDS.
           05  WS-DEPTMAST-STATUS      PIC XX.
               10  FILLER              PIC X(3)  VALUE 'AGE'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(4)  VALUE 'DEPT'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(8)  VALUE 'OPERATOR'.
               10  FILLER              PIC X(63) VALUE SPACES.
      *
       01  WS-REGISTER-DETAIL-LINE.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  DL-AGE                  PIC ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DL-DEPT-CODE            PIC X(3).
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  DL-OPERATOR             PIC X(8).
           05  FILLER                  PIC X(59) VALUE SPACES.
      *
       01  WS-REGISTER-SUMMARY-LINES.
           05  SL-COUNT-LINE.
                   'ACTIONS REJECTED: '.
               10  SL-REJECT-OUT       PIC ZZ,ZZ9.
               10  FILLER              PIC X(104) VALUE SPACES.
           05  SL-AUTH-LINE.
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  FILLER              PIC X(18) VALUE
                   'NOT AUTHORIZED:   '.
               10  SL-AUTH-OUT         PIC ZZ,ZZ9.
               10  FILLER              PIC X(104) VALUE SPACES.
           05  SL-ROSTER-LINE.
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  FILLER              PIC X(18) VALUE
               THRU 075-OPEN-PERSON-MASTER-EXIT.
           PERFORM 078-OPEN-CHANGE-HISTORY
               THRU 078-OPEN-CHANGE-HISTORY-EXIT.
           PERFORM 080-OPEN-MOVEMENT-HISTORY
               THRU 080-OPEN-MOVEMENT-HISTORY-EXIT.
           PERFORM 057-LOAD-VALIDATION-RULES
               THRU 057-LOAD-VALIDATION-RULES-EXIT.
           PERFORM 058-LOAD-DEPARTMENT-TABLE
               THRU 058-LOAD-DEPARTMENT-TABLE-EXIT.
           PERFORM 056-LOAD-OPERATOR-AUTHORITY
               THRU 056-LOAD-OPERATOR-AUTHORITY-EXIT.
           OPEN INPUT INPUT-FILE
                OUTPUT REJECT-FILE
                OUTPUT REGISTER-FILE.
                 REJECT-FILE
                 REGISTER-FILE
                 PERSON-MASTER
                 CHGHIST-FILE
                 PERSMOVE-FILE.
      *****************************************************************
      * CLOSE: Releases the INPUT-FILE, making it unavailable to the  *
      * program. This is crucial for proper file management.          *
      *
      *****************************************************************
      * VALIDATE-INPUT-RECORD: IR-ACTION MUST BE A, C OR D (A        *
      * STRUCTURAL CHECK THAT STAYS IN THE PROGRAM) AND THE OPERATOR *
      * MUST BE AUTHORIZED TO KEY IT, THEN THE LOADED FIELD EDITS    *
      * APPLY IN ORDER - SEE                                         *
      * 057-LOAD-VALIDATION-RULES. A DELETE CARRIES ONLY THE         *
      * EMPLOYEE ID, SO THE NAME AND AGE EDITS ARE SKIPPED FOR IT.   *
      *****************************************************************
               MOVE 'R004' TO WS-REJECT-REASON-CODE
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON-TEXT
               GO TO VALIDATE-INPUT-RECORD-EXIT.
           PERFORM 056B-CHECK-OPERATOR-AUTHORITY
               THRU 056B-CHECK-OPERATOR-AUTHORITY-EXIT.
           IF NOT OPERATOR-AUTHORIZED
               ADD 1 TO WS-AUTH-REJECTED
               MOVE 'N' TO WS-VALID-RECORD-FLAG
               GO TO VALIDATE-INPUT-RECORD-EXIT.
           MOVE ZERO TO WS-RULE-SUB.
           PERFORM APPLY-ONE-RULE
               THRU APPLY-ONE-RULE-EXIT
                           WS-VR-REASON-TEXT (WS-VALRULE-COUNT).
      *
      *****************************************************************
      * 056-LOAD-OPERATOR-AUTHORITY: LOADS THE PROJ4 RECORDS OF THE  *
      * CENTRAL OPERAUTH FILE. A MISSING FILE AUTHORIZES NOBODY -    *
      * EVERY FEED TRANSACTION WILL REJECT.                          *
      *****************************************************************
       056-LOAD-OPERATOR-AUTHORITY.
           OPEN INPUT OPERAUTH-FILE.
           IF WS-OPERAUTH-STATUS NOT = '00'
               DISPLAY 'NO OPERAUTH FILE FOUND - EVERY FEED '
                   'TRANSACTION WILL REJECT'
               GO TO 056-LOAD-OPERATOR-AUTHORITY-EXIT.
           PERFORM 056A-LOAD-ONE-AUTHORITY
               UNTIL OPERAUTH-EOF.
           CLOSE OPERAUTH-FILE.
      *
       056-LOAD-OPERATOR-AUTHORITY-EXIT.
           EXIT.
      *
       056A-LOAD-ONE-AUTHORITY.
           READ OPERAUTH-FILE
               AT END
                   MOVE 'Y' TO WS-OPERAUTH-EOF-FLAG
               NOT AT END
                   IF OPA-PROGRAM-ID = 'PROJ4   '
                           AND WS-AUTH-COUNT < 100
                       ADD 1 TO WS-AUTH-COUNT
                       MOVE OPA-OPERATOR-ID TO
                           WS-AUTH-OPERATOR-ID (WS-AUTH-COUNT)
                       MOVE OPA-ACTION TO
                           WS-AUTH-ACTION (WS-AUTH-COUNT).
      *
      *****************************************************************
      * 056B-CHECK-OPERATOR-AUTHORITY: SETS OPERATOR-AUTHORIZED WHEN *
      * THE RECORD CARRIES AN OPERATOR ID THAT OPERAUTH ALLOWS TO    *
      * KEY IR-ACTION IN PROJ4. OTHERWISE THE REJECT REASON SAYS     *
      * WHY.                                                         *
      *****************************************************************
       056B-CHECK-OPERATOR-AUTHORITY.
           MOVE 'N' TO WS-AUTH-FOUND-FLAG.
           IF IR-OPERATOR-ID = SPACES
               MOVE 'R010' TO WS-REJECT-REASON-CODE
               MOVE 'NO OPERATOR ID' TO WS-REJECT-REASON-TEXT
               GO TO 056B-CHECK-OPERATOR-AUTHORITY-EXIT.
           IF WS-AUTH-COUNT > ZERO
               SET WS-AUTH-IDX TO 1
               SEARCH WS-AUTH-ENTRY
                   WHEN WS-AUTH-OPERATOR-ID (WS-AUTH-IDX) =
                           IR-OPERATOR-ID
                       AND (WS-AUTH-ACTION (WS-AUTH-IDX) = IR-ACTION
                         OR WS-AUTH-ACTION (WS-AUTH-IDX) = '*')
                       MOVE 'Y' TO WS-AUTH-FOUND-FLAG
               END-SEARCH.
           IF NOT OPERATOR-AUTHORIZED
               MOVE 'R011' TO WS-REJECT-REASON-CODE
               MOVE 'NOT AUTHORIZED' TO WS-REJECT-REASON-TEXT.
      *
       056B-CHECK-OPERATOR-AUTHORITY-EXIT.
           EXIT.
      *
      *****************************************************************
      * 058-LOAD-DEPARTMENT-TABLE: LOADS THE DEPARTMENT MASTER. A    *
      * MISSING FILE MEANS NO DEPARTMENTS ARE ON FILE YET - EVERY    *
      * NON-BLANK DEPARTMENT CODE ON THE FEED WILL REJECT.           *
           MOVE IR-DEPT-CODE       TO REJ-DEPT-CODE.
           MOVE WS-REJECT-REASON-CODE TO REJ-REASON-CODE.
           MOVE WS-REJECT-REASON-TEXT TO REJ-REASON-TEXT.
           MOVE IR-OPERATOR-ID     TO REJ-OPERATOR-ID.
           WRITE REJ-RECORD.
           ADD 1 TO WS-REJECTED-COUNT.
      *
                       THRU WRITE-REJECT-RECORD-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'S' TO WS-MOVE-TYPE
                   MOVE SPACES TO WS-MOVE-FROM-DEPT
                   MOVE IR-DEPT-CODE TO WS-MOVE-TO-DEPT
                   PERFORM 082-WRITE-MOVEMENT-HISTORY
                       THRU 082-WRITE-MOVEMENT-HISTORY-EXIT
                   PERFORM WRITE-REGISTER-DETAIL
                       THRU WRITE-REGISTER-DETAIL-EXIT.
      *
                   MOVE SPACES TO WS-CHG-AFTER
                   STRING IR-NAME ' ' IR-BIRTH-DATE ' ' IR-DEPT-CODE
                       DELIMITED BY SIZE INTO WS-CHG-AFTER
                   MOVE PS-DEPT-CODE TO WS-MOVE-FROM-DEPT
                   MOVE IR-NAME TO PS-NAME
                   MOVE IR-BIRTH-DATE TO PS-BIRTH-DATE
                   MOVE IR-DEPT-CODE TO PS-DEPT-CODE
                   REWRITE PS-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   IF WS-MOVE-FROM-DEPT NOT = IR-DEPT-CODE
                       MOVE 'T' TO WS-MOVE-TYPE
                       MOVE IR-DEPT-CODE TO WS-MOVE-TO-DEPT
                       PERFORM 082-WRITE-MOVEMENT-HISTORY
                           THRU 082-WRITE-MOVEMENT-HISTORY-EXIT
                   END-IF
                   PERFORM WRITE-REGISTER-DETAIL
                       THRU WRITE-REGISTER-DETAIL-EXIT.
      *
                   MOVE PS-DEPT-CODE TO IR-DEPT-CODE
                   DELETE PERSON-MASTER RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'L' TO WS-MOVE-TYPE
                   MOVE IR-DEPT-CODE TO WS-MOVE-FROM-DEPT
                   MOVE SPACES TO WS-MOVE-TO-DEPT
                   PERFORM 082-WRITE-MOVEMENT-HISTORY
                       THRU 082-WRITE-MOVEMENT-HISTORY-EXIT
                   PERFORM WRITE-REGISTER-DETAIL
                       THRU WRITE-REGISTER-DETAIL-EXIT.
      *
           ELSE
               MOVE ZERO TO DL-AGE.
           MOVE IR-DEPT-CODE TO DL-DEPT-CODE.
           MOVE IR-OPERATOR-ID TO DL-OPERATOR.
           MOVE WS-REGISTER-DETAIL-LINE TO REGISTER-RECORD.
           PERFORM 280-EMIT-REGISTER-LINE
               THRU 280-EMIT-REGISTER-LINE-EXIT.
           MOVE IR-EMP-ID       TO CHG-KEY.
           MOVE WS-CHG-BEFORE   TO CHG-BEFORE-IMAGE.
           MOVE WS-CHG-AFTER    TO CHG-AFTER-IMAGE.
           MOVE IR-OPERATOR-ID  TO CHG-OPERATOR-ID.
           MOVE SPACES          TO CHG-APPROVER-ID.
           WRITE CHGHIST-RECORD.
      *
       079-WRITE-CHANGE-HISTORY-EXIT.
           EXIT.
      *
      *****************************************************************
      * 080-OPEN-MOVEMENT-HISTORY: OPENS THE MOVEMENT HISTORY EXTEND *
      * FOR THE RUN. THE FIRST TIME IT IS OPENED THE FILE DOES NOT   *
      * EXIST YET, SO IT IS CREATED AND A BROUGHT-FORWARD MOVEMENT   *
      * IS WRITTEN FOR EVERY PERSON ALREADY ON THE MASTER - FROM     *
      * THEN ON THE HISTORY ALONE ACCOUNTS FOR THE WHOLE ROSTER.     *
      *****************************************************************
       080-OPEN-MOVEMENT-HISTORY.
           ACCEPT WS-MOVE-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CHAIN-RUN-DATE FROM ENVIRONMENT 'RUN_DATE'.
           IF WS-CHAIN-RUN-DATE NOT = SPACES
               MOVE WS-CHAIN-RUN-DATE TO WS-MOVE-DATE.
           ACCEPT WS-MOVE-TIME FROM TIME.
           OPEN EXTEND PERSMOVE-FILE.
           IF WS-PERSMOVE-STATUS NOT = '05'
                   AND WS-PERSMOVE-STATUS NOT = '35'
               GO TO 080-OPEN-MOVEMENT-HISTORY-EXIT.
           DISPLAY 'NO MOVEMENT HISTORY FOUND - BRINGING FORWARD THE '
               'PERSON MASTER'.
           OPEN OUTPUT PERSMOVE-FILE.
           MOVE SPACES TO PS-EMP-ID.
           START PERSON-MASTER KEY NOT < PS-EMP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF-FLAG.
           PERFORM 081-BRING-FORWARD-ONE-PERSON
               UNTIL MASTER-EOF.
           MOVE 'N' TO WS-MASTER-EOF-FLAG.
           DISPLAY 'PEOPLE BROUGHT FORWARD: ' WS-BROUGHT-FWD-COUNT.
      *
       080-OPEN-MOVEMENT-HISTORY-EXIT.
           EXIT.
      *
       081-BRING-FORWARD-ONE-PERSON.
           READ PERSON-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-BROUGHT-FWD-COUNT
                   MOVE WS-MOVE-DATE       TO PM-MOVE-DATE
                   MOVE WS-MOVE-TIME (1:6) TO PM-MOVE-TIME
                   MOVE PS-EMP-ID          TO PM-EMP-ID
                   MOVE 'B'                TO PM-MOVE-TYPE
                   MOVE SPACES             TO PM-FROM-DEPT
                   MOVE PS-DEPT-CODE       TO PM-TO-DEPT
                   MOVE SPACES             TO PM-OPERATOR-ID
                   WRITE PM-RECORD.
      *
      *****************************************************************
      * 082-WRITE-MOVEMENT-HISTORY: APPENDS ONE MOVEMENT FOR THE     *
      * PERSON IN HAND, WITH THE TYPE AND DEPARTMENTS THE ACTION     *
      * PARAGRAPH SET.                                               *
      *****************************************************************
       082-WRITE-MOVEMENT-HISTORY.
           MOVE WS-MOVE-DATE       TO PM-MOVE-DATE.
           MOVE WS-MOVE-TIME (1:6) TO PM-MOVE-TIME.
           MOVE IR-EMP-ID          TO PM-EMP-ID.
           MOVE WS-MOVE-TYPE       TO PM-MOVE-TYPE.
           MOVE WS-MOVE-FROM-DEPT  TO PM-FROM-DEPT.
           MOVE WS-MOVE-TO-DEPT    TO PM-TO-DEPT.
           MOVE IR-OPERATOR-ID     TO PM-OPERATOR-ID.
           WRITE PM-RECORD.
           ADD 1 TO WS-MOVE-COUNT.
      *
       082-WRITE-MOVEMENT-HISTORY-EXIT.
           EXIT.
      *
      *****************************************************************
      * 280-EMIT-REGISTER-LINE: WRITES THE LINE ALREADY MOVED INTO    *
      * REGISTER-RECORD AND STARTS A NEW PAGE (RE-PRINTING THE        *
      * HEADERS) WHEN THE CURRENT PAGE IS FULL - THE SAME PATTERN     *
           MOVE WS-REJECTED-COUNT TO SL-REJECT-OUT.
           MOVE SL-REJECT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE WS-AUTH-REJECTED TO SL-AUTH-OUT.
           MOVE SL-AUTH-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE WS-ROSTER-COUNT TO SL-ROSTER-OUT.
           MOVE SL-ROSTER-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
       DISPLAY-INPUT-STATISTICS.
           DISPLAY 'ACTIONS APPLIED  : ' WS-APPLIED-COUNT.
           DISPLAY 'ACTIONS REJECTED : ' WS-REJECTED-COUNT.
           DISPLAY 'NOT AUTHORIZED   : ' WS-AUTH-REJECTED.
           DISPLAY 'DUPLICATES IN FEED: ' WS-DUPLICATE-COUNT.
           DISPLAY 'ROSTER SIZE      : ' WS-ROSTER-COUNT.
           DISPLAY 'MOVEMENTS FILED  : ' WS-MOVE-COUNT.
           DISPLAY 'MINIMUM AGE      : ' WS-AGE-MIN.
           DISPLAY 'MAXIMUM AGE      : ' WS-AGE-MAX.
           DISPLAY 'AVERAGE AGE      : ' WS-AGE-AVERAGE.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/DEPTMAST' DELIMITED BY SIZE
               INTO WS-DEPTMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PERSMOVE' DELIMITED BY SIZE
               INTO WS-PERSMOVE-PATH.
           ACCEPT WS-ALERTS-PATH FROM ENVIRONMENT 'ALERTS_PATH'.
           IF WS-ALERTS-PATH = SPACES
               STRING WS-DATA-DIR DELIMITED BY SPACE
               STRING WS-DATA-DIR DELIMITED BY SPACE
                       '/INTFCTL' DELIMITED BY SIZE
                   INTO WS-INTFCTL-PATH.
           ACCEPT WS-OPERAUTH-PATH FROM ENVIRONMENT 'OPERAUTH_PATH'.
           IF WS-OPERAUTH-PATH = SPACES
               MOVE
                 '../project-007-nightly-batch-driver/data/OPERAUTH'
                   TO WS-OPERAUTH-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.
      *
