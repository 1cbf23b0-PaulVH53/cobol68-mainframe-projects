      *
       01  CALCRPT-RECORD          PIC X(132).
      *
      *****************************************************************
      * ACCTMAST-FILE: SEE copybooks/ACCTMAST.CPY - THE SAME LAYOUT  *
      * ACCTMNT MAINTAINS AND DORMRPT READS.                         *
      *****************************************************************
       FD  ACCTMAST-FILE
           RECORD CONTAINS 85 CHARACTERS.
      *
       COPY ACCTMAST.
      *
       FD  STATEMENT-FILE
           RECORDING MODE IS F.
      *****************************************************************
      * VALIDATE-CALCIN-RECORD: THE LOADED FIELD EDITS IN ORDER,     *
      * THEN THE OP-CODE LIST - EVERY NON-BLANK LETTER MUST BE ONE   *
      * THE CALCULATION LOOP KNOWS - THEN THE ACCOUNT ITSELF, WHICH  *
      * MUST BE ON THE MASTER AND OPEN. THE FIRST FAILURE WINS.      *
      *****************************************************************
       VALIDATE-CALCIN-RECORD.
           MOVE 'Y' TO WS-VALID-RECORD-FLAG.
           PERFORM CHECK-ONE-OP-CODE
               THRU CHECK-ONE-OP-CODE-EXIT
               8 TIMES.
           IF NOT RECORD-VALID
               GO TO VALIDATE-CALCIN-RECORD-EXIT.
           PERFORM CHECK-ACCOUNT-STATUS
               THRU CHECK-ACCOUNT-STATUS-EXIT.
      *
       VALIDATE-CALCIN-RECORD-EXIT.
           EXIT.
           EXIT.
      *
      *****************************************************************
      * CHECK-ACCOUNT-STATUS: ACCOUNTS ARE OPENED, FROZEN AND CLOSED *
      * ONLY THROUGH ACCTMNT, SO A PAIR FOR AN ACCOUNT NOT ON THE    *
      * MASTER (MOST OFTEN A MISKEYED CODE) IS REJECTED RATHER THAN  *
      * OPENING ONE, AND A FROZEN OR CLOSED ACCOUNT TAKES NO         *
      * POSTING.                                                     *
      *****************************************************************
       CHECK-ACCOUNT-STATUS.
           MOVE CI-ACCOUNT-CODE TO AB-ACCOUNT-CODE.
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-RECORD-FLAG
                   MOVE 'R105' TO WS-REJECT-REASON-CODE
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON-TEXT
               NOT INVALID KEY
                   IF AB-STATUS = 'F'
                       MOVE 'N' TO WS-VALID-RECORD-FLAG
                       MOVE 'R106' TO WS-REJECT-REASON-CODE
                       MOVE 'ACCOUNT FROZEN' TO WS-REJECT-REASON-TEXT
                   ELSE IF AB-STATUS = 'C'
                       MOVE 'N' TO WS-VALID-RECORD-FLAG
                       MOVE 'R107' TO WS-REJECT-REASON-CODE
                       MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON-TEXT
                   END-IF
           END-READ.
      *
       CHECK-ACCOUNT-STATUS-EXIT.
           EXIT.
      *
      *****************************************************************
      * APPLY-ONE-RULE: APPLIES THE NEXT LOADED EDIT TO THE RECORD   *
      * IN HAND. THE FIELD IDS MAP ONTO CALCIN-RECORD BY POSITION -  *
      * ACCOUNT IN BYTES 1-6, NUMBER 1 IN 7-13, NUMBER 2 IN 14-20.   *
      * POST-ACCOUNT-BALANCE: POSTS THE ACCOUNT SUBTOTAL JUST        *
      * PRINTED INTO THE BALANCE MASTER - THE OLD BALANCE BECOMES    *
      * THE PRIOR, TODAY'S RESULTS ADD ON TOP - AND WRITES THE       *
      * ACCOUNT'S STATEMENT SECTION. CHECK-ACCOUNT-STATUS HAS        *
      * ALREADY REJECTED EVERY PAIR FOR AN ACCOUNT NOT ON THE        *
      * MASTER, SO THE INVALID KEY LEG IS A SAFETY NET ONLY - SHOULD *
      * IT EVER FIRE, THE ACCOUNT IS SEEDED OPEN FROM A ZERO PRIOR   *
      * BALANCE SO THE POSTING IS NOT LOST.                          *
      *****************************************************************
       POST-ACCOUNT-BALANCE.
           MOVE WS-PREV-ACCOUNT TO AB-ACCOUNT-CODE.
                   COMPUTE WS-NEW-BALANCE = WS-ACCOUNT-SUBTOTAL
                   MOVE WS-NEW-BALANCE TO AB-CURR-BALANCE
                   MOVE WS-RUN-DATE-TEXT TO AB-LAST-POSTED
                   MOVE 'O' TO AB-STATUS
                   MOVE SPACES TO AB-ACCOUNT-NAME
                   MOVE WS-RUN-DATE-TEXT TO AB-OPENED-DATE
                   WRITE AB-RECORD
               NOT INVALID KEY
                   MOVE AB-CURR-BALANCE TO WS-PRIOR-BALANCE
