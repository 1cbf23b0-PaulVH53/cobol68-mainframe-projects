      * POSITIVE. ZERO-AMOUNT DETAILS (LOCATION TRANSFERS) MOVE NO    *
      * MONEY AND ARE SKIPPED; A TYPE THE MAP DOES NOT CARRY IS       *
      * COUNTED AND CALLED OUT ON THE PROOF INSTEAD OF GUESSED AT.    *
      *                                                               *
      * AN ISSUE CHARGED TO A DEPARTMENT (EXT-CHARGE-DEPT) POSTS ITS  *
      * EXPENSE TO THAT DEPARTMENT'S COST-CENTRE ENTRY ON THE MAP     *
      * WHEN THERE IS ONE, AND TO THE GENERAL ISSUE ENTRY OTHERWISE.  *
      * AN ADJUSTMENT POSTS THE SAME WAY BY ITS REASON CODE           *
      * (EXT-ADJ-REASON), SO SCRAP, THEFT AND EXPIRED STOCK CAN EACH  *
      * BOOK TO THEIR OWN EXPENSE ACCOUNT.                            *
      *                                                               *
      * ISSUES, ADJUSTMENTS AND CREDITS POST AT COST (EXT-COST-TOTAL) *
      * SO INVENTORY IS RELIEVED AT WHAT THE STOCK WAS BOOKED IN AT;  *
      * RECEIPTS ARE BOOKED AT THEIR OWN PRICE, WHICH IS THEIR COST.  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTR.
           05  EXT-ITEM-TOTAL        PIC S9(10)V99  SIGN IS TRAILING
                                         SEPARATE.
           05  EXT-TRANS-TYPE        PIC X(01).
           05  EXT-CHARGE-DEPT       PIC X(03).
           05  EXT-ADJ-REASON        REDEFINES EXT-CHARGE-DEPT
                                     PIC X(03).
           05  EXT-COST-TOTAL        PIC S9(10)V99  SIGN IS TRAILING
                                         SEPARATE.

       01  EXT-ENVELOPE-RECORD REDEFINES EXT-RECORD.
           05  ENV-IN-RECORD-ID      PIC X(08).
           05  GLM-DEBIT-ACCT       PIC X(08).
           05  GLM-CREDIT-ACCT      PIC X(08).
      *****************************************************************
      * GLM-SUB-KEY: NARROWS THE ENTRY BELOW ITS TYPE - ON AN 'I'     *
      * ENTRY, THE CHARGE DEPARTMENT WHOSE COST CENTRE THE DEBIT      *
      * ACCOUNT IS; ON AN 'A' ENTRY, THE ADJUSTMENT REASON, SO SCRAP  *
      * AND SHRINKAGE BOOK TO THEIR OWN EXPENSE ACCOUNTS. BLANK IS    *
      * THE TYPE'S GENERAL ENTRY, WHICH TAKES EVERYTHING NO NARROWER  *
      * ENTRY MATCHES - SO A MAP CUT BEFORE THE SUB-KEY EXISTED STILL *
      * POSTS AS IT ALWAYS DID.                                       *
      *****************************************************************
           05  GLM-SUB-KEY          PIC X(03).
      *****************************************************************
      * GLFEED-FILE: THE JOURNAL FEED - TWO RECORDS (DEBIT AND        *
      * CREDIT) PER POSTED DETAIL, WRAPPED IN THE STANDARD ENVELOPE.  *
      * THE ENVELOPE HASH IS THE SIGNED SUM (DEBITS PLUS, CREDITS     *
      *****************************************************************
       01  WS-MAP-TABLE.
           05  WS-MAP-COUNT         PIC 9(02) COMP VALUE ZERO.
           05  WS-MAP-ENTRY OCCURS 1 TO 60 TIMES
                       DEPENDING ON WS-MAP-COUNT
                       INDEXED BY WS-MAP-IDX.
               10  WS-MAP-TRANS-TYPE   PIC X(01).
               10  WS-MAP-DEBIT-ACCT   PIC X(08).
               10  WS-MAP-CREDIT-ACCT  PIC X(08).
               10  WS-MAP-SUB-KEY      PIC X(03).
               10  WS-MAP-POSTED-COUNT PIC 9(05) COMP.
               10  WS-MAP-POSTED-AMT   PIC S9(13)V99 COMP-3.

           05  WS-MAP-FOUND-FLAG    PIC X          VALUE 'N'.
               88  MAP-FOUND        VALUE 'Y'.
           05  WS-MAP-SUB           PIC 9(02) COMP VALUE ZERO.
           05  WS-MAP-LOOKUP-TYPE   PIC X(01)      VALUE SPACE.
           05  WS-MAP-LOOKUP-KEY    PIC X(03)      VALUE SPACES.

       77  WS-DETAILS-READ          PIC 9(07) COMP VALUE ZERO.
       77  WS-JOURNAL-COUNT         PIC 9(07)      VALUE ZERO.
       77  WS-UNMAPPED-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-ZERO-SKIP-COUNT       PIC 9(05) COMP VALUE ZERO.
       77  WS-ABS-AMOUNT            PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  WS-POST-AMOUNT           PIC S9(10)V99 COMP-3 VALUE ZERO.
       77  WS-DEBIT-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  WS-CREDIT-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  WS-HASH-TOTAL            PIC S9(13)V99 COMP-3 VALUE ZERO.
               10  PM-COUNT-OUT    PIC ZZ,ZZ9.
               10  FILLER          PIC X(4)  VALUE SPACES.
               10  PM-AMOUNT-OUT   PIC +Z(11).99.
               10  FILLER          PIC X(4)  VALUE SPACES.
               10  PM-SUB-KEY-OUT  PIC X(3).
               10  FILLER          PIC X(66) VALUE SPACES.
           05  PROOF-TOTAL-LINE.
               10  FILLER          PIC X(5)  VALUE SPACES.
               10  PL-LABEL        PIC X(26).
               AT END
                   MOVE 'Y' TO WS-GLMAP-EOF-FLAG
               NOT AT END
                   IF WS-MAP-COUNT < 60
                       ADD 1 TO WS-MAP-COUNT
                       MOVE GLM-TRANS-TYPE TO
                           WS-MAP-TRANS-TYPE (WS-MAP-COUNT)
                           WS-MAP-DEBIT-ACCT (WS-MAP-COUNT)
                       MOVE GLM-CREDIT-ACCT TO
                           WS-MAP-CREDIT-ACCT (WS-MAP-COUNT)
                       MOVE GLM-SUB-KEY TO
                           WS-MAP-SUB-KEY (WS-MAP-COUNT)
                       MOVE ZERO TO
                           WS-MAP-POSTED-COUNT (WS-MAP-COUNT)
                       MOVE ZERO TO
                           WS-MAP-POSTED-AMT (WS-MAP-COUNT)
                   ELSE
                       DISPLAY 'WARNING: MAP TABLE FULL - TYPE "'
                           GLM-TRANS-TYPE '" ' GLM-SUB-KEY
                           ' NOT LOADED'.

      *****************************************************************
      * 200-MAP-ONE-EXTRACT: READS ONE EXTRACT RECORD AND, FOR A      *
      * MAPPED NONZERO DETAIL, WRITES ITS DEBIT AND CREDIT JOURNAL    *
      * RECORDS. A BLANK TYPE MAPS AS 'I' - THE SAME GRANDFATHERING   *
      * THE POSTING RUN GIVES IT. AN ISSUE LOOKS FOR ITS CHARGE       *
      * DEPARTMENT'S ENTRY FIRST, AND AN ADJUSTMENT FOR ITS REASON'S, *
      * FALLING BACK TO THE TYPE'S GENERAL ENTRY.                     *
      *****************************************************************
       200-MAP-ONE-EXTRACT.
           READ EXTRACT-FILE
                   END-IF
           END-READ.

      *****************************************************************
      * AN ISSUE, ADJUSTMENT OR CREDIT MOVES STOCK IN OR OUT OF       *
      * INVENTORY AT WHAT IT COST, NOT WHAT IT SELLS FOR, SO IT POSTS *
      * EXT-COST-TOTAL. AN EXTRACT CUT BEFORE THE COST WAS CARRIED    *
      * HAS NONE, AND POSTS ITS AMOUNT AS IT ALWAYS DID.              *
      *****************************************************************
       220-POST-ONE-JOURNAL.
           MOVE EXT-TRANS-TYPE TO WS-MAP-LOOKUP-TYPE.
           IF EXT-TRANS-TYPE = SPACE
               MOVE 'I' TO WS-MAP-LOOKUP-TYPE.
           MOVE EXT-ITEM-TOTAL TO WS-POST-AMOUNT.
           IF (WS-MAP-LOOKUP-TYPE = 'I' OR WS-MAP-LOOKUP-TYPE = 'A'
                   OR WS-MAP-LOOKUP-TYPE = 'C')
                   AND EXT-COST-TOTAL IS NUMERIC
               MOVE EXT-COST-TOTAL TO WS-POST-AMOUNT.
           IF WS-POST-AMOUNT = ZERO
               ADD 1 TO WS-ZERO-SKIP-COUNT
               GO TO 220-POST-ONE-JOURNAL-EXIT.
           MOVE SPACES TO WS-MAP-LOOKUP-KEY.
           IF WS-MAP-LOOKUP-TYPE = 'I'
               MOVE EXT-CHARGE-DEPT TO WS-MAP-LOOKUP-KEY
           ELSE IF WS-MAP-LOOKUP-TYPE = 'A'
               MOVE EXT-ADJ-REASON TO WS-MAP-LOOKUP-KEY.
           PERFORM 222-FIND-MAP-ENTRY
               THRU 222-FIND-MAP-ENTRY-EXIT.
           IF NOT MAP-FOUND AND WS-MAP-LOOKUP-KEY NOT = SPACES
               MOVE SPACES TO WS-MAP-LOOKUP-KEY
               PERFORM 222-FIND-MAP-ENTRY
                   THRU 222-FIND-MAP-ENTRY-EXIT.
           IF NOT MAP-FOUND
               ADD 1 TO WS-UNMAPPED-COUNT
               DISPLAY 'GLEXTR: NO ACCOUNT MAP FOR TYPE "'
                   EXT-TRANS-TYPE '" - ' EXT-ITEM-CODE ' SKIPPED'
               GO TO 220-POST-ONE-JOURNAL-EXIT.
           IF WS-POST-AMOUNT < ZERO
               COMPUTE WS-ABS-AMOUNT = ZERO - WS-POST-AMOUNT
           ELSE
               MOVE WS-POST-AMOUNT TO WS-ABS-AMOUNT.
      *****************************************************************
      * A NEGATIVE AMOUNT POSTS THE SAME MAGNITUDE WITH THE SIDES    *
      * SWAPPED, SO THE FEED NEVER CARRIES A NEGATIVE JOURNAL LINE.  *
      *****************************************************************
           IF WS-POST-AMOUNT < ZERO
               MOVE WS-MAP-CREDIT-ACCT (WS-MAP-IDX) TO JRN-ACCOUNT
               PERFORM 225-WRITE-DEBIT-RECORD
                   THRU 225-WRITE-DEBIT-RECORD-EXIT
       220-POST-ONE-JOURNAL-EXIT.
           EXIT.

       222-FIND-MAP-ENTRY.
           MOVE 'N' TO WS-MAP-FOUND-FLAG.
           SET WS-MAP-IDX TO 1.
           SEARCH WS-MAP-ENTRY
               WHEN WS-MAP-TRANS-TYPE (WS-MAP-IDX) = WS-MAP-LOOKUP-TYPE
                       AND WS-MAP-SUB-KEY (WS-MAP-IDX) =
                           WS-MAP-LOOKUP-KEY
                   MOVE 'Y' TO WS-MAP-FOUND-FLAG
           END-SEARCH.
       222-FIND-MAP-ENTRY-EXIT.
           EXIT.

       225-WRITE-DEBIT-RECORD.
           MOVE 'D' TO JRN-DR-CR.
           MOVE WS-ABS-AMOUNT TO JRN-AMOUNT.

      *****************************************************************
      * 400-WRITE-JOURNAL-PROOF: THE PRINTED PROOF - ONE LINE PER     *
      * MAP ENTRY (SO ONE PER COST CENTRE) WITH WHAT POSTED THROUGH   *
      * IT, THE DEBIT AND CREDIT TOTALS, AND THE BALANCED/OUT-OF-     *
      * BALANCE VERDICT.                                              *
      *****************************************************************
       400-WRITE-JOURNAL-PROOF.
           OPEN OUTPUT PROOF-FILE.
           WRITE PROOF-RECORD.
           MOVE SPACES TO PROOF-RECORD.
           STRING '     T    DEBIT       CREDIT      COUNT '
                   '     AMOUNT            SUB' DELIMITED BY SIZE
               INTO PROOF-RECORD.
           WRITE PROOF-RECORD.
           MOVE ZERO TO WS-MAP-SUB.
           PERFORM 410-WRITE-ONE-MAP-LINE
           MOVE WS-MAP-CREDIT-ACCT (WS-MAP-SUB)  TO PM-CREDIT-OUT.
           MOVE WS-MAP-POSTED-COUNT (WS-MAP-SUB) TO PM-COUNT-OUT.
           MOVE WS-MAP-POSTED-AMT (WS-MAP-SUB)   TO PM-AMOUNT-OUT.
           MOVE WS-MAP-SUB-KEY (WS-MAP-SUB)      TO PM-SUB-KEY-OUT.
           MOVE PROOF-MAP-LINE TO PROOF-RECORD.
           WRITE PROOF-RECORD.
       410-WRITE-ONE-MAP-LINE-EXIT.
