      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(MSTRVRFY)                      *
      * PURPOSE: NIGHTLY INTEGRITY VERIFICATION OF THE INDEXED       *
      * MASTERS. WALKS ITEMMAST.IDX, PERSON-MASTER, INVENTORY-       *
      * MASTER, YTD-MASTER AND PRICEMAST.IDX FRONT TO BACK, CONFIRMS *
      * EACH READS CLEANLY IN ASCENDING KEY ORDER WITH NO DUPLICATE  *
      * KEYS, COUNTS THE RECORDS, AND COMPARES EACH COUNT AGAINST    *
      * THE PREVIOUS NIGHT'S (HELD ON MSTRVRFY.CTL) FOR UNEXPLAINED  *
      * JUMPS. ANY INTEGRITY FAILURE SETS RETURN CODE 8 SO PROJ7     *
      * STOPS THE CHAIN BEFORE AN UPDATE STEP TOUCHES A BROKEN FILE  *
      * - INSTEAD OF PROJ2 ABENDING MID-MAINTENANCE. A COUNT JUMP IS *
      * REPORTED BUT DOES NOT STOP THE CHAIN - GROWTH CAN BE         *
      * LEGITIMATE.                                                  *
      *                                                              *
      * CARDED AT THE FRONT OF THE CHAIN, BEFORE ANY UPDATE STEP.    *
      * THE MASTERS ARE REACHED IN THEIR OWN PROJECTS' DATA          *
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-ITEM-CODE
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PRICEMAST-FILE ASSIGN DYNAMIC WS-PRICEMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
      *****************************************************************
      * CONTROL-FILE: ONE RECORD PER MASTER - THE PREVIOUS NIGHT'S   *
      * RECORD COUNT - REWRITTEN EVERY RUN.                          *
           05  FILLER              PIC X(31).
      *
       FD  INVENTORY-MASTER
           RECORD CONTAINS 39 CHARACTERS.
      *
       01  INV-RECORD.
           05  INV-KEY             PIC X(13).
           05  FILLER              PIC X(26).
      *
       FD  YTD-MASTER
           RECORD CONTAINS 58 CHARACTERS.
       01  YTD-RECORD.
           05  YTD-ITEM-CODE       PIC X(10).
           05  FILLER              PIC X(48).
      *
       FD  PRICEMAST-FILE
           RECORD CONTAINS 25 CHARACTERS.
      *
       01  PM-RECORD.
           05  PM-KEY              PIC X(18).
           05  FILLER              PIC X(07).
      *
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  WS-WALK-FIELDS.
           05  WS-WALK-MASTER      PIC X(12) VALUE SPACES.
           05  WS-WALK-SUB         PIC 9(1)  VALUE ZERO.
           05  WS-PREV-KEY         PIC X(18) VALUE LOW-VALUES.
           05  WS-CURR-KEY         PIC X(18) VALUE SPACES.
           05  WS-WALK-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-SEQ-ERRORS       PIC 9(05) VALUE ZERO.
           05  WS-IO-ERRORS        PIC 9(05) VALUE ZERO.
      * NIGHT'S, AND THE VERDICT.                                    *
      *****************************************************************
       01  WS-RESULT-TABLE.
           05  WS-RESULT-ENTRY OCCURS 5 TIMES.
               10  WS-RES-NAME        PIC X(12).
               10  WS-RES-COUNT       PIC 9(07).
               10  WS-RES-PRIOR       PIC 9(07).
           05  WS-PERSMAST-PATH    PIC X(80) VALUE SPACES.
           05  WS-INVENTORY-PATH   PIC X(80) VALUE SPACES.
           05  WS-YTDMAST-PATH     PIC X(80) VALUE SPACES.
           05  WS-PRICEMAST-PATH   PIC X(80) VALUE SPACES.
      *
       01  WS-REPORT-LINES.
           05  RL-TITLE-LINE.
           MOVE 4 TO WS-WALK-SUB.
           MOVE 'YTDMAST     ' TO WS-WALK-MASTER.
           PERFORM WALK-ONE-MASTER THRU WALK-ONE-MASTER-EXIT.
           MOVE 5 TO WS-WALK-SUB.
           MOVE 'PRICEMST.IDX' TO WS-WALK-MASTER.
           PERFORM WALK-ONE-MASTER THRU WALK-ONE-MASTER-EXIT.
      *
           PERFORM WRITE-VERIFY-REPORT
               THRU WRITE-VERIFY-REPORT-EXIT.
                   DELIMITED BY SIZE
                   '/data/YTDMAST' DELIMITED BY SIZE
               INTO WS-YTDMAST-PATH.
           STRING '../project-006-sequential-file-update-and-reporting'
                   DELIMITED BY SIZE
                   '/data/PRICEMAST.IDX' DELIMITED BY SIZE
               INTO WS-PRICEMAST-PATH.
      *
       BUILD-MASTER-PATHS-EXIT.
           EXIT.
       LOAD-PRIOR-COUNTS.
           PERFORM INIT-ONE-RESULT THRU INIT-ONE-RESULT-EXIT
               VARYING WS-RES-SUB FROM 1 BY 1
               UNTIL WS-RES-SUB > 5.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'MSTRVRFY: NO PRIOR COUNTS ON FILE - FIRST '
                   PERFORM MATCH-ONE-PRIOR
                       THRU MATCH-ONE-PRIOR-EXIT
                       VARYING WS-RES-SUB FROM 1 BY 1
                       UNTIL WS-RES-SUB > 5.
      *
      *****************************************************************
      * MATCH-ONE-PRIOR: THE RESULT ROWS ARE NAMED BY WALK-ONE-      *
           IF WS-RES-SUB = 4 AND CTL-MASTER-NAME = 'YTDMAST     '
               MOVE CTL-RECORD-COUNT TO WS-RES-PRIOR (4)
               MOVE 'Y' TO WS-RES-PRIOR-SET (4).
           IF WS-RES-SUB = 5 AND CTL-MASTER-NAME = 'PRICEMST.IDX'
               MOVE CTL-RECORD-COUNT TO WS-RES-PRIOR (5)
               MOVE 'Y' TO WS-RES-PRIOR-SET (5).
      *
       MATCH-ONE-PRIOR-EXIT.
           EXIT.
               OPEN INPUT PERSON-MASTER
           ELSE IF WS-WALK-SUB = 3
               OPEN INPUT INVENTORY-MASTER
           ELSE IF WS-WALK-SUB = 4
               OPEN INPUT YTD-MASTER
           ELSE
               OPEN INPUT PRICEMAST-FILE.
      *
       OPEN-WALK-MASTER-EXIT.
           EXIT.
               CLOSE PERSON-MASTER
           ELSE IF WS-WALK-SUB = 3
               CLOSE INVENTORY-MASTER
           ELSE IF WS-WALK-SUB = 4
               CLOSE YTD-MASTER
           ELSE
               CLOSE PRICEMAST-FILE.
      *
       CLOSE-WALK-MASTER-EXIT.
           EXIT.
                   NOT AT END
                       MOVE INV-KEY TO WS-CURR-KEY
               END-READ
           ELSE IF WS-WALK-SUB = 4
               READ YTD-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WALK-EOF-FLAG
                   NOT AT END
                       MOVE YTD-ITEM-CODE TO WS-CURR-KEY
               END-READ
           ELSE
               READ PRICEMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WALK-EOF-FLAG
                   NOT AT END
                       MOVE PM-KEY TO WS-CURR-KEY
               END-READ.
           IF WALK-EOF
               GO TO READ-WALK-RECORD-EXIT.
           WRITE VERIFY-REPORT-RECORD.
           PERFORM WRITE-ONE-RESULT THRU WRITE-ONE-RESULT-EXIT
               VARYING WS-RES-SUB FROM 1 BY 1
               UNTIL WS-RES-SUB > 5.
           CLOSE VERIFY-REPORT-FILE.
      *
       WRITE-VERIFY-REPORT-EXIT.
           OPEN OUTPUT CONTROL-FILE.
           PERFORM REWRITE-ONE-COUNT THRU REWRITE-ONE-COUNT-EXIT
               VARYING WS-RES-SUB FROM 1 BY 1
               UNTIL WS-RES-SUB > 5.
           CLOSE CONTROL-FILE.
      *
       REWRITE-PRIOR-COUNTS-EXIT.
