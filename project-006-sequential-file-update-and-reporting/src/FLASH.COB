           05  EXT-ITEM-TOTAL        PIC S9(10)V99  SIGN IS TRAILING
                                         SEPARATE.
           05  EXT-TRANS-TYPE        PIC X(01).
           05  EXT-CHARGE-DEPT       PIC X(03).
           05  EXT-COST-TOTAL        PIC S9(10)V99  SIGN IS TRAILING
                                         SEPARATE.
      *****************************************************************
      * STOCKVAL-FILE: STOCKVAL'S ONE-RECORD CARRY-OVER - TONIGHT'S  *
      * TOTAL VALUATION AND THE PRIOR NIGHT'S.                       *
           05  SUSP-REASON-CODE     PIC X(04).
           05  SUSP-REASON-TEXT     PIC X(20).
           05  SUSP-DATE            PIC X(08).
           05  SUSP-PO-NUMBER       PIC X(06).
      *****************************************************************
      * BALSTAT-FILE: BALANCE'S ONE-RECORD VERDICT.                  *
      *****************************************************************
      * THE SAME BUCKETS THE PROJ6 REPORT CARRIES.                   *
      *****************************************************************
       01  WS-TYPE-TOTALS.
           05  WS-TYPE-TOTAL-ENTRY OCCURS 7 TIMES
                       INDEXED BY WS-TYPE-IDX.
               10  WS-TYPE-CODE        PIC X(01).
               10  WS-TYPE-LABEL       PIC X(12).
           MOVE 'CREDITS     ' TO WS-TYPE-LABEL (4).
           MOVE 'T'            TO WS-TYPE-CODE (5).
           MOVE 'TRANSFERS   ' TO WS-TYPE-LABEL (5).
           MOVE 'Q'            TO WS-TYPE-CODE (6).
           MOVE 'QC RELEASES ' TO WS-TYPE-LABEL (6).
           MOVE 'V'            TO WS-TYPE-CODE (7).
           MOVE 'QC REJECTS  ' TO WS-TYPE-LABEL (7).
           PERFORM 015-ZERO-TYPE-TOTAL
               THRU 015-ZERO-TYPE-TOTAL-EXIT
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 7.
       010-INIT-TYPE-TOTALS-EXIT.
           EXIT.

                   END-IF
           END-READ.

      *****************************************************************
      * A RECEIPT INTO INSPECTION HOLD ('H') IS STILL A RECEIPT FOR   *
      * THE DAY'S FIGURES - THE GOODS CAME IN.                        *
      *****************************************************************
       120-TALLY-ONE-DETAIL.
           IF EXT-TRANS-TYPE = 'R' OR EXT-TRANS-TYPE = 'H'
               SET WS-TYPE-IDX TO 2
           ELSE IF EXT-TRANS-TYPE = 'A'
               SET WS-TYPE-IDX TO 3
               SET WS-TYPE-IDX TO 4
           ELSE IF EXT-TRANS-TYPE = 'T'
               SET WS-TYPE-IDX TO 5
           ELSE IF EXT-TRANS-TYPE = 'Q'
               SET WS-TYPE-IDX TO 6
           ELSE IF EXT-TRANS-TYPE = 'V'
               SET WS-TYPE-IDX TO 7
           ELSE
               SET WS-TYPE-IDX TO 1.
           ADD 1 TO WS-TYPE-COUNT (WS-TYPE-IDX).
           PERFORM 410-WRITE-ONE-TYPE-LINE
               THRU 410-WRITE-ONE-TYPE-LINE-EXIT
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 7.
           MOVE WS-BLANK-LINE TO FLASH-RECORD.
           WRITE FLASH-RECORD.

