      * CARD, AND PRINTS THE MATCHING CHANGES WITH THEIR BEFORE AND  *
      * AFTER IMAGES - SO "WHO CHANGED THIS DESCRIPTION IN MARCH"    *
      * IS ONE RUN INSTEAD OF AN AFTERNOON PAGING THROUGH PRINT      *
      * FILES. A CHANGE STAMPED WITH THE OPERATOR WHO KEYED IT (AND  *
      * THE SECOND OPERATOR WHO APPROVED IT, WHERE ONE WAS NEEDED)   *
      * PRINTS THEM ON A LINE BENEATH ITS IMAGES.                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGINQ.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-AFTER            PIC X(40).
           05  FILLER              PIC X(2)  VALUE SPACES.
      *
       01  WS-OPERATOR-LINE.
           05  FILLER              PIC X(51) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'KEYED BY: '.
           05  OL-OPERATOR         PIC X(8).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  OL-APPROVER-LABEL   PIC X(13) VALUE SPACES.
           05  OL-APPROVER         PIC X(8).
           05  FILLER              PIC X(38) VALUE SPACES.
      *
       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           MOVE CHG-AFTER-IMAGE  TO DL-AFTER.
           MOVE WS-DETAIL-LINE TO INQUIRY-RECORD.
           PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
           IF CHG-OPERATOR-ID = SPACES
                   AND CHG-APPROVER-ID = SPACES
               GO TO SELECT-IN-RANGE-EXIT.
           MOVE CHG-OPERATOR-ID  TO OL-OPERATOR.
           IF CHG-APPROVER-ID = SPACES
               MOVE SPACES TO OL-APPROVER-LABEL
           ELSE
               MOVE 'APPROVED BY: ' TO OL-APPROVER-LABEL.
           MOVE CHG-APPROVER-ID  TO OL-APPROVER.
           MOVE WS-OPERATOR-LINE TO INQUIRY-RECORD.
           PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
      *
       SELECT-IN-RANGE-EXIT.
           EXIT.
