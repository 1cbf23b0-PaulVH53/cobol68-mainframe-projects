      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(DLVRINQ)                       *
      * PURPOSE: REPORT DELIVERY INQUIRY. READS THE BUNDLE DELIVERY  *
      * LOG RPTBUNDL APPENDS EVERY NIGHT (SEE                        *
      * copybooks/BUNDLOG.CPY), TAKES AN OPTIONAL RECIPIENT, REPORT  *
      * ID AND BUSINESS-DATE RANGE FROM THE DLVRINQ.PARM CARD, AND   *
      * PRINTS WHAT BECAME OF EACH MATCHING REPORT - SO "DID STORES  *
      * GET LAST TUESDAY'S REORDER REPORT" IS ONE RUN INSTEAD OF A   *
      * HUNT THROUGH THE PRINT ROOM.                                 *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLVRINQ.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUNDLE-LOG ASSIGN TO "data/BUNDLE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT PARM-FILE ASSIGN TO "data/DLVRINQ.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT INQUIRY-FILE ASSIGN TO "data/DELIVERY.REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  BUNDLE-LOG
           RECORDING MODE IS F.
      *
       COPY BUNDLOG.
      *
      *****************************************************************
      * PARM-FILE: OPTIONAL RECIPIENT, REPORT ID AND FROM/TO         *
      * BUSINESS DATES (YYYYMMDD, INCLUSIVE). A BLANK RECIPIENT OR   *
      * REPORT MATCHES EVERY ONE; A BLANK DATE LEAVES THAT END OF    *
      * THE RANGE OPEN; A MISSING FILE LISTS THE WHOLE LOG.          *
      *****************************************************************
       FD  PARM-FILE
           RECORDING MODE IS F.
      *
       01  PARM-RECORD.
           05  PARM-RECIPIENT      PIC X(08).
           05  PARM-REPORT-ID      PIC X(08).
           05  PARM-FROM-DATE      PIC X(08).
           05  PARM-TO-DATE        PIC X(08).
      *
       FD  INQUIRY-FILE
           RECORDING MODE IS F.
      *
       01  INQUIRY-RECORD          PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-PARM-FILE-STATUS     PIC XX.
      *
       01  WS-PROGRAM-FLAGS.
           05  WS-LOG-EOF-FLAG     PIC X     VALUE 'N'.
               88  LOG-EOF         VALUE 'Y'.
      *
       01  WS-RANGE-FIELDS.
           05  WS-REQ-RECIPIENT    PIC X(08) VALUE SPACES.
           05  WS-REQ-REPORT-ID    PIC X(08) VALUE SPACES.
           05  WS-FROM-DATE        PIC X(08) VALUE SPACES.
           05  WS-TO-DATE          PIC X(08) VALUE SPACES.
      *
       77  WS-ENTRIES-READ         PIC 9(07) COMP VALUE ZERO.
       77  WS-ENTRIES-LISTED       PIC 9(07) COMP VALUE ZERO.
       77  WS-ENTRIES-DELIVERED    PIC 9(07) COMP VALUE ZERO.
      *
       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NUM         PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-ON-PAGE    PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE   PIC 9(03) COMP VALUE 50.
      *
       01  WS-UTILITY-FIELDS.
           05  WS-BLANK-LINE       PIC X(132) VALUE SPACES.
      *
       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)  VALUE SPACES.
               10  FILLER          PIC X(42) VALUE
                   '--- REPORT DELIVERY INQUIRY ---          '.
               10  FILLER          PIC X(10) VALUE SPACES.
               10  FILLER          PIC X(6)  VALUE 'PAGE: '.
               10  RH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(66) VALUE SPACES.
           05  RH-RANGE.
               10  FILLER          PIC X(5)  VALUE SPACES.
               10  FILLER          PIC X(11) VALUE 'RECIPIENT: '.
               10  RH-RECIPIENT-OUT PIC X(8).
               10  FILLER          PIC X(3)  VALUE SPACES.
               10  FILLER          PIC X(8)  VALUE 'REPORT: '.
               10  RH-REPORT-OUT   PIC X(8).
               10  FILLER          PIC X(3)  VALUE SPACES.
               10  FILLER          PIC X(6)  VALUE 'FROM: '.
               10  RH-FROM-OUT     PIC X(8).
               10  FILLER          PIC X(3)  VALUE SPACES.
               10  FILLER          PIC X(4)  VALUE 'TO: '.
               10  RH-TO-OUT       PIC X(8).
               10  FILLER          PIC X(57) VALUE SPACES.
           05  RH-COLUMNS.
               10  FILLER          PIC X(5)  VALUE SPACES.
               10  FILLER          PIC X(8)  VALUE 'BUS DATE'.
               10  FILLER          PIC X(2)  VALUE SPACES.
               10  FILLER          PIC X(8)  VALUE 'RECIPNT'.
               10  FILLER          PIC X(2)  VALUE SPACES.
               10  FILLER          PIC X(8)  VALUE 'REPORT'.
               10  FILLER          PIC X(2)  VALUE SPACES.
               10  FILLER          PIC X(30) VALUE 'TITLE'.
               10  FILLER          PIC X(2)  VALUE SPACES.
               10  FILLER          PIC X(5)  VALUE 'PAGES'.
               10  FILLER          PIC X(2)  VALUE SPACES.
               10  FILLER          PIC X(12) VALUE 'OUTCOME'.
               10  FILLER          PIC X(2)  VALUE SPACES.
               10  FILLER          PIC X(15) VALUE 'ASSEMBLED'.
               10  FILLER          PIC X(29) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  DL-BUSINESS-DATE    PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-RECIPIENT        PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-REPORT-ID        PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-TITLE            PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-PAGES            PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-STATUS           PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-RUN-DATE         PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  DL-RUN-TIME         PIC X(6).
           05  FILLER              PIC X(29) VALUE SPACES.
      *
       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  SL-LABEL            PIC X(30).
           05  SL-COUNT-OUT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(90) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'DLVRINQ: REPORT DELIVERY INQUIRY'.
           DISPLAY '------------------------------------------------'.
           PERFORM READ-PARM-CARD THRU READ-PARM-CARD-EXIT.
           OPEN OUTPUT INQUIRY-FILE.
           PERFORM WRITE-REPORT-HEADERS
               THRU WRITE-REPORT-HEADERS-EXIT.
           PERFORM LIST-DELIVERY-LOG
               THRU LIST-DELIVERY-LOG-EXIT.
           MOVE WS-BLANK-LINE TO INQUIRY-RECORD.
           WRITE INQUIRY-RECORD.
           MOVE 'LOG ENTRIES ON FILE:          ' TO SL-LABEL.
           MOVE WS-ENTRIES-READ TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO INQUIRY-RECORD.
           WRITE INQUIRY-RECORD.
           MOVE 'ENTRIES IN RANGE:             ' TO SL-LABEL.
           MOVE WS-ENTRIES-LISTED TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO INQUIRY-RECORD.
           WRITE INQUIRY-RECORD.
           MOVE 'OF WHICH DELIVERED:           ' TO SL-LABEL.
           MOVE WS-ENTRIES-DELIVERED TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO INQUIRY-RECORD.
           WRITE INQUIRY-RECORD.
           CLOSE INQUIRY-FILE.
           DISPLAY 'DLVRINQ: LOG ENTRIES ON FILE : ' WS-ENTRIES-READ.
           DISPLAY 'DLVRINQ: ENTRIES LISTED      : ' WS-ENTRIES-LISTED.
           DISPLAY 'DLVRINQ: OF WHICH DELIVERED  : '
               WS-ENTRIES-DELIVERED.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'DLVRINQ: DELIVERY INQUIRY RUN ENDED'.
           GOBACK.
      *
       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'NO PARAMETER CARD SUPPLIED - LISTING THE '
                   'WHOLE LOG'
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY 'PARAMETER CARD FILE IS EMPTY - '
                           'LISTING THE WHOLE LOG'
                   NOT AT END
                       MOVE PARM-RECIPIENT TO WS-REQ-RECIPIENT
                       MOVE PARM-REPORT-ID TO WS-REQ-REPORT-ID
                       MOVE PARM-FROM-DATE TO WS-FROM-DATE
                       MOVE PARM-TO-DATE   TO WS-TO-DATE
               END-READ
               CLOSE PARM-FILE.
      *
       READ-PARM-CARD-EXIT.
           EXIT.
      *
       LIST-DELIVERY-LOG.
           OPEN INPUT BUNDLE-LOG.
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'NO DELIVERY LOG ON FILE - NOTHING TO '
                   'REPORT'
               GO TO LIST-DELIVERY-LOG-EXIT.
           PERFORM LIST-ONE-ENTRY
               UNTIL LOG-EOF.
           CLOSE BUNDLE-LOG.
      *
       LIST-DELIVERY-LOG-EXIT.
           EXIT.
      *
       LIST-ONE-ENTRY.
           READ BUNDLE-LOG
               AT END
                   MOVE 'Y' TO WS-LOG-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
                   PERFORM SELECT-IN-RANGE
                       THRU SELECT-IN-RANGE-EXIT.
      *
       SELECT-IN-RANGE.
           IF WS-REQ-RECIPIENT NOT = SPACES
                   AND BL-RECIPIENT NOT = WS-REQ-RECIPIENT
               GO TO SELECT-IN-RANGE-EXIT.
           IF WS-REQ-REPORT-ID NOT = SPACES
                   AND BL-REPORT-ID NOT = WS-REQ-REPORT-ID
               GO TO SELECT-IN-RANGE-EXIT.
           IF WS-FROM-DATE NOT = SPACES
                   AND BL-BUSINESS-DATE < WS-FROM-DATE
               GO TO SELECT-IN-RANGE-EXIT.
           IF WS-TO-DATE NOT = SPACES
                   AND BL-BUSINESS-DATE > WS-TO-DATE
               GO TO SELECT-IN-RANGE-EXIT.
           ADD 1 TO WS-ENTRIES-LISTED.
           IF BL-DELIVERED
               ADD 1 TO WS-ENTRIES-DELIVERED.
           MOVE BL-BUSINESS-DATE TO DL-BUSINESS-DATE.
           MOVE BL-RECIPIENT     TO DL-RECIPIENT.
           MOVE BL-REPORT-ID     TO DL-REPORT-ID.
           MOVE BL-REPORT-TITLE  TO DL-TITLE.
           MOVE BL-PAGES         TO DL-PAGES.
           MOVE BL-STATUS        TO DL-STATUS.
           MOVE BL-RUN-DATE      TO DL-RUN-DATE.
           MOVE BL-RUN-TIME      TO DL-RUN-TIME.
           MOVE WS-DETAIL-LINE TO INQUIRY-RECORD.
           PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
      *
       SELECT-IN-RANGE-EXIT.
           EXIT.
      *
       WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-PAGE-NUM TO RH-PAGE-OUT.
           IF WS-PAGE-NUM > 1
               MOVE WS-BLANK-LINE TO INQUIRY-RECORD
               WRITE INQUIRY-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO INQUIRY-RECORD.
           WRITE INQUIRY-RECORD.
           IF WS-REQ-RECIPIENT = SPACES
               MOVE '(ALL)   ' TO RH-RECIPIENT-OUT
           ELSE
               MOVE WS-REQ-RECIPIENT TO RH-RECIPIENT-OUT.
           IF WS-REQ-REPORT-ID = SPACES
               MOVE '(ALL)   ' TO RH-REPORT-OUT
           ELSE
               MOVE WS-REQ-REPORT-ID TO RH-REPORT-OUT.
           IF WS-FROM-DATE = SPACES
               MOVE '(OPEN)  ' TO RH-FROM-OUT
           ELSE
               MOVE WS-FROM-DATE TO RH-FROM-OUT.
           IF WS-TO-DATE = SPACES
               MOVE '(OPEN)  ' TO RH-TO-OUT
           ELSE
               MOVE WS-TO-DATE TO RH-TO-OUT.
           MOVE RH-RANGE TO INQUIRY-RECORD.
           WRITE INQUIRY-RECORD.
           MOVE RH-COLUMNS TO INQUIRY-RECORD.
           WRITE INQUIRY-RECORD.
           MOVE WS-BLANK-LINE TO INQUIRY-RECORD.
           WRITE INQUIRY-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
      *
       WRITE-REPORT-HEADERS-EXIT.
           EXIT.
      *
       EMIT-REPORT-LINE.
           WRITE INQUIRY-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADERS
                   THRU WRITE-REPORT-HEADERS-EXIT.
      *
       EMIT-REPORT-LINE-EXIT.
           EXIT.
