      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(INVMATCH)                       *
      * PURPOSE: VENDOR INVOICE THREE-WAY MATCH. TAKES THE INBOUND    *
      * INVOICE FILE (data/VENDINV), WHICH ARRIVES IN THE STANDARD    *
      * INTERFACE ENVELOPE, AND MATCHES EVERY INVOICE LINE AGAINST    *
      * ITS PURCHASE ORDER ON POMAST AND AGAINST THE RECEIPTS PROJ6   *
      * HAS POSTED TO THAT PO ON THE PERMANENT TRANSACTION HISTORY.   *
      * A LINE WHOSE QUANTITY IS COVERED BY WHAT HAS ARRIVED AND      *
      * WHOSE PRICE AGREES WITH THE PO WITHIN TOLERANCE IS APPROVED   *
      * TO PAY AND WRITTEN TO THE APPROVED-TO-PAY EXTRACT, WHICH IS   *
      * REGISTERED ON INTFCTL FOR INTFDESK TO TRACK. EVERY OTHER LINE *
      * - QUANTITY OR PRICE MISMATCH, GOODS NOT YET RECEIVED, NO SUCH *
      * PO - IS HELD AND PRINTED ON THE INVOICE HOLD REPORT THAT      *
      * ACCOUNTS PAYABLE WORKS FROM. A FILE WHOSE ENVELOPE DOES NOT   *
      * PROVE (NO HEADER, NO TRAILER, OR TRAILER TOTALS THAT DO NOT   *
      * AGREE) IS REFUSED WHOLE AND NOTHING IS APPROVED.              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVMATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * THIS PROGRAM WORKS THE SAME DATA DIRECTORY AS PROJ6, SO IT    *
      * RESOLVES ITS PATHS THROUGH THE SAME PROJ6_DATA_DIR            *
      * ENVIRONMENT VARIABLE - SEE 005-RESOLVE-DATA-PATHS.            *
      *****************************************************************
           SELECT VENDINV-FILE ASSIGN DYNAMIC WS-VENDINV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDINV-STATUS.
           SELECT POMAST-FILE ASSIGN DYNAMIC WS-POMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-POMAST-STATUS.
           SELECT HISTORY-FILE ASSIGN DYNAMIC WS-TRANSHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSHIST-STATUS.
           SELECT APPROVED-FILE ASSIGN DYNAMIC WS-APPROVED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVED-STATUS.
      *****************************************************************
      * INTFCTL-FILE: THE COMMON INTERFACE CONTROL FILE THE APPROVED  *
      * EXTRACT IS REGISTERED ON, RESOLVED THE SAME WAY PROJ6 DOES -  *
      * INTFCTL_PATH, OR <data dir>/INTFCTL WHEN NONE IS SET.         *
      *****************************************************************
           SELECT INTFCTL-FILE ASSIGN DYNAMIC WS-INTFCTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTFCTL-STATUS.
           SELECT HOLD-FILE ASSIGN DYNAMIC WS-HOLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * VENDINV-FILE: ONE RECORD PER INVOICE LINE - THE INVOICE, THE  *
      * VENDOR, THE PO AND ITEM BILLED, AND THE QUANTITY AND UNIT     *
      * PRICE BILLED - INSIDE A HEADER AND A TRAILER IN THE SAME      *
      * ENVELOPE LAYOUT AS PROJ6'S EXT-ENVELOPE-RECORD. THE TRAILER   *
      * HASH IS THE SUM OF QUANTITY TIMES UNIT PRICE OVER THE LINES.  *
      *****************************************************************
       FD  VENDINV-FILE
           RECORDING MODE IS F.

       01  VI-RECORD.
           05  VI-INVOICE-NUMBER     PIC X(10).
           05  VI-INVOICE-DATE       PIC X(08).
           05  VI-VENDOR-CODE        PIC X(05).
           05  VI-PO-NUMBER          PIC X(06).
           05  VI-ITEM-CODE          PIC X(10).
           05  VI-QUANTITY           PIC 9(05).
           05  VI-UNIT-PRICE         PIC 9(05)V99.

       01  VI-ENVELOPE-RECORD.
           05  VIE-RECORD-ID         PIC X(08).
           05  VIE-RUN-DATE          PIC X(08).
           05  VIE-SOURCE-PROGRAM    PIC X(08).
           05  VIE-RECORD-COUNT      PIC 9(07).
           05  VIE-HASH-TOTAL        PIC S9(13)V99
                                     SIGN IS TRAILING SEPARATE.

      *****************************************************************
      * POMAST-FILE: SAME LAYOUT AS POGEN'S PO-RECORD.                 *
      *****************************************************************
       FD  POMAST-FILE
           RECORD CONTAINS 66 CHARACTERS.

       01  PO-RECORD.
           05  PO-NUMBER             PIC 9(06).
           05  PO-ITEM-CODE          PIC X(10).
           05  PO-LOC-CODE           PIC X(03).
           05  PO-VENDOR-CODE        PIC X(05).
           05  PO-QUANTITY           PIC 9(05).
           05  PO-ORDER-DATE         PIC X(08).
           05  PO-STATUS             PIC X(01).
           05  PO-QTY-RECEIVED       PIC 9(05).
           05  PO-PROMISED-DATE      PIC X(08).
           05  PO-RECEIVED-DATE      PIC X(08).
           05  PO-UNIT-COST          PIC 9(05)V99.

      *****************************************************************
      * HISTORY-FILE: SAME LAYOUT AS PROJ6'S HIST-RECORD.              *
      *****************************************************************
       FD  HISTORY-FILE
           RECORDING MODE IS F.

       01  HIST-RECORD.
           05  HIST-ITEM-CODE        PIC X(10).
           05  HIST-LOC-CODE         PIC X(03).
           05  HIST-RUN-DATE         PIC X(08).
           05  HIST-TRANS-TYPE       PIC X(01).
               88  HIST-RECEIPT      VALUE 'R'.
               88  HIST-QC-RELEASE   VALUE 'Q'.
           05  HIST-SIGNED-QTY       PIC S9(07)    SIGN IS TRAILING
                                        SEPARATE.
           05  HIST-PRICE            PIC S9(05)V99 SIGN IS TRAILING
                                        SEPARATE.
           05  HIST-ON-HAND          PIC S9(07)    SIGN IS TRAILING
                                        SEPARATE.
           05  HIST-UNIT-COST        PIC S9(05)V9(04)
                                     SIGN IS TRAILING SEPARATE.
           05  HIST-PO-NUMBER        PIC X(06).
           05  HIST-CHARGE-DEPT      PIC X(03).

      *****************************************************************
      * APPROVED-FILE: THE APPROVED-TO-PAY EXTRACT FOR THE PAYABLES   *
      * SYSTEM - ONE RECORD PER APPROVED INVOICE LINE, WITH THE LINE  *
      * AMOUNT, INSIDE THE STANDARD ENVELOPE. THE TRAILER HASH IS THE *
      * TOTAL OF AP-LINE-AMOUNT.                                      *
      *****************************************************************
       FD  APPROVED-FILE
           RECORDING MODE IS F.

       01  AP-RECORD.
           05  AP-INVOICE-NUMBER     PIC X(10).
           05  AP-INVOICE-DATE       PIC X(08).
           05  AP-VENDOR-CODE        PIC X(05).
           05  AP-PO-NUMBER          PIC X(06).
           05  AP-ITEM-CODE          PIC X(10).
           05  AP-QUANTITY           PIC S9(07)     SIGN IS TRAILING
                                         SEPARATE.
           05  AP-UNIT-PRICE         PIC S9(05)V99  SIGN IS TRAILING
                                         SEPARATE.
           05  AP-LINE-AMOUNT        PIC S9(10)V99  SIGN IS TRAILING
                                         SEPARATE.

       01  AP-ENVELOPE-RECORD.
           05  ENV-RECORD-ID         PIC X(08).
           05  ENV-RUN-DATE          PIC X(08).
           05  ENV-SOURCE-PROGRAM    PIC X(08).
           05  ENV-RECORD-COUNT      PIC 9(07).
           05  ENV-HASH-TOTAL        PIC S9(13)V99
                                     SIGN IS TRAILING SEPARATE.

       FD  INTFCTL-FILE
           RECORDING MODE IS F.

       01  ICF-RECORD.
           05  ICF-FILE-NAME         PIC X(20).
           05  ICF-RUN-DATE          PIC X(08).
           05  ICF-ENV-COUNT         PIC 9(07).
           05  ICF-ENV-HASH          PIC S9(13)V99 SIGN IS TRAILING
                                        SEPARATE.
           05  ICF-STATUS            PIC X(08).

       FD  HOLD-FILE
           RECORDING MODE IS F.

       01  HOLD-RECORD               PIC X(132).
      *****************************************************************
      * PARM-FILE: THE MATCH TOLERANCES, AS WHOLE PERCENTAGES -       *
      * PARM-QTY-TOL-PCT IS HOW FAR THE QUANTITY BILLED MAY RUN OVER  *
      * THE QUANTITY RECEIVED, PARM-PRICE-TOL-PCT HOW FAR THE PRICE   *
      * BILLED MAY STRAY EITHER SIDE OF THE PO PRICE. A BLANK FIELD   *
      * OR A MISSING CARD KEEPS THE STANDING TOLERANCE.                *
      *****************************************************************
       FD  PARM-FILE
           RECORDING MODE IS F.

       01  PARM-RECORD.
           05  PARM-QTY-TOL-PCT      PIC X(03).
           05  PARM-PRICE-TOL-PCT    PIC X(03).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-VENDINV-STATUS     PIC XX.
           05  WS-POMAST-STATUS      PIC XX.
           05  WS-TRANSHIST-STATUS   PIC XX.
           05  WS-APPROVED-STATUS    PIC XX.
           05  WS-INTFCTL-STATUS     PIC XX.
           05  WS-PARM-FILE-STATUS   PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-VENDINV-EOF-FLAG   PIC X          VALUE 'N'.
               88  VENDINV-EOF       VALUE 'Y'.
           05  WS-HISTORY-EOF-FLAG   PIC X          VALUE 'N'.
               88  HISTORY-EOF       VALUE 'Y'.
           05  WS-HEADER-SEEN-FLAG   PIC X          VALUE 'N'.
               88  HEADER-SEEN       VALUE 'Y'.
           05  WS-TRAILER-SEEN-FLAG  PIC X          VALUE 'N'.
               88  TRAILER-SEEN      VALUE 'Y'.
           05  WS-ENVELOPE-OK-FLAG   PIC X          VALUE 'Y'.
               88  ENVELOPE-OK       VALUE 'Y'.
           05  WS-PO-FOUND-FLAG      PIC X          VALUE 'N'.
               88  PO-FOUND          VALUE 'Y'.
           05  WS-RCPT-FOUND-FLAG    PIC X          VALUE 'N'.
               88  RECEIPTS-FOUND    VALUE 'Y'.
           05  WS-VENDINV-FOUND-FLAG PIC X          VALUE 'Y'.
               88  INVOICES-SUPPLIED VALUE 'Y'.

       77  WS-LINES-READ             PIC 9(07) COMP VALUE ZERO.
       77  WS-LINES-APPROVED         PIC 9(07) COMP VALUE ZERO.
       77  WS-LINES-HELD             PIC 9(07) COMP VALUE ZERO.
       77  WS-HIST-RECEIPTS          PIC 9(07) COMP VALUE ZERO.
       77  WS-LINE-AMOUNT            PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-APPROVED-VALUE         PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  WS-HELD-VALUE             PIC S9(13)V99 COMP-3 VALUE ZERO.

      *****************************************************************
      * WS-TOLERANCE-FIELDS: THE STANDING MATCH TOLERANCES - THE      *
      * QUANTITY BILLED MUST NOT EXCEED WHAT HAS ARRIVED, AND THE     *
      * PRICE BILLED MAY DIFFER FROM THE PO PRICE BY UP TO 2 PER      *
      * CENT. THE PARAMETER CARD OVERRIDES EITHER ONE.                *
      *****************************************************************
       01  WS-TOLERANCE-FIELDS.
           05  WS-QTY-TOL-PCT        PIC 9(03)      VALUE 0.
           05  WS-PRICE-TOL-PCT      PIC 9(03)      VALUE 2.

      *****************************************************************
      * WS-ENVELOPE-FIELDS: WHAT THE INVOICE FILE'S TRAILER CLAIMS    *
      * AND WHAT WAS ACTUALLY FOUND BETWEEN THE HEADER AND TRAILER.   *
      *****************************************************************
       01  WS-ENVELOPE-FIELDS.
           05  WS-INV-SOURCE         PIC X(08)      VALUE SPACES.
           05  WS-INV-RUN-DATE       PIC X(08)      VALUE SPACES.
           05  WS-TRAILER-COUNT      PIC 9(07)      VALUE ZERO.
           05  WS-TRAILER-HASH       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-FOUND-COUNT        PIC 9(07)      VALUE ZERO.
           05  WS-FOUND-HASH         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-REFUSE-REASON      PIC X(40)      VALUE SPACES.

       01  WS-EXTRACT-ENVELOPE-FIELDS.
           05  WS-EXTRACT-COUNT      PIC 9(07)      VALUE ZERO.
           05  WS-EXTRACT-HASH       PIC S9(13)V99 COMP-3 VALUE ZERO.

      *****************************************************************
      * WS-RECEIPT-TABLE: WHAT HAS ARRIVED AGAINST EACH PO, SUMMED    *
      * FROM THE RECEIPTS ON THE TRANSACTION HISTORY - QUANTITY AND   *
      * VALUE AT THE RECEIPT PRICE. WS-RT-INVOICED IS THE QUANTITY    *
      * ALREADY APPROVED AGAINST THE PO IN THIS RUN, SO TWO INVOICE   *
      * LINES CANNOT BOTH BE PAID FOR THE SAME DELIVERY.              *
      *****************************************************************
       01  WS-RECEIPT-TABLE.
           05  WS-RCPT-COUNT         PIC 9(05) COMP VALUE ZERO.
           05  WS-RCPT-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-RCPT-COUNT
                       INDEXED BY WS-RCPT-IDX.
               10  WS-RT-PO-NUMBER     PIC X(06).
               10  WS-RT-QTY           PIC S9(07) COMP.
               10  WS-RT-VALUE         PIC S9(11)V99 COMP-3.
               10  WS-RT-INVOICED      PIC S9(07) COMP.

      *****************************************************************
      * WS-MATCH-FIELDS: THE WORKING FIGURES FOR ONE INVOICE LINE.    *
      * WS-RECEIVED-QTY IS THE LESSER OF WHAT THE HISTORY SHOWS AND   *
      * THE PO'S OWN RECEIVED QUANTITY, SINCE A RECEIPT BACKED OUT BY *
      * A REVERSAL RUN COMES OFF THE PO BUT STAYS ON THE HISTORY.     *
      * WS-MATCH-PRICE IS THE PO PRICE, OR THE AVERAGE RECEIPT PRICE  *
      * FOR A PO CUT BEFORE VENDOR COSTS WERE KEPT.                   *
      *****************************************************************
       01  WS-MATCH-FIELDS.
           05  WS-RECEIVED-QTY       PIC S9(07) COMP VALUE ZERO.
           05  WS-BILLED-TO-DATE     PIC S9(07) COMP VALUE ZERO.
           05  WS-QTY-LIMIT          PIC S9(09) COMP VALUE ZERO.
           05  WS-MATCH-PRICE        PIC S9(05)V99 COMP-3 VALUE ZERO.
           05  WS-PRICE-DIFF         PIC S9(05)V99 COMP-3 VALUE ZERO.
           05  WS-PRICE-LIMIT        PIC S9(05)V9(04) COMP-3
                                                    VALUE ZERO.
           05  WS-HOLD-REASON        PIC X(20)      VALUE SPACES.
           05  WS-FIND-PO-NUMBER     PIC X(06)      VALUE SPACES.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE-TEXT      PIC X(08)      VALUE ZEROS.
           05  WS-RUN-DATE-DISPLAY   PIC X(10)      VALUE SPACES.

       77  WS-CHAIN-RUN-DATE        PIC X(08)      VALUE SPACES.

       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NUM           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-ON-PAGE      PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE     PIC 9(03) COMP VALUE 50.

       01  WS-UTILITY-FIELDS.
           05  WS-BLANK-LINE         PIC X(132)    VALUE SPACES.

      *****************************************************************
      * WS-DATA-PATH-FIELDS: SEE 005-RESOLVE-DATA-PATHS.               *
      *****************************************************************
       01  WS-DATA-PATH-FIELDS.
           05  WS-DATA-DIR           PIC X(60) VALUE 'data'.
           05  WS-VENDINV-PATH       PIC X(80) VALUE SPACES.
           05  WS-POMAST-PATH        PIC X(80) VALUE SPACES.
           05  WS-TRANSHIST-PATH     PIC X(80) VALUE SPACES.
           05  WS-APPROVED-PATH      PIC X(80) VALUE SPACES.
           05  WS-INTFCTL-PATH       PIC X(80) VALUE SPACES.
           05  WS-HOLD-PATH          PIC X(80) VALUE SPACES.
           05  WS-PARM-PATH          PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- VENDOR INVOICE HOLD REPORT ---        '.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RUN DATE: '.
               10  RH-DATE-OUT     PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  RH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(40)     VALUE SPACES.
           05  RH-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'INVOICE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(5)      VALUE 'VEND.'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PO NO.'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'ITEM CODE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(7)      VALUE 'INV QTY'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(7)      VALUE 'RCV QTY'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(9)      VALUE 'INV PRICE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(9)      VALUE ' PO PRICE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(12)     VALUE ' LINE AMOUNT'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(20)     VALUE 'HOLD REASON'.
               10  FILLER          PIC X(12)     VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-INVOICE-NUMBER   PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-VENDOR-CODE      PIC X(05).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-PO-NUMBER        PIC X(06).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-ITEM-CODE        PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-INV-QTY          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-RCV-QTY          PIC ZZZ,ZZ9-.
           05  FILLER              PIC X(1)      VALUE SPACES.
           05  DL-INV-PRICE        PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-PO-PRICE         PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-LINE-AMOUNT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-HOLD-REASON      PIC X(20).
           05  FILLER              PIC X(12)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-LABEL            PIC X(30).
           05  SL-COUNT-OUT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(90)     VALUE SPACES.

       01  WS-VALUE-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  VSL-LABEL           PIC X(30).
           05  VSL-VALUE-OUT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(80)     VALUE SPACES.

       01  WS-REFUSED-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  FILLER              PIC X(38)     VALUE
               '*** INVOICE FILE REFUSED - ENVELOPE: '.
           05  RL-REASON           PIC X(40).
           05  FILLER              PIC X(49)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'INVMATCH: VENDOR INVOICE THREE-WAY MATCH'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-READ-PARM-CARD
               THRU 060-READ-PARM-CARD-EXIT.
           STRING WS-RUN-DATE-TEXT (1:4) '-' WS-RUN-DATE-TEXT (5:2)
                   '-' WS-RUN-DATE-TEXT (7:2)
               INTO WS-RUN-DATE-DISPLAY.
           OPEN OUTPUT HOLD-FILE.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           PERFORM 150-PROVE-ENVELOPE THRU 150-PROVE-ENVELOPE-EXIT.
           IF NOT INVOICES-SUPPLIED
               DISPLAY 'NO INVOICE FILE SUPPLIED - NOTHING TO MATCH'
               PERFORM 400-WRITE-TOTALS THRU 400-WRITE-TOTALS-EXIT
               CLOSE HOLD-FILE
               GOBACK.
           IF NOT ENVELOPE-OK
               MOVE WS-REFUSE-REASON TO RL-REASON
               MOVE WS-REFUSED-LINE TO HOLD-RECORD
               PERFORM 280-EMIT-REPORT-LINE
                   THRU 280-EMIT-REPORT-LINE-EXIT
               CLOSE HOLD-FILE
               DISPLAY 'INVMATCH ABEND - INVOICE FILE REFUSED - '
                   WS-REFUSE-REASON
               MOVE 16 TO RETURN-CODE
               GOBACK.
           PERFORM 040-LOAD-RECEIPTS THRU 040-LOAD-RECEIPTS-EXIT.
           OPEN INPUT POMAST-FILE.
           IF WS-POMAST-STATUS NOT = '00'
               DISPLAY 'INVMATCH ABEND - CANNOT OPEN PO MASTER - '
                   'STATUS ' WS-POMAST-STATUS
               CLOSE HOLD-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT APPROVED-FILE.
           PERFORM 228-WRITE-EXTRACT-HEADER
               THRU 228-WRITE-EXTRACT-HEADER-EXIT.
           MOVE 'N' TO WS-VENDINV-EOF-FLAG.
           OPEN INPUT VENDINV-FILE.
           PERFORM 200-READ-ONE-INVOICE-LINE
               UNTIL VENDINV-EOF.
           CLOSE VENDINV-FILE
                 POMAST-FILE.
           PERFORM 232-WRITE-EXTRACT-TRAILER
               THRU 232-WRITE-EXTRACT-TRAILER-EXIT.
           CLOSE APPROVED-FILE.
           PERFORM 400-WRITE-TOTALS THRU 400-WRITE-TOTALS-EXIT.
           CLOSE HOLD-FILE.

           DISPLAY 'INVMATCH: INVOICE LINES READ  : ' WS-LINES-READ.
           DISPLAY 'INVMATCH: LINES APPROVED      : '
               WS-LINES-APPROVED.
           DISPLAY 'INVMATCH: LINES HELD          : ' WS-LINES-HELD.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'INVMATCH: INVOICE MATCH RUN ENDED'.
           GOBACK.

      *****************************************************************
      * 005-RESOLVE-DATA-PATHS: BUILDS EACH DATA FILE'S PATH FROM      *
      * WS-DATA-DIR, WHICH DEFAULTS TO "data" BUT IS OVERRIDDEN BY    *
      * THE PROJ6_DATA_DIR ENVIRONMENT VARIABLE WHEN ONE IS SET.      *
      *****************************************************************
       005-RESOLVE-DATA-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT 'PROJ6_DATA_DIR'.
           IF WS-DATA-DIR = SPACES
               MOVE 'data' TO WS-DATA-DIR.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/VENDINV' DELIMITED BY SIZE
               INTO WS-VENDINV-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/POMAST' DELIMITED BY SIZE
               INTO WS-POMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/TRANSHIST' DELIMITED BY SIZE
               INTO WS-TRANSHIST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/APPROVED.EXTRACT' DELIMITED BY SIZE
               INTO WS-APPROVED-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/INVHOLD.REPORT' DELIMITED BY SIZE
               INTO WS-HOLD-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/INVMATCH.PARM' DELIMITED BY SIZE
               INTO WS-PARM-PATH.
           ACCEPT WS-INTFCTL-PATH FROM ENVIRONMENT 'INTFCTL_PATH'.
           IF WS-INTFCTL-PATH = SPACES
               STRING WS-DATA-DIR DELIMITED BY SPACE
                       '/INTFCTL' DELIMITED BY SIZE
                   INTO WS-INTFCTL-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 040-LOAD-RECEIPTS: SUMS EVERY RECEIPT ON THE TRANSACTION      *
      * HISTORY THAT CARRIES A PO NUMBER INTO WS-RECEIPT-TABLE. A     *
      * RECEIPT HELD FOR INSPECTION IS COUNTED WHEN QC RELEASES IT -  *
      * EACH 'Q' RECORD CARRIES THE HELD RECEIPT'S PO AND PRICE. NO   *
      * HISTORY YET SIMPLY MEANS NOTHING HAS ARRIVED, AND EVERY LINE  *
      * WILL HOLD AS NOT RECEIVED.                                    *
      *****************************************************************
       040-LOAD-RECEIPTS.
           OPEN INPUT HISTORY-FILE.
           IF WS-TRANSHIST-STATUS NOT = '00'
               DISPLAY 'NO TRANSACTION HISTORY FOUND - NO RECEIPTS '
                   'TO MATCH'
               GO TO 040-LOAD-RECEIPTS-EXIT.
           PERFORM 041-LOAD-ONE-HISTORY-RECORD
               UNTIL HISTORY-EOF.
           CLOSE HISTORY-FILE.
       040-LOAD-RECEIPTS-EXIT.
           EXIT.

       041-LOAD-ONE-HISTORY-RECORD.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-FLAG
               NOT AT END
                   IF (HIST-RECEIPT OR HIST-QC-RELEASE)
                           AND HIST-PO-NUMBER IS NUMERIC
                       PERFORM 042-ADD-RECEIPT
                           THRU 042-ADD-RECEIPT-EXIT
                   END-IF
           END-READ.

       042-ADD-RECEIPT.
           ADD 1 TO WS-HIST-RECEIPTS.
           MOVE HIST-PO-NUMBER TO WS-FIND-PO-NUMBER.
           PERFORM 230-FIND-RECEIPTS THRU 230-FIND-RECEIPTS-EXIT.
           IF NOT RECEIPTS-FOUND
               IF WS-RCPT-COUNT < 2000
                   ADD 1 TO WS-RCPT-COUNT
                   SET WS-RCPT-IDX TO WS-RCPT-COUNT
                   MOVE HIST-PO-NUMBER TO WS-RT-PO-NUMBER (WS-RCPT-IDX)
                   MOVE ZERO TO WS-RT-QTY (WS-RCPT-IDX)
                   MOVE ZERO TO WS-RT-VALUE (WS-RCPT-IDX)
                   MOVE ZERO TO WS-RT-INVOICED (WS-RCPT-IDX)
               ELSE
                   DISPLAY 'WARNING: RECEIPT TABLE FULL - PO '
                       HIST-PO-NUMBER ' NOT LOADED'
                   GO TO 042-ADD-RECEIPT-EXIT.
           ADD HIST-SIGNED-QTY TO WS-RT-QTY (WS-RCPT-IDX).
           COMPUTE WS-RT-VALUE (WS-RCPT-IDX) =
               WS-RT-VALUE (WS-RCPT-IDX)
               + HIST-SIGNED-QTY * HIST-PRICE.
       042-ADD-RECEIPT-EXIT.
           EXIT.

      *****************************************************************
      * 060-READ-PARM-CARD: THE RUN DATE IS TODAY, OR A CHAINED RUN'S *
      * RUN_DATE. THE TOLERANCES ARE THE STANDING ONES UNLESS THE     *
      * CARD CARRIES ITS OWN.                                         *
      *****************************************************************
       060-READ-PARM-CARD.
           ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD.
           ACCEPT WS-CHAIN-RUN-DATE FROM ENVIRONMENT 'RUN_DATE'.
           IF WS-CHAIN-RUN-DATE NOT = SPACES
               MOVE WS-CHAIN-RUN-DATE TO WS-RUN-DATE-TEXT.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'NO PARAMETER CARD SUPPLIED - STANDING '
                   'TOLERANCES'
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY 'PARAMETER CARD FILE IS EMPTY - '
                           'STANDING TOLERANCES'
                   NOT AT END
                       IF PARM-QTY-TOL-PCT IS NUMERIC
                           MOVE PARM-QTY-TOL-PCT TO WS-QTY-TOL-PCT
                       END-IF
                       IF PARM-PRICE-TOL-PCT IS NUMERIC
                           MOVE PARM-PRICE-TOL-PCT
                               TO WS-PRICE-TOL-PCT
                       END-IF
               END-READ
               CLOSE PARM-FILE.
           DISPLAY 'INVMATCH: QUANTITY TOLERANCE %: ' WS-QTY-TOL-PCT.
           DISPLAY 'INVMATCH: PRICE TOLERANCE %   : '
               WS-PRICE-TOL-PCT.
       060-READ-PARM-CARD-EXIT.
           EXIT.

      *****************************************************************
      * 100-WRITE-HEADERS: PRINTS THE TITLE, RUN DATE, PAGE NUMBER,   *
      * AND COLUMN HEADINGS - THE SAME PATTERN PROJ6 USES FOR         *
      * 100-WRITE-HEADERS.                                            *
      *****************************************************************
       100-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-PAGE-NUM TO RH-PAGE-OUT.
           MOVE WS-RUN-DATE-DISPLAY TO RH-DATE-OUT.
           IF WS-PAGE-NUM > 1
               MOVE WS-BLANK-LINE TO HOLD-RECORD
               WRITE HOLD-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO HOLD-RECORD.
           WRITE HOLD-RECORD.
           MOVE RH-COLUMNS TO HOLD-RECORD.
           WRITE HOLD-RECORD.
           MOVE WS-BLANK-LINE TO HOLD-RECORD.
           WRITE HOLD-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       100-WRITE-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 150-PROVE-ENVELOPE: A FIRST PASS OVER THE INVOICE FILE THAT   *
      * CHECKS THE ENVELOPE BEFORE A SINGLE LINE IS APPROVED - THE    *
      * HEADER MUST COME FIRST, THE TRAILER LAST, AND THE TRAILER'S   *
      * COUNT AND HASH MUST AGREE WITH THE LINES BETWEEN THEM. A FILE *
      * TRUNCATED IN TRANSFER FAILS HERE AND IS REFUSED WHOLE. NO     *
      * INVOICE FILE AT ALL IS A NIGHT WITH NOTHING FROM PAYABLES.    *
      *****************************************************************
       150-PROVE-ENVELOPE.
           OPEN INPUT VENDINV-FILE.
           IF WS-VENDINV-STATUS NOT = '00'
               MOVE 'N' TO WS-VENDINV-FOUND-FLAG
               GO TO 150-PROVE-ENVELOPE-EXIT.
           PERFORM 155-PROVE-ONE-RECORD
               THRU 155-PROVE-ONE-RECORD-EXIT
               UNTIL VENDINV-EOF OR NOT ENVELOPE-OK.
           CLOSE VENDINV-FILE.
           IF NOT ENVELOPE-OK
               GO TO 150-PROVE-ENVELOPE-EXIT.
           IF NOT HEADER-SEEN
               MOVE 'N' TO WS-ENVELOPE-OK-FLAG
               MOVE 'NO HEADER RECORD' TO WS-REFUSE-REASON
           ELSE IF NOT TRAILER-SEEN
               MOVE 'N' TO WS-ENVELOPE-OK-FLAG
               MOVE 'NO TRAILER RECORD' TO WS-REFUSE-REASON
           ELSE IF WS-TRAILER-COUNT NOT = WS-FOUND-COUNT
               MOVE 'N' TO WS-ENVELOPE-OK-FLAG
               MOVE 'TRAILER COUNT DOES NOT AGREE'
                   TO WS-REFUSE-REASON
           ELSE IF WS-TRAILER-HASH NOT = WS-FOUND-HASH
               MOVE 'N' TO WS-ENVELOPE-OK-FLAG
               MOVE 'TRAILER HASH TOTAL DOES NOT AGREE'
                   TO WS-REFUSE-REASON.
           DISPLAY 'INVMATCH: INVOICE FILE FROM ' WS-INV-SOURCE
               ' DATED ' WS-INV-RUN-DATE.
       150-PROVE-ENVELOPE-EXIT.
           EXIT.

      *****************************************************************
      * 155-PROVE-ONE-RECORD: TAKES ONE RECORD OF THE FIRST PASS.     *
      * ANYTHING AFTER THE TRAILER, OR A SECOND HEADER, MEANS TWO     *
      * FILES WERE RUN TOGETHER AND THE FILE IS REFUSED.              *
      *****************************************************************
       155-PROVE-ONE-RECORD.
           READ VENDINV-FILE
               AT END
                   MOVE 'Y' TO WS-VENDINV-EOF-FLAG
                   GO TO 155-PROVE-ONE-RECORD-EXIT.
           IF TRAILER-SEEN
               MOVE 'N' TO WS-ENVELOPE-OK-FLAG
               MOVE 'RECORDS AFTER THE TRAILER' TO WS-REFUSE-REASON
           ELSE IF VIE-RECORD-ID = 'HEADER  '
               IF HEADER-SEEN OR WS-FOUND-COUNT > ZERO
                   MOVE 'N' TO WS-ENVELOPE-OK-FLAG
                   MOVE 'HEADER IS NOT THE FIRST RECORD'
                       TO WS-REFUSE-REASON
               ELSE
                   MOVE 'Y' TO WS-HEADER-SEEN-FLAG
                   MOVE VIE-SOURCE-PROGRAM TO WS-INV-SOURCE
                   MOVE VIE-RUN-DATE TO WS-INV-RUN-DATE
               END-IF
           ELSE IF VIE-RECORD-ID = 'TRAILER '
               MOVE 'Y' TO WS-TRAILER-SEEN-FLAG
               MOVE VIE-RECORD-COUNT TO WS-TRAILER-COUNT
               MOVE VIE-HASH-TOTAL TO WS-TRAILER-HASH
           ELSE
               ADD 1 TO WS-FOUND-COUNT
               IF VI-QUANTITY IS NUMERIC AND VI-UNIT-PRICE IS NUMERIC
                   COMPUTE WS-FOUND-HASH = WS-FOUND-HASH
                       + VI-QUANTITY * VI-UNIT-PRICE
               END-IF.
       155-PROVE-ONE-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * 200-READ-ONE-INVOICE-LINE: THE SECOND PASS - READS ONE RECORD *
      * AND MATCHES IT UNLESS IT IS THE HEADER OR TRAILER.            *
      *****************************************************************
       200-READ-ONE-INVOICE-LINE.
           READ VENDINV-FILE
               AT END
                   MOVE 'Y' TO WS-VENDINV-EOF-FLAG
               NOT AT END
                   IF VIE-RECORD-ID NOT = 'HEADER  '
                           AND VIE-RECORD-ID NOT = 'TRAILER '
                       ADD 1 TO WS-LINES-READ
                       PERFORM 210-MATCH-ONE-LINE
                           THRU 210-MATCH-ONE-LINE-EXIT
                   END-IF
           END-READ.

      *****************************************************************
      * 210-MATCH-ONE-LINE: THE THREE-WAY MATCH. THE LINE MUST NAME A *
      * PO ON FILE FOR THE SAME VENDOR AND ITEM; GOODS MUST HAVE      *
      * ARRIVED AGAINST THAT PO; THE QUANTITY BILLED, TOGETHER WITH   *
      * WHAT THIS RUN HAS ALREADY APPROVED ON THE PO, MUST NOT RUN    *
      * OVER THE QUANTITY RECEIVED BY MORE THAN WS-QTY-TOL-PCT; AND   *
      * THE PRICE BILLED MUST BE WITHIN WS-PRICE-TOL-PCT OF THE PO    *
      * PRICE. THE FIRST TEST THAT FAILS NAMES THE HOLD REASON.       *
      *****************************************************************
       210-MATCH-ONE-LINE.
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE ZERO TO WS-RECEIVED-QTY.
           MOVE ZERO TO WS-MATCH-PRICE.
           MOVE 'N' TO WS-PO-FOUND-FLAG.
           IF VI-QUANTITY IS NOT NUMERIC
                   OR VI-UNIT-PRICE IS NOT NUMERIC
               MOVE ZERO TO WS-LINE-AMOUNT
               MOVE 'BAD QTY OR PRICE' TO WS-HOLD-REASON
               GO TO 210-HOLD-LINE.
           COMPUTE WS-LINE-AMOUNT = VI-QUANTITY * VI-UNIT-PRICE.
           IF VI-PO-NUMBER IS NOT NUMERIC
               MOVE 'NO PO NUMBER' TO WS-HOLD-REASON
               GO TO 210-HOLD-LINE.
           MOVE VI-PO-NUMBER TO PO-NUMBER.
           READ POMAST-FILE
               INVALID KEY
                   MOVE 'PO NOT ON FILE' TO WS-HOLD-REASON
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PO-FOUND-FLAG
           END-READ.
           IF NOT PO-FOUND
               GO TO 210-HOLD-LINE.
           IF PO-UNIT-COST IS NUMERIC
               MOVE PO-UNIT-COST TO WS-MATCH-PRICE.
           IF PO-VENDOR-CODE NOT = VI-VENDOR-CODE
               MOVE 'VENDOR NOT ON PO' TO WS-HOLD-REASON
               GO TO 210-HOLD-LINE.
           IF PO-ITEM-CODE NOT = VI-ITEM-CODE
               MOVE 'ITEM NOT ON PO' TO WS-HOLD-REASON
               GO TO 210-HOLD-LINE.
           MOVE VI-PO-NUMBER TO WS-FIND-PO-NUMBER.
           PERFORM 230-FIND-RECEIPTS THRU 230-FIND-RECEIPTS-EXIT.
           IF RECEIPTS-FOUND
               MOVE WS-RT-QTY (WS-RCPT-IDX) TO WS-RECEIVED-QTY
               IF WS-RECEIVED-QTY > PO-QTY-RECEIVED
                   MOVE PO-QTY-RECEIVED TO WS-RECEIVED-QTY
               END-IF
           END-IF.
           IF WS-RECEIVED-QTY NOT > ZERO
               MOVE 'GOODS NOT RECEIVED' TO WS-HOLD-REASON
               GO TO 210-HOLD-LINE.
           COMPUTE WS-BILLED-TO-DATE =
               WS-RT-INVOICED (WS-RCPT-IDX) + VI-QUANTITY.
           COMPUTE WS-QTY-LIMIT =
               WS-RECEIVED-QTY * (100 + WS-QTY-TOL-PCT) / 100.
           IF WS-BILLED-TO-DATE > WS-QTY-LIMIT
               MOVE 'QTY OVER RECEIVED' TO WS-HOLD-REASON
               GO TO 210-HOLD-LINE.
           IF WS-MATCH-PRICE = ZERO AND WS-RT-QTY (WS-RCPT-IDX) > ZERO
               COMPUTE WS-MATCH-PRICE ROUNDED =
                   WS-RT-VALUE (WS-RCPT-IDX) / WS-RT-QTY (WS-RCPT-IDX).
           IF WS-MATCH-PRICE = ZERO
               MOVE 'NO PRICE TO MATCH' TO WS-HOLD-REASON
               GO TO 210-HOLD-LINE.
           COMPUTE WS-PRICE-DIFF = VI-UNIT-PRICE - WS-MATCH-PRICE.
           IF WS-PRICE-DIFF < ZERO
               COMPUTE WS-PRICE-DIFF = ZERO - WS-PRICE-DIFF.
           COMPUTE WS-PRICE-LIMIT =
               WS-MATCH-PRICE * WS-PRICE-TOL-PCT / 100.
           IF WS-PRICE-DIFF > WS-PRICE-LIMIT
               MOVE 'PRICE VARIANCE' TO WS-HOLD-REASON
               GO TO 210-HOLD-LINE.
           ADD VI-QUANTITY TO WS-RT-INVOICED (WS-RCPT-IDX).
           PERFORM 220-WRITE-APPROVED-LINE
               THRU 220-WRITE-APPROVED-LINE-EXIT.
           GO TO 210-MATCH-ONE-LINE-EXIT.
       210-HOLD-LINE.
           PERFORM 240-PRINT-HELD-LINE THRU 240-PRINT-HELD-LINE-EXIT.
       210-MATCH-ONE-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 220-WRITE-APPROVED-LINE: PUTS THE LINE ON THE APPROVED-TO-PAY *
      * EXTRACT AND ADDS IT TO THE TRAILER TOTALS.                    *
      *****************************************************************
       220-WRITE-APPROVED-LINE.
           MOVE VI-INVOICE-NUMBER TO AP-INVOICE-NUMBER.
           MOVE VI-INVOICE-DATE   TO AP-INVOICE-DATE.
           MOVE VI-VENDOR-CODE    TO AP-VENDOR-CODE.
           MOVE VI-PO-NUMBER      TO AP-PO-NUMBER.
           MOVE VI-ITEM-CODE      TO AP-ITEM-CODE.
           MOVE VI-QUANTITY       TO AP-QUANTITY.
           MOVE VI-UNIT-PRICE     TO AP-UNIT-PRICE.
           MOVE WS-LINE-AMOUNT    TO AP-LINE-AMOUNT.
           WRITE AP-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT.
           ADD WS-LINE-AMOUNT TO WS-EXTRACT-HASH.
           ADD 1 TO WS-LINES-APPROVED.
           ADD WS-LINE-AMOUNT TO WS-APPROVED-VALUE.
       220-WRITE-APPROVED-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 228-WRITE-EXTRACT-HEADER: OPENS THE APPROVED EXTRACT'S        *
      * ENVELOPE - RUN DATE AND SOURCE PROGRAM.                       *
      *****************************************************************
       228-WRITE-EXTRACT-HEADER.
           MOVE 'HEADER  '        TO ENV-RECORD-ID.
           MOVE WS-RUN-DATE-TEXT  TO ENV-RUN-DATE.
           MOVE 'INVMATCH'        TO ENV-SOURCE-PROGRAM.
           MOVE ZERO              TO ENV-RECORD-COUNT.
           MOVE ZERO              TO ENV-HASH-TOTAL.
           WRITE AP-ENVELOPE-RECORD.
       228-WRITE-EXTRACT-HEADER-EXIT.
           EXIT.

      *****************************************************************
      * 230-FIND-RECEIPTS: LOOKS UP WS-FIND-PO-NUMBER IN THE RECEIPT  *
      * TABLE. THE TABLE IS IN THE ORDER THE POs FIRST ARRIVED, SO    *
      * THE SEARCH IS SERIAL. WS-RCPT-IDX IS LEFT ON THE ENTRY FOUND. *
      *****************************************************************
       230-FIND-RECEIPTS.
           MOVE 'N' TO WS-RCPT-FOUND-FLAG.
           IF WS-RCPT-COUNT = ZERO
               GO TO 230-FIND-RECEIPTS-EXIT.
           SET WS-RCPT-IDX TO 1.
           SEARCH WS-RCPT-ENTRY
               WHEN WS-RT-PO-NUMBER (WS-RCPT-IDX) = WS-FIND-PO-NUMBER
                   MOVE 'Y' TO WS-RCPT-FOUND-FLAG.
       230-FIND-RECEIPTS-EXIT.
           EXIT.

      *****************************************************************
      * 232-WRITE-EXTRACT-TRAILER: CLOSES THE APPROVED EXTRACT'S      *
      * ENVELOPE WITH THE LINE COUNT AND THE HASH TOTAL OF            *
      * AP-LINE-AMOUNT, THEN REGISTERS THE EXTRACT ON INTFCTL.        *
      *****************************************************************
       232-WRITE-EXTRACT-TRAILER.
           MOVE 'TRAILER '        TO ENV-RECORD-ID.
           MOVE WS-RUN-DATE-TEXT  TO ENV-RUN-DATE.
           MOVE 'INVMATCH'        TO ENV-SOURCE-PROGRAM.
           MOVE WS-EXTRACT-COUNT  TO ENV-RECORD-COUNT.
           MOVE WS-EXTRACT-HASH   TO ENV-HASH-TOTAL.
           WRITE AP-ENVELOPE-RECORD.
           PERFORM 234-REGISTER-EXTRACT
               THRU 234-REGISTER-EXTRACT-EXIT.
       232-WRITE-EXTRACT-TRAILER-EXIT.
           EXIT.

      *****************************************************************
      * 234-REGISTER-EXTRACT: REGISTERS THE APPROVED EXTRACT ON THE   *
      * COMMON INTERFACE CONTROL FILE SO INTFDESK TRACKS ITS PICKUP   *
      * BY PAYABLES THE SAME WAY IT TRACKS PROJ6'S TRANSEXT.          *
      *****************************************************************
       234-REGISTER-EXTRACT.
           OPEN EXTEND INTFCTL-FILE.
           IF WS-INTFCTL-STATUS = '05' OR WS-INTFCTL-STATUS = '35'
               OPEN OUTPUT INTFCTL-FILE.
           MOVE 'APPROVED.EXTRACT    ' TO ICF-FILE-NAME.
           MOVE WS-RUN-DATE-TEXT  TO ICF-RUN-DATE.
           MOVE WS-EXTRACT-COUNT  TO ICF-ENV-COUNT.
           MOVE WS-EXTRACT-HASH   TO ICF-ENV-HASH.
           MOVE 'PRODUCED'        TO ICF-STATUS.
           WRITE ICF-RECORD.
           CLOSE INTFCTL-FILE.
       234-REGISTER-EXTRACT-EXIT.
           EXIT.

      *****************************************************************
      * 240-PRINT-HELD-LINE: PRINTS A HELD LINE WITH WHAT AP NEEDS TO *
      * CHASE IT - WHAT WAS BILLED, WHAT HAS ARRIVED, THE PRICE IT    *
      * WAS MATCHED AGAINST, AND WHY IT IS HELD.                      *
      *****************************************************************
       240-PRINT-HELD-LINE.
           MOVE VI-INVOICE-NUMBER TO DL-INVOICE-NUMBER.
           MOVE VI-VENDOR-CODE    TO DL-VENDOR-CODE.
           MOVE VI-PO-NUMBER      TO DL-PO-NUMBER.
           MOVE VI-ITEM-CODE      TO DL-ITEM-CODE.
           IF VI-QUANTITY IS NUMERIC
               MOVE VI-QUANTITY TO DL-INV-QTY
           ELSE
               MOVE ZERO TO DL-INV-QTY.
           MOVE WS-RECEIVED-QTY   TO DL-RCV-QTY.
           IF VI-UNIT-PRICE IS NUMERIC
               MOVE VI-UNIT-PRICE TO DL-INV-PRICE
           ELSE
               MOVE ZERO TO DL-INV-PRICE.
           MOVE WS-MATCH-PRICE    TO DL-PO-PRICE.
           MOVE WS-LINE-AMOUNT    TO DL-LINE-AMOUNT.
           MOVE WS-HOLD-REASON    TO DL-HOLD-REASON.
           MOVE WS-DETAIL-LINE TO HOLD-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           ADD 1 TO WS-LINES-HELD.
           ADD WS-LINE-AMOUNT TO WS-HELD-VALUE.
       240-PRINT-HELD-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 280-EMIT-REPORT-LINE: WRITES THE LINE ALREADY MOVED TO        *
      * HOLD-RECORD AND STARTS A NEW PAGE WHEN THIS ONE IS FULL.      *
      *****************************************************************
       280-EMIT-REPORT-LINE.
           WRITE HOLD-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
       280-EMIT-REPORT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 400-WRITE-TOTALS: CLOSES THE HOLD REPORT WITH THE RUN COUNTS  *
      * AND VALUES, SO AP CAN PROVE APPROVED PLUS HELD TO THE FILE.   *
      *****************************************************************
       400-WRITE-TOTALS.
           MOVE WS-BLANK-LINE TO HOLD-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'INVOICE LINES READ:' TO SL-LABEL.
           MOVE WS-LINES-READ TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO HOLD-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'LINES APPROVED TO PAY:' TO SL-LABEL.
           MOVE WS-LINES-APPROVED TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO HOLD-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'VALUE APPROVED TO PAY:' TO VSL-LABEL.
           MOVE WS-APPROVED-VALUE TO VSL-VALUE-OUT.
           MOVE WS-VALUE-SUMMARY-LINE TO HOLD-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'LINES HELD:' TO SL-LABEL.
           MOVE WS-LINES-HELD TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO HOLD-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'VALUE HELD:' TO VSL-LABEL.
           MOVE WS-HELD-VALUE TO VSL-VALUE-OUT.
           MOVE WS-VALUE-SUMMARY-LINE TO HOLD-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'QUANTITY TOLERANCE %:' TO SL-LABEL.
           MOVE WS-QTY-TOL-PCT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO HOLD-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'PRICE TOLERANCE %:' TO SL-LABEL.
           MOVE WS-PRICE-TOL-PCT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO HOLD-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       400-WRITE-TOTALS-EXIT.
           EXIT.
