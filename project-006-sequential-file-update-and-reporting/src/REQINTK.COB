      *****************************************************************
      * FILENAME: HERC01.SOURCE.COBOL(REQINTK)                        *
      * PURPOSE: MATERIAL REQUISITION INTAKE AND STOCK ALLOCATION,    *
      * RUN EACH NIGHT AHEAD OF PROJ6. DEPARTMENTS' REQUISITION LINES *
      * (THE REQUESTING EMPLOYEE, THE DEPARTMENT, THE ITEM, THE       *
      * QUANTITY, THE STOCK LOCATION AND THE DATE NEEDED) ARE CHECKED *
      * - THE REQUESTER MUST BE ON PROJ4'S PERSON MASTER, THE         *
      * DEPARTMENT ON DEPTMAST AND THE ITEM STOCKED AT THE LOCATION - *
      * AND STOCK IS RESERVED AGAINST THE INVENTORY MASTER SO TWO     *
      * DEPARTMENTS ARE NEVER PROMISED THE SAME LAST BOX. STOCK       *
      * AVAILABLE TO RESERVE IS ON-HAND LESS EVERY RESERVATION STILL  *
      * OPEN AT THE POSITION; STOCK HELD FOR INSPECTION IS NOT ON-HAND*
      * AND IS NEVER RESERVED.                                        *
      *                                                               *
      * EACH RESERVATION IS A PICK, NUMBERED FROM THE PICKNO.CTL      *
      * CONTROL RECORD AND PRINTED ON THE PICK LIST - ONE PAGE RUN    *
      * PER LOCATION, IN BIN ORDER FROM THE BINLOC FILE, POSITIONS    *
      * WITH NO BIN LISTED LAST. WHAT CANNOT BE RESERVED IN FULL IS   *
      * BACKORDERED, AND BACKORDERS CARRIED FROM EARLIER NIGHTS ARE   *
      * RETRIED FIRST, OLDEST FIRST, BEFORE TONIGHT'S REQUISITIONS.   *
      *                                                               *
      * STORES CONFIRMS EACH PICK ON THE PICKCONF FEED WITH THE       *
      * QUANTITY ACTUALLY PICKED. A CONFIRMED PICK IS WRITTEN AS AN   *
      * 'I' ISSUE IN PROJ6'S TRANS LAYOUT TO REQ.ISSUES FOR THE NEXT  *
      * PROJ6 RUN, PRICED AT THE PRICE IN FORCE, AND ITS RESERVATION  *
      * IS CLOSED; A SHORT PICK'S BALANCE GOES BACK ON BACKORDER.     *
      * CONFIRMATIONS ARE APPLIED LAST SO A SHORT BALANCE IS NOT      *
      * RE-PICKED FROM THE SAME SHELF THE SAME NIGHT. UNTIL PROJ6 HAS *
      * POSTED THE ISSUES, THEIR QUANTITY STILL STANDS AGAINST THE    *
      * POSITION, SO THE PROGRAM IS RUN ONCE BETWEEN PROJ6 RUNS.      *
      *                                                               *
      * THE INTAKE LISTING (REQ.REPORT) SHOWS WHAT BECAME OF EVERY    *
      * LINE: RESERVED, BACKORDERED, REJECTED AND WHY, CONFIRMED.     *
      * THE OPEN BACKORDERS ARE REPORTED BY DEPARTMENT BY BACKRPT.    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQINTK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * THIS PROGRAM WORKS THE SAME DATA DIRECTORY AS PROJ6, SO IT    *
      * RESOLVES ITS PATHS THROUGH THE SAME PROJ6_DATA_DIR            *
      * ENVIRONMENT VARIABLE - SEE 005-RESOLVE-DATA-PATHS.            *
      *****************************************************************
           SELECT INVENTORY-MASTER ASSIGN DYNAMIC WS-INVENTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVENTORY-STATUS.
      *****************************************************************
      * PERSON-MASTER / DEPTMAST-FILE: PROJ4'S EMPLOYEE AND           *
      * DEPARTMENT MASTERS, FOUND THROUGH PROJ6_PERSMAST_PATH AND     *
      * PROJ6_DEPTMAST_PATH, DEFAULTING TO PROJ4'S OWN DATA           *
      * DIRECTORY - THE SAME WAY THE ITEM MASTER IS FOUND.            *
      *****************************************************************
           SELECT PERSON-MASTER ASSIGN DYNAMIC WS-PERSMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PS-EMP-ID
               FILE STATUS IS WS-PERSMAST-STATUS.
           SELECT DEPTMAST-FILE ASSIGN DYNAMIC WS-DEPTMAST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTMAST-STATUS.
           SELECT ITEMMAST-FILE ASSIGN DYNAMIC WS-ITEMMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
           SELECT PRICEMAST-FILE ASSIGN DYNAMIC WS-PRICEMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PRICEMAST-STATUS.
      *****************************************************************
      * BINLOC-FILE: THE SHELF BIN EACH ITEM IS KEPT IN AT EACH       *
      * LOCATION, KEPT BY STORES. IT ONLY ORDERS THE PICK LIST.       *
      *****************************************************************
           SELECT BINLOC-FILE ASSIGN DYNAMIC WS-BINLOC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BINLOC-STATUS.
           SELECT REQ-FILE ASSIGN DYNAMIC WS-REQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT PICKCONF-FILE ASSIGN DYNAMIC WS-PICKCONF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICKCONF-STATUS.
      *****************************************************************
      * RESERVE-FILE / BACKORD-FILE: THE OPEN RESERVATIONS AND THE    *
      * OPEN BACKORDERS, READ IN AT THE START OF THE RUN AND          *
      * REWRITTEN WHOLE AT THE END OF IT.                             *
      *****************************************************************
           SELECT RESERVE-FILE ASSIGN DYNAMIC WS-RESERVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVE-STATUS.
           SELECT BACKORD-FILE ASSIGN DYNAMIC WS-BACKORD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKORD-STATUS.
           SELECT PICKNO-FILE ASSIGN DYNAMIC WS-PICKNO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICKNO-STATUS.
      *****************************************************************
      * STAGED-FILE: THE CONFIRMED PICKS AS 'I' ISSUE RECORDS,        *
      * REWRITTEN EVERY RUN, FOR THE NEXT TRANS FEED. IT IS SENT AS   *
      * FEEDINTK SOURCE REQINTK, IN THE STANDARD INTERFACE ENVELOPE.  *
      *****************************************************************
           SELECT STAGED-FILE ASSIGN DYNAMIC WS-STAGED-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
      * PICK-FILE: TONIGHT'S PICKS IN LOCATION / BIN / ITEM ORDER, AS *
      * THE SORT STEP'S GIVING LEAVES THEM.                           *
      *****************************************************************
           SELECT PICK-FILE ASSIGN DYNAMIC WS-PICK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICK-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT PICK-REPORT-FILE ASSIGN DYNAMIC WS-PICK-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTAKE-REPORT-FILE ASSIGN DYNAMIC WS-INTAKE-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * INVENTORY-MASTER: SAME LAYOUT AS PROJ6'S INV-RECORD.           *
      *****************************************************************
       FD  INVENTORY-MASTER
           RECORD CONTAINS 39 CHARACTERS.

       01  INV-RECORD.
           05  INV-KEY.
               10  INV-ITEM-CODE     PIC X(10).
               10  INV-LOC-CODE      PIC X(03).
           05  INV-QTY-ON-HAND       PIC S9(07).
           05  INV-REORDER-POINT     PIC 9(05).
           05  INV-QTY-ON-ORDER      PIC 9(05).
           05  INV-AVG-COST          PIC 9(05)V9(04).

      *****************************************************************
      * PERSON-MASTER: SAME LAYOUT AS PROJ4'S PS-RECORD.              *
      *****************************************************************
       FD  PERSON-MASTER
           RECORD CONTAINS 36 CHARACTERS.

       01  PS-RECORD.
           05  PS-EMP-ID           PIC X(05).
           05  PS-NAME             PIC X(20).
           05  PS-BIRTH-DATE       PIC X(08).
           05  PS-DEPT-CODE        PIC X(03).

      *****************************************************************
      * DEPTMAST-FILE: SAME LAYOUT AS DEPTMNT'S DM-RECORD.             *
      *****************************************************************
       FD  DEPTMAST-FILE
           RECORDING MODE IS F.

       01  DM-RECORD.
           05  DM-DEPT-CODE        PIC X(03).
           05  DM-DEPT-NAME        PIC X(20).

      *****************************************************************
      * ITEMMAST-FILE: SAME LAYOUT AS PROJ2'S IM-RECORD.               *
      *****************************************************************
       FD  ITEMMAST-FILE
           RECORD CONTAINS 38 CHARACTERS.

       01  IM-RECORD.
           05  IM-ITEM-CODE         PIC X(10).
           05  IM-ITEM-DESC         PIC X(20).
           05  IM-STATUS            PIC X(01).
           05  IM-CLASS             PIC X(04).
           05  IM-UOM               PIC X(03).

      *****************************************************************
      * PRICEMAST-FILE: SAME LAYOUT AS PROJ6'S PM-RECORD - THE        *
      * INDEXED PRICE MASTER, KEYED ON ITEM CODE PLUS EFFECTIVE DATE. *
      *****************************************************************
       FD  PRICEMAST-FILE
           RECORD CONTAINS 25 CHARACTERS.

       01  PM-RECORD.
           05  PM-KEY.
               10  PM-ITEM-CODE     PIC X(10).
               10  PM-EFF-DATE      PIC X(08).
           05  PM-PRICE             PIC 9(05)V99.

       FD  BINLOC-FILE
           RECORDING MODE IS F.

       01  BL-RECORD.
           05  BL-ITEM-CODE         PIC X(10).
           05  BL-LOC-CODE          PIC X(03).
           05  BL-BIN-CODE          PIC X(06).

      *****************************************************************
      * REQ-FILE: ONE REQUISITION LINE. A BLANK LOCATION IS THE       *
      * ORIGINAL STOCKROOM, '001', AS ON PROJ6'S TRANS FEED. RQ-NEED- *
      * DATE IS YYYYMMDD.                                             *
      *****************************************************************
       FD  REQ-FILE
           RECORDING MODE IS F.

       01  RQ-RECORD.
           05  RQ-REQ-NUMBER        PIC X(06).
           05  RQ-EMP-ID            PIC X(05).
           05  RQ-DEPT-CODE         PIC X(03).
           05  RQ-ITEM-CODE         PIC X(10).
           05  RQ-LOC-CODE          PIC X(03).
           05  RQ-QUANTITY          PIC X(05).
           05  RQ-NEED-DATE         PIC X(08).

      *****************************************************************
      * PICKCONF-FILE: ONE PICK CONFIRMED BY STORES - THE PICK NUMBER *
      * OFF THE PICK LIST AND THE QUANTITY ACTUALLY PICKED, WHICH MAY *
      * BE LESS THAN WAS RESERVED (OR ZERO IF THE SHELF WAS EMPTY).   *
      *****************************************************************
       FD  PICKCONF-FILE
           RECORDING MODE IS F.

       01  PC-RECORD.
           05  PC-PICK-NUMBER       PIC X(06).
           05  PC-QUANTITY          PIC X(05).

       FD  RESERVE-FILE
           RECORDING MODE IS F.

       01  RV-RECORD.
           05  RV-PICK-NUMBER       PIC 9(06).
           05  RV-REQ-NUMBER        PIC X(06).
           05  RV-EMP-ID            PIC X(05).
           05  RV-DEPT-CODE         PIC X(03).
           05  RV-ITEM-CODE         PIC X(10).
           05  RV-LOC-CODE          PIC X(03).
           05  RV-QUANTITY          PIC 9(05).
           05  RV-NEED-DATE         PIC X(08).
           05  RV-ENTERED-DATE      PIC X(08).
           05  RV-RESERVED-DATE     PIC X(08).

      *****************************************************************
      * BACKORD-FILE: ONE LINE STILL WAITING ON STOCK. BO-ENTERED-    *
      * DATE IS THE NIGHT THE REQUISITION WAS FIRST TAKEN, SO A LINE  *
      * KEEPS ITS AGE ACROSS PART FILLS AND SHORT PICKS.              *
      *****************************************************************
       FD  BACKORD-FILE
           RECORDING MODE IS F.

       01  BO-RECORD.
           05  BO-REQ-NUMBER        PIC X(06).
           05  BO-EMP-ID            PIC X(05).
           05  BO-DEPT-CODE         PIC X(03).
           05  BO-ITEM-CODE         PIC X(10).
           05  BO-LOC-CODE          PIC X(03).
           05  BO-QUANTITY          PIC 9(05).
           05  BO-NEED-DATE         PIC X(08).
           05  BO-ENTERED-DATE      PIC X(08).

      *****************************************************************
      * PICKNO-FILE: THE LAST PICK NUMBER GIVEN OUT.                  *
      *****************************************************************
       FD  PICKNO-FILE
           RECORDING MODE IS F.

       01  PN-RECORD.
           05  PN-LAST-PICK         PIC 9(06).

      *****************************************************************
      * STAGED-FILE: SAME LAYOUT AS PROJ6'S TRANS-RECORD. THE SEQUENCE*
      * NUMBER IS LEFT FOR PROJ6'S SORT STEP TO STAMP.                *
      *****************************************************************
       FD  STAGED-FILE
           RECORDING MODE IS F.

       01  TS-RECORD.
           05  TS-ITEM-CODE          PIC X(10).
           05  TS-QUANTITY           PIC 9(05).
           05  TS-PRICE              PIC 9(05)V99.
           05  TS-TRANS-TYPE         PIC X(01).
           05  TS-LOC-CODE           PIC X(03).
           05  TS-TO-LOC             PIC X(03).
           05  TS-SEQ-NUM            PIC 9(06).
           05  TS-PO-NUMBER          PIC X(06).
           05  TS-LOT-NUMBER         PIC X(10).
           05  TS-EXPIRY-DATE        PIC X(08).
           05  TS-UOM                PIC X(03).
           05  TS-CHARGE-DEPT        PIC X(03).

      *****************************************************************
      * TS-ENVELOPE-RECORD: THE HEADER AHEAD OF THE ISSUES AND THE    *
      * TRAILER BEHIND THEM, THE SAME LAYOUT AS FEEDINTK'S            *
      * SRC-ENVELOPE-RECORD. THE TRAILER CARRIES THE ISSUE COUNT AND  *
      * THE ISSUES' VALUE AT THE PRICE THEY WERE STAGED AT.           *
      *****************************************************************
       01  TS-ENVELOPE-RECORD REDEFINES TS-RECORD.
           05  TSE-RECORD-ID         PIC X(08).
           05  TSE-RUN-DATE          PIC X(08).
           05  TSE-SOURCE-PROGRAM    PIC X(08).
           05  TSE-RECORD-COUNT      PIC 9(07).
           05  TSE-HASH-TOTAL        PIC S9(13)V99
                                     SIGN IS TRAILING SEPARATE.
           05  FILLER                PIC X(18).

      *****************************************************************
      * PICK-FILE / SORT-WORK-FILE: ONE OF TONIGHT'S PICKS. PW-BIN-   *
      * GROUP IS 1 WHEN THE POSITION HAS A BIN AND 2 WHEN IT HAS      *
      * NONE, SO UNBINNED POSITIONS SORT LAST IN THEIR LOCATION.      *
      *****************************************************************
       FD  PICK-FILE
           RECORDING MODE IS F.

       01  PW-RECORD.
           05  PW-LOC-CODE           PIC X(03).
           05  PW-BIN-GROUP          PIC 9(01).
           05  PW-BIN-CODE           PIC X(06).
           05  PW-ITEM-CODE          PIC X(10).
           05  PW-PICK-NUMBER        PIC 9(06).
           05  PW-REQ-NUMBER         PIC X(06).
           05  PW-EMP-ID             PIC X(05).
           05  PW-DEPT-CODE          PIC X(03).
           05  PW-QUANTITY           PIC 9(05).
           05  PW-NEED-DATE          PIC X(08).

       SD  SORT-WORK-FILE.

       01  SORT-RECORD.
           05  SR-LOC-CODE           PIC X(03).
           05  SR-BIN-GROUP          PIC 9(01).
           05  SR-BIN-CODE           PIC X(06).
           05  SR-ITEM-CODE          PIC X(10).
           05  SR-PICK-NUMBER        PIC 9(06).
           05  FILLER                PIC X(27).

       FD  PICK-REPORT-FILE
           RECORDING MODE IS F.

       01  PICK-REPORT-RECORD        PIC X(132).

       FD  INTAKE-REPORT-FILE
           RECORDING MODE IS F.

       01  INTAKE-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INVENTORY-STATUS   PIC XX.
           05  WS-PERSMAST-STATUS    PIC XX.
           05  WS-DEPTMAST-STATUS    PIC XX.
           05  WS-ITEMMAST-STATUS    PIC XX.
           05  WS-PRICEMAST-STATUS   PIC XX.
           05  WS-BINLOC-STATUS      PIC XX.
           05  WS-REQ-STATUS         PIC XX.
           05  WS-PICKCONF-STATUS    PIC XX.
           05  WS-RESERVE-STATUS     PIC XX.
           05  WS-BACKORD-STATUS     PIC XX.
           05  WS-PICKNO-STATUS      PIC XX.
           05  WS-PICK-STATUS        PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-EOF-FLAG           PIC X          VALUE 'N'.
               88  INPUT-EOF         VALUE 'Y'.
           05  WS-PICK-EOF-FLAG      PIC X          VALUE 'N'.
               88  PICK-EOF          VALUE 'Y'.
           05  WS-ITEMMAST-OPEN-FLAG PIC X          VALUE 'N'.
               88  ITEMMAST-OPEN     VALUE 'Y'.
           05  WS-PRICEMAST-OPEN-FLAG PIC X         VALUE 'N'.
               88  PRICEMAST-OPEN    VALUE 'Y'.
           05  WS-PRICE-WALK-END-FLAG PIC X         VALUE 'N'.
               88  PRICE-WALK-END    VALUE 'Y'.
           05  WS-POSITION-FLAG      PIC X          VALUE 'N'.
               88  POSITION-FOUND    VALUE 'Y'.
           05  WS-DEPT-FOUND-FLAG    PIC X          VALUE 'N'.
               88  DEPT-FOUND        VALUE 'Y'.
           05  WS-PRICE-LOOKUP-FOUND-FLAG PIC X     VALUE 'N'.
               88  PRICE-FOUND       VALUE 'Y'.

       77  WS-REQS-READ              PIC 9(05) COMP VALUE ZERO.
       77  WS-REQS-REJECTED          PIC 9(05) COMP VALUE ZERO.
       77  WS-LINES-RESERVED         PIC 9(05) COMP VALUE ZERO.
       77  WS-LINES-BACKORDERED      PIC 9(05) COMP VALUE ZERO.
       77  WS-BACKORDERS-CARRIED     PIC 9(05) COMP VALUE ZERO.
       77  WS-BACKORDERS-FILLED      PIC 9(05) COMP VALUE ZERO.
       77  WS-PICKS-ISSUED           PIC 9(05) COMP VALUE ZERO.
       77  WS-CONFS-READ             PIC 9(05) COMP VALUE ZERO.
       77  WS-CONFS-REJECTED         PIC 9(05) COMP VALUE ZERO.
       77  WS-SHORT-PICKS            PIC 9(05) COMP VALUE ZERO.
       77  WS-ISSUES-STAGED          PIC 9(05) COMP VALUE ZERO.
       77  WS-ISSUES-HASH            PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  WS-QTY-RESERVED           PIC 9(07) COMP VALUE ZERO.
       77  WS-QTY-BACKORDERED        PIC 9(07) COMP VALUE ZERO.
       77  WS-QTY-ISSUED             PIC 9(07) COMP VALUE ZERO.

       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE-TEXT      PIC X(08)      VALUE ZEROS.
           05  WS-ENVELOPE-ID        PIC X(08)      VALUE SPACES.
           05  WS-RUN-DATE-DISPLAY   PIC X(10)      VALUE SPACES.

       77  WS-CHAIN-RUN-DATE        PIC X(08)      VALUE SPACES.

       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NUM           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-ON-PAGE      PIC 9(03) COMP VALUE ZERO.
           05  WS-PICK-PAGE-NUM      PIC 9(03) COMP VALUE ZERO.
           05  WS-PICK-LINES         PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE     PIC 9(03) COMP VALUE 50.

       01  WS-UTILITY-FIELDS.
           05  WS-BLANK-LINE         PIC X(132)    VALUE SPACES.
           05  WS-LAST-PICK          PIC 9(06)      VALUE ZERO.
           05  WS-REQ-QTY            PIC 9(05)      VALUE ZERO.
           05  WS-CONF-QTY           PIC 9(05)      VALUE ZERO.
           05  WS-SHORT-QTY          PIC 9(05)      VALUE ZERO.
           05  WS-ALLOC-ITEM         PIC X(10)      VALUE SPACES.
           05  WS-ALLOC-LOC          PIC X(03)      VALUE SPACES.
           05  WS-AVAILABLE          PIC S9(07) COMP VALUE ZERO.
           05  WS-TAKE-QTY           PIC 9(05)      VALUE ZERO.
           05  WS-REJECT-REASON      PIC X(40)      VALUE SPACES.
           05  WS-CURRENT-LOC        PIC X(03)      VALUE SPACES.
           05  WS-LOC-PICKS          PIC 9(05) COMP VALUE ZERO.
           05  WS-LOC-QTY            PIC 9(07) COMP VALUE ZERO.

      *****************************************************************
      * WS-LINE-WORK: THE LINE BEING ALLOCATED - A NEW REQUISITION,   *
      * A RETRIED BACKORDER OR A SHORT PICK'S BALANCE.                *
      *****************************************************************
       01  WS-LINE-WORK.
           05  WS-LN-REQ-NUMBER      PIC X(06).
           05  WS-LN-EMP-ID          PIC X(05).
           05  WS-LN-DEPT-CODE       PIC X(03).
           05  WS-LN-ITEM-CODE       PIC X(10).
           05  WS-LN-LOC-CODE        PIC X(03).
           05  WS-LN-QUANTITY        PIC 9(05).
           05  WS-LN-NEED-DATE       PIC X(08).
           05  WS-LN-ENTERED-DATE    PIC X(08).

       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT         PIC 9(03) COMP VALUE ZERO.
           05  WS-DEPT-SUB           PIC 9(03) COMP VALUE ZERO.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES.
               10  WS-DEPT-CODE        PIC X(03).

       01  WS-PRICE-LOOKUP-FIELDS.
           05  WS-PRICE-LOOKUP-CODE  PIC X(10)      VALUE SPACES.
           05  WS-PRICE-IN-FORCE     PIC 9(05)V99   VALUE ZERO.

       01  WS-BIN-TABLE.
           05  WS-BIN-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-BIN-SUB            PIC 9(03) COMP VALUE ZERO.
           05  WS-BIN-ENTRY OCCURS 500 TIMES.
               10  WS-BIN-ITEM-CODE    PIC X(10).
               10  WS-BIN-LOC-CODE     PIC X(03).
               10  WS-BIN-CODE         PIC X(06).

      *****************************************************************
      * WS-RESERVE-TABLE: EVERY RESERVATION STANDING AGAINST STOCK    *
      * TONIGHT. WS-RES-STATUS IS 'O' FOR ONE CARRIED IN OPEN, 'N'    *
      * FOR ONE MADE TONIGHT AND 'C' FOR ONE CONFIRMED TONIGHT - A    *
      * CONFIRMED PICK STILL COUNTS AGAINST ITS POSITION UNTIL PROJ6  *
      * POSTS THE ISSUE, BUT IS NOT WRITTEN BACK TO RESERVE-FILE.     *
      *****************************************************************
       01  WS-RESERVE-TABLE.
           05  WS-RES-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-RES-SUB            PIC 9(03) COMP VALUE ZERO.
           05  WS-RES-ENTRY OCCURS 500 TIMES.
               10  WS-RES-PICK-NUMBER  PIC 9(06).
               10  WS-RES-REQ-NUMBER   PIC X(06).
               10  WS-RES-EMP-ID       PIC X(05).
               10  WS-RES-DEPT-CODE    PIC X(03).
               10  WS-RES-ITEM-CODE    PIC X(10).
               10  WS-RES-LOC-CODE     PIC X(03).
               10  WS-RES-QUANTITY     PIC 9(05).
               10  WS-RES-NEED-DATE    PIC X(08).
               10  WS-RES-ENTERED-DATE PIC X(08).
               10  WS-RES-RESERVED-DATE PIC X(08).
               10  WS-RES-STATUS       PIC X(01).
                   88  RES-CARRIED     VALUE 'O'.
                   88  RES-NEW         VALUE 'N'.
                   88  RES-CONFIRMED   VALUE 'C'.

       01  WS-RES-LOOKUP-FIELDS.
           05  WS-FOUND-RES-SUB      PIC 9(03) COMP VALUE ZERO.
           05  WS-LOOKUP-PICK        PIC 9(06)      VALUE ZERO.

      *****************************************************************
      * WS-BACKORDER-TABLE: THE OPEN BACKORDERS, CARRIED ONES FIRST   *
      * IN THE ORDER THEY WERE TAKEN, THEN TONIGHT'S. A LINE FILLED   *
      * IN FULL DROPS TO ZERO AND IS NOT WRITTEN BACK.                *
      *****************************************************************
       01  WS-BACKORDER-TABLE.
           05  WS-BO-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-BO-SUB             PIC 9(03) COMP VALUE ZERO.
           05  WS-BO-ENTRY OCCURS 500 TIMES.
               10  WS-BO-REQ-NUMBER    PIC X(06).
               10  WS-BO-EMP-ID        PIC X(05).
               10  WS-BO-DEPT-CODE     PIC X(03).
               10  WS-BO-ITEM-CODE     PIC X(10).
               10  WS-BO-LOC-CODE      PIC X(03).
               10  WS-BO-QUANTITY      PIC 9(05).
               10  WS-BO-NEED-DATE     PIC X(08).
               10  WS-BO-ENTERED-DATE  PIC X(08).

      *****************************************************************
      * WS-PICK-WORK: THE PICK BEING RELEASED TO THE SORT, BUILT HERE *
      * BEFORE IT IS RELEASED.                                        *
      *****************************************************************
       01  WS-PICK-WORK.
           05  WS-PW-LOC-CODE        PIC X(03).
           05  WS-PW-BIN-GROUP       PIC 9(01).
           05  WS-PW-BIN-CODE        PIC X(06).
           05  WS-PW-ITEM-CODE       PIC X(10).
           05  WS-PW-PICK-NUMBER     PIC 9(06).
           05  WS-PW-REQ-NUMBER      PIC X(06).
           05  WS-PW-EMP-ID          PIC X(05).
           05  WS-PW-DEPT-CODE       PIC X(03).
           05  WS-PW-QUANTITY        PIC 9(05).
           05  WS-PW-NEED-DATE       PIC X(08).

      *****************************************************************
      * WS-DATA-PATH-FIELDS: SEE 005-RESOLVE-DATA-PATHS.               *
      *****************************************************************
       01  WS-DATA-PATH-FIELDS.
           05  WS-DATA-DIR           PIC X(60) VALUE 'data'.
           05  WS-INVENTORY-PATH     PIC X(80) VALUE SPACES.
           05  WS-PERSMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-DEPTMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-ITEMMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-PRICEMAST-PATH     PIC X(80) VALUE SPACES.
           05  WS-BINLOC-PATH        PIC X(80) VALUE SPACES.
           05  WS-REQ-PATH           PIC X(80) VALUE SPACES.
           05  WS-PICKCONF-PATH      PIC X(80) VALUE SPACES.
           05  WS-RESERVE-PATH       PIC X(80) VALUE SPACES.
           05  WS-BACKORD-PATH       PIC X(80) VALUE SPACES.
           05  WS-PICKNO-PATH        PIC X(80) VALUE SPACES.
           05  WS-STAGED-PATH        PIC X(80) VALUE SPACES.
           05  WS-PICK-PATH          PIC X(80) VALUE SPACES.
           05  WS-PICK-RPT-PATH      PIC X(80) VALUE SPACES.
           05  WS-INTAKE-RPT-PATH    PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- REQUISITION INTAKE LISTING ---        '.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RUN DATE: '.
               10  RH-DATE-OUT     PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  RH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(40)     VALUE SPACES.
           05  RH-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'REQ NO'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PICK'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(5)      VALUE 'EMP'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(3)      VALUE 'DPT'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'ITEM CODE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(3)      VALUE 'LOC'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE ' ASKED'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE ' FILLD'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE ' B/ORD'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(40)     VALUE 'NOTE'.
               10  FILLER          PIC X(18)     VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-REQ-NUMBER       PIC X(06).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-PICK-NUMBER      PIC X(06).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-EMP-ID           PIC X(05).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-DEPT-CODE        PIC X(03).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-ITEM-CODE        PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-LOC-CODE         PIC X(03).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-ASKED            PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-FILLED           PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-BACKORDERED      PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  DL-NOTE             PIC X(40).
           05  FILLER              PIC X(18)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-LABEL            PIC X(30).
           05  SL-COUNT-OUT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(90)     VALUE SPACES.

       01  WS-PICK-HEADERS.
           05  PH-TITLE.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(42)     VALUE
                   '--- STORES PICK LIST ---                  '.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'RUN DATE: '.
               10  PH-DATE-OUT     PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  PH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(40)     VALUE SPACES.
           05  PH-LOCATION.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'LOCATION: '.
               10  PH-LOC-CODE     PIC X(03).
               10  FILLER          PIC X(114)    VALUE SPACES.
           05  PH-COLUMNS.
               10  FILLER          PIC X(5)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'BIN'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'ITEM CODE'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(20)     VALUE 'DESCRIPTION'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PICK'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'REQ NO'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(3)      VALUE 'DPT'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(5)      VALUE 'EMP'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE '   QTY'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(10)     VALUE 'NEEDED'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(14)     VALUE 'QTY PICKED'.
               10  FILLER          PIC X(22)     VALUE SPACES.

       01  WS-PICK-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  PL-BIN-CODE         PIC X(06).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  PL-ITEM-CODE        PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  PL-ITEM-DESC        PIC X(20).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  PL-PICK-NUMBER      PIC 9(06).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  PL-REQ-NUMBER       PIC X(06).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  PL-DEPT-CODE        PIC X(03).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  PL-EMP-ID           PIC X(05).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  PL-QUANTITY         PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  PL-NEED-DATE        PIC X(10).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  FILLER              PIC X(14)     VALUE '__________'.
           05  FILLER              PIC X(22)     VALUE SPACES.

       01  WS-PICK-TOTAL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  FILLER              PIC X(13)     VALUE 'LOCATION '.
           05  PT-LOC-CODE         PIC X(03).
           05  FILLER              PIC X(3)      VALUE ' - '.
           05  PT-PICKS            PIC ZZ,ZZ9.
           05  FILLER              PIC X(11)     VALUE ' PICKS FOR '.
           05  PT-QTY              PIC ZZZ,ZZ9.
           05  FILLER              PIC X(6)      VALUE ' UNITS'.
           05  FILLER              PIC X(78)     VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY 'REQINTK: REQUISITION INTAKE AND ALLOCATION'.
           DISPLAY '------------------------------------------------'.
           PERFORM 005-RESOLVE-DATA-PATHS
               THRU 005-RESOLVE-DATA-PATHS-EXIT.
           PERFORM 060-SET-RUN-DATE
               THRU 060-SET-RUN-DATE-EXIT.

           OPEN INPUT INVENTORY-MASTER.
           IF WS-INVENTORY-STATUS NOT = '00'
               DISPLAY 'REQINTK ABEND - INVENTORY MASTER STATUS '
                   WS-INVENTORY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN INPUT PERSON-MASTER.
           IF WS-PERSMAST-STATUS NOT = '00'
               DISPLAY 'REQINTK ABEND - PERSON MASTER STATUS '
                   WS-PERSMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           PERFORM 050-LOAD-DEPARTMENTS
               THRU 050-LOAD-DEPARTMENTS-EXIT.
           IF WS-DEPT-COUNT = ZERO
               DISPLAY 'REQINTK ABEND - NO DEPARTMENT MASTER, '
                   'REQUISITIONS CANNOT BE CHECKED'
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN INPUT ITEMMAST-FILE.
           IF WS-ITEMMAST-STATUS = '00'
               MOVE 'Y' TO WS-ITEMMAST-OPEN-FLAG
           ELSE
               DISPLAY 'ITEM MASTER NOT AVAILABLE - STATUS '
                   WS-ITEMMAST-STATUS ' - DESCRIPTIONS LEFT BLANK'.
           PERFORM 052-OPEN-PRICES THRU 052-OPEN-PRICES-EXIT.
           PERFORM 054-LOAD-BINS THRU 054-LOAD-BINS-EXIT.
           PERFORM 056-LOAD-RESERVATIONS
               THRU 056-LOAD-RESERVATIONS-EXIT.
           PERFORM 058-LOAD-BACKORDERS
               THRU 058-LOAD-BACKORDERS-EXIT.
           PERFORM 062-READ-PICK-CONTROL
               THRU 062-READ-PICK-CONTROL-EXIT.

           OPEN OUTPUT STAGED-FILE
                       INTAKE-REPORT-FILE.
           MOVE 'HEADER  ' TO WS-ENVELOPE-ID.
           PERFORM 535-WRITE-ISSUES-ENVELOPE
               THRU 535-WRITE-ISSUES-ENVELOPE-EXIT.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
           MOVE ZERO TO WS-BO-SUB.
           PERFORM 200-RETRY-ONE-BACKORDER
               THRU 200-RETRY-ONE-BACKORDER-EXIT
               WS-BACKORDERS-CARRIED TIMES.
           PERFORM 300-TAKE-REQUISITIONS
               THRU 300-TAKE-REQUISITIONS-EXIT.
           PERFORM 500-APPLY-CONFIRMATIONS
               THRU 500-APPLY-CONFIRMATIONS-EXIT.
           PERFORM 800-WRITE-TOTALS THRU 800-WRITE-TOTALS-EXIT.
           MOVE 'TRAILER ' TO WS-ENVELOPE-ID.
           PERFORM 535-WRITE-ISSUES-ENVELOPE
               THRU 535-WRITE-ISSUES-ENVELOPE-EXIT.
           CLOSE STAGED-FILE
                 INTAKE-REPORT-FILE
                 INVENTORY-MASTER
                 PERSON-MASTER.

           PERFORM 600-WRITE-RESERVATIONS
               THRU 600-WRITE-RESERVATIONS-EXIT.
           PERFORM 620-WRITE-BACKORDERS
               THRU 620-WRITE-BACKORDERS-EXIT.
           PERFORM 640-WRITE-PICK-CONTROL
               THRU 640-WRITE-PICK-CONTROL-EXIT.
           PERFORM 700-PRINT-PICK-LIST
               THRU 700-PRINT-PICK-LIST-EXIT.
           IF ITEMMAST-OPEN
               CLOSE ITEMMAST-FILE.
           IF PRICEMAST-OPEN
               CLOSE PRICEMAST-FILE.

           DISPLAY 'REQINTK: REQUISITION LINES READ: ' WS-REQS-READ.
           DISPLAY 'REQINTK: LINES REJECTED        : ' WS-REQS-REJECTED.
           DISPLAY 'REQINTK: PICKS ISSUED          : ' WS-PICKS-ISSUED.
           DISPLAY 'REQINTK: LINES BACKORDERED     : '
               WS-LINES-BACKORDERED.
           DISPLAY 'REQINTK: PICKS CONFIRMED       : '
               WS-ISSUES-STAGED.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'REQINTK: REQUISITION INTAKE ENDED'.
           GOBACK.

      *****************************************************************
      * 005-RESOLVE-DATA-PATHS: BUILDS EACH DATA FILE'S PATH FROM     *
      * WS-DATA-DIR, WHICH DEFAULTS TO "data" BUT IS OVERRIDDEN BY    *
      * THE PROJ6_DATA_DIR ENVIRONMENT VARIABLE WHEN ONE IS SET.      *
      *****************************************************************
       005-RESOLVE-DATA-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT 'PROJ6_DATA_DIR'.
           IF WS-DATA-DIR = SPACES
               MOVE 'data' TO WS-DATA-DIR.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/INVENTORY' DELIMITED BY SIZE
               INTO WS-INVENTORY-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PRICEMAST.IDX' DELIMITED BY SIZE
               INTO WS-PRICEMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/BINLOC' DELIMITED BY SIZE
               INTO WS-BINLOC-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/REQS' DELIMITED BY SIZE
               INTO WS-REQ-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PICKCONF' DELIMITED BY SIZE
               INTO WS-PICKCONF-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/RESERVE' DELIMITED BY SIZE
               INTO WS-RESERVE-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/BACKORD' DELIMITED BY SIZE
               INTO WS-BACKORD-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PICKNO.CTL' DELIMITED BY SIZE
               INTO WS-PICKNO-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/REQ.ISSUES' DELIMITED BY SIZE
               INTO WS-STAGED-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/REQ.PICKWORK' DELIMITED BY SIZE
               INTO WS-PICK-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/REQ.PICKLIST' DELIMITED BY SIZE
               INTO WS-PICK-RPT-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/REQ.REPORT' DELIMITED BY SIZE
               INTO WS-INTAKE-RPT-PATH.
           ACCEPT WS-ITEMMAST-PATH
               FROM ENVIRONMENT 'PROJ6_ITEMMAST_PATH'.
           IF WS-ITEMMAST-PATH = SPACES
               MOVE
                 '../project-002-table-processing/data/ITEMMAST.IDX'
                   TO WS-ITEMMAST-PATH.
           ACCEPT WS-PERSMAST-PATH
               FROM ENVIRONMENT 'PROJ6_PERSMAST_PATH'.
           IF WS-PERSMAST-PATH = SPACES
               STRING
                 '../project-004-input-sequential-file-processing'
                   '/data/PERSMAST' DELIMITED BY SIZE
                   INTO WS-PERSMAST-PATH.
           ACCEPT WS-DEPTMAST-PATH
               FROM ENVIRONMENT 'PROJ6_DEPTMAST_PATH'.
           IF WS-DEPTMAST-PATH = SPACES
               STRING
                 '../project-004-input-sequential-file-processing'
                   '/data/DEPTMAST' DELIMITED BY SIZE
                   INTO WS-DEPTMAST-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

      *****************************************************************
      * 050-LOAD-DEPARTMENTS: LOADS THE DEPARTMENT CODES OFF DEPTMAST *
      * FOR 330-CHECK-DEPARTMENT.                                     *
      *****************************************************************
       050-LOAD-DEPARTMENTS.
           OPEN INPUT DEPTMAST-FILE.
           IF WS-DEPTMAST-STATUS NOT = '00'
               GO TO 050-LOAD-DEPARTMENTS-EXIT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 051-LOAD-ONE-DEPARTMENT
               THRU 051-LOAD-ONE-DEPARTMENT-EXIT
               UNTIL INPUT-EOF.
           CLOSE DEPTMAST-FILE.
       050-LOAD-DEPARTMENTS-EXIT.
           EXIT.

       051-LOAD-ONE-DEPARTMENT.
           READ DEPTMAST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   GO TO 051-LOAD-ONE-DEPARTMENT-EXIT
           END-READ.
           IF DM-DEPT-CODE = SPACES
               GO TO 051-LOAD-ONE-DEPARTMENT-EXIT.
           IF WS-DEPT-COUNT NOT < 50
               DISPLAY 'WARNING: DEPARTMENT TABLE FULL - '
                   DM-DEPT-CODE ' NOT LOADED'
               GO TO 051-LOAD-ONE-DEPARTMENT-EXIT.
           ADD 1 TO WS-DEPT-COUNT.
           MOVE DM-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-COUNT).
       051-LOAD-ONE-DEPARTMENT-EXIT.
           EXIT.

      *****************************************************************
      * 052-OPEN-PRICES: OPENS THE INDEXED PRICE MASTER PROJ6 CHECKS  *
      * AGAINST; IT STAYS OPEN FOR KEYED LOOKUPS IN                   *
      * 540-FIND-PRICE-IN-FORCE. NO PRICE MASTER PRICES EVERY         *
      * CONFIRMED PICK AT ZERO.                                       *
      *****************************************************************
       052-OPEN-PRICES.
           OPEN INPUT PRICEMAST-FILE.
           IF WS-PRICEMAST-STATUS NOT = '00'
               DISPLAY 'NO PRICE MASTER FOUND - ISSUES STAGED AT '
                   'ZERO PRICE'
               GO TO 052-OPEN-PRICES-EXIT.
           MOVE 'Y' TO WS-PRICEMAST-OPEN-FLAG.
       052-OPEN-PRICES-EXIT.
           EXIT.

      *****************************************************************
      * 054-LOAD-BINS: LOADS THE BIN OF EACH ITEM AT EACH LOCATION.   *
      * NO BINLOC FILE LISTS EVERY PICK UNBINNED, IN ITEM ORDER.      *
      *****************************************************************
       054-LOAD-BINS.
           OPEN INPUT BINLOC-FILE.
           IF WS-BINLOC-STATUS NOT = '00'
               DISPLAY 'NO BIN LOCATION FILE FOUND - PICKS LISTED '
                   'IN ITEM ORDER'
               GO TO 054-LOAD-BINS-EXIT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 055-LOAD-ONE-BIN
               THRU 055-LOAD-ONE-BIN-EXIT
               UNTIL INPUT-EOF.
           CLOSE BINLOC-FILE.
       054-LOAD-BINS-EXIT.
           EXIT.

       055-LOAD-ONE-BIN.
           READ BINLOC-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   GO TO 055-LOAD-ONE-BIN-EXIT
           END-READ.
           IF BL-ITEM-CODE = SPACES OR BL-BIN-CODE = SPACES
               GO TO 055-LOAD-ONE-BIN-EXIT.
           IF WS-BIN-COUNT NOT < 500
               DISPLAY 'WARNING: BIN TABLE FULL - '
                   BL-ITEM-CODE ' ' BL-LOC-CODE ' NOT LOADED'
               GO TO 055-LOAD-ONE-BIN-EXIT.
           ADD 1 TO WS-BIN-COUNT.
           MOVE BL-ITEM-CODE TO WS-BIN-ITEM-CODE (WS-BIN-COUNT).
           MOVE BL-LOC-CODE TO WS-BIN-LOC-CODE (WS-BIN-COUNT).
           IF BL-LOC-CODE = SPACES
               MOVE '001' TO WS-BIN-LOC-CODE (WS-BIN-COUNT).
           MOVE BL-BIN-CODE TO WS-BIN-CODE (WS-BIN-COUNT).
       055-LOAD-ONE-BIN-EXIT.
           EXIT.

      *****************************************************************
      * 056-LOAD-RESERVATIONS: LOADS THE RESERVATIONS STILL OPEN FROM *
      * EARLIER NIGHTS. NONE ON FILE IS A FIRST RUN.                  *
      *****************************************************************
       056-LOAD-RESERVATIONS.
           OPEN INPUT RESERVE-FILE.
           IF WS-RESERVE-STATUS NOT = '00'
               DISPLAY 'NO OPEN RESERVATIONS ON FILE'
               GO TO 056-LOAD-RESERVATIONS-EXIT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 057-LOAD-ONE-RESERVATION
               THRU 057-LOAD-ONE-RESERVATION-EXIT
               UNTIL INPUT-EOF.
           CLOSE RESERVE-FILE.
       056-LOAD-RESERVATIONS-EXIT.
           EXIT.

       057-LOAD-ONE-RESERVATION.
           READ RESERVE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   GO TO 057-LOAD-ONE-RESERVATION-EXIT
           END-READ.
           IF RV-PICK-NUMBER IS NOT NUMERIC
                   OR RV-QUANTITY IS NOT NUMERIC
               DISPLAY 'WARNING: UNREADABLE RESERVATION '
                   RV-PICK-NUMBER ' DROPPED'
               GO TO 057-LOAD-ONE-RESERVATION-EXIT.
           IF WS-RES-COUNT NOT < 500
               DISPLAY 'REQINTK ABEND - RESERVATION TABLE FULL AT '
                   'PICK ' RV-PICK-NUMBER
               MOVE 16 TO RETURN-CODE
               GOBACK.
           ADD 1 TO WS-RES-COUNT.
           MOVE RV-PICK-NUMBER TO WS-RES-PICK-NUMBER (WS-RES-COUNT).
           MOVE RV-REQ-NUMBER TO WS-RES-REQ-NUMBER (WS-RES-COUNT).
           MOVE RV-EMP-ID TO WS-RES-EMP-ID (WS-RES-COUNT).
           MOVE RV-DEPT-CODE TO WS-RES-DEPT-CODE (WS-RES-COUNT).
           MOVE RV-ITEM-CODE TO WS-RES-ITEM-CODE (WS-RES-COUNT).
           MOVE RV-LOC-CODE TO WS-RES-LOC-CODE (WS-RES-COUNT).
           MOVE RV-QUANTITY TO WS-RES-QUANTITY (WS-RES-COUNT).
           MOVE RV-NEED-DATE TO WS-RES-NEED-DATE (WS-RES-COUNT).
           MOVE RV-ENTERED-DATE TO WS-RES-ENTERED-DATE (WS-RES-COUNT).
           MOVE RV-RESERVED-DATE TO
               WS-RES-RESERVED-DATE (WS-RES-COUNT).
           MOVE 'O' TO WS-RES-STATUS (WS-RES-COUNT).
       057-LOAD-ONE-RESERVATION-EXIT.
           EXIT.

      *****************************************************************
      * 058-LOAD-BACKORDERS: LOADS THE BACKORDERS CARRIED FROM        *
      * EARLIER NIGHTS, IN THE ORDER THEY ARE KEPT - OLDEST FIRST.    *
      *****************************************************************
       058-LOAD-BACKORDERS.
           OPEN INPUT BACKORD-FILE.
           IF WS-BACKORD-STATUS NOT = '00'
               DISPLAY 'NO BACKORDERS CARRIED'
               GO TO 058-LOAD-BACKORDERS-EXIT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 059-LOAD-ONE-BACKORDER
               THRU 059-LOAD-ONE-BACKORDER-EXIT
               UNTIL INPUT-EOF.
           CLOSE BACKORD-FILE.
           MOVE WS-BO-COUNT TO WS-BACKORDERS-CARRIED.
       058-LOAD-BACKORDERS-EXIT.
           EXIT.

       059-LOAD-ONE-BACKORDER.
           READ BACKORD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   GO TO 059-LOAD-ONE-BACKORDER-EXIT
           END-READ.
           IF BO-QUANTITY IS NOT NUMERIC
               DISPLAY 'WARNING: UNREADABLE BACKORDER FOR REQ '
                   BO-REQ-NUMBER ' DROPPED'
               GO TO 059-LOAD-ONE-BACKORDER-EXIT.
           IF WS-BO-COUNT NOT < 500
               DISPLAY 'REQINTK ABEND - BACKORDER TABLE FULL AT '
                   'REQ ' BO-REQ-NUMBER
               MOVE 16 TO RETURN-CODE
               GOBACK.
           ADD 1 TO WS-BO-COUNT.
           MOVE BO-REQ-NUMBER TO WS-BO-REQ-NUMBER (WS-BO-COUNT).
           MOVE BO-EMP-ID TO WS-BO-EMP-ID (WS-BO-COUNT).
           MOVE BO-DEPT-CODE TO WS-BO-DEPT-CODE (WS-BO-COUNT).
           MOVE BO-ITEM-CODE TO WS-BO-ITEM-CODE (WS-BO-COUNT).
           MOVE BO-LOC-CODE TO WS-BO-LOC-CODE (WS-BO-COUNT).
           MOVE BO-QUANTITY TO WS-BO-QUANTITY (WS-BO-COUNT).
           MOVE BO-NEED-DATE TO WS-BO-NEED-DATE (WS-BO-COUNT).
           MOVE BO-ENTERED-DATE TO WS-BO-ENTERED-DATE (WS-BO-COUNT).
       059-LOAD-ONE-BACKORDER-EXIT.
           EXIT.

      *****************************************************************
      * 060-SET-RUN-DATE: THE RUN DATE IS TODAY, OR A CHAINED RUN'S   *
      * RUN_DATE.                                                     *
      *****************************************************************
       060-SET-RUN-DATE.
           ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD.
           ACCEPT WS-CHAIN-RUN-DATE FROM ENVIRONMENT 'RUN_DATE'.
           IF WS-CHAIN-RUN-DATE NOT = SPACES
               MOVE WS-CHAIN-RUN-DATE TO WS-RUN-DATE-TEXT.
           STRING WS-RUN-DATE-TEXT (1:4) '-' WS-RUN-DATE-TEXT (5:2)
                   '-' WS-RUN-DATE-TEXT (7:2)
               INTO WS-RUN-DATE-DISPLAY.
       060-SET-RUN-DATE-EXIT.
           EXIT.

      *****************************************************************
      * 062-READ-PICK-CONTROL: THE LAST PICK NUMBER GIVEN OUT. WITH   *
      * NO CONTROL RECORD, NUMBERING CARRIES ON FROM THE HIGHEST OPEN *
      * RESERVATION.                                                  *
      *****************************************************************
       062-READ-PICK-CONTROL.
           MOVE ZERO TO WS-LAST-PICK.
           OPEN INPUT PICKNO-FILE.
           IF WS-PICKNO-STATUS = '00'
               READ PICKNO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PN-LAST-PICK IS NUMERIC
                           MOVE PN-LAST-PICK TO WS-LAST-PICK
                       END-IF
               END-READ
               CLOSE PICKNO-FILE.
           MOVE ZERO TO WS-RES-SUB.
           PERFORM 063-CHECK-ONE-PICK-NUMBER
               THRU 063-CHECK-ONE-PICK-NUMBER-EXIT
               WS-RES-COUNT TIMES.
       062-READ-PICK-CONTROL-EXIT.
           EXIT.

       063-CHECK-ONE-PICK-NUMBER.
           ADD 1 TO WS-RES-SUB.
           IF WS-RES-PICK-NUMBER (WS-RES-SUB) > WS-LAST-PICK
               MOVE WS-RES-PICK-NUMBER (WS-RES-SUB) TO WS-LAST-PICK.
       063-CHECK-ONE-PICK-NUMBER-EXIT.
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
               MOVE WS-BLANK-LINE TO INTAKE-REPORT-RECORD
               WRITE INTAKE-REPORT-RECORD
                   AFTER ADVANCING PAGE.
           MOVE RH-TITLE TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.
           MOVE RH-COLUMNS TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.
           MOVE WS-BLANK-LINE TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       100-WRITE-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 200-RETRY-ONE-BACKORDER: OFFERS A CARRIED BACKORDER WHATEVER  *
      * ITS POSITION NOW HAS FREE. A POSITION SINCE TAKEN OFF THE     *
      * MASTER LEAVES THE LINE ON BACKORDER FOR STORES TO CANCEL.     *
      *****************************************************************
       200-RETRY-ONE-BACKORDER.
           ADD 1 TO WS-BO-SUB.
           IF WS-BO-QUANTITY (WS-BO-SUB) = ZERO
               GO TO 200-RETRY-ONE-BACKORDER-EXIT.
           MOVE WS-BO-REQ-NUMBER (WS-BO-SUB) TO WS-LN-REQ-NUMBER.
           MOVE WS-BO-EMP-ID (WS-BO-SUB) TO WS-LN-EMP-ID.
           MOVE WS-BO-DEPT-CODE (WS-BO-SUB) TO WS-LN-DEPT-CODE.
           MOVE WS-BO-ITEM-CODE (WS-BO-SUB) TO WS-LN-ITEM-CODE.
           MOVE WS-BO-LOC-CODE (WS-BO-SUB) TO WS-LN-LOC-CODE.
           MOVE WS-BO-QUANTITY (WS-BO-SUB) TO WS-LN-QUANTITY.
           MOVE WS-BO-NEED-DATE (WS-BO-SUB) TO WS-LN-NEED-DATE.
           MOVE WS-BO-ENTERED-DATE (WS-BO-SUB) TO WS-LN-ENTERED-DATE.
           MOVE WS-LN-ITEM-CODE TO WS-ALLOC-ITEM.
           MOVE WS-LN-LOC-CODE TO WS-ALLOC-LOC.
           PERFORM 400-FIND-AVAILABLE THRU 400-FIND-AVAILABLE-EXIT.
           IF NOT POSITION-FOUND
               MOVE SPACES TO WS-DETAIL-LINE
               PERFORM 290-FORMAT-LINE THRU 290-FORMAT-LINE-EXIT
               MOVE WS-LN-QUANTITY TO DL-BACKORDERED
               MOVE 'BACKORDER - POSITION NOT ON MASTER' TO DL-NOTE
               PERFORM 285-EMIT-DETAIL-LINE
                   THRU 285-EMIT-DETAIL-LINE-EXIT
               GO TO 200-RETRY-ONE-BACKORDER-EXIT.
           IF WS-AVAILABLE NOT > ZERO
               GO TO 200-RETRY-ONE-BACKORDER-EXIT.
           IF WS-AVAILABLE < WS-LN-QUANTITY
               MOVE WS-AVAILABLE TO WS-TAKE-QTY
           ELSE
               MOVE WS-LN-QUANTITY TO WS-TAKE-QTY.
           PERFORM 420-RESERVE-STOCK THRU 420-RESERVE-STOCK-EXIT.
           IF WS-TAKE-QTY = ZERO
               GO TO 200-RETRY-ONE-BACKORDER-EXIT.
           SUBTRACT WS-TAKE-QTY FROM WS-BO-QUANTITY (WS-BO-SUB).
           IF WS-BO-QUANTITY (WS-BO-SUB) = ZERO
               ADD 1 TO WS-BACKORDERS-FILLED.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM 290-FORMAT-LINE THRU 290-FORMAT-LINE-EXIT.
           MOVE WS-LAST-PICK TO DL-PICK-NUMBER.
           MOVE WS-TAKE-QTY TO DL-FILLED.
           MOVE WS-BO-QUANTITY (WS-BO-SUB) TO DL-BACKORDERED.
           IF WS-BO-QUANTITY (WS-BO-SUB) = ZERO
               MOVE 'BACKORDER FILLED' TO DL-NOTE
           ELSE
               MOVE 'BACKORDER PART FILLED' TO DL-NOTE.
           PERFORM 285-EMIT-DETAIL-LINE THRU 285-EMIT-DETAIL-LINE-EXIT.
       200-RETRY-ONE-BACKORDER-EXIT.
           EXIT.

      *****************************************************************
      * 280-EMIT-REPORT-LINE: WRITES THE LINE ALREADY MOVED TO        *
      * INTAKE-REPORT-RECORD AND STARTS A NEW PAGE WHEN THIS ONE IS   *
      * FULL.                                                         *
      *****************************************************************
       280-EMIT-REPORT-LINE.
           WRITE INTAKE-REPORT-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.
       280-EMIT-REPORT-LINE-EXIT.
           EXIT.

       285-EMIT-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO INTAKE-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       285-EMIT-DETAIL-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 290-FORMAT-LINE: FILLS THE INTAKE LISTING'S LINE WITH THE     *
      * LINE BEING ALLOCATED. THE CALLER ADDS THE QUANTITIES AND NOTE.*
      *****************************************************************
       290-FORMAT-LINE.
           MOVE WS-LN-REQ-NUMBER TO DL-REQ-NUMBER.
           MOVE WS-LN-EMP-ID TO DL-EMP-ID.
           MOVE WS-LN-DEPT-CODE TO DL-DEPT-CODE.
           MOVE WS-LN-ITEM-CODE TO DL-ITEM-CODE.
           MOVE WS-LN-LOC-CODE TO DL-LOC-CODE.
           MOVE WS-LN-QUANTITY TO DL-ASKED.
       290-FORMAT-LINE-EXIT.
           EXIT.

      *****************************************************************
      * 300-TAKE-REQUISITIONS: READS TONIGHT'S REQUISITION LINES. NO  *
      * REQS FILE IS A NIGHT WITH NOTHING NEW TO TAKE.                *
      *****************************************************************
       300-TAKE-REQUISITIONS.
           OPEN INPUT REQ-FILE.
           IF WS-REQ-STATUS NOT = '00'
               DISPLAY 'NO REQUISITIONS TONIGHT'
               GO TO 300-TAKE-REQUISITIONS-EXIT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 310-TAKE-ONE-REQUISITION
               THRU 310-TAKE-ONE-REQUISITION-EXIT
               UNTIL INPUT-EOF.
           CLOSE REQ-FILE.
       300-TAKE-REQUISITIONS-EXIT.
           EXIT.

      *****************************************************************
      * 310-TAKE-ONE-REQUISITION: CHECKS ONE LINE, RESERVES WHAT THE  *
      * POSITION HAS FREE AND BACKORDERS THE REST.                    *
      *****************************************************************
       310-TAKE-ONE-REQUISITION.
           READ REQ-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   GO TO 310-TAKE-ONE-REQUISITION-EXIT
           END-READ.
           IF RQ-RECORD = SPACES
               GO TO 310-TAKE-ONE-REQUISITION-EXIT.
           ADD 1 TO WS-REQS-READ.
           MOVE RQ-REQ-NUMBER TO WS-LN-REQ-NUMBER.
           MOVE RQ-EMP-ID TO WS-LN-EMP-ID.
           MOVE RQ-DEPT-CODE TO WS-LN-DEPT-CODE.
           MOVE RQ-ITEM-CODE TO WS-LN-ITEM-CODE.
           MOVE RQ-LOC-CODE TO WS-LN-LOC-CODE.
           IF RQ-LOC-CODE = SPACES
               MOVE '001' TO WS-LN-LOC-CODE.
           MOVE ZERO TO WS-LN-QUANTITY.
           IF RQ-QUANTITY IS NUMERIC
               MOVE RQ-QUANTITY TO WS-LN-QUANTITY.
           MOVE RQ-NEED-DATE TO WS-LN-NEED-DATE.
           MOVE WS-RUN-DATE-TEXT TO WS-LN-ENTERED-DATE.
           PERFORM 320-VALIDATE-REQUISITION
               THRU 320-VALIDATE-REQUISITION-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REQS-REJECTED
               MOVE SPACES TO WS-DETAIL-LINE
               PERFORM 290-FORMAT-LINE THRU 290-FORMAT-LINE-EXIT
               MOVE WS-REJECT-REASON TO DL-NOTE
               PERFORM 285-EMIT-DETAIL-LINE
                   THRU 285-EMIT-DETAIL-LINE-EXIT
               GO TO 310-TAKE-ONE-REQUISITION-EXIT.
           IF WS-AVAILABLE < WS-LN-QUANTITY
               MOVE ZERO TO WS-TAKE-QTY
               IF WS-AVAILABLE > ZERO
                   MOVE WS-AVAILABLE TO WS-TAKE-QTY
               END-IF
           ELSE
               MOVE WS-LN-QUANTITY TO WS-TAKE-QTY.
           PERFORM 420-RESERVE-STOCK THRU 420-RESERVE-STOCK-EXIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM 290-FORMAT-LINE THRU 290-FORMAT-LINE-EXIT.
           IF WS-TAKE-QTY > ZERO
               ADD 1 TO WS-LINES-RESERVED
               MOVE WS-LAST-PICK TO DL-PICK-NUMBER
               MOVE WS-TAKE-QTY TO DL-FILLED.
           COMPUTE WS-SHORT-QTY = WS-LN-QUANTITY - WS-TAKE-QTY.
           IF WS-SHORT-QTY = ZERO
               MOVE 'RESERVED' TO DL-NOTE
               PERFORM 285-EMIT-DETAIL-LINE
                   THRU 285-EMIT-DETAIL-LINE-EXIT
               GO TO 310-TAKE-ONE-REQUISITION-EXIT.
           MOVE WS-SHORT-QTY TO WS-LN-QUANTITY.
           PERFORM 430-ADD-BACKORDER THRU 430-ADD-BACKORDER-EXIT.
           MOVE WS-SHORT-QTY TO DL-BACKORDERED.
           IF WS-TAKE-QTY > ZERO
               MOVE 'PART RESERVED - BALANCE BACKORDERED' TO DL-NOTE
           ELSE
               MOVE 'NO STOCK FREE - BACKORDERED' TO DL-NOTE.
           PERFORM 285-EMIT-DETAIL-LINE THRU 285-EMIT-DETAIL-LINE-EXIT.
       310-TAKE-ONE-REQUISITION-EXIT.
           EXIT.

      *****************************************************************
      * 320-VALIDATE-REQUISITION: LEAVES WS-REJECT-REASON BLANK FOR A *
      * GOOD LINE, WITH WS-AVAILABLE SET FOR ITS POSITION.            *
      *****************************************************************
       320-VALIDATE-REQUISITION.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-LN-REQ-NUMBER = SPACES
               MOVE 'REJECTED - NO REQUISITION NUMBER'
                   TO WS-REJECT-REASON
               GO TO 320-VALIDATE-REQUISITION-EXIT.
           IF RQ-QUANTITY IS NOT NUMERIC OR WS-LN-QUANTITY = ZERO
               MOVE 'REJECTED - QUANTITY NOT VALID'
                   TO WS-REJECT-REASON
               GO TO 320-VALIDATE-REQUISITION-EXIT.
           IF WS-LN-NEED-DATE IS NOT NUMERIC
               MOVE 'REJECTED - DATE NEEDED NOT VALID'
                   TO WS-REJECT-REASON
               GO TO 320-VALIDATE-REQUISITION-EXIT.
           MOVE WS-LN-EMP-ID TO PS-EMP-ID.
           READ PERSON-MASTER
               INVALID KEY
                   MOVE 'REJECTED - REQUESTER NOT ON PERSON MASTER'
                       TO WS-REJECT-REASON
                   GO TO 320-VALIDATE-REQUISITION-EXIT
           END-READ.
           PERFORM 330-CHECK-DEPARTMENT
               THRU 330-CHECK-DEPARTMENT-EXIT.
           IF NOT DEPT-FOUND
               MOVE 'REJECTED - DEPARTMENT NOT ON DEPTMAST'
                   TO WS-REJECT-REASON
               GO TO 320-VALIDATE-REQUISITION-EXIT.
           MOVE WS-LN-ITEM-CODE TO WS-ALLOC-ITEM.
           MOVE WS-LN-LOC-CODE TO WS-ALLOC-LOC.
           PERFORM 400-FIND-AVAILABLE THRU 400-FIND-AVAILABLE-EXIT.
           IF NOT POSITION-FOUND
               MOVE 'REJECTED - ITEM NOT STOCKED AT LOCATION'
                   TO WS-REJECT-REASON.
       320-VALIDATE-REQUISITION-EXIT.
           EXIT.

       330-CHECK-DEPARTMENT.
           MOVE 'N' TO WS-DEPT-FOUND-FLAG.
           MOVE ZERO TO WS-DEPT-SUB.
           PERFORM 331-TEST-ONE-DEPARTMENT
               THRU 331-TEST-ONE-DEPARTMENT-EXIT
               WS-DEPT-COUNT TIMES.
       330-CHECK-DEPARTMENT-EXIT.
           EXIT.

       331-TEST-ONE-DEPARTMENT.
           ADD 1 TO WS-DEPT-SUB.
           IF WS-DEPT-CODE (WS-DEPT-SUB) = WS-LN-DEPT-CODE
               MOVE 'Y' TO WS-DEPT-FOUND-FLAG.
       331-TEST-ONE-DEPARTMENT-EXIT.
           EXIT.

      *****************************************************************
      * 400-FIND-AVAILABLE: WHAT THE POSITION WS-ALLOC-ITEM /         *
      * WS-ALLOC-LOC HAS FREE TO RESERVE - ITS ON-HAND LESS EVERY     *
      * RESERVATION STANDING AGAINST IT, INCLUDING PICKS CONFIRMED    *
      * BUT NOT YET POSTED BY PROJ6.                                  *
      *****************************************************************
       400-FIND-AVAILABLE.
           MOVE 'N' TO WS-POSITION-FLAG.
           MOVE ZERO TO WS-AVAILABLE.
           MOVE WS-ALLOC-ITEM TO INV-ITEM-CODE.
           MOVE WS-ALLOC-LOC TO INV-LOC-CODE.
           READ INVENTORY-MASTER
               INVALID KEY
                   GO TO 400-FIND-AVAILABLE-EXIT
           END-READ.
           MOVE 'Y' TO WS-POSITION-FLAG.
           MOVE INV-QTY-ON-HAND TO WS-AVAILABLE.
           MOVE ZERO TO WS-RES-SUB.
           PERFORM 410-LESS-ONE-RESERVATION
               THRU 410-LESS-ONE-RESERVATION-EXIT
               WS-RES-COUNT TIMES.
       400-FIND-AVAILABLE-EXIT.
           EXIT.

       410-LESS-ONE-RESERVATION.
           ADD 1 TO WS-RES-SUB.
           IF WS-RES-ITEM-CODE (WS-RES-SUB) = WS-ALLOC-ITEM
                   AND WS-RES-LOC-CODE (WS-RES-SUB) = WS-ALLOC-LOC
               SUBTRACT WS-RES-QUANTITY (WS-RES-SUB)
                   FROM WS-AVAILABLE.
       410-LESS-ONE-RESERVATION-EXIT.
           EXIT.

      *****************************************************************
      * 420-RESERVE-STOCK: RESERVES WS-TAKE-QTY OF THE LINE UNDER THE *
      * NEXT PICK NUMBER. A FULL RESERVATION TABLE RESERVES NOTHING   *
      * AND THE WHOLE LINE STAYS ON BACKORDER.                        *
      *****************************************************************
       420-RESERVE-STOCK.
           IF WS-TAKE-QTY = ZERO
               GO TO 420-RESERVE-STOCK-EXIT.
           IF WS-RES-COUNT NOT < 500
               DISPLAY 'WARNING: RESERVATION TABLE FULL - REQ '
                   WS-LN-REQ-NUMBER ' LEFT ON BACKORDER'
               MOVE ZERO TO WS-TAKE-QTY
               GO TO 420-RESERVE-STOCK-EXIT.
           ADD 1 TO WS-LAST-PICK.
           ADD 1 TO WS-RES-COUNT.
           MOVE WS-LAST-PICK TO WS-RES-PICK-NUMBER (WS-RES-COUNT).
           MOVE WS-LN-REQ-NUMBER TO WS-RES-REQ-NUMBER (WS-RES-COUNT).
           MOVE WS-LN-EMP-ID TO WS-RES-EMP-ID (WS-RES-COUNT).
           MOVE WS-LN-DEPT-CODE TO WS-RES-DEPT-CODE (WS-RES-COUNT).
           MOVE WS-LN-ITEM-CODE TO WS-RES-ITEM-CODE (WS-RES-COUNT).
           MOVE WS-LN-LOC-CODE TO WS-RES-LOC-CODE (WS-RES-COUNT).
           MOVE WS-TAKE-QTY TO WS-RES-QUANTITY (WS-RES-COUNT).
           MOVE WS-LN-NEED-DATE TO WS-RES-NEED-DATE (WS-RES-COUNT).
           MOVE WS-LN-ENTERED-DATE TO
               WS-RES-ENTERED-DATE (WS-RES-COUNT).
           MOVE WS-RUN-DATE-TEXT TO
               WS-RES-RESERVED-DATE (WS-RES-COUNT).
           MOVE 'N' TO WS-RES-STATUS (WS-RES-COUNT).
           ADD 1 TO WS-PICKS-ISSUED.
           ADD WS-TAKE-QTY TO WS-QTY-RESERVED.
       420-RESERVE-STOCK-EXIT.
           EXIT.

      *****************************************************************
      * 430-ADD-BACKORDER: PUTS WS-LN-QUANTITY OF THE LINE ON         *
      * BACKORDER, KEEPING THE DATE IT WAS FIRST TAKEN.               *
      *****************************************************************
       430-ADD-BACKORDER.
           IF WS-BO-COUNT NOT < 500
               DISPLAY 'REQINTK ABEND - BACKORDER TABLE FULL AT '
                   'REQ ' WS-LN-REQ-NUMBER
               MOVE 16 TO RETURN-CODE
               GOBACK.
           ADD 1 TO WS-BO-COUNT.
           MOVE WS-LN-REQ-NUMBER TO WS-BO-REQ-NUMBER (WS-BO-COUNT).
           MOVE WS-LN-EMP-ID TO WS-BO-EMP-ID (WS-BO-COUNT).
           MOVE WS-LN-DEPT-CODE TO WS-BO-DEPT-CODE (WS-BO-COUNT).
           MOVE WS-LN-ITEM-CODE TO WS-BO-ITEM-CODE (WS-BO-COUNT).
           MOVE WS-LN-LOC-CODE TO WS-BO-LOC-CODE (WS-BO-COUNT).
           MOVE WS-LN-QUANTITY TO WS-BO-QUANTITY (WS-BO-COUNT).
           MOVE WS-LN-NEED-DATE TO WS-BO-NEED-DATE (WS-BO-COUNT).
           MOVE WS-LN-ENTERED-DATE TO
               WS-BO-ENTERED-DATE (WS-BO-COUNT).
           ADD 1 TO WS-LINES-BACKORDERED.
           ADD WS-LN-QUANTITY TO WS-QTY-BACKORDERED.
       430-ADD-BACKORDER-EXIT.
           EXIT.

      *****************************************************************
      * 500-APPLY-CONFIRMATIONS: READS STORES' PICK CONFIRMATIONS.    *
      * NO PICKCONF FILE LEAVES EVERY RESERVATION OPEN.               *
      *****************************************************************
       500-APPLY-CONFIRMATIONS.
           OPEN INPUT PICKCONF-FILE.
           IF WS-PICKCONF-STATUS NOT = '00'
               DISPLAY 'NO PICK CONFIRMATIONS TONIGHT'
               GO TO 500-APPLY-CONFIRMATIONS-EXIT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 510-APPLY-ONE-CONFIRMATION
               THRU 510-APPLY-ONE-CONFIRMATION-EXIT
               UNTIL INPUT-EOF.
           CLOSE PICKCONF-FILE.
       500-APPLY-CONFIRMATIONS-EXIT.
           EXIT.

      *****************************************************************
      * 510-APPLY-ONE-CONFIRMATION: CLOSES THE PICK, STAGES THE ISSUE *
      * FOR WHAT WAS PICKED AND BACKORDERS ANY SHORTFALL. ONLY A PICK *
      * CARRIED IN OPEN CAN BE CONFIRMED - ONE PRINTED TONIGHT HAS    *
      * NOT BEEN PICKED YET, AND ONE ALREADY CONFIRMED IS CLOSED.     *
      *****************************************************************
       510-APPLY-ONE-CONFIRMATION.
           READ PICKCONF-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   GO TO 510-APPLY-ONE-CONFIRMATION-EXIT
           END-READ.
           IF PC-RECORD = SPACES
               GO TO 510-APPLY-ONE-CONFIRMATION-EXIT.
           ADD 1 TO WS-CONFS-READ.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE PC-PICK-NUMBER TO DL-PICK-NUMBER.
           MOVE ZERO TO WS-FOUND-RES-SUB.
           IF PC-PICK-NUMBER IS NUMERIC
               MOVE PC-PICK-NUMBER TO WS-LOOKUP-PICK
               MOVE ZERO TO WS-RES-SUB
               PERFORM 520-TEST-ONE-PICK
                   THRU 520-TEST-ONE-PICK-EXIT
                   WS-RES-COUNT TIMES.
           IF WS-FOUND-RES-SUB = ZERO
               ADD 1 TO WS-CONFS-REJECTED
               MOVE 'CONFIRMATION REJECTED - PICK NOT OPEN'
                   TO DL-NOTE
               PERFORM 285-EMIT-DETAIL-LINE
                   THRU 285-EMIT-DETAIL-LINE-EXIT
               GO TO 510-APPLY-ONE-CONFIRMATION-EXIT.
           MOVE WS-FOUND-RES-SUB TO WS-RES-SUB.
           MOVE WS-RES-REQ-NUMBER (WS-RES-SUB) TO WS-LN-REQ-NUMBER.
           MOVE WS-RES-EMP-ID (WS-RES-SUB) TO WS-LN-EMP-ID.
           MOVE WS-RES-DEPT-CODE (WS-RES-SUB) TO WS-LN-DEPT-CODE.
           MOVE WS-RES-ITEM-CODE (WS-RES-SUB) TO WS-LN-ITEM-CODE.
           MOVE WS-RES-LOC-CODE (WS-RES-SUB) TO WS-LN-LOC-CODE.
           MOVE WS-RES-QUANTITY (WS-RES-SUB) TO WS-LN-QUANTITY.
           MOVE WS-RES-NEED-DATE (WS-RES-SUB) TO WS-LN-NEED-DATE.
           MOVE WS-RES-ENTERED-DATE (WS-RES-SUB) TO WS-LN-ENTERED-DATE.
           PERFORM 290-FORMAT-LINE THRU 290-FORMAT-LINE-EXIT.
           IF PC-QUANTITY IS NOT NUMERIC
               ADD 1 TO WS-CONFS-REJECTED
               MOVE 'CONFIRMATION REJECTED - QUANTITY NOT VALID'
                   TO DL-NOTE
               PERFORM 285-EMIT-DETAIL-LINE
                   THRU 285-EMIT-DETAIL-LINE-EXIT
               GO TO 510-APPLY-ONE-CONFIRMATION-EXIT.
           MOVE PC-QUANTITY TO WS-CONF-QTY.
           IF WS-CONF-QTY > WS-RES-QUANTITY (WS-RES-SUB)
               ADD 1 TO WS-CONFS-REJECTED
               MOVE 'CONFIRMATION REJECTED - MORE THAN RESERVED'
                   TO DL-NOTE
               PERFORM 285-EMIT-DETAIL-LINE
                   THRU 285-EMIT-DETAIL-LINE-EXIT
               GO TO 510-APPLY-ONE-CONFIRMATION-EXIT.
           MOVE 'C' TO WS-RES-STATUS (WS-RES-SUB).
           MOVE WS-CONF-QTY TO WS-RES-QUANTITY (WS-RES-SUB).
           IF WS-CONF-QTY > ZERO
               PERFORM 530-STAGE-ISSUE THRU 530-STAGE-ISSUE-EXIT.
           MOVE WS-CONF-QTY TO DL-FILLED.
           COMPUTE WS-SHORT-QTY = WS-LN-QUANTITY - WS-CONF-QTY.
           IF WS-SHORT-QTY = ZERO
               MOVE 'PICK CONFIRMED - ISSUE STAGED' TO DL-NOTE
               PERFORM 285-EMIT-DETAIL-LINE
                   THRU 285-EMIT-DETAIL-LINE-EXIT
               GO TO 510-APPLY-ONE-CONFIRMATION-EXIT.
           ADD 1 TO WS-SHORT-PICKS.
           MOVE WS-SHORT-QTY TO WS-LN-QUANTITY.
           PERFORM 430-ADD-BACKORDER THRU 430-ADD-BACKORDER-EXIT.
           MOVE WS-SHORT-QTY TO DL-BACKORDERED.
           MOVE 'SHORT PICK - BALANCE BACKORDERED' TO DL-NOTE.
           PERFORM 285-EMIT-DETAIL-LINE THRU 285-EMIT-DETAIL-LINE-EXIT.
       510-APPLY-ONE-CONFIRMATION-EXIT.
           EXIT.

       520-TEST-ONE-PICK.
           ADD 1 TO WS-RES-SUB.
           IF WS-RES-PICK-NUMBER (WS-RES-SUB) = WS-LOOKUP-PICK
                   AND RES-CARRIED (WS-RES-SUB)
               MOVE WS-RES-SUB TO WS-FOUND-RES-SUB.
       520-TEST-ONE-PICK-EXIT.
           EXIT.

      *****************************************************************
      * 530-STAGE-ISSUE: WRITES THE CONFIRMED PICK AS AN 'I' ISSUE    *
      * FROM ITS LOCATION, PRICED AT THE PRICE IN FORCE ON THE RUN    *
      * DATE SO PROJ6 DOES NOT FLAG IT AS A DISCREPANCY.              *
      * THE ISSUE IS CHARGED TO THE REQUISITIONING DEPARTMENT.        *
      *****************************************************************
       530-STAGE-ISSUE.
           MOVE WS-LN-ITEM-CODE TO WS-PRICE-LOOKUP-CODE.
           PERFORM 540-FIND-PRICE-IN-FORCE
               THRU 540-FIND-PRICE-IN-FORCE-EXIT.
           MOVE SPACES TO TS-RECORD.
           MOVE WS-LN-ITEM-CODE TO TS-ITEM-CODE.
           MOVE WS-CONF-QTY TO TS-QUANTITY.
           MOVE WS-PRICE-IN-FORCE TO TS-PRICE.
           MOVE 'I' TO TS-TRANS-TYPE.
           MOVE WS-LN-LOC-CODE TO TS-LOC-CODE.
           MOVE ZERO TO TS-SEQ-NUM.
           MOVE WS-LN-DEPT-CODE TO TS-CHARGE-DEPT.
           WRITE TS-RECORD.
           ADD 1 TO WS-ISSUES-STAGED.
           ADD WS-CONF-QTY TO WS-QTY-ISSUED.
           COMPUTE WS-ISSUES-HASH = WS-ISSUES-HASH
               + (WS-CONF-QTY * WS-PRICE-IN-FORCE).
       530-STAGE-ISSUE-EXIT.
           EXIT.

      *****************************************************************
      * 535-WRITE-ISSUES-ENVELOPE: WRITES THE HEADER (WS-ENVELOPE-ID  *
      * 'HEADER') OR TRAILER ('TRAILER') RECORD AROUND THE STAGED     *
      * ISSUES, SO FEEDINTK CAN PROVE THE FILE ARRIVED WHOLE.         *
      *****************************************************************
       535-WRITE-ISSUES-ENVELOPE.
           MOVE SPACES TO TS-ENVELOPE-RECORD.
           MOVE WS-ENVELOPE-ID TO TSE-RECORD-ID.
           MOVE WS-RUN-DATE-TEXT TO TSE-RUN-DATE.
           MOVE 'REQINTK ' TO TSE-SOURCE-PROGRAM.
           MOVE WS-ISSUES-STAGED TO TSE-RECORD-COUNT.
           MOVE WS-ISSUES-HASH TO TSE-HASH-TOTAL.
           WRITE TS-ENVELOPE-RECORD.
       535-WRITE-ISSUES-ENVELOPE-EXIT.
           EXIT.

      *****************************************************************
      * 540-FIND-PRICE-IN-FORCE: FINDS THE PRICE IN FORCE ON THE RUN  *
      * DATE FOR WS-PRICE-LOOKUP-CODE - THE DATED PRICE WITH THE      *
      * LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE. THE MASTER IS   *
      * STARTED AT THE ITEM'S FIRST DATED PRICE AND READ FORWARD;     *
      * THE KEY KEEPS EACH ITEM'S PRICES IN DATE ORDER, SO THE LAST   *
      * ONE READ BEFORE A FUTURE DATE (OR THE NEXT ITEM) IS THE ONE.  *
      * FUTURE-DATED PRICES LOADED AHEAD OF TIME ARE PASSED OVER      *
      * UNTIL THEIR DAY COMES.                                        *
      *****************************************************************
       540-FIND-PRICE-IN-FORCE.
           MOVE 'N' TO WS-PRICE-LOOKUP-FOUND-FLAG.
           MOVE ZERO TO WS-PRICE-IN-FORCE.
           IF NOT PRICEMAST-OPEN
               GO TO 540-FIND-PRICE-IN-FORCE-EXIT.
           MOVE 'N' TO WS-PRICE-WALK-END-FLAG.
           MOVE WS-PRICE-LOOKUP-CODE TO PM-ITEM-CODE.
           MOVE LOW-VALUES TO PM-EFF-DATE.
           START PRICEMAST-FILE KEY IS NOT < PM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PRICE-WALK-END-FLAG
           END-START.
           PERFORM 541-TEST-ONE-PRICE
               THRU 541-TEST-ONE-PRICE-EXIT
               UNTIL PRICE-WALK-END.
       540-FIND-PRICE-IN-FORCE-EXIT.
           EXIT.

       541-TEST-ONE-PRICE.
           READ PRICEMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PRICE-WALK-END-FLAG
                   GO TO 541-TEST-ONE-PRICE-EXIT
           END-READ.
           IF PM-ITEM-CODE NOT = WS-PRICE-LOOKUP-CODE
                   OR PM-EFF-DATE > WS-RUN-DATE-TEXT
               MOVE 'Y' TO WS-PRICE-WALK-END-FLAG
               GO TO 541-TEST-ONE-PRICE-EXIT.
           MOVE 'Y' TO WS-PRICE-LOOKUP-FOUND-FLAG.
           MOVE PM-PRICE TO WS-PRICE-IN-FORCE.
       541-TEST-ONE-PRICE-EXIT.
           EXIT.

      *****************************************************************
      * 600-WRITE-RESERVATIONS: REWRITES THE RESERVATIONS STILL OPEN  *
      * - THOSE CARRIED IN AND NOT CONFIRMED, AND TONIGHT'S.          *
      *****************************************************************
       600-WRITE-RESERVATIONS.
           OPEN OUTPUT RESERVE-FILE.
           MOVE ZERO TO WS-RES-SUB.
           PERFORM 610-WRITE-ONE-RESERVATION
               THRU 610-WRITE-ONE-RESERVATION-EXIT
               WS-RES-COUNT TIMES.
           CLOSE RESERVE-FILE.
       600-WRITE-RESERVATIONS-EXIT.
           EXIT.

       610-WRITE-ONE-RESERVATION.
           ADD 1 TO WS-RES-SUB.
           IF RES-CONFIRMED (WS-RES-SUB)
               GO TO 610-WRITE-ONE-RESERVATION-EXIT.
           MOVE WS-RES-PICK-NUMBER (WS-RES-SUB) TO RV-PICK-NUMBER.
           MOVE WS-RES-REQ-NUMBER (WS-RES-SUB) TO RV-REQ-NUMBER.
           MOVE WS-RES-EMP-ID (WS-RES-SUB) TO RV-EMP-ID.
           MOVE WS-RES-DEPT-CODE (WS-RES-SUB) TO RV-DEPT-CODE.
           MOVE WS-RES-ITEM-CODE (WS-RES-SUB) TO RV-ITEM-CODE.
           MOVE WS-RES-LOC-CODE (WS-RES-SUB) TO RV-LOC-CODE.
           MOVE WS-RES-QUANTITY (WS-RES-SUB) TO RV-QUANTITY.
           MOVE WS-RES-NEED-DATE (WS-RES-SUB) TO RV-NEED-DATE.
           MOVE WS-RES-ENTERED-DATE (WS-RES-SUB) TO RV-ENTERED-DATE.
           MOVE WS-RES-RESERVED-DATE (WS-RES-SUB) TO RV-RESERVED-DATE.
           WRITE RV-RECORD.
       610-WRITE-ONE-RESERVATION-EXIT.
           EXIT.

      *****************************************************************
      * 620-WRITE-BACKORDERS: REWRITES THE BACKORDERS STILL WAITING,  *
      * CARRIED ONES FIRST SO THE OLDEST ARE RETRIED FIRST TOMORROW.  *
      *****************************************************************
       620-WRITE-BACKORDERS.
           OPEN OUTPUT BACKORD-FILE.
           MOVE ZERO TO WS-BO-SUB.
           PERFORM 630-WRITE-ONE-BACKORDER
               THRU 630-WRITE-ONE-BACKORDER-EXIT
               WS-BO-COUNT TIMES.
           CLOSE BACKORD-FILE.
       620-WRITE-BACKORDERS-EXIT.
           EXIT.

       630-WRITE-ONE-BACKORDER.
           ADD 1 TO WS-BO-SUB.
           IF WS-BO-QUANTITY (WS-BO-SUB) = ZERO
               GO TO 630-WRITE-ONE-BACKORDER-EXIT.
           MOVE WS-BO-REQ-NUMBER (WS-BO-SUB) TO BO-REQ-NUMBER.
           MOVE WS-BO-EMP-ID (WS-BO-SUB) TO BO-EMP-ID.
           MOVE WS-BO-DEPT-CODE (WS-BO-SUB) TO BO-DEPT-CODE.
           MOVE WS-BO-ITEM-CODE (WS-BO-SUB) TO BO-ITEM-CODE.
           MOVE WS-BO-LOC-CODE (WS-BO-SUB) TO BO-LOC-CODE.
           MOVE WS-BO-QUANTITY (WS-BO-SUB) TO BO-QUANTITY.
           MOVE WS-BO-NEED-DATE (WS-BO-SUB) TO BO-NEED-DATE.
           MOVE WS-BO-ENTERED-DATE (WS-BO-SUB) TO BO-ENTERED-DATE.
           WRITE BO-RECORD.
       630-WRITE-ONE-BACKORDER-EXIT.
           EXIT.

       640-WRITE-PICK-CONTROL.
           OPEN OUTPUT PICKNO-FILE.
           MOVE WS-LAST-PICK TO PN-LAST-PICK.
           WRITE PN-RECORD.
           CLOSE PICKNO-FILE.
       640-WRITE-PICK-CONTROL-EXIT.
           EXIT.

      *****************************************************************
      * 700-PRINT-PICK-LIST: SORTS TONIGHT'S PICKS INTO LOCATION /    *
      * BIN / ITEM ORDER AND PRINTS THEM, EACH LOCATION STARTING ON A *
      * NEW PAGE SO IT CAN BE HANDED TO THAT STOREROOM.               *
      *****************************************************************
       700-PRINT-PICK-LIST.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-LOC-CODE SR-BIN-GROUP SR-BIN-CODE
                                SR-ITEM-CODE SR-PICK-NUMBER
               INPUT PROCEDURE IS 710-RELEASE-PICKS
                   THRU 710-RELEASE-PICKS-EXIT
               GIVING PICK-FILE.
           OPEN INPUT PICK-FILE.
           IF WS-PICK-STATUS NOT = '00'
               DISPLAY 'REQINTK ABEND - CANNOT OPEN SORTED PICK FILE '
                   '- STATUS ' WS-PICK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT PICK-REPORT-FILE.
           MOVE SPACES TO WS-CURRENT-LOC.
           PERFORM 720-PRINT-ONE-PICK
               THRU 720-PRINT-ONE-PICK-EXIT
               UNTIL PICK-EOF.
           IF WS-CURRENT-LOC NOT = SPACES
               PERFORM 740-WRITE-LOCATION-TOTAL
                   THRU 740-WRITE-LOCATION-TOTAL-EXIT
           ELSE
               PERFORM 730-WRITE-PICK-HEADERS
                   THRU 730-WRITE-PICK-HEADERS-EXIT
               MOVE SPACES TO PICK-REPORT-RECORD
               MOVE '     NO PICKS TONIGHT' TO PICK-REPORT-RECORD
               WRITE PICK-REPORT-RECORD.
           CLOSE PICK-FILE
                 PICK-REPORT-FILE.
       700-PRINT-PICK-LIST-EXIT.
           EXIT.

      *****************************************************************
      * 710-RELEASE-PICKS: SORT INPUT PROCEDURE. RELEASES EVERY PICK  *
      * MADE TONIGHT WITH ITS BIN.                                    *
      *****************************************************************
       710-RELEASE-PICKS.
           MOVE ZERO TO WS-RES-SUB.
           PERFORM 711-RELEASE-ONE-PICK
               THRU 711-RELEASE-ONE-PICK-EXIT
               WS-RES-COUNT TIMES.
       710-RELEASE-PICKS-EXIT.
           EXIT.

       711-RELEASE-ONE-PICK.
           ADD 1 TO WS-RES-SUB.
           IF NOT RES-NEW (WS-RES-SUB)
               GO TO 711-RELEASE-ONE-PICK-EXIT.
           MOVE WS-RES-LOC-CODE (WS-RES-SUB) TO WS-PW-LOC-CODE.
           MOVE WS-RES-ITEM-CODE (WS-RES-SUB) TO WS-PW-ITEM-CODE.
           MOVE 2 TO WS-PW-BIN-GROUP.
           MOVE SPACES TO WS-PW-BIN-CODE.
           MOVE ZERO TO WS-BIN-SUB.
           PERFORM 712-FIND-ONE-BIN
               THRU 712-FIND-ONE-BIN-EXIT
               WS-BIN-COUNT TIMES.
           MOVE WS-RES-PICK-NUMBER (WS-RES-SUB) TO WS-PW-PICK-NUMBER.
           MOVE WS-RES-REQ-NUMBER (WS-RES-SUB) TO WS-PW-REQ-NUMBER.
           MOVE WS-RES-EMP-ID (WS-RES-SUB) TO WS-PW-EMP-ID.
           MOVE WS-RES-DEPT-CODE (WS-RES-SUB) TO WS-PW-DEPT-CODE.
           MOVE WS-RES-QUANTITY (WS-RES-SUB) TO WS-PW-QUANTITY.
           MOVE WS-RES-NEED-DATE (WS-RES-SUB) TO WS-PW-NEED-DATE.
           RELEASE SORT-RECORD FROM WS-PICK-WORK.
       711-RELEASE-ONE-PICK-EXIT.
           EXIT.

       712-FIND-ONE-BIN.
           ADD 1 TO WS-BIN-SUB.
           IF WS-BIN-ITEM-CODE (WS-BIN-SUB) = WS-PW-ITEM-CODE
                   AND WS-BIN-LOC-CODE (WS-BIN-SUB) = WS-PW-LOC-CODE
               MOVE 1 TO WS-PW-BIN-GROUP
               MOVE WS-BIN-CODE (WS-BIN-SUB) TO WS-PW-BIN-CODE.
       712-FIND-ONE-BIN-EXIT.
           EXIT.

      *****************************************************************
      * 720-PRINT-ONE-PICK: READS THE NEXT SORTED PICK. A NEW         *
      * LOCATION TOTALS THE ONE JUST FINISHED AND STARTS ITS OWN PAGE.*
      *****************************************************************
       720-PRINT-ONE-PICK.
           READ PICK-FILE
               AT END
                   MOVE 'Y' TO WS-PICK-EOF-FLAG
                   GO TO 720-PRINT-ONE-PICK-EXIT
           END-READ.
           IF PW-LOC-CODE NOT = WS-CURRENT-LOC
               IF WS-CURRENT-LOC NOT = SPACES
                   PERFORM 740-WRITE-LOCATION-TOTAL
                       THRU 740-WRITE-LOCATION-TOTAL-EXIT
                   MOVE PW-LOC-CODE TO WS-CURRENT-LOC
                   PERFORM 730-WRITE-PICK-HEADERS
                       THRU 730-WRITE-PICK-HEADERS-EXIT
               ELSE
                   MOVE PW-LOC-CODE TO WS-CURRENT-LOC
                   PERFORM 730-WRITE-PICK-HEADERS
                       THRU 730-WRITE-PICK-HEADERS-EXIT.
           MOVE SPACES TO PL-ITEM-DESC.
           IF ITEMMAST-OPEN
               MOVE PW-ITEM-CODE TO IM-ITEM-CODE
               READ ITEMMAST-FILE
                   INVALID KEY
                       MOVE '** NOT ON MASTER **' TO PL-ITEM-DESC
                   NOT INVALID KEY
                       MOVE IM-ITEM-DESC TO PL-ITEM-DESC
               END-READ.
           IF PW-BIN-GROUP = 1
               MOVE PW-BIN-CODE TO PL-BIN-CODE
           ELSE
               MOVE 'NO BIN' TO PL-BIN-CODE.
           MOVE PW-ITEM-CODE TO PL-ITEM-CODE.
           MOVE PW-PICK-NUMBER TO PL-PICK-NUMBER.
           MOVE PW-REQ-NUMBER TO PL-REQ-NUMBER.
           MOVE PW-DEPT-CODE TO PL-DEPT-CODE.
           MOVE PW-EMP-ID TO PL-EMP-ID.
           MOVE PW-QUANTITY TO PL-QUANTITY.
           MOVE SPACES TO PL-NEED-DATE.
           STRING PW-NEED-DATE (1:4) '-' PW-NEED-DATE (5:2)
                   '-' PW-NEED-DATE (7:2)
               DELIMITED BY SIZE INTO PL-NEED-DATE.
           MOVE WS-PICK-LINE TO PICK-REPORT-RECORD.
           WRITE PICK-REPORT-RECORD.
           ADD 1 TO WS-PICK-LINES.
           IF WS-PICK-LINES NOT < WS-LINES-PER-PAGE
               PERFORM 730-WRITE-PICK-HEADERS
                   THRU 730-WRITE-PICK-HEADERS-EXIT.
           ADD 1 TO WS-LOC-PICKS.
           ADD PW-QUANTITY TO WS-LOC-QTY.
       720-PRINT-ONE-PICK-EXIT.
           EXIT.

      *****************************************************************
      * 730-WRITE-PICK-HEADERS: PRINTS THE PICK LIST'S TITLE, THE     *
      * LOCATION BEING PICKED AND THE COLUMN HEADINGS.                *
      *****************************************************************
       730-WRITE-PICK-HEADERS.
           ADD 1 TO WS-PICK-PAGE-NUM.
           MOVE WS-PICK-PAGE-NUM TO PH-PAGE-OUT.
           MOVE WS-RUN-DATE-DISPLAY TO PH-DATE-OUT.
           MOVE WS-CURRENT-LOC TO PH-LOC-CODE.
           IF WS-PICK-PAGE-NUM > 1
               MOVE WS-BLANK-LINE TO PICK-REPORT-RECORD
               WRITE PICK-REPORT-RECORD
                   AFTER ADVANCING PAGE.
           MOVE PH-TITLE TO PICK-REPORT-RECORD.
           WRITE PICK-REPORT-RECORD.
           MOVE PH-LOCATION TO PICK-REPORT-RECORD.
           WRITE PICK-REPORT-RECORD.
           MOVE PH-COLUMNS TO PICK-REPORT-RECORD.
           WRITE PICK-REPORT-RECORD.
           MOVE WS-BLANK-LINE TO PICK-REPORT-RECORD.
           WRITE PICK-REPORT-RECORD.
           MOVE ZERO TO WS-PICK-LINES.
       730-WRITE-PICK-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      * 740-WRITE-LOCATION-TOTAL: THE LOCATION'S PICK COUNT AND       *
      * UNITS, AND THE STOREMAN'S SIGN-OFF LINE.                      *
      *****************************************************************
       740-WRITE-LOCATION-TOTAL.
           MOVE WS-BLANK-LINE TO PICK-REPORT-RECORD.
           WRITE PICK-REPORT-RECORD.
           MOVE WS-CURRENT-LOC TO PT-LOC-CODE.
           MOVE WS-LOC-PICKS TO PT-PICKS.
           MOVE WS-LOC-QTY TO PT-QTY.
           MOVE WS-PICK-TOTAL-LINE TO PICK-REPORT-RECORD.
           WRITE PICK-REPORT-RECORD.
           MOVE WS-BLANK-LINE TO PICK-REPORT-RECORD.
           WRITE PICK-REPORT-RECORD.
           MOVE SPACES TO PICK-REPORT-RECORD.
           STRING '     PICKED BY: ____________________'
                   '     DATE: __________'
               DELIMITED BY SIZE INTO PICK-REPORT-RECORD.
           WRITE PICK-REPORT-RECORD.
           MOVE ZERO TO WS-LOC-PICKS.
           MOVE ZERO TO WS-LOC-QTY.
       740-WRITE-LOCATION-TOTAL-EXIT.
           EXIT.

      *****************************************************************
      * 800-WRITE-TOTALS: THE RUN'S COUNTS.                           *
      *****************************************************************
       800-WRITE-TOTALS.
           MOVE WS-BLANK-LINE TO INTAKE-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'BACKORDERS CARRIED IN:' TO SL-LABEL.
           MOVE WS-BACKORDERS-CARRIED TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'BACKORDERS FILLED IN FULL:' TO SL-LABEL.
           MOVE WS-BACKORDERS-FILLED TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'REQUISITION LINES READ:' TO SL-LABEL.
           MOVE WS-REQS-READ TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'REQUISITION LINES REJECTED:' TO SL-LABEL.
           MOVE WS-REQS-REJECTED TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'LINES RESERVED:' TO SL-LABEL.
           MOVE WS-LINES-RESERVED TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'PICKS ISSUED:' TO SL-LABEL.
           MOVE WS-PICKS-ISSUED TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'QUANTITY RESERVED:' TO SL-LABEL.
           MOVE WS-QTY-RESERVED TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'LINES PUT ON BACKORDER:' TO SL-LABEL.
           MOVE WS-LINES-BACKORDERED TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'QUANTITY PUT ON BACKORDER:' TO SL-LABEL.
           MOVE WS-QTY-BACKORDERED TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'PICK CONFIRMATIONS READ:' TO SL-LABEL.
           MOVE WS-CONFS-READ TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'CONFIRMATIONS REJECTED:' TO SL-LABEL.
           MOVE WS-CONFS-REJECTED TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'SHORT PICKS:' TO SL-LABEL.
           MOVE WS-SHORT-PICKS TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'ISSUES STAGED FOR PROJ6:' TO SL-LABEL.
           MOVE WS-ISSUES-STAGED TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
           MOVE 'QUANTITY ISSUED:' TO SL-LABEL.
           MOVE WS-QTY-ISSUED TO SL-COUNT-OUT.
           PERFORM 810-EMIT-SUMMARY-LINE
               THRU 810-EMIT-SUMMARY-LINE-EXIT.
       800-WRITE-TOTALS-EXIT.
           EXIT.

       810-EMIT-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO INTAKE-REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE THRU 280-EMIT-REPORT-LINE-EXIT.
       810-EMIT-SUMMARY-LINE-EXIT.
           EXIT.
