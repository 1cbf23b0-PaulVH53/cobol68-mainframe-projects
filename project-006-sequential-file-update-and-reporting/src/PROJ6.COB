           SELECT TRANS-FILE ASSIGN DYNAMIC WS-TRANS-SORTED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
      *****************************************************************
      * REPORT-FILE IS THE PRINTED TRANSACTION REPORT. IT KEEPS THE   *
      * REPORT DD NAME IT HAS ALWAYS HAD (WS-REPORT-PATH DEFAULTS TO  *
      * "REPORT") - ONLY A TRIAL RUN POINTS IT AT A FILE OF ITS OWN,  *
      * SO THE TRIAL CANNOT OVERWRITE THE NIGHT'S REAL REPORT.        *
      *****************************************************************
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
      *****************************************************************
      * PRICEMAST-FILE: THE INDEXED PRICE MASTER MAINTAINED IN PLACE  *
      * BY PRICMNT, READ BY KEY IN 226-FIND-PRICE-IN-FORCE.           *
      *****************************************************************
           SELECT PRICEMAST-FILE ASSIGN DYNAMIC WS-PRICEMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PRICEMAST-STATUS.
      *****************************************************************
      * ITEMMAST-FILE: PROJ2'S ITEM MASTER (THE INDEXED FILE BUILT BY *
      * ITEMLOAD AND MAINTAINED IN PLACE BY PROJ2), READ BY KEY IN    *
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT INVENTORY-MASTER ASSIGN DYNAMIC WS-INVENTORY-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVENTORY-STATUS.
           SELECT EXTRACT-FILE ASSIGN DYNAMIC WS-TRANSEXT-PATH
               FILE STATUS IS WS-ALERTS-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
      *****************************************************************
      * POMAST-FILE: POGEN'S PURCHASE ORDER MASTER. A RECEIPT THAT    *
      * QUOTES A PO IS CHECKED AGAINST IT AND POSTS ITS QUANTITY TO   *
      * THE PO'S RUNNING RECEIVED TOTAL.                              *
      *****************************************************************
           SELECT POMAST-FILE ASSIGN DYNAMIC WS-POMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-POMAST-STATUS.
      *****************************************************************
      * ARCHIVE-FILE: A DATED GENERATION COPY OF TODAY'S data/TRANS,   *
      * WRITTEN BEFORE THE SORT STEP SO A DAY'S RAW FEED IS NOT LOST   *
      * WHEN TOMORROW'S FEED OVERWRITES data/TRANS.                    *
      *****************************************************************
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC WS-ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
      * CLASSTAB-FILE: PROJ2'S PRODUCT CLASS TABLE, READ FOR THE      *
      * CLASSES FLAGGED LOT-CONTROLLED (CT-LOT-CONTROL) AND THE        *
      * CLASSES WHOSE RECEIPTS MUST PASS INSPECTION (CT-INSPECT).     *
      *****************************************************************
           SELECT CLASSTAB-FILE ASSIGN DYNAMIC WS-CLASSTAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASSTAB-STATUS.
      *****************************************************************
      * KITMAST-FILE: THE KIT (BILL OF MATERIALS) MASTER KITMNT       *
      * MAINTAINS - ONE RECORD PER COMPONENT LINE OF A KIT. AN ISSUE  *
      * OF A KIT IS EXPLODED INTO ISSUES OF ITS COMPONENTS.           *
      *****************************************************************
           SELECT KITMAST-FILE ASSIGN DYNAMIC WS-KITMAST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KITMAST-STATUS.
      *****************************************************************
      * UOMCONV-FILE: THE PURCHASE UNIT CONVERSIONS - FOR EACH ITEM   *
      * AND VENDOR, THE UNIT THE VENDOR SELLS IN AND HOW MANY STOCK   *
      * UNITS (IM-UOM) ONE OF THEM HOLDS. A RECEIPT KEYED IN A        *
      * PURCHASE UNIT IS CONVERTED THROUGH IT BEFORE IT POSTS.        *
      *****************************************************************
           SELECT UOMCONV-FILE ASSIGN DYNAMIC WS-UOMCONV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UOMCONV-STATUS.
      *****************************************************************
      * LOTMAST-FILE: THE LOT BALANCES UNDER EACH INVENTORY-MASTER    *
      * POSITION OF A LOT-CONTROLLED ITEM. THE KEY RUNS ITEM,         *
      * LOCATION, EXPIRY DATE, LOT, SO READING FORWARD FROM A         *
      * POSITION MEETS ITS EARLIEST-EXPIRING LOT FIRST.               *
      *****************************************************************
           SELECT LOTMAST-FILE ASSIGN DYNAMIC WS-LOTMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOTMAST-STATUS.
      *****************************************************************
      * VENDMAST-FILE: VENDMNT'S VENDOR MASTER, READ FOR THE VENDORS  *
      * WHOSE RECEIPTS MUST PASS INSPECTION (VD-INSPECT-FLAG).        *
      *****************************************************************
           SELECT VENDMAST-FILE ASSIGN DYNAMIC WS-VENDMAST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDMAST-STATUS.
      *****************************************************************
      * DEPTMAST-FILE: PROJ4'S DEPARTMENT MASTER, READ FOR THE        *
      * DEPARTMENTS AN ISSUE MAY BE CHARGED TO. THE PATH COMES FROM   *
      * PROJ6_DEPTMAST_PATH, DEFAULTING TO PROJ4'S OWN DATA           *
      * DIRECTORY.                                                    *
      *****************************************************************
           SELECT DEPTMAST-FILE ASSIGN DYNAMIC WS-DEPTMAST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTMAST-STATUS.
      *****************************************************************
      * ADJREASN-FILE: THE ADJUSTMENT REASON MASTER ADJRMNT KEEPS -   *
      * THE REASONS A STOCK ADJUSTMENT MAY BE BOOKED UNDER.           *
      *****************************************************************
           SELECT ADJREASN-FILE ASSIGN DYNAMIC WS-ADJREASN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJREASN-STATUS.
      *****************************************************************
      * ITEMSUPR-FILE: PROJ2'S SUPERSESSION CROSS-REFERENCE - WHICH   *
      * DISCONTINUED ITEM CODES HAVE BEEN REPLACED, AND BY WHAT. THE  *
      * PATH COMES FROM PROJ6_ITEMSUPR_PATH, DEFAULTING TO PROJ2'S    *
      * OWN DATA DIRECTORY.                                           *
      *****************************************************************
           SELECT ITEMSUPR-FILE ASSIGN DYNAMIC WS-ITEMSUPR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEMSUPR-STATUS.
      *****************************************************************
      * HOLDMAST-FILE: STOCK RECEIVED BUT HELD FOR INSPECTION, ONE    *
      * RECORD PER HELD RECEIPT. THE KEY RUNS ITEM, LOCATION, DATE    *
      * RECEIVED, SO READING FORWARD FROM A POSITION MEETS ITS        *
      * OLDEST HELD RECEIPT FIRST - THE ORDER QC CLEARS THEM IN.      *
      *****************************************************************
           SELECT HOLDMAST-FILE ASSIGN DYNAMIC WS-HOLDMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLDMAST-STATUS.
      *****************************************************************
      * TRIAL-WORK-FILE: THE FLAT STAGING FILE A TRIAL RUN PASSES     *
      * EACH MASTER THROUGH ON ITS WAY TO THE MASTER'S TRIAL COPY -   *
      * SEE 030-PREPARE-TRIAL-RUN.                                    *
      *****************************************************************
           SELECT TRIAL-WORK-FILE ASSIGN DYNAMIC WS-TRIALWK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIALWK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * POST THE WAY THEY ALWAYS DID. A TRANSFER MOVES STOCK FROM     *
      * TR-LOC-CODE TO TR-TO-LOC AND POSTS A ZERO AMOUNT, SO THE      *
      * MOVE DOES NOT INFLATE THE GRAND TOTAL OR THE YTD BUCKETS.     *
      * A QC RELEASE ('Q') MOVES STOCK HELD FOR INSPECTION ONTO       *
      * ON-HAND, AND A QC REJECT ('V') SENDS IT BACK TO THE VENDOR -  *
      * SEE 272-RELEASE-HELD-STOCK. THE RECEIPT ALREADY CARRIED THE   *
      * VALUE, SO BOTH POST A ZERO AMOUNT LIKE A TRANSFER.            *
      *****************************************************************
           05  TR-TRANS-TYPE       PIC X(01).
               88  TRANS-ISSUE                   VALUES 'I', ' '.
               88  TRANS-ADJUSTMENT              VALUE 'A'.
               88  TRANS-CREDIT                  VALUE 'C'.
               88  TRANS-TRANSFER                VALUE 'T'.
               88  TRANS-QC-RELEASE              VALUE 'Q'.
               88  TRANS-QC-REJECT               VALUE 'V'.
               88  TRANS-HELD-MOVE               VALUES 'Q', 'V'.
               88  TRANS-TYPE-VALID              VALUES 'I', 'R',
                                                        'A', 'C',
                                                        'T', 'Q',
                                                        'V', ' '.
      *****************************************************************
      * TR-LOC-CODE: THE STOCK LOCATION THE TRANSACTION POSTS TO      *
      * (THE FROM-LOCATION ON A TRANSFER). A BLANK LOCATION ON FEEDS  *
      *****************************************************************
           05  TR-SEQ-NUM          PIC 9(06).
      *****************************************************************
      * TR-PO-NUMBER: ON A RECEIPT, THE PURCHASE ORDER THE GOODS       *
      * ARRIVED AGAINST - SEE 170-CHECK-RECEIPT-PO. BLANK ON EVERY     *
      * OTHER TYPE, AND ON RECEIPTS FROM FEEDS CUT BEFORE RECEIPTS     *
      * WERE MATCHED TO POs, WHICH POST UNMATCHED AS THEY ALWAYS DID.  *
      * IT FOLLOWS TR-SEQ-NUM SO THE SORT KEY BYTES DO NOT MOVE.       *
      *****************************************************************
           05  TR-PO-NUMBER        PIC X(06).
      *****************************************************************
      * TR-LOT-NUMBER/TR-EXPIRY-DATE: ON A RECEIPT OF AN ITEM IN A    *
      * LOT-CONTROLLED CLASS (CT-LOT-CONTROL ON CLASSTAB), THE LOT    *
      * THE GOODS ARRIVED IN AND THE DATE IT EXPIRES (YYYYMMDD) - SEE *
      * 180-CHECK-LOT-DETAIL. A CREDIT MAY QUOTE THEM TO PUT RETURNED *
      * STOCK BACK INTO ITS LOT. BLANK ON EVERY OTHER TYPE, AND ON    *
      * FEEDS CUT BEFORE LOT CONTROL, WHICH READ AS SHORT RECORDS.    *
      *****************************************************************
           05  TR-LOT-NUMBER       PIC X(10).
           05  TR-EXPIRY-DATE      PIC X(08).
      *****************************************************************
      * TR-UOM: ON A RECEIPT, THE UNIT TR-QUANTITY AND TR-PRICE ARE   *
      * KEYED IN WHEN THE GOODS ARRIVED IN THE VENDOR'S PURCHASE UNIT *
      * (A BOX, A CASE) RATHER THAN THE ITEM'S STOCK UNIT - SEE       *
      * 190-CONVERT-RECEIPT-UOM. BLANK, OR THE ITEM'S OWN IM-UOM,     *
      * MEANS THE RECEIPT IS ALREADY IN STOCK UNITS, AS ON FEEDS CUT  *
      * BEFORE PURCHASE UNITS WERE CARRIED.                           *
      *****************************************************************
           05  TR-UOM              PIC X(03).
      *****************************************************************
      * TR-CHARGE-DEPT: ON AN ISSUE, THE DEPARTMENT THE STOCK WAS     *
      * DRAWN FOR AND IS CHARGED TO - SEE 195-CHECK-CHARGE-DEPT. IT   *
      * MUST BE ON DEPTMAST. BLANK ON EVERY OTHER TYPE, AND ON ISSUES *
      * FROM FEEDS CUT BEFORE ISSUES WERE CHARGED BACK, WHICH POST TO *
      * THE GENERAL ISSUE ACCOUNT AS THEY ALWAYS DID.                 *
      * ON AN ADJUSTMENT THE SAME BYTES CARRY TR-ADJ-REASON, THE CODE *
      * ON ADJREASN SAYING WHY THE STOCK WAS WRITTEN OFF (BREAKAGE,   *
      * THEFT, EXPIRY, A MISCOUNT) - SEE 181-CHECK-ADJ-REASON. EVERY  *
      * ADJUSTMENT MUST CARRY AN ACTIVE ONE.                          *
      *****************************************************************
           05  TR-CHARGE-DEPT      PIC X(03).
           05  TR-ADJ-REASON       REDEFINES TR-CHARGE-DEPT
                                   PIC X(03).
      *****************************************************************
      * TR-SOURCE-ID: THE FEED THE RECORD CAME IN ON - THE SOURCE ID  *
      * FEEDINTK STAMPS ON EVERY DETAIL IT MERGES INTO data/TRANS     *
      * FROM A SOURCE'S ENVELOPE, OR 'RECYCLE' ON A CORRECTED         *
      * SUSPENSE RECORD RELEASED AHEAD OF THE FEED. BLANK ON A FEED   *
      * BUILT BY HAND. DRIVES THE TOTALS BY SOURCE - SEE              *
      * 238-TALLY-SOURCE-READ.                                        *
      *****************************************************************
           05  TR-SOURCE-ID        PIC X(08).
      *****************************************************************
      * TRAILER-RECORD: REDEFINES THE LAST PHYSICAL RECORD ON         *
      * TRANS-FILE WHEN IT CARRIES THE CONTROL TOTALS FOR THE RUN     *
      * INSTEAD OF AN ITEM-CODE/QUANTITY/PRICE TRANSACTION.           *
           05  TR-EXPECTED-COUNT    PIC 9(05).
           05  TR-EXPECTED-QTY      PIC 9(05).
           05  TR-EXPECTED-AMOUNT   PIC 9(09)V99.
           05  FILLER               PIC X(45).

       FD  REPORT-FILE
           RECORDING MODE IS F.
      * CAN AGE ANYTHING STILL UNRELEASED N DAYS LATER.                *
      *****************************************************************
           05  SUSP-DATE            PIC X(08).
           05  SUSP-PO-NUMBER       PIC X(06).
           05  SUSP-LOT-NUMBER      PIC X(10).
           05  SUSP-EXPIRY-DATE     PIC X(08).
           05  SUSP-UOM             PIC X(03).
           05  SUSP-CHARGE-DEPT     PIC X(03).
      *****************************************************************
      * PRICEMAST-FILE: THE AUTHORITATIVE ITEM PRICE LIST, KEYED ON   *
      * ITEM CODE PLUS EFFECTIVE DATE (SAME LAYOUT AS PRICMNT'S       *
      * PM-RECORD), USED TO FLAG TR-PRICE DISCREPANCIES ON THE        *
      * REPORT.                                                       *
      *****************************************************************
       FD  PRICEMAST-FILE
           RECORD CONTAINS 25 CHARACTERS.

       01  PM-RECORD.
           05  PM-KEY.
               10  PM-ITEM-CODE     PIC X(10).
               10  PM-EFF-DATE      PIC X(08).
           05  PM-PRICE             PIC 9(05)V99.
      *****************************************************************
      * ITEMMAST-FILE: SAME LAYOUT AS PROJ2'S IM-RECORD.               *
      *****************************************************************
           05  RS-EXTRACT-COUNT     PIC 9(07).
           05  RS-EXTRACT-HASH      PIC S9(13)V99.
      *****************************************************************
      * RS-SOURCE-COUNT/RS-SOURCE-ENTRY: THE TOTALS BY SOURCE IN      *
      * FLIGHT AT THE CHECKPOINT, SO A RESUMED RUN'S BY-SOURCE LINES  *
      * STILL COVER THE RECORDS THE PRIOR RUN POSTED.                 *
      *****************************************************************
           05  RS-SOURCE-COUNT      PIC 9(02).
           05  RS-SOURCE-ENTRY OCCURS 12 TIMES.
               10  RS-SRCT-ID        PIC X(08).
               10  RS-SRCT-READ      PIC 9(07).
               10  RS-SRCT-SUSPENDED PIC 9(07).
               10  RS-SRCT-QTY       PIC 9(07).
               10  RS-SRCT-AMOUNT    PIC S9(13)V99.
      *****************************************************************
      * PARM-FILE: AN OPTIONAL SYSIN-STYLE PARAMETER CARD READ AT THE *
      * START OF THE RUN. A BLANK FIELD MEANS "USE THE DEFAULT"; THE  *
      * FILE ITSELF MAY BE ABSENT, IN WHICH CASE DEFAULTS ARE USED.   *
      * OF THE TRANS.G<PARM-BACKOUT-GEN> GENERATION TO THE INVENTORY  *
      * MASTER WITH THE OPPOSITE SIGN AND LOGS A CLEARLY-LABELLED     *
      * REVERSAL ENTRY TO THE AUDIT FILE - SEE 700-REVERSAL-RUN.      *
      * 'T' SELECTS A TRIAL RUN - THE FEED IS SORTED, VALIDATED AND   *
      * POSTED EXACTLY AS A REAL RUN WOULD, BUT AGAINST SCRATCH       *
      * COPIES OF THE MASTERS, SO NOTHING LIVE CHANGES - SEE          *
      * 030-PREPARE-TRIAL-RUN.                                        *
      *****************************************************************
           05  PARM-RUN-MODE         PIC X(01).
           05  PARM-BACKOUT-GEN      PIC X(08).
      *****************************************************************
           05  PARM-LOCK-OVERRIDE    PIC X(01).
      *****************************************************************
      * PARM-RCPT-TOL-PCT: HOW FAR, AS A PERCENTAGE OF THE ORDERED  *
      * QUANTITY, A PO MAY BE OVER-RECEIVED BEFORE THE RECEIPT IS   *
      * SUSPENDED. BLANK KEEPS THE STANDING WS-RCPT-TOL-PCT.        *
      *****************************************************************
           05  PARM-RCPT-TOL-PCT     PIC X(03).
      *****************************************************************
      * AUDIT-FILE: APPENDED TO EVERY RUN - TIMESTAMP, INPUT FILE ID, *
      * RECORD COUNT, AND GRAND TOTAL - SO A RERUN OF THE SAME TRANS  *
      * FILE SHOWS UP AS A SECOND ENTRY INSTEAD OF GOING UNNOTICED.   *
      * POSTING. INV-QTY-ON-ORDER IS RAISED BY POGEN WHEN A PO IS     *
      * CUT AND RELIEVED HERE WHEN THE RECEIPT POSTS - SEE            *
      * 241-RELIEVE-ON-ORDER. REORDRPT READS BOTH FOR THE NIGHTLY     *
      * PURCHASE-SUGGESTION REPORT. INV-AVG-COST IS THE POSITION'S    *
      * MOVING WEIGHTED-AVERAGE UNIT COST - RE-STRUCK FROM TR-PRICE   *
      * ON EVERY RECEIPT (SEE 246-BLEND-AVERAGE-COST) AND THE COST    *
      * AT WHICH ISSUES, ADJUSTMENTS AND TRANSFERS LEAVE THE SHELF.   *
      * TR-PRICE ON THOSE IS THE SELLING PRICE, NOT THE COST.         *
      *****************************************************************
       FD  INVENTORY-MASTER
           RECORD CONTAINS 39 CHARACTERS.

      *****************************************************************
      * INV-KEY: ITEM CODE PLUS LOCATION - ONE ON-HAND POSITION PER  *
           05  INV-QTY-ON-HAND       PIC S9(07).
           05  INV-REORDER-POINT     PIC 9(05).
           05  INV-QTY-ON-ORDER      PIC 9(05).
           05  INV-AVG-COST          PIC 9(05)V9(04).
      *****************************************************************
      * EXTRACT-FILE: A MACHINE-READABLE EXTRACT OF EVERY POSTED      *
      * DETAIL RECORD, WITH SIGNED NUMERIC TOTALS, FOR A DOWNSTREAM   *
                                         SEPARATE.
           05  EXT-TRANS-TYPE        PIC X(01).
      *****************************************************************
      * EXT-CHARGE-DEPT: ON AN ISSUE, THE DEPARTMENT IT IS CHARGED TO *
      * (TR-CHARGE-DEPT), SO GLEXTR CAN POST THE EXPENSE TO THAT      *
      * DEPARTMENT'S COST CENTRE. ON AN ADJUSTMENT IT CARRIES THE     *
      * REASON CODE INSTEAD (EXT-ADJ-REASON), SO GLEXTR CAN POST THE  *
      * WRITE-OFF TO THE REASON'S OWN ACCOUNT. BLANK ON EVERY OTHER   *
      * TYPE.                                                         *
      *****************************************************************
           05  EXT-CHARGE-DEPT       PIC X(03).
           05  EXT-ADJ-REASON        REDEFINES EXT-CHARGE-DEPT
                                     PIC X(03).
      *****************************************************************
      * EXT-COST-TOTAL: THE SAME MOVEMENT VALUED AT COST - THE        *
      * RECEIPT'S OWN PRICE, OR THE AVERAGE COST THE STOCK LEFT AT -  *
      * SIGNED LIKE EXT-ITEM-TOTAL. GLEXTR BOOKS ISSUES, ADJUSTMENTS  *
      * AND CREDITS TO INVENTORY AT THIS FIGURE; EXT-ITEM-TOTAL STAYS *
      * THE SELLING VALUE FOR THE SALES AND CONTROL-TOTAL READERS.    *
      *****************************************************************
           05  EXT-COST-TOTAL        PIC S9(10)V99  SIGN IS TRAILING
                                         SEPARATE.
      *****************************************************************
      * EXT-ENVELOPE-RECORD: THE STANDARD INTERFACE ENVELOPE AROUND   *
      * THE EXTRACT - A HEADER RECORD WITH THE RUN DATE AND SOURCE    *
      * PROGRAM, AND A TRAILER WITH THE RECORD COUNT AND A HASH       *
       FD  TRANS-RAW-FILE
           RECORDING MODE IS F.

       01  TRANS-RAW-RECORD         PIC X(73).

      *****************************************************************
      * ARCHIVE-FILE: DATED GENERATION COPY OF data/TRANS.             *
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.

       01  ARCHIVE-RECORD           PIC X(73).

      *****************************************************************
      * RECYCLE-FILE: CORRECTED SUSPENSE RECORDS RELEASED BY SUSPREL,  *
       FD  RECYCLE-FILE
           RECORDING MODE IS F.

       01  RECYCLE-RECORD           PIC X(65).

      *****************************************************************
      * VALRULES-FILE: ONE EDIT PER RECORD. RL-PROGRAM SAYS WHOSE    *
                                        SEPARATE.
           05  HIST-ON-HAND          PIC S9(07)    SIGN IS TRAILING
                                        SEPARATE.
           05  HIST-UNIT-COST        PIC S9(05)V9(04)
                                     SIGN IS TRAILING SEPARATE.
      *****************************************************************
      * HIST-PO-NUMBER: ON A RECEIPT, THE PURCHASE ORDER IT WAS       *
      * MATCHED TO (TR-PO-NUMBER), SO INVMATCH CAN FIND WHAT HAS      *
      * ACTUALLY ARRIVED AGAINST A PO. BLANK ON EVERY OTHER MOVEMENT  *
      * AND ON HISTORY WRITTEN BEFORE RECEIPTS WERE MATCHED TO POs.   *
      *****************************************************************
           05  HIST-PO-NUMBER        PIC X(06).
      *****************************************************************
      * HIST-CHARGE-DEPT: ON AN ISSUE, THE DEPARTMENT IT WAS CHARGED  *
      * TO (TR-CHARGE-DEPT), SO CHGBACK CAN TOTAL CONSUMPTION BY      *
      * DEPARTMENT. BLANK ON EVERY OTHER MOVEMENT AND ON HISTORY      *
      * WRITTEN BEFORE ISSUES WERE CHARGED BACK. ON AN ADJUSTMENT -   *
      * KEYED HERE OR POSTED BY PHYSCNT FROM A COUNT - IT CARRIES THE *
      * REASON CODE INSTEAD (HIST-ADJ-REASON), WHICH SHRINKRPT        *
      * TOTALS BY.                                                    *
      *****************************************************************
           05  HIST-CHARGE-DEPT      PIC X(03).
           05  HIST-ADJ-REASON       REDEFINES HIST-CHARGE-DEPT
                                     PIC X(03).

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
               88  PO-OPEN                       VALUE 'O'.
               88  PO-RECEIVED                   VALUE 'R'.
               88  PO-CANCELLED                  VALUE 'C'.
           05  PO-QTY-RECEIVED       PIC 9(05).
           05  PO-PROMISED-DATE      PIC X(08).
           05  PO-RECEIVED-DATE      PIC X(08).
           05  PO-UNIT-COST          PIC 9(05)V99.

      *****************************************************************
      * CLASSTAB-FILE: SAME LAYOUT AS PROJ2'S CT-RECORD.               *
      *****************************************************************
       FD  CLASSTAB-FILE
           RECORDING MODE IS F.

       01  CT-RECORD.
           05  CT-CLASS-CODE        PIC X(04).
           05  CT-CLASS-DESC        PIC X(20).
           05  CT-LOT-CONTROL       PIC X(01).
           05  CT-INSPECT           PIC X(01).

      *****************************************************************
      * KITMAST-FILE: SAME LAYOUT AS KITMNT'S KM-RECORD. KM-COMP-QTY  *
      * IS HOW MANY OF THE COMPONENT GO INTO ONE KIT.                 *
      *****************************************************************
       FD  KITMAST-FILE
           RECORDING MODE IS F.

       01  KM-RECORD.
           05  KM-KIT-ITEM          PIC X(10).
           05  KM-COMP-ITEM         PIC X(10).
           05  KM-COMP-QTY          PIC 9(03).

      *****************************************************************
      * UOMCONV-FILE: UC-UNITS-PER IS HOW MANY STOCK UNITS ONE        *
      * UC-PURCH-UOM HOLDS.                                           *
      *****************************************************************
       FD  UOMCONV-FILE
           RECORDING MODE IS F.

       01  UC-RECORD.
           05  UC-ITEM-CODE         PIC X(10).
           05  UC-VENDOR-CODE       PIC X(05).
           05  UC-PURCH-UOM         PIC X(03).
           05  UC-UNITS-PER         PIC 9(05).

      *****************************************************************
      * LOTMAST-FILE: ONE RECORD PER LOT PER POSITION. LOT-UNIT-COST  *
      * IS THE COST THE LOT CAME IN AT; LOT-RECEIVED-DATE IS THE RUN  *
      * DATE IT WAS FIRST POSTED. A LOT DRAWN DOWN TO ZERO STAYS ON   *
      * FILE AT ZERO.                                                 *
      *****************************************************************
       FD  LOTMAST-FILE
           RECORD CONTAINS 55 CHARACTERS.

       01  LOT-RECORD.
           05  LOT-KEY.
               10  LOT-ITEM-CODE     PIC X(10).
               10  LOT-LOC-CODE      PIC X(03).
               10  LOT-EXPIRY-DATE   PIC X(08).
               10  LOT-NUMBER        PIC X(10).
           05  LOT-QTY-ON-HAND       PIC S9(07).
           05  LOT-UNIT-COST         PIC 9(05)V9(04).
           05  LOT-RECEIVED-DATE     PIC X(08).

      *****************************************************************
      * VENDMAST-FILE: SAME LAYOUT AS VENDMNT'S VD-RECORD.            *
      *****************************************************************
       FD  VENDMAST-FILE
           RECORDING MODE IS F.

       01  VD-RECORD.
           05  VD-VENDOR-CODE        PIC X(05).
           05  VD-VENDOR-NAME        PIC X(25).
           05  VD-STATUS             PIC X(01).
           05  VD-LEAD-DAYS          PIC 9(03).
           05  VD-INSPECT-FLAG       PIC X(01).

      *****************************************************************
      * DEPTMAST-FILE: SAME LAYOUT AS DEPTMNT'S DM-RECORD.            *
      *****************************************************************
       FD  DEPTMAST-FILE
           RECORDING MODE IS F.

       01  DM-RECORD.
           05  DM-DEPT-CODE          PIC X(03).
           05  DM-DEPT-NAME          PIC X(20).

      *****************************************************************
      * ADJREASN-FILE: SAME LAYOUT AS ADJRMNT'S AR-RECORD.            *
      *****************************************************************
       FD  ADJREASN-FILE
           RECORDING MODE IS F.

       01  AR-RECORD.
           05  AR-REASON-CODE        PIC X(03).
           05  AR-DESCRIPTION        PIC X(25).
           05  AR-STATUS             PIC X(01).

      *****************************************************************
      * ITEMSUPR-FILE: SAME LAYOUT AS PROJ2'S SU-RECORD.              *
      *****************************************************************
       FD  ITEMSUPR-FILE
           RECORDING MODE IS F.

       01  SU-RECORD.
           05  SU-OLD-ITEM           PIC X(10).
           05  SU-NEW-ITEM           PIC X(10).
           05  SU-EFF-DATE           PIC X(08).

      *****************************************************************
      * HOLDMAST-FILE: ONE RECORD PER RECEIPT HELD FOR INSPECTION.    *
      * HOLD-SEQ-NUM IS THE RECEIPT'S TR-SEQ-NUM, KEEPING TWO         *
      * RECEIPTS OF THE SAME ITEM ON THE SAME DAY APART.              *
      * HOLD-QTY-RECEIVED IS WHAT ARRIVED; HOLD-QTY-HELD IS WHAT IS   *
      * STILL WAITING ON QC. HOLD-UNIT-COST IS THE RECEIPT'S PRICE,   *
      * CARRIED ONTO ON-HAND WHEN THE STOCK IS RELEASED. A RECEIPT    *
      * QC HAS FULLY CLEARED STAYS ON FILE AT ZERO. HOLD-REASON IS    *
      * 'C' WHEN THE ITEM'S CLASS IS INSPECTED, 'V' WHEN THE VENDOR   *
      * IS.                                                           *
      *****************************************************************
       FD  HOLDMAST-FILE
           RECORD CONTAINS 78 CHARACTERS.

       01  HOLD-RECORD.
           05  HOLD-KEY.
               10  HOLD-ITEM-CODE    PIC X(10).
               10  HOLD-LOC-CODE     PIC X(03).
               10  HOLD-RECEIVED-DATE PIC X(08).
               10  HOLD-SEQ-NUM      PIC 9(06).
           05  HOLD-QTY-HELD         PIC S9(07).
           05  HOLD-QTY-RECEIVED     PIC 9(05).
           05  HOLD-UNIT-COST        PIC 9(05)V9(04).
           05  HOLD-VENDOR-CODE      PIC X(05).
           05  HOLD-PO-NUMBER        PIC X(06).
           05  HOLD-LOT-NUMBER       PIC X(10).
           05  HOLD-EXPIRY-DATE      PIC X(08).
           05  HOLD-REASON           PIC X(01).

       FD  TRIAL-WORK-FILE
           RECORDING MODE IS F.

       01  TRIAL-WORK-RECORD        PIC X(78).

       SD  SORT-WORK-FILE.

           05  SR-ITEM-CODE          PIC X(10).
           05  FILLER                PIC X(19).
           05  SR-SEQ-NUM            PIC 9(06).
           05  FILLER                PIC X(30).
           05  SR-SOURCE-ID          PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC XX.
                                                                        
       01  WS-CALCULATION-FIELDS.
           05  WS-ITEM-TOTAL       PIC S9(10)V99 COMP-3.
           05  WS-ITEM-COST        PIC S9(10)V99 COMP-3 VALUE ZERO.
           05  WS-GRAND-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-QTY-TOTAL        PIC 9(07)     COMP   VALUE ZERO.

           05  WS-RUN-DATE-DISPLAY  PIC X(10)      VALUE SPACES.
           05  WS-RUN-MODE          PIC X(01)      VALUE SPACE.
               88  REVERSAL-RUN     VALUE 'R'.
               88  TRIAL-RUN        VALUE 'T'.
           05  WS-BACKOUT-GEN       PIC X(08)      VALUE SPACES.
           05  WS-NEG-BLOCK-FLAG    PIC X(01)      VALUE 'N'.
               88  NEG-BLOCK-ON     VALUE 'Y'.
      *****************************************************************
      * WS-BACKOUT-FIELDS: SUPPORT 700-REVERSAL-RUN. WS-BACKOUT-REC   *
      * IS THE GENERATION RECORD IN TRANS LAYOUT; THE COUNT AND       *
      * TOTAL FEED THE REVERSAL'S AUDIT ENTRY. WS-BKO-ON-ORDER-BACK   *
      * IS WHAT 734-REVERSE-RECEIPT-PO PUTS BACK ON ORDER.            *
      * WS-BKO-RESTORE-ITEM/-QTY IS A SHARE OF A SUPERSEDED ISSUE     *
      * 747-RESTORE-ISSUED-QTY PUTS BACK, AND WS-BKO-SUPR-TABLE HOLDS *
      * HOW MUCH OF EACH OLD CODE THE BAD RUN ISSUED AT EACH          *
      * LOCATION THAT IS STILL TO BE PUT BACK (SEE 745).              *
      *****************************************************************
       01  WS-BACKOUT-FIELDS.
           05  WS-TRANS-RAW-STATUS  PIC XX.
           05  WS-BACKOUT-COUNT     PIC 9(07)      VALUE ZERO.
           05  WS-BACKOUT-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-BACKOUT-AMOUNT    PIC S9(10)V99 COMP-3 VALUE ZERO.
           05  WS-BKO-ON-ORDER-BACK PIC S9(07) COMP VALUE ZERO.
           05  WS-BKO-RESTORE-ITEM  PIC X(10)      VALUE SPACES.
           05  WS-BKO-RESTORE-QTY   PIC 9(05)      VALUE ZERO.
           05  WS-BKO-HIST-EOF-FLAG PIC X          VALUE 'N'.
               88  BKO-HIST-EOF     VALUE 'Y'.
           05  WS-BKO-SUPR-FULL-FLAG PIC X         VALUE 'N'.
               88  BKO-SUPR-TABLE-FULL VALUE 'Y'.
           05  WS-BACKOUT-REC.
               10  WS-BKO-ITEM-CODE PIC X(10).
               10  WS-BKO-QUANTITY  PIC 9(05).
               10  WS-BKO-PRICE     PIC 9(05)V99.
               10  WS-BKO-TYPE      PIC X(01).
                   88  BKO-ISSUE                VALUES 'I', ' '.
                   88  BKO-RECEIPT              VALUE 'R'.
                   88  BKO-ADJUSTMENT           VALUE 'A'.
                   88  BKO-CREDIT               VALUE 'C'.
                   88  BKO-TRANSFER             VALUE 'T'.
                   88  BKO-HELD-MOVE            VALUES 'Q', 'V'.
                   88  BKO-TYPE-VALID           VALUES 'I', 'R',
                                                       'A', 'C',
                                                       'T', ' '.
               10  WS-BKO-LOC       PIC X(03).
               10  WS-BKO-TO-LOC    PIC X(03).
               10  FILLER           PIC X(06).
               10  WS-BKO-PO-NUMBER PIC X(06).
               10  WS-BKO-LOT-NUMBER PIC X(10).
               10  WS-BKO-EXPIRY-DATE PIC X(08).
               10  WS-BKO-UOM       PIC X(03).
               10  WS-BKO-CHARGE-DEPT PIC X(03).
               10  WS-BKO-ADJ-REASON  REDEFINES WS-BKO-CHARGE-DEPT
                                    PIC X(03).

       01  WS-BKO-SUPR-TABLE.
           05  WS-BKO-SUPR-COUNT    PIC 9(03) COMP VALUE ZERO.
           05  WS-BKO-SUPR-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-BKO-SUPR-COUNT
                       INDEXED BY WS-BKO-SUPR-IDX.
               10  WS-BKO-SUPR-ITEM    PIC X(10).
               10  WS-BKO-SUPR-LOC     PIC X(03).
               10  WS-BKO-SUPR-LEFT    PIC S9(07) COMP.

       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NUM          PIC 9(03) COMP VALUE ZERO.

       01  WS-ITEMMAST-STATUS       PIC XX.

       01  WS-PRICEMAST-STATUS      PIC XX.

      *****************************************************************
      * FILE STATUS FOR THE REPORTING/EXTRACT/SUSPENSE OUTPUT FILES.  *
      * CHECKED ON OPEN SO A RESTARTED RUN CAN EXTEND THEM INSTEAD OF *
           05  WS-ARCHIVE-EOF-FLAG  PIC X     VALUE 'N'.
               88  ARCHIVE-EOF      VALUE 'Y'.

      *****************************************************************
      * WS-TRIAL-FIELDS: SUPPORT A TRIAL RUN - SEE                    *
      * 030-PREPARE-TRIAL-RUN AND 360-LIST-TRIAL-SUSPENSE.            *
      *****************************************************************
       01  WS-TRIAL-FIELDS.
           05  WS-TRIALWK-PATH      PIC X(80) VALUE SPACES.
           05  WS-TRIALWK-STATUS    PIC XX.
           05  WS-TRIAL-EOF-FLAG    PIC X     VALUE 'N'.
               88  TRIAL-EOF        VALUE 'Y'.
           05  WS-TRIAL-COPY-COUNT  PIC 9(07) COMP VALUE ZERO.

       01  WS-TRIAL-SUSP-TITLE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  FILLER              PIC X(60)     VALUE
               'WOULD-BE SUSPENSE LISTING - NOT WRITTEN TO SUSPENSE'.
           05  FILLER              PIC X(67)     VALUE SPACES.

       01  WS-TRIAL-SUSP-COLUMNS.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  FILLER              PIC X(12)     VALUE 'ITEM CODE'.
           05  FILLER              PIC X(3)      VALUE 'T'.
           05  FILLER              PIC X(5)      VALUE 'LOC'.
           05  FILLER              PIC X(7)      VALUE 'QTY'.
           05  FILLER              PIC X(10)     VALUE 'PRICE'.
           05  FILLER              PIC X(6)      VALUE 'PO'.
           05  FILLER              PIC X(6)      VALUE 'CODE'.
           05  FILLER              PIC X(20)     VALUE 'REASON'.
           05  FILLER              PIC X(58)     VALUE SPACES.

      *****************************************************************
      * WS-TRIAL-SUSP-LINE: THE SUSPENDED FIELDS ARE PRINTED AS THEY  *
      * WERE KEYED - A RECORD IS OFTEN SUSPENDED PRECISELY BECAUSE    *
      * ITS QUANTITY OR PRICE IS NOT NUMERIC.                         *
      *****************************************************************
       01  WS-TRIAL-SUSP-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  TSL-ITEM-CODE       PIC X(10).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  TSL-TRANS-TYPE      PIC X(1).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  TSL-LOC-CODE        PIC X(3).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  TSL-QUANTITY        PIC X(5).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  TSL-PRICE           PIC X(7).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  TSL-PO-NUMBER       PIC X(6).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  TSL-REASON-CODE     PIC X(4).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  TSL-REASON-TEXT     PIC X(20).
           05  FILLER              PIC X(56)     VALUE SPACES.

      *****************************************************************
      * WS-DATA-PATH-FIELDS: SEE 005-RESOLVE-DATA-PATHS.               *
      *****************************************************************
       01  WS-DATA-PATH-FIELDS.
           05  WS-DATA-DIR           PIC X(60) VALUE 'data'.
           05  WS-TRANS-SORTED-PATH  PIC X(80) VALUE SPACES.
           05  WS-REPORT-PATH        PIC X(80) VALUE 'REPORT'.
           05  WS-SUSPENSE-PATH      PIC X(80) VALUE SPACES.
           05  WS-PRICEMAST-PATH     PIC X(80) VALUE SPACES.
           05  WS-RESTART-PATH       PIC X(80) VALUE SPACES.
               10  WS-RECYCLE-LOC       PIC X(03).
               10  WS-RECYCLE-TO-LOC    PIC X(03).
               10  FILLER               PIC X(06).
               10  WS-RECYCLE-PO-NUMBER PIC X(06).
               10  FILLER               PIC X(24).

      *****************************************************************
      * WS-SORT-FIELDS: SUPPORT THE SORT STATEMENT'S INPUT PROCEDURE   *

       01  WS-HIST-SIGNED-QTY       PIC S9(07)     VALUE ZERO.

      *****************************************************************
      * WS-AVG-COST-FIELDS: WORK AREA FOR 246-BLEND-AVERAGE-COST.    *
      * WS-INCOMING-COST IS THE UNIT COST OF THE STOCK ARRIVING -     *
      * TR-PRICE ON A RECEIPT, THE FROM-LOCATION'S AVERAGE ON A       *
      * TRANSFER (HELD IN WS-XFER-UNIT-COST).                         *
      *****************************************************************
       01  WS-AVG-COST-FIELDS.
           05  WS-COST-BASE-QTY      PIC S9(07)         COMP-3
                                                        VALUE ZERO.
           05  WS-COST-BASE-VALUE    PIC S9(13)V9(04)   COMP-3
                                                        VALUE ZERO.
           05  WS-INCOMING-COST      PIC 9(05)V9(04)    VALUE ZERO.
           05  WS-XFER-UNIT-COST     PIC 9(05)V9(04)    VALUE ZERO.

       01  WS-UNEXPECTED-RCPT-FLAG  PIC X          VALUE 'N'.
           88  UNEXPECTED-RECEIPT   VALUE 'Y'.

      *****************************************************************
      * WS-PO-RECEIPT-FIELDS: SUPPORT 170-CHECK-RECEIPT-PO AND        *
      * 247-UPDATE-RECEIPT-PO. WS-RCPT-TOL-PCT IS THE OVER-RECEIPT    *
      * ALLOWANCE (PARM-RCPT-TOL-PCT OVERRIDES IT); WS-PO-RCPT-LIMIT  *
      * IS THE MOST THE PO MAY TAKE IN ONCE THE ALLOWANCE IS ADDED.   *
      * WS-PO-CLOSED-FLAG MAKES 200-PROCESS-RECORD NOTE ON THE        *
      * REPORT THAT THE RECEIPT FILLED THE PO.                        *
      *****************************************************************
       01  WS-PO-RECEIPT-FIELDS.
           05  WS-POMAST-STATUS     PIC XX.
           05  WS-POMAST-PATH       PIC X(80)      VALUE SPACES.
           05  WS-RCPT-TOL-PCT      PIC 9(03)      VALUE 10.
           05  WS-PO-RCPT-LIMIT     PIC 9(07)      VALUE ZERO.
           05  WS-PO-FOUND-FLAG     PIC X          VALUE 'N'.
               88  PO-FOUND         VALUE 'Y'.
           05  WS-PO-CLOSED-FLAG    PIC X          VALUE 'N'.
               88  PO-CLOSED-BY-RECEIPT VALUE 'Y'.

       01  WS-PO-CLOSED-LINE.
           05  FILLER              PIC X(10)     VALUE SPACES.
           05  FILLER              PIC X(27)     VALUE
               '** PO RECEIVED IN FULL: PO '.
           05  PCL-PO-NUMBER       PIC X(06).
           05  FILLER              PIC X(89)     VALUE SPACES.

       01  WS-UNEXPECTED-LINE.
           05  FILLER              PIC X(10)     VALUE SPACES.
           05  FILLER              PIC X(44)     VALUE
           05  UXL-ITEM-CODE       PIC X(10).
           05  FILLER              PIC X(68)     VALUE SPACES.

      *****************************************************************
      * WS-KIT-COMPONENT-LINE: PRINTED UNDER A KIT ISSUE'S DETAIL     *
      * LINE FOR EACH COMPONENT THE ISSUE DREW FROM STOCK.            *
      *****************************************************************
       01  WS-KIT-COMPONENT-LINE.
           05  FILLER              PIC X(10)     VALUE SPACES.
           05  FILLER              PIC X(25)     VALUE
               '** KIT COMPONENT ISSUED: '.
           05  KCL-ITEM-CODE       PIC X(10).
           05  FILLER              PIC X(6)      VALUE '  QTY '.
           05  KCL-QUANTITY        PIC ZZ,ZZ9.
           05  FILLER              PIC X(75)     VALUE SPACES.

      *****************************************************************
      * WS-SUBSTITUTION-LINE: PRINTED UNDER AN ISSUE OF A SUPERSEDED  *
      * ITEM, SHOWING HOW MUCH CAME FROM STOCK STILL HELD UNDER THE   *
      * OLD CODE AND HOW MUCH WAS SUBSTITUTED FROM ITS SUCCESSOR.     *
      *****************************************************************
       01  WS-SUBSTITUTION-LINE.
           05  FILLER              PIC X(10)     VALUE SPACES.
           05  FILLER              PIC X(22)     VALUE
               '** SUPERSEDED ISSUE - '.
           05  SBL-OLD-QTY         PIC ZZ,ZZ9.
           05  FILLER              PIC X(19)     VALUE
               ' FROM OLD CODE AND '.
           05  SBL-NEW-QTY         PIC ZZ,ZZ9.
           05  FILLER              PIC X(16)     VALUE
               ' FROM SUCCESSOR '.
           05  SBL-SUCCESSOR       PIC X(10).
           05  FILLER              PIC X(43)     VALUE SPACES.

      *****************************************************************
      * WS-UOM-RECEIPT-LINE: PRINTED UNDER A RECEIPT'S DETAIL LINE    *
      * WHEN IT WAS KEYED IN A PURCHASE UNIT, SHOWING WHAT WAS KEYED  *
      * AGAINST THE STOCK-UNIT FIGURES THE DETAIL LINE POSTED.        *
      *****************************************************************
       01  WS-UOM-RECEIPT-LINE.
           05  FILLER              PIC X(10)     VALUE SPACES.
           05  FILLER              PIC X(15)     VALUE
               '** RECEIVED AS '.
           05  URL-KEYED-QTY       PIC ZZ,ZZ9.
           05  FILLER              PIC X(01)     VALUE SPACE.
           05  URL-PURCH-UOM       PIC X(03).
           05  FILLER              PIC X(04)     VALUE ' AT '.
           05  URL-KEYED-PRICE     PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(04)     VALUE ' OF '.
           05  URL-UNITS-PER       PIC ZZ,ZZ9.
           05  FILLER              PIC X(01)     VALUE SPACE.
           05  URL-STOCK-UOM       PIC X(03).
           05  FILLER              PIC X(58)     VALUE SPACES.

      *****************************************************************
      * WS-HELD-RECEIPT-LINE: PRINTED UNDER A RECEIPT'S DETAIL LINE   *
      * WHEN IT WENT INTO INSPECTION HOLD INSTEAD OF ON-HAND, NAMING   *
      * THE CLASS OR VENDOR THAT PUT IT THERE.                        *
      *****************************************************************
       01  WS-HELD-RECEIPT-LINE.
           05  FILLER              PIC X(10)     VALUE SPACES.
           05  FILLER              PIC X(28)     VALUE
               '** HELD FOR INSPECTION -    '.
           05  HRL-REASON-LABEL    PIC X(07).
           05  FILLER              PIC X(01)     VALUE SPACE.
           05  HRL-REASON-CODE     PIC X(05).
           05  FILLER              PIC X(81)     VALUE SPACES.

       01  WS-VALIDATION-FIELDS.
           05  WS-VALID-RECORD-FLAG  PIC X         VALUE 'Y'.
               88  RECORD-VALID                    VALUE 'Y'.
      * REVERSAL RUN MOVES THE GENERATION RECORD IN, SO BOTH PATHS   *
      * JUDGE A RECORD WITH THE SAME EDITS.                          *
      *****************************************************************
           05  WS-RULE-RECORD       PIC X(65)      VALUE SPACES.

       01  WS-PRICE-LOOKUP-FOUND-FLAG PIC X         VALUE 'N'.
           88  PRICE-FOUND                          VALUE 'Y'.

       01  WS-PRICE-WALK-END-FLAG    PIC X         VALUE 'N'.
           88  PRICE-WALK-END                      VALUE 'Y'.

      *****************************************************************
      * WS-PRICE-LOOKUP-WORK: THE PRICE IN FORCE FOR THE LAST ITEM   *
      * LOOKED UP. LIKE WS-ITEM-CACHE BELOW, A RUN OF TRANSACTIONS   *
      * AGAINST THE SAME ITEM COSTS ONE WALK OF ITS DATED PRICES.    *
      *****************************************************************
       01  WS-PRICE-LOOKUP-WORK.
           05  WS-PRICE-LOOKUP-CODE PIC X(10)      VALUE SPACES.
           05  WS-PRICE-IN-FORCE    PIC 9(05)V99   VALUE ZERO.
           05  WS-PRICE-CACHE-CODE  PIC X(10)      VALUE LOW-VALUES.
           05  WS-PRICE-CACHE-FOUND PIC X          VALUE 'N'.

      *****************************************************************
      * WS-ITEM-CACHE: THE LAST ITEM READ OFF THE INDEXED MASTER.    *
           05  WS-CACHE-STATUS      PIC X(01)     VALUE SPACE.
               88  ITEM-DISCONTINUED              VALUE 'D'.
           05  WS-CACHE-CLASS       PIC X(04)     VALUE SPACES.
           05  WS-CACHE-UOM         PIC X(03)     VALUE SPACES.
           05  WS-CACHE-LOT-CONTROL PIC X         VALUE 'N'.
               88  LOT-CONTROLLED-ITEM            VALUE 'Y'.
           05  WS-CACHE-INSPECT-CLASS PIC X       VALUE 'N'.
               88  INSPECTED-CLASS-ITEM           VALUE 'Y'.

      *****************************************************************
      * WS-LOT-FIELDS: SUPPORT LOT CONTROL. WS-LOT-CLASS-TABLE HOLDS  *
      * THE CLASSES CLASSTAB FLAGS LOT-CONTROLLED. WS-LOT-ADD-AREA    *
      * IS THE LOT 291-ADD-TO-LOT POSTS INTO; WS-LOT-DRAWN-TABLE      *
      * CARRIES THE LOTS A TRANSFER TOOK FROM ITS FROM-LOCATION SO    *
      * THE SAME LOTS CAN BE PLACED AT THE TO-LOCATION.               *
      *****************************************************************
       01  WS-LOT-FIELDS.
           05  WS-CLASSTAB-STATUS   PIC XX.
           05  WS-CLASSTAB-PATH     PIC X(80)      VALUE SPACES.
           05  WS-CLASSTAB-EOF-FLAG PIC X          VALUE 'N'.
               88  CLASSTAB-EOF     VALUE 'Y'.
           05  WS-LOTMAST-STATUS    PIC XX.
           05  WS-LOTMAST-PATH      PIC X(80)      VALUE SPACES.
           05  WS-LOT-FOUND-FLAG    PIC X          VALUE 'N'.
               88  LOT-FOUND        VALUE 'Y'.
           05  WS-LOT-WALK-END-FLAG PIC X          VALUE 'N'.
               88  LOT-WALK-END     VALUE 'Y'.
           05  WS-LOT-WALK-ITEM     PIC X(10)      VALUE SPACES.
           05  WS-LOT-WALK-LOC      PIC X(03)      VALUE SPACES.
           05  WS-LOT-REMAINING     PIC S9(07) COMP VALUE ZERO.
           05  WS-LOT-TAKE          PIC S9(07) COMP VALUE ZERO.
           05  WS-LOT-SUB           PIC 9(03) COMP VALUE ZERO.
           05  WS-LOT-SHORT-COUNT   PIC 9(05) COMP VALUE ZERO.
           05  WS-LOT-ADD-AREA.
               10  WS-LOT-ADD-KEY.
                   15  WS-LOT-ADD-ITEM   PIC X(10).
                   15  WS-LOT-ADD-LOC    PIC X(03).
                   15  WS-LOT-ADD-EXPIRY PIC X(08).
                   15  WS-LOT-ADD-NUMBER PIC X(10).
               10  WS-LOT-ADD-QTY      PIC S9(07) COMP.
               10  WS-LOT-ADD-COST     PIC 9(05)V9(04).

       01  WS-LOT-CLASS-TABLE.
           05  WS-LOT-CLASS-COUNT   PIC 9(03) COMP VALUE ZERO.
           05  WS-LOT-CLASS-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-LOT-CLASS-COUNT
                       INDEXED BY WS-LOT-CLASS-IDX.
               10  WS-LOT-CLASS-CODE   PIC X(04).

      *****************************************************************
      * WS-HOLD-FIELDS: SUPPORT INSPECTION HOLD. WS-INSP-CLASS-TABLE  *
      * AND WS-INSP-VENDOR-TABLE HOLD THE CLASSES AND VENDORS WHOSE   *
      * RECEIPTS MUST PASS QC; INSPECT-HOLD IS SET BY                 *
      * 194-CHECK-INSPECTION WHEN THE RECEIPT IN HAND IS ONE OF       *
      * THEM. WS-HOLD-DRAWN-VALUE IS THE COST OF THE HELD STOCK A     *
      * QC RELEASE OR REJECT TOOK, AT EACH RECEIPT'S OWN PRICE.       *
      *****************************************************************
       01  WS-HOLD-FIELDS.
           05  WS-VENDMAST-STATUS   PIC XX.
           05  WS-VENDMAST-PATH     PIC X(80)      VALUE SPACES.
           05  WS-VENDMAST-EOF-FLAG PIC X          VALUE 'N'.
               88  VENDMAST-EOF     VALUE 'Y'.
           05  WS-HOLDMAST-STATUS   PIC XX.
           05  WS-HOLDMAST-PATH     PIC X(80)      VALUE SPACES.
           05  WS-INSPECT-HOLD-FLAG PIC X          VALUE 'N'.
               88  INSPECT-HOLD     VALUE 'Y'.
           05  WS-HOLD-REASON       PIC X(01)      VALUE SPACE.
           05  WS-HOLD-VENDOR       PIC X(05)      VALUE SPACES.
           05  WS-HOLD-WALK-END-FLAG PIC X         VALUE 'N'.
               88  HOLD-WALK-END    VALUE 'Y'.
           05  WS-HOLD-WRITTEN-FLAG PIC X          VALUE 'N'.
               88  HOLD-WRITTEN     VALUE 'Y'.
           05  WS-HOLD-MATCH-FLAG   PIC X          VALUE 'N'.
               88  HOLD-MATCHED     VALUE 'Y'.
           05  WS-HOLD-WALK-ITEM    PIC X(10)      VALUE SPACES.
           05  WS-HOLD-WALK-LOC     PIC X(03)      VALUE SPACES.
           05  WS-HOLD-AVAILABLE    PIC S9(09) COMP VALUE ZERO.
           05  WS-HOLD-REMAINING    PIC S9(07) COMP VALUE ZERO.
           05  WS-HOLD-TAKE         PIC S9(07) COMP VALUE ZERO.
           05  WS-HOLD-DRAWN-VALUE  PIC S9(11)V9(04) COMP-3
                                                   VALUE ZERO.
           05  WS-HOLD-RUNNING-OH   PIC S9(07) COMP VALUE ZERO.
           05  WS-HOLD-RECEIPT-COUNT PIC 9(05) COMP VALUE ZERO.
           05  WS-QC-RELEASE-COUNT  PIC 9(05) COMP VALUE ZERO.
           05  WS-QC-REJECT-COUNT   PIC 9(05) COMP VALUE ZERO.

       01  WS-INSP-CLASS-TABLE.
           05  WS-INSP-CLASS-COUNT  PIC 9(03) COMP VALUE ZERO.
           05  WS-INSP-CLASS-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-INSP-CLASS-COUNT
                       INDEXED BY WS-INSP-CLASS-IDX.
               10  WS-INSP-CLASS-CODE  PIC X(04).

       01  WS-INSP-VENDOR-TABLE.
           05  WS-INSP-VENDOR-COUNT PIC 9(03) COMP VALUE ZERO.
           05  WS-INSP-VENDOR-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-INSP-VENDOR-COUNT
                       INDEXED BY WS-INSP-VENDOR-IDX.
               10  WS-INSP-VENDOR-CODE PIC X(05).

      *****************************************************************
      * WS-DEPT-FIELDS: SUPPORT THE CHARGE DEPARTMENT EDIT ON ISSUES. *
      * WS-DEPT-TABLE HOLDS THE DEPARTMENT CODES OFF DEPTMAST. WITH   *
      * NO DEPTMAST THE EDIT IS SKIPPED (DEPTMAST-MISSING) RATHER     *
      * THAN SUSPENDING EVERY CHARGED ISSUE IN THE FEED.              *
      *****************************************************************
       01  WS-DEPT-FIELDS.
           05  WS-DEPTMAST-STATUS   PIC XX.
           05  WS-DEPTMAST-PATH     PIC X(80)      VALUE SPACES.
           05  WS-DEPTMAST-EOF-FLAG PIC X          VALUE 'N'.
               88  DEPTMAST-EOF     VALUE 'Y'.
           05  WS-DEPTMAST-MISSING-FLAG PIC X      VALUE 'N'.
               88  DEPTMAST-MISSING VALUE 'Y'.

       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT        PIC 9(03) COMP VALUE ZERO.
           05  WS-DEPT-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-DEPT-COUNT
                       INDEXED BY WS-DEPT-IDX.
               10  WS-DEPT-CODE        PIC X(03).

      *****************************************************************
      * WS-ADJR-FIELDS: SUPPORT THE REASON CODE EDIT ON ADJUSTMENTS.  *
      * WS-ADJR-TABLE HOLDS THE CODES OFF ADJREASN WITH THEIR STATUS. *
      * WITH NO ADJREASN THE EDIT IS SKIPPED (ADJREASN-MISSING) THE   *
      * SAME WAY A MISSING DEPTMAST SKIPS THE CHARGE DEPARTMENT EDIT. *
      *****************************************************************
       01  WS-ADJR-FIELDS.
           05  WS-ADJREASN-STATUS   PIC XX.
           05  WS-ADJREASN-PATH     PIC X(80)      VALUE SPACES.
           05  WS-ADJREASN-EOF-FLAG PIC X          VALUE 'N'.
               88  ADJREASN-EOF     VALUE 'Y'.
           05  WS-ADJREASN-MISSING-FLAG PIC X      VALUE 'N'.
               88  ADJREASN-MISSING VALUE 'Y'.

       01  WS-ADJR-TABLE.
           05  WS-ADJR-COUNT        PIC 9(03) COMP VALUE ZERO.
           05  WS-ADJR-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-ADJR-COUNT
                       INDEXED BY WS-ADJR-IDX.
               10  WS-ADJR-CODE        PIC X(03).
               10  WS-ADJR-STATUS      PIC X(01).

      *****************************************************************
      * WS-SUPR-FIELDS: SUPPORT ISSUES AGAINST SUPERSEDED ITEMS.      *
      * WS-SUPR-TABLE HOLDS ITEMSUPR WITH EACH CHAIN ALREADY FOLLOWED *
      * TO ITS LAST LINK (WS-SUPR-FINAL-ITEM), SO AN ITEM REPLACED    *
      * TWICE ISSUES FROM THE CODE IN USE TODAY. A CHAIN THAT LOOPS   *
      * HAS NO FINAL ITEM AND ITS ISSUES SUSPEND AS DISCONTINUED.     *
      * SUPR-ISSUE IS SET BY 163-CHECK-SUPERSESSION FOR THE ISSUE IN  *
      * HAND; WS-SUPR-SAVE-TRANS KEEPS ITS RECORD WHILE TRANS-RECORD  *
      * IS REUSED FOR THE SUCCESSOR'S SHARE.                          *
      *****************************************************************
       01  WS-SUPR-FIELDS.
           05  WS-ITEMSUPR-STATUS   PIC XX.
           05  WS-ITEMSUPR-PATH     PIC X(80)      VALUE SPACES.
           05  WS-ITEMSUPR-EOF-FLAG PIC X          VALUE 'N'.
               88  ITEMSUPR-EOF     VALUE 'Y'.
           05  WS-SUPR-ISSUE-FLAG   PIC X          VALUE 'N'.
               88  SUPR-ISSUE       VALUE 'Y'.
           05  WS-SUPR-SUCCESSOR    PIC X(10)      VALUE SPACES.
           05  WS-SUPR-SUB          PIC 9(03) COMP VALUE ZERO.
           05  WS-SUPR-HOPS         PIC 9(03) COMP VALUE ZERO.
           05  WS-SUPR-WALK-CODE    PIC X(10)      VALUE SPACES.
           05  WS-SUPR-LINK-FLAG    PIC X          VALUE 'N'.
               88  SUPR-LINK-FOUND  VALUE 'Y'.
           05  WS-SUPR-ISSUE-QTY    PIC 9(05)      VALUE ZERO.
           05  WS-SUPR-OLD-QTY      PIC 9(05)      VALUE ZERO.
           05  WS-SUPR-NEW-QTY      PIC 9(05)      VALUE ZERO.
           05  WS-SUPR-COVER-QTY    PIC S9(08) COMP VALUE ZERO.
           05  WS-SUPR-ISSUE-COUNT  PIC 9(05) COMP VALUE ZERO.
           05  WS-SUPR-SAVE-TRANS   PIC X(65)      VALUE SPACES.

       01  WS-SUPR-TABLE.
           05  WS-SUPR-COUNT        PIC 9(03) COMP VALUE ZERO.
           05  WS-SUPR-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-SUPR-COUNT
                       INDEXED BY WS-SUPR-IDX.
               10  WS-SUPR-OLD-ITEM    PIC X(10).
               10  WS-SUPR-NEW-ITEM    PIC X(10).
               10  WS-SUPR-FINAL-ITEM  PIC X(10).

      *****************************************************************
      * WS-KIT-FIELDS: SUPPORT KIT EXPLOSION. WS-KIT-TABLE HOLDS THE  *
      * KIT MASTER; KIT-ISSUE IS SET BY 185-FIND-KIT WHEN THE ISSUE   *
      * IN HAND IS FOR A KIT. WS-KIT-SAVE-TRANS KEEPS THE KIT'S OWN   *
      * RECORD WHILE TRANS-RECORD IS REUSED FOR EACH COMPONENT.       *
      * WS-KIT-VALUE-LEFT IS THE PART OF THE KIT'S SELLING VALUE NOT  *
      * YET SHARED OUT, AND WS-KIT-COST-LEFT (OR WS-KIT-QTY-LEFT) THE *
      * COST (OR QUANTITY) OF THE COMPONENTS STILL TO TAKE A SHARE.   *
      *****************************************************************
       01  WS-KIT-FIELDS.
           05  WS-KITMAST-STATUS    PIC XX.
           05  WS-KITMAST-PATH      PIC X(80)      VALUE SPACES.
           05  WS-KITMAST-EOF-FLAG  PIC X          VALUE 'N'.
               88  KITMAST-EOF      VALUE 'Y'.
           05  WS-KIT-ISSUE-FLAG    PIC X          VALUE 'N'.
               88  KIT-ISSUE        VALUE 'Y'.
           05  WS-KIT-LOOKUP-ITEM   PIC X(10)      VALUE SPACES.
           05  WS-KIT-SUB           PIC 9(05) COMP VALUE ZERO.
           05  WS-KIT-ISSUE-QTY     PIC 9(05)      VALUE ZERO.
           05  WS-KIT-NEED-QTY      PIC 9(08) COMP VALUE ZERO.
           05  WS-KIT-SAVE-TRANS    PIC X(65)      VALUE SPACES.
           05  WS-KIT-VALUE-LEFT    PIC S9(10)V99  COMP-3 VALUE ZERO.
           05  WS-KIT-COMP-VALUE    PIC S9(10)V99  COMP-3 VALUE ZERO.
           05  WS-KIT-COST-LEFT     PIC S9(11)V9(04) COMP-3 VALUE ZERO.
           05  WS-KIT-COMP-COST     PIC S9(11)V9(04) COMP-3 VALUE ZERO.
           05  WS-KIT-QTY-LEFT      PIC 9(09) COMP VALUE ZERO.
           05  WS-KIT-SHARE-FLAG    PIC X          VALUE 'C'.
               88  KIT-SHARED-BY-COST VALUE 'C'.

       01  WS-KIT-TABLE.
           05  WS-KIT-COUNT         PIC 9(05) COMP VALUE ZERO.
           05  WS-KIT-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-KIT-COUNT
                       INDEXED BY WS-KIT-IDX.
               10  WS-KIT-ITEM         PIC X(10).
               10  WS-KIT-COMP         PIC X(10).
               10  WS-KIT-COMP-QTY     PIC 9(03).

      *****************************************************************
      * WS-UOM-FIELDS: SUPPORT PURCHASE UNIT CONVERSION OF RECEIPTS.  *
      * WS-UOM-TABLE HOLDS THE CONVERSION FILE. WHEN A RECEIPT IS     *
      * CONVERTED, WS-UOM-SAVE-TRANS KEEPS THE RECORD AS KEYED (SO A  *
      * LATER EDIT THAT SUSPENDS IT SUSPENDS WHAT WAS KEYED) AND      *
      * WS-UOM-KEYED-QTY/PRICE KEEP THE KEYED FIGURES FOR THE RUN'S   *
      * CONTROL TOTALS, WHICH THE FEED'S TRAILER STATES AS KEYED.     *
      *****************************************************************
       01  WS-UOM-FIELDS.
           05  WS-UOMCONV-STATUS    PIC XX.
           05  WS-UOMCONV-PATH      PIC X(80)      VALUE SPACES.
           05  WS-UOMCONV-EOF-FLAG  PIC X          VALUE 'N'.
               88  UOMCONV-EOF      VALUE 'Y'.
           05  WS-UOM-CONVERTED-FLAG PIC X         VALUE 'N'.
               88  UOM-CONVERTED    VALUE 'Y'.
           05  WS-UOM-LOOKUP-ITEM   PIC X(10)      VALUE SPACES.
           05  WS-UOM-LOOKUP-VENDOR PIC X(05)      VALUE SPACES.
           05  WS-UOM-LOOKUP-UOM    PIC X(03)      VALUE SPACES.
           05  WS-UOM-LOOKUP-PO     PIC X(06)      VALUE SPACES.
           05  WS-UOM-SUB           PIC 9(05) COMP VALUE ZERO.
           05  WS-UOM-UNITS-PER     PIC 9(05)      VALUE ZERO.
           05  WS-UOM-STOCK-QTY     PIC 9(10) COMP VALUE ZERO.
           05  WS-UOM-KEYED-QTY     PIC 9(05)      VALUE ZERO.
           05  WS-UOM-KEYED-PRICE   PIC 9(05)V99   VALUE ZERO.
           05  WS-UOM-SAVE-TRANS    PIC X(65)      VALUE SPACES.
           05  WS-UOM-RECEIPT-COUNT PIC 9(05) COMP VALUE ZERO.

       01  WS-UOM-TABLE.
           05  WS-UOM-COUNT         PIC 9(05) COMP VALUE ZERO.
           05  WS-UOM-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-UOM-COUNT.
               10  WS-UOM-ITEM         PIC X(10).
               10  WS-UOM-VENDOR       PIC X(05).
               10  WS-UOM-PURCH-UOM    PIC X(03).
               10  WS-UOM-PER          PIC 9(05).

       01  WS-LOT-DRAWN-TABLE.
           05  WS-LOT-DRAWN-COUNT   PIC 9(03) COMP VALUE ZERO.
           05  WS-LOT-DRAWN-ENTRY OCCURS 20 TIMES.
               10  WS-LOT-DRAWN-EXPIRY PIC X(08).
               10  WS-LOT-DRAWN-NUMBER PIC X(10).
               10  WS-LOT-DRAWN-QTY    PIC S9(07) COMP.
               10  WS-LOT-DRAWN-COST   PIC 9(05)V9(04).

       01  WS-ITEM-LOOKUP-FIELDS.
           05  WS-ITEM-LOOKUP-CODE  PIC X(10)     VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE SPACES.
               10  FILLER          PIC X(6)      VALUE 'PAGE: '.
               10  RH-PAGE-OUT     PIC ZZ9.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  RH-TRIAL-STAMP  PIC X(38)     VALUE SPACES.
           05  RH-COLUMNS.                                             
               10  FILLER          PIC X(5)      VALUE SPACES.         
               10  FILLER          PIC X(10)     VALUE 'ITEM CODE'.    
      * SIGN THEY CONTRIBUTED TO THE GRAND TOTAL (CREDITS NEGATIVE).  *
      *****************************************************************
       01  WS-TYPE-TOTALS.
           05  WS-TYPE-TOTAL-ENTRY OCCURS 7 TIMES
                       INDEXED BY WS-TYPE-IDX.
               10  WS-TYPE-CODE        PIC X(01).
               10  WS-TYPE-LABEL       PIC X(12).
           05  WS-CLS-SUB           PIC 9(02) COMP VALUE ZERO.
           05  WS-CLS-WORK-CODE     PIC X(04)      VALUE SPACES.

      *****************************************************************
      * WS-SOURCE-TOTALS: RECORDS READ AND SUSPENDED, AND QUANTITY    *
      * AND AMOUNT POSTED, PER FEED SOURCE (TR-SOURCE-ID), PRINTED    *
      * UNDER THE CLASS TOTALS AND WRITTEN TO THE AUDIT FILE SO A     *
      * SHORT OR DOUBLED NIGHT CAN BE PINNED ON THE FEED THAT CAUSED  *
      * IT. A FEED BUILT BY HAND WITHOUT SOURCE IDS TALLIES UNDER     *
      * '(NONE)'.                                                     *
      *****************************************************************
       01  WS-SOURCE-TOTALS.
           05  WS-SOURCE-COUNT      PIC 9(02) COMP VALUE ZERO.
           05  WS-SOURCE-ENTRY OCCURS 1 TO 12 TIMES
                       DEPENDING ON WS-SOURCE-COUNT
                       INDEXED BY WS-SOURCE-IDX.
               10  WS-SRCT-ID          PIC X(08).
               10  WS-SRCT-READ        PIC 9(07)     COMP.
               10  WS-SRCT-SUSPENDED   PIC 9(07)     COMP.
               10  WS-SRCT-QTY         PIC 9(07)     COMP.
               10  WS-SRCT-AMOUNT      PIC S9(13)V99 COMP-3.

       01  WS-SOURCE-WORK-FIELDS.
           05  WS-SRCT-FOUND-FLAG   PIC X          VALUE 'N'.
               88  SOURCE-TALLIED   VALUE 'Y'.
           05  WS-SRCT-SUB          PIC 9(02) COMP VALUE ZERO.
           05  WS-SRCT-WORK-ID      PIC X(08)      VALUE SPACES.

       01  WS-SOURCE-TOTAL-LINE.
           05  FILLER              PIC X(52)     VALUE SPACES.
           05  STL-LABEL           PIC X(4)      VALUE 'SRC '.
           05  STL-SOURCE-OUT      PIC X(8).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  STL-COUNT-OUT       PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  STL-QTY-OUT         PIC ZZZZ,ZZ9.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  STL-AMOUNT-OUT      PIC +Z(10).99.
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  FILLER              PIC X(10)     VALUE 'SUSPENDED '.
           05  STL-SUSP-OUT        PIC ZZ,ZZ9.
           05  FILLER              PIC X(16)     VALUE SPACES.

       01  WS-CLASS-TOTAL-LINE.
           05  FILLER              PIC X(52)     VALUE SPACES.
           05  CTL-LABEL           PIC X(6)      VALUE 'CLASS '.
               GOBACK.
           PERFORM 065-CHECK-CLOSED-PERIOD
               THRU 065-CHECK-CLOSED-PERIOD-EXIT.
           IF TRIAL-RUN
               PERFORM 030-PREPARE-TRIAL-RUN
                   THRU 030-PREPARE-TRIAL-RUN-EXIT.
           PERFORM 070-LOAD-RESTART-CHECKPOINT
               THRU 070-LOAD-RESTART-CHECKPOINT-EXIT.
           PERFORM 090-ARCHIVE-TRANS-GENERATION
               THRU 090-ARCHIVE-TRANS-GENERATION-EXIT.

      *****************************************************************
      * THE PRICE MASTER AND THE ITEM MASTER STAY OPEN FOR THE WHOLE *
      * RUN - EVERY PRICE AND ITEM LOOKUP IN THE POSTING PATH GOES   *
      * IN BY KEY.                                                   *
      *****************************************************************
           OPEN INPUT PRICEMAST-FILE.
           IF WS-PRICEMAST-STATUS NOT = '00'
               DISPLAY 'PROJ6 ABEND - NO INDEXED PRICE MASTER (RUN '
                   'PRICRELD) - STATUS ' WS-PRICEMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.

           OPEN INPUT ITEMMAST-FILE.
           IF WS-ITEMMAST-STATUS NOT = '00'
               DISPLAY 'PROJ6 ABEND - NO INDEXED ITEM MASTER (RUN '

           PERFORM 057-LOAD-VALIDATION-RULES
               THRU 057-LOAD-VALIDATION-RULES-EXIT.
           PERFORM 054-LOAD-LOT-CLASSES
               THRU 054-LOAD-LOT-CLASSES-EXIT.
           PERFORM 051-LOAD-KIT-MASTER
               THRU 051-LOAD-KIT-MASTER-EXIT.
           PERFORM 053-LOAD-UOM-CONVERSIONS
               THRU 053-LOAD-UOM-CONVERSIONS-EXIT.
           PERFORM 067-LOAD-INSPECT-VENDORS
               THRU 067-LOAD-INSPECT-VENDORS-EXIT.
           PERFORM 063-LOAD-DEPARTMENTS
               THRU 063-LOAD-DEPARTMENTS-EXIT.
           PERFORM 061-LOAD-ADJ-REASONS
               THRU 061-LOAD-ADJ-REASONS-EXIT.
           PERFORM 071-LOAD-SUPERSESSIONS
               THRU 071-LOAD-SUPERSESSIONS-EXIT.

      *****************************************************************
      * SR-SEQ-NUM IS A SECOND ASCENDING KEY, NOT JUST SR-ITEM-CODE,  *
               THRU 072-OPEN-INVENTORY-MASTER-EXIT.
           PERFORM 074-OPEN-YTD-MASTER
               THRU 074-OPEN-YTD-MASTER-EXIT.
           PERFORM 076-OPEN-PO-MASTER
               THRU 076-OPEN-PO-MASTER-EXIT.
           PERFORM 078-OPEN-LOT-MASTER
               THRU 078-OPEN-LOT-MASTER-EXIT.
           PERFORM 079-OPEN-HOLD-MASTER
               THRU 079-OPEN-HOLD-MASTER-EXIT.
      *****************************************************************
      * THE HISTORY FILE ALWAYS EXTENDS - IT IS THE PERMANENT        *
      * RECORD, NEVER TRUNCATED BY A NEW RUN.                        *

           PERFORM 300-WRITE-GRAND-TOTAL
                THRU 300-WRITE-GRAND-TOTAL-EXIT.
           IF TRIAL-RUN
               PERFORM 360-LIST-TRIAL-SUSPENSE
                   THRU 360-LIST-TRIAL-SUSPENSE-EXIT.
           IF NOT RUN-ABENDED
               PERFORM 232-WRITE-EXTRACT-TRAILER
                   THRU 232-WRITE-EXTRACT-TRAILER-EXIT
               INVENTORY-MASTER
               YTD-MASTER
               HISTORY-FILE
               POMAST-FILE
               LOTMAST-FILE
               HOLDMAST-FILE
               ITEMMAST-FILE
               PRICEMAST-FILE.
           IF WS-LOT-SHORT-COUNT > ZERO
               DISPLAY 'PROJ6: POSTINGS SHORT OF LOT STOCK: '
                   WS-LOT-SHORT-COUNT.
           IF WS-UOM-RECEIPT-COUNT > ZERO
               DISPLAY 'PROJ6: RECEIPTS CONVERTED FROM PURCHASE UNITS: '
                   WS-UOM-RECEIPT-COUNT.
           IF WS-SUPR-ISSUE-COUNT > ZERO
               DISPLAY 'PROJ6: ISSUES OF SUPERSEDED ITEMS: '
                   WS-SUPR-ISSUE-COUNT.
           IF WS-HOLD-RECEIPT-COUNT > ZERO
               DISPLAY 'PROJ6: RECEIPTS HELD FOR INSPECTION: '
                   WS-HOLD-RECEIPT-COUNT.
           IF WS-QC-RELEASE-COUNT > ZERO OR WS-QC-REJECT-COUNT > ZERO
               DISPLAY 'PROJ6: QC RELEASES: ' WS-QC-RELEASE-COUNT
                   '  QC REJECTS: ' WS-QC-REJECT-COUNT.
           PERFORM 080-WRITE-AUDIT-LOG
               THRU 080-WRITE-AUDIT-LOG-EXIT.
           PERFORM 085-WRITE-RUN-SUMMARY
           PERFORM 087-WRITE-RUN-STATISTICS
               THRU 087-WRITE-RUN-STATISTICS-EXIT.

           IF TRIAL-RUN
               DISPLAY 'PROJ6: TRIAL RUN - NO LIVE MASTER, HISTORY, '
                   'AUDIT, EXTRACT, RECYCLE OR RESTART FILE UPDATED'.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'PROJECT 6: TRANSACTION REPORT PROGRAM ENDED'.
           GOBACK.
                   '/SUSPENSE' DELIMITED BY SIZE
               INTO WS-SUSPENSE-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PRICEMAST.IDX' DELIMITED BY SIZE
               INTO WS-PRICEMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PROJ6.RESTART' DELIMITED BY SIZE
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PROJ6.LOCK' DELIMITED BY SIZE
               INTO WS-LOCK-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/POMAST' DELIMITED BY SIZE
               INTO WS-POMAST-PATH.
           ACCEPT WS-INTFCTL-PATH FROM ENVIRONMENT 'INTFCTL_PATH'.
           IF WS-INTFCTL-PATH = SPACES
               STRING WS-DATA-DIR DELIMITED BY SPACE
               MOVE
                 '../project-002-table-processing/data/ITEMMAST.IDX'
                   TO WS-ITEMMAST-PATH.
           ACCEPT WS-CLASSTAB-PATH
               FROM ENVIRONMENT 'PROJ6_CLASSTAB_PATH'.
           IF WS-CLASSTAB-PATH = SPACES
               MOVE '../project-002-table-processing/data/CLASSTAB'
                   TO WS-CLASSTAB-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/LOTMAST' DELIMITED BY SIZE
               INTO WS-LOTMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/KITMAST' DELIMITED BY SIZE
               INTO WS-KITMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/UOMCONV' DELIMITED BY SIZE
               INTO WS-UOMCONV-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/VENDMAST' DELIMITED BY SIZE
               INTO WS-VENDMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/HOLDMAST' DELIMITED BY SIZE
               INTO WS-HOLDMAST-PATH.
           ACCEPT WS-DEPTMAST-PATH
               FROM ENVIRONMENT 'PROJ6_DEPTMAST_PATH'.
           IF WS-DEPTMAST-PATH = SPACES
               STRING
                 '../project-004-input-sequential-file-processing'
                   '/data/DEPTMAST' DELIMITED BY SIZE
                   INTO WS-DEPTMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/ADJREASN' DELIMITED BY SIZE
               INTO WS-ADJREASN-PATH.
           ACCEPT WS-ITEMSUPR-PATH
               FROM ENVIRONMENT 'PROJ6_ITEMSUPR_PATH'.
           IF WS-ITEMSUPR-PATH = SPACES
               MOVE '../project-002-table-processing/data/ITEMSUPR'
                   TO WS-ITEMSUPR-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

                           MOVE PARM-REPORT-TITLE TO RH-TITLE-TEXT
                       END-IF
                       MOVE PARM-RUN-MODE TO WS-RUN-MODE
                       IF TRIAL-RUN
                           MOVE '*** TRIAL RUN - NOTHING POSTED ***'
                               TO RH-TRIAL-STAMP
                       END-IF
                       MOVE PARM-BACKOUT-GEN TO WS-BACKOUT-GEN
                       IF PARM-NEG-BLOCK = 'Y'
                           MOVE 'Y' TO WS-NEG-BLOCK-FLAG
                       IF PARM-LOCK-OVERRIDE = 'Y'
                           MOVE 'Y' TO WS-LOCK-OVERRIDE
                       END-IF
                       IF PARM-RCPT-TOL-PCT IS NUMERIC
                           MOVE PARM-RCPT-TOL-PCT TO WS-RCPT-TOL-PCT
                       END-IF
               END-READ
               CLOSE PARM-FILE.
           STRING WS-RUN-DATE-TEXT (1:4) '-' WS-RUN-DATE-TEXT (5:2)
           MOVE 'PROJ6   ' TO LCK-PROGRAM.
           IF REVERSAL-RUN
               MOVE 'REVERSAL' TO LCK-STEP
           ELSE IF TRIAL-RUN
               MOVE 'TRIAL   ' TO LCK-STEP
           ELSE
               MOVE 'POSTING ' TO LCK-STEP.
           OPEN OUTPUT LOCK-FILE.
      * INSTEAD OF REPROCESSING TRANS-FILE FROM THE START.            *
      *****************************************************************
       070-LOAD-RESTART-CHECKPOINT.
           IF TRIAL-RUN
               DISPLAY 'TRIAL RUN - ANY RESTART CHECKPOINT IS IGNORED'
               GO TO 070-LOAD-RESTART-CHECKPOINT-EXIT.
           OPEN INPUT RESTART-FILE.
           IF WS-RESTART-STATUS NOT = '00'
               DISPLAY 'NO RESTART CHECKPOINT FOUND - STARTING FRESH'
                           MOVE RS-ITEM-SUBTOTAL   TO WS-ITEM-SUBTOTAL
                           MOVE RS-EXTRACT-COUNT   TO WS-EXTRACT-COUNT
                           MOVE RS-EXTRACT-HASH    TO WS-EXTRACT-HASH
                           PERFORM 081-RESTORE-SOURCE-TOTALS
                               THRU 081-RESTORE-SOURCE-TOTALS-EXIT
                   END-READ
               END-PERFORM
               CLOSE RESTART-FILE
       070-LOAD-RESTART-CHECKPOINT-EXIT.
           EXIT.

      *****************************************************************
      * 081-RESTORE-SOURCE-TOTALS: PRIMES THE TOTALS BY SOURCE FROM   *
      * THE CHECKPOINT. A CHECKPOINT TAKEN BEFORE SOURCES WERE        *
      * CARRIED HAS NONE, AND THE SOURCES START AGAIN FROM ZERO.      *
      *****************************************************************
       081-RESTORE-SOURCE-TOTALS.
           MOVE ZERO TO WS-SOURCE-COUNT.
           IF RS-SOURCE-COUNT IS NOT NUMERIC
               GO TO 081-RESTORE-SOURCE-TOTALS-EXIT.
           IF RS-SOURCE-COUNT > 12
               GO TO 081-RESTORE-SOURCE-TOTALS-EXIT.
           MOVE RS-SOURCE-COUNT TO WS-SOURCE-COUNT.
           PERFORM 083-RESTORE-ONE-SOURCE
               THRU 083-RESTORE-ONE-SOURCE-EXIT
               VARYING WS-SRCT-SUB FROM 1 BY 1
               UNTIL WS-SRCT-SUB > WS-SOURCE-COUNT.
       081-RESTORE-SOURCE-TOTALS-EXIT.
           EXIT.

       083-RESTORE-ONE-SOURCE.
           MOVE RS-SRCT-ID (WS-SRCT-SUB) TO WS-SRCT-ID (WS-SRCT-SUB).
           MOVE RS-SRCT-READ (WS-SRCT-SUB) TO
               WS-SRCT-READ (WS-SRCT-SUB).
           MOVE RS-SRCT-SUSPENDED (WS-SRCT-SUB) TO
               WS-SRCT-SUSPENDED (WS-SRCT-SUB).
           MOVE RS-SRCT-QTY (WS-SRCT-SUB) TO
               WS-SRCT-QTY (WS-SRCT-SUB).
           MOVE RS-SRCT-AMOUNT (WS-SRCT-SUB) TO
               WS-SRCT-AMOUNT (WS-SRCT-SUB).
       083-RESTORE-ONE-SOURCE-EXIT.
           EXIT.

      *****************************************************************
      * 072-OPEN-INVENTORY-MASTER: OPENS INVENTORY-MASTER I-O. ON THE *
      * FIRST-EVER RUN THE FILE DOES NOT EXIST YET, SO AN INDEXED     *
       074-OPEN-YTD-MASTER-EXIT.
           EXIT.

      *****************************************************************
      * 076-OPEN-PO-MASTER: OPENS POMAST-FILE I-O WITH THE SAME      *
      * FIRST-RUN BOOTSTRAP 072-OPEN-INVENTORY-MASTER USES, SO A     *
      * SITE THAT HAS NEVER RUN POGEN STILL POSTS - EVERY PO-QUOTING *
      * RECEIPT SIMPLY SUSPENDS AS PO NOT ON FILE.                   *
      *****************************************************************
       076-OPEN-PO-MASTER.
           OPEN I-O POMAST-FILE.
           IF WS-POMAST-STATUS = '05' OR WS-POMAST-STATUS = '35'
               DISPLAY 'NO PO MASTER FOUND - CREATING EMPTY FILE'
               OPEN OUTPUT POMAST-FILE
               CLOSE POMAST-FILE
               OPEN I-O POMAST-FILE
           END-IF.
       076-OPEN-PO-MASTER-EXIT.
           EXIT.

      *****************************************************************
      * 078-OPEN-LOT-MASTER: OPENS LOTMAST-FILE I-O WITH THE SAME    *
      * FIRST-RUN BOOTSTRAP 072-OPEN-INVENTORY-MASTER USES.          *
      *****************************************************************
       078-OPEN-LOT-MASTER.
           OPEN I-O LOTMAST-FILE.
           IF WS-LOTMAST-STATUS = '05' OR WS-LOTMAST-STATUS = '35'
               DISPLAY 'NO LOT MASTER FOUND - CREATING EMPTY FILE'
               OPEN OUTPUT LOTMAST-FILE
               CLOSE LOTMAST-FILE
               OPEN I-O LOTMAST-FILE
           END-IF.
       078-OPEN-LOT-MASTER-EXIT.
           EXIT.

      *****************************************************************
      * 079-OPEN-HOLD-MASTER: OPENS HOLDMAST-FILE I-O THE SAME WAY    *
      * 078-OPEN-LOT-MASTER OPENS THE LOT MASTER - A MISSING FILE IS  *
      * CREATED EMPTY, SINCE NOTHING HAS BEEN HELD YET.               *
      *****************************************************************
       079-OPEN-HOLD-MASTER.
           OPEN I-O HOLDMAST-FILE.
           IF WS-HOLDMAST-STATUS = '05' OR WS-HOLDMAST-STATUS = '35'
               DISPLAY 'NO HOLD MASTER FOUND - CREATING EMPTY FILE'
               OPEN OUTPUT HOLDMAST-FILE
               CLOSE HOLDMAST-FILE
               OPEN I-O HOLDMAST-FILE
           END-IF.
       079-OPEN-HOLD-MASTER-EXIT.
           EXIT.

      *****************************************************************
      * 080-WRITE-AUDIT-LOG: APPENDS ONE ENTRY TO AUDIT-FILE FOR THIS *
      * RUN SO A SECOND RUN AGAINST THE SAME TRANS FILE SHOWS UP AS A *
      * SECOND ENTRY INSTEAD OF GOING UNNOTICED.                      *
      *****************************************************************
       080-WRITE-AUDIT-LOG.
           IF TRIAL-RUN
               GO TO 080-WRITE-AUDIT-LOG-EXIT.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CDT-TIME FROM TIME.
           STRING WS-CDT-DATE (1:4) '-' WS-CDT-DATE (5:2) '-'
           MOVE WS-TOTAL-READ-COUNT TO AUD-RECORD-COUNT.
           MOVE WS-GRAND-TOTAL      TO AUD-GRAND-TOTAL.
           WRITE AUDIT-RECORD.
           PERFORM 082-WRITE-SOURCE-AUDIT
               THRU 082-WRITE-SOURCE-AUDIT-EXIT
               VARYING WS-SRCT-SUB FROM 1 BY 1
               UNTIL WS-SRCT-SUB > WS-SOURCE-COUNT.
           CLOSE AUDIT-FILE.
       080-WRITE-AUDIT-LOG-EXIT.
           EXIT.

      *****************************************************************
      * 082-WRITE-SOURCE-AUDIT: FOLLOWS THE RUN'S ENTRY WITH ONE      *
      * ENTRY PER FEED SOURCE, FILE ID DATA/TRANS:<SOURCE>, CARRYING  *
      * THE SOURCE'S RECORDS READ AND AMOUNT POSTED. THE RUN'S OWN    *
      * ENTRY KEEPS ITS PLAIN DATA/TRANS ID, SO BALANCE STILL FINDS   *
      * IT, AND AUDITRPT FLAGS A SOURCE FEED RUN TWICE THE SAME WAY   *
      * IT FLAGS A WHOLE RUN.                                         *
      *****************************************************************
       082-WRITE-SOURCE-AUDIT.
           MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE SPACES TO AUD-INPUT-FILE-ID.
           STRING 'DATA/TRANS:' DELIMITED BY SIZE
                   WS-SRCT-ID (WS-SRCT-SUB) DELIMITED BY SPACE
               INTO AUD-INPUT-FILE-ID.
           MOVE WS-SRCT-READ (WS-SRCT-SUB)   TO AUD-RECORD-COUNT.
           MOVE WS-SRCT-AMOUNT (WS-SRCT-SUB) TO AUD-GRAND-TOTAL.
           WRITE AUDIT-RECORD.
       082-WRITE-SOURCE-AUDIT-EXIT.
           EXIT.

      *****************************************************************
      * 085-WRITE-RUN-SUMMARY: REWRITES THE ONE-RECORD RUN SUMMARY    *
      * PROJ7 READS FOR THE NIGHTLY OPERATIONS SUMMARY.               *
      *****************************************************************
       085-WRITE-RUN-SUMMARY.
           IF TRIAL-RUN
               GO TO 085-WRITE-RUN-SUMMARY-EXIT.
           OPEN OUTPUT RUNSTATS-FILE.
           MOVE WS-TOTAL-READ-COUNT  TO P6S-RECORDS-READ.
           MOVE WS-SUSPENSE-COUNT    TO P6S-SUSPENSE-COUNT.
      * IS WHAT POSTED; REJECTED IS WHAT WENT TO SUSPENSE.           *
      *****************************************************************
       087-WRITE-RUN-STATISTICS.
           IF TRIAL-RUN
               GO TO 087-WRITE-RUN-STATISTICS-EXIT.
           ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-OPS-TIME FROM TIME.
           COMPUTE WS-OPS-ACCEPTED = WS-TOTAL-READ-COUNT
      * POSTINGS OUT.                                                 *
      *****************************************************************
       090-ARCHIVE-TRANS-GENERATION.
           IF TRIAL-RUN
               GO TO 090-ARCHIVE-TRANS-GENERATION-EXIT.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/TRANS.G' DELIMITED BY SIZE
                   WS-RUN-DATE-TEXT DELIMITED BY SIZE
      * RECORD TO THE SORT AHEAD OF THE DAILY FEED, TALLYING WHAT THE  *
      * RECYCLE FILE ADDS TO THE RUN SO 350-VERIFY-CONTROL-TOTALS CAN  *
      * ALLOW FOR IT OVER AND ABOVE THE FEED'S OWN TRAILER TOTALS.     *
      * TRANSFERS AND QC RELEASES/REJECTS CARRY NO VALUE, AS IN        *
      * 200-PROCESS-RECORD, SO ADD NOTHING TO THE AMOUNT.              *
      *****************************************************************
       094-RELEASE-RECYCLE-RECORD.
           READ RECYCLE-FILE INTO WS-RECYCLE-REC
                   IF WS-RECYCLE-QUANTITY IS NUMERIC
                           AND WS-RECYCLE-PRICE IS NUMERIC
                           AND WS-RECYCLE-TYPE NOT = 'T'
                           AND WS-RECYCLE-TYPE NOT = 'Q'
                           AND WS-RECYCLE-TYPE NOT = 'V'
                       IF WS-RECYCLE-TYPE = 'C'
                           COMPUTE WS-RECYCLE-AMOUNT =
                               WS-RECYCLE-AMOUNT
                   END-IF
                   MOVE WS-RECYCLE-REC TO SORT-RECORD
                   MOVE WS-SORT-SEQ-NUM TO SR-SEQ-NUM
                   MOVE 'RECYCLE ' TO SR-SOURCE-ID
                   RELEASE SORT-RECORD.

       096-RELEASE-NUMBERED-RECORD.
                   RELEASE SORT-RECORD.

      *****************************************************************
      * 030-PREPARE-TRIAL-RUN: POINTS A TRIAL RUN AT SCRATCH FILES SO *
      * IT CAN POST EXACTLY AS THE REAL RUN WOULD WITHOUT TOUCHING    *
      * ANYTHING LIVE. THE MASTERS THE VALIDATION READS - INVENTORY,  *
      * PO, LOT AND HOLD - ARE COPIED TO <NAME>.TRIAL FIRST, SO A     *
      * LATER RECORD'S COVER CHECK SEES WHAT AN EARLIER ONE POSTED,   *
      * AS IT WILL TONIGHT. THE YTD MASTER IS NEVER READ TO DECIDE    *
      * ANYTHING, SO ITS TRIAL COPY STARTS EMPTY. HISTORY, EXTRACT,   *
      * RESTART AND SUSPENSE GO TO EMPTY TRIAL FILES OF THEIR OWN,    *
      * AND THE PRINTED REPORT TO TRANSREPORT.TRIAL.                  *
      * THE AUDIT LOG, RUN SUMMARY, RUN STATISTICS, ALERTS, INTERFACE *
      * CONTROL FILE, RECYCLE FILE AND TRANS GENERATION ARE NOT       *
      * WRITTEN AT ALL. THE TRIAL FILES ARE LEFT FOR INSPECTION AND   *
      * REPLACED BY THE NEXT TRIAL.                                   *
      *****************************************************************
       030-PREPARE-TRIAL-RUN.
           DISPLAY 'PROJ6: TRIAL RUN - POSTING TO SCRATCH COPIES OF '
               'THE MASTERS'.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PROJ6.TRIALWK' DELIMITED BY SIZE
               INTO WS-TRIALWK-PATH.
           PERFORM 031-COPY-INVENTORY-MASTER
               THRU 031-COPY-INVENTORY-MASTER-EXIT.
           PERFORM 034-COPY-PO-MASTER
               THRU 034-COPY-PO-MASTER-EXIT.
           PERFORM 037-COPY-LOT-MASTER
               THRU 037-COPY-LOT-MASTER-EXIT.
           PERFORM 040-COPY-HOLD-MASTER
               THRU 040-COPY-HOLD-MASTER-EXIT.
           MOVE SPACES TO WS-YTDMAST-PATH
                          WS-TRANSHIST-PATH
                          WS-TRANSEXT-PATH
                          WS-RESTART-PATH
                          WS-SUSPENSE-PATH
                          WS-REPORT-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/YTDMAST.TRIAL' DELIMITED BY SIZE
               INTO WS-YTDMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/TRANSHIST.TRIAL' DELIMITED BY SIZE
               INTO WS-TRANSHIST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/TRANSEXT.TRIAL' DELIMITED BY SIZE
               INTO WS-TRANSEXT-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PROJ6.RESTART.TRIAL' DELIMITED BY SIZE
               INTO WS-RESTART-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/SUSPENSE.TRIAL' DELIMITED BY SIZE
               INTO WS-SUSPENSE-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/TRANSREPORT.TRIAL' DELIMITED BY SIZE
               INTO WS-REPORT-PATH.
           OPEN OUTPUT YTD-MASTER.
           CLOSE YTD-MASTER.
           OPEN OUTPUT HISTORY-FILE.
           CLOSE HISTORY-FILE.
           OPEN OUTPUT RESTART-FILE.
           CLOSE RESTART-FILE.
           OPEN OUTPUT SUSPENSE-FILE.
           CLOSE SUSPENSE-FILE.
       030-PREPARE-TRIAL-RUN-EXIT.
           EXIT.

      *****************************************************************
      * 031 THROUGH 042: EACH MASTER IS UNLOADED TO THE FLAT WORK     *
      * FILE, ITS PATH IS SWITCHED TO THE TRIAL COPY, AND THE COPY IS *
      * LOADED BACK FROM THE WORK FILE. A MASTER THAT DOES NOT EXIST  *
      * YET GIVES AN EMPTY TRIAL COPY, JUST AS THE REAL RUN WOULD     *
      * START FROM AN EMPTY ONE.                                      *
      *****************************************************************
       031-COPY-INVENTORY-MASTER.
           MOVE ZERO TO WS-TRIAL-COPY-COUNT.
           OPEN OUTPUT TRIAL-WORK-FILE.
           OPEN INPUT INVENTORY-MASTER.
           IF WS-INVENTORY-STATUS = '00'
               MOVE 'N' TO WS-TRIAL-EOF-FLAG
               PERFORM 032-UNLOAD-ONE-POSITION
                   THRU 032-UNLOAD-ONE-POSITION-EXIT
                   UNTIL TRIAL-EOF
               CLOSE INVENTORY-MASTER.
           CLOSE TRIAL-WORK-FILE.
           MOVE SPACES TO WS-INVENTORY-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/INVENTORY.TRIAL' DELIMITED BY SIZE
               INTO WS-INVENTORY-PATH.
           OPEN OUTPUT INVENTORY-MASTER.
           OPEN INPUT TRIAL-WORK-FILE.
           MOVE 'N' TO WS-TRIAL-EOF-FLAG.
           PERFORM 033-RELOAD-ONE-POSITION
               THRU 033-RELOAD-ONE-POSITION-EXIT
               UNTIL TRIAL-EOF.
           CLOSE TRIAL-WORK-FILE
                 INVENTORY-MASTER.
           DISPLAY 'PROJ6: TRIAL COPY OF INVENTORY: '
               WS-TRIAL-COPY-COUNT ' RECORDS'.
       031-COPY-INVENTORY-MASTER-EXIT.
           EXIT.

       032-UNLOAD-ONE-POSITION.
           READ INVENTORY-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRIAL-EOF-FLAG
                   GO TO 032-UNLOAD-ONE-POSITION-EXIT
           END-READ.
           MOVE INV-RECORD TO TRIAL-WORK-RECORD.
           WRITE TRIAL-WORK-RECORD.
       032-UNLOAD-ONE-POSITION-EXIT.
           EXIT.

       033-RELOAD-ONE-POSITION.
           READ TRIAL-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-TRIAL-EOF-FLAG
                   GO TO 033-RELOAD-ONE-POSITION-EXIT
           END-READ.
           MOVE TRIAL-WORK-RECORD TO INV-RECORD.
           WRITE INV-RECORD.
           ADD 1 TO WS-TRIAL-COPY-COUNT.
       033-RELOAD-ONE-POSITION-EXIT.
           EXIT.

       034-COPY-PO-MASTER.
           MOVE ZERO TO WS-TRIAL-COPY-COUNT.
           OPEN OUTPUT TRIAL-WORK-FILE.
           OPEN INPUT POMAST-FILE.
           IF WS-POMAST-STATUS = '00'
               MOVE 'N' TO WS-TRIAL-EOF-FLAG
               PERFORM 035-UNLOAD-ONE-PO
                   THRU 035-UNLOAD-ONE-PO-EXIT
                   UNTIL TRIAL-EOF
               CLOSE POMAST-FILE.
           CLOSE TRIAL-WORK-FILE.
           MOVE SPACES TO WS-POMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/POMAST.TRIAL' DELIMITED BY SIZE
               INTO WS-POMAST-PATH.
           OPEN OUTPUT POMAST-FILE.
           OPEN INPUT TRIAL-WORK-FILE.
           MOVE 'N' TO WS-TRIAL-EOF-FLAG.
           PERFORM 036-RELOAD-ONE-PO
               THRU 036-RELOAD-ONE-PO-EXIT
               UNTIL TRIAL-EOF.
           CLOSE TRIAL-WORK-FILE
                 POMAST-FILE.
           DISPLAY 'PROJ6: TRIAL COPY OF POMAST: '
               WS-TRIAL-COPY-COUNT ' RECORDS'.
       034-COPY-PO-MASTER-EXIT.
           EXIT.

       035-UNLOAD-ONE-PO.
           READ POMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRIAL-EOF-FLAG
                   GO TO 035-UNLOAD-ONE-PO-EXIT
           END-READ.
           MOVE PO-RECORD TO TRIAL-WORK-RECORD.
           WRITE TRIAL-WORK-RECORD.
       035-UNLOAD-ONE-PO-EXIT.
           EXIT.

       036-RELOAD-ONE-PO.
           READ TRIAL-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-TRIAL-EOF-FLAG
                   GO TO 036-RELOAD-ONE-PO-EXIT
           END-READ.
           MOVE TRIAL-WORK-RECORD TO PO-RECORD.
           WRITE PO-RECORD.
           ADD 1 TO WS-TRIAL-COPY-COUNT.
       036-RELOAD-ONE-PO-EXIT.
           EXIT.

       037-COPY-LOT-MASTER.
           MOVE ZERO TO WS-TRIAL-COPY-COUNT.
           OPEN OUTPUT TRIAL-WORK-FILE.
           OPEN INPUT LOTMAST-FILE.
           IF WS-LOTMAST-STATUS = '00'
               MOVE 'N' TO WS-TRIAL-EOF-FLAG
               PERFORM 038-UNLOAD-ONE-LOT
                   THRU 038-UNLOAD-ONE-LOT-EXIT
                   UNTIL TRIAL-EOF
               CLOSE LOTMAST-FILE.
           CLOSE TRIAL-WORK-FILE.
           MOVE SPACES TO WS-LOTMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/LOTMAST.TRIAL' DELIMITED BY SIZE
               INTO WS-LOTMAST-PATH.
           OPEN OUTPUT LOTMAST-FILE.
           OPEN INPUT TRIAL-WORK-FILE.
           MOVE 'N' TO WS-TRIAL-EOF-FLAG.
           PERFORM 039-RELOAD-ONE-LOT
               THRU 039-RELOAD-ONE-LOT-EXIT
               UNTIL TRIAL-EOF.
           CLOSE TRIAL-WORK-FILE
                 LOTMAST-FILE.
           DISPLAY 'PROJ6: TRIAL COPY OF LOTMAST: '
               WS-TRIAL-COPY-COUNT ' RECORDS'.
       037-COPY-LOT-MASTER-EXIT.
           EXIT.

       038-UNLOAD-ONE-LOT.
           READ LOTMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRIAL-EOF-FLAG
                   GO TO 038-UNLOAD-ONE-LOT-EXIT
           END-READ.
           MOVE LOT-RECORD TO TRIAL-WORK-RECORD.
           WRITE TRIAL-WORK-RECORD.
       038-UNLOAD-ONE-LOT-EXIT.
           EXIT.

       039-RELOAD-ONE-LOT.
           READ TRIAL-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-TRIAL-EOF-FLAG
                   GO TO 039-RELOAD-ONE-LOT-EXIT
           END-READ.
           MOVE TRIAL-WORK-RECORD TO LOT-RECORD.
           WRITE LOT-RECORD.
           ADD 1 TO WS-TRIAL-COPY-COUNT.
       039-RELOAD-ONE-LOT-EXIT.
           EXIT.

       040-COPY-HOLD-MASTER.
           MOVE ZERO TO WS-TRIAL-COPY-COUNT.
           OPEN OUTPUT TRIAL-WORK-FILE.
           OPEN INPUT HOLDMAST-FILE.
           IF WS-HOLDMAST-STATUS = '00'
               MOVE 'N' TO WS-TRIAL-EOF-FLAG
               PERFORM 041-UNLOAD-ONE-HOLD
                   THRU 041-UNLOAD-ONE-HOLD-EXIT
                   UNTIL TRIAL-EOF
               CLOSE HOLDMAST-FILE.
           CLOSE TRIAL-WORK-FILE.
           MOVE SPACES TO WS-HOLDMAST-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/HOLDMAST.TRIAL' DELIMITED BY SIZE
               INTO WS-HOLDMAST-PATH.
           OPEN OUTPUT HOLDMAST-FILE.
           OPEN INPUT TRIAL-WORK-FILE.
           MOVE 'N' TO WS-TRIAL-EOF-FLAG.
           PERFORM 042-RELOAD-ONE-HOLD
               THRU 042-RELOAD-ONE-HOLD-EXIT
               UNTIL TRIAL-EOF.
           CLOSE TRIAL-WORK-FILE
                 HOLDMAST-FILE.
           DISPLAY 'PROJ6: TRIAL COPY OF HOLDMAST: '
               WS-TRIAL-COPY-COUNT ' RECORDS'.
       040-COPY-HOLD-MASTER-EXIT.
           EXIT.

       041-UNLOAD-ONE-HOLD.
           READ HOLDMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRIAL-EOF-FLAG
                   GO TO 041-UNLOAD-ONE-HOLD-EXIT
           END-READ.
           MOVE HOLD-RECORD TO TRIAL-WORK-RECORD.
           WRITE TRIAL-WORK-RECORD.
       041-UNLOAD-ONE-HOLD-EXIT.
           EXIT.

       042-RELOAD-ONE-HOLD.
           READ TRIAL-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-TRIAL-EOF-FLAG
                   GO TO 042-RELOAD-ONE-HOLD-EXIT
           END-READ.
           MOVE TRIAL-WORK-RECORD TO HOLD-RECORD.
           WRITE HOLD-RECORD.
           ADD 1 TO WS-TRIAL-COPY-COUNT.
       042-RELOAD-ONE-HOLD-EXIT.
           EXIT.

      *****************************************************************
      * 054-LOAD-LOT-CLASSES: LOADS THE CLASSES CLASSTAB FLAGS       *
      * LOT-CONTROLLED, AND THE CLASSES IT FLAGS FOR INSPECTION.     *
      * NO CLASSTAB MEANS NO CLASS IS UNDER LOT CONTROL OR           *
      * INSPECTION AND EVERY ITEM POSTS BY POSITION ONLY.            *
      *****************************************************************
       054-LOAD-LOT-CLASSES.
           OPEN INPUT CLASSTAB-FILE.
           IF WS-CLASSTAB-STATUS NOT = '00'
               DISPLAY 'NO CLASSTAB FILE FOUND - NO LOT-CONTROLLED '
                   'OR INSPECTED CLASSES'
               GO TO 054-LOAD-LOT-CLASSES-EXIT.
           PERFORM 056-LOAD-ONE-LOT-CLASS
               UNTIL CLASSTAB-EOF.
           CLOSE CLASSTAB-FILE.
           MOVE 'N' TO WS-CLASSTAB-EOF-FLAG.
       054-LOAD-LOT-CLASSES-EXIT.
           EXIT.

       056-LOAD-ONE-LOT-CLASS.
           READ CLASSTAB-FILE
               AT END
                   MOVE 'Y' TO WS-CLASSTAB-EOF-FLAG
               NOT AT END
                   IF CT-LOT-CONTROL = 'Y'
                       IF WS-LOT-CLASS-COUNT < 50
                           ADD 1 TO WS-LOT-CLASS-COUNT
                           MOVE CT-CLASS-CODE TO
                               WS-LOT-CLASS-CODE (WS-LOT-CLASS-COUNT)
                       ELSE
                           DISPLAY 'WARNING: LOT CLASS TABLE FULL - '
                               CT-CLASS-CODE ' NOT LOADED'
                       END-IF
                   END-IF
                   IF CT-INSPECT = 'Y'
                       IF WS-INSP-CLASS-COUNT < 50
                           ADD 1 TO WS-INSP-CLASS-COUNT
                           MOVE CT-CLASS-CODE TO
                               WS-INSP-CLASS-CODE (WS-INSP-CLASS-COUNT)
                       ELSE
                           DISPLAY 'WARNING: INSPECTED CLASS TABLE '
                               'FULL - ' CT-CLASS-CODE ' NOT LOADED'.

      *****************************************************************
      * 051-LOAD-KIT-MASTER: LOADS THE KIT MASTER INTO WS-KIT-TABLE.  *
      * A MISSING MASTER MEANS NO ITEM IS A KIT AND EVERY ISSUE       *
      * POSTS AS KEYED.                                               *
      *****************************************************************
       051-LOAD-KIT-MASTER.
           OPEN INPUT KITMAST-FILE.
           IF WS-KITMAST-STATUS NOT = '00'
               DISPLAY 'NO KITMAST FILE FOUND - NO KITS EXPLODED'
               GO TO 051-LOAD-KIT-MASTER-EXIT.
           PERFORM 052-LOAD-ONE-KIT-LINE
               UNTIL KITMAST-EOF.
           CLOSE KITMAST-FILE.
       051-LOAD-KIT-MASTER-EXIT.
           EXIT.

       052-LOAD-ONE-KIT-LINE.
           READ KITMAST-FILE
               AT END
                   MOVE 'Y' TO WS-KITMAST-EOF-FLAG
               NOT AT END
                   IF KM-COMP-QTY IS NOT NUMERIC
                       DISPLAY 'WARNING: KITMAST LINE ' KM-KIT-ITEM
                           ' ' KM-COMP-ITEM ' HAS NO QUANTITY - SKIPPED'
                   ELSE IF WS-KIT-COUNT < 200
                       ADD 1 TO WS-KIT-COUNT
                       MOVE KM-KIT-ITEM TO WS-KIT-ITEM (WS-KIT-COUNT)
                       MOVE KM-COMP-ITEM TO WS-KIT-COMP (WS-KIT-COUNT)
                       MOVE KM-COMP-QTY TO
                           WS-KIT-COMP-QTY (WS-KIT-COUNT)
                   ELSE
                       DISPLAY 'WARNING: KIT TABLE FULL - '
                           KM-KIT-ITEM ' ' KM-COMP-ITEM ' NOT LOADED'.

      *****************************************************************
      * 053-LOAD-UOM-CONVERSIONS: LOADS THE PURCHASE UNIT CONVERSIONS *
      * INTO WS-UOM-TABLE. A MISSING FILE MEANS NO RECEIPT CAN BE     *
      * CONVERTED, SO ANY RECEIPT KEYED IN A PURCHASE UNIT SUSPENDS.  *
      *****************************************************************
       053-LOAD-UOM-CONVERSIONS.
           OPEN INPUT UOMCONV-FILE.
           IF WS-UOMCONV-STATUS NOT = '00'
               DISPLAY 'NO UOMCONV FILE FOUND - NO RECEIPTS CONVERTED'
               GO TO 053-LOAD-UOM-CONVERSIONS-EXIT.
           PERFORM 055-LOAD-ONE-UOM-CONVERSION
               UNTIL UOMCONV-EOF.
           CLOSE UOMCONV-FILE.
       053-LOAD-UOM-CONVERSIONS-EXIT.
           EXIT.

       055-LOAD-ONE-UOM-CONVERSION.
           READ UOMCONV-FILE
               AT END
                   MOVE 'Y' TO WS-UOMCONV-EOF-FLAG
               NOT AT END
                   IF UC-UNITS-PER IS NOT NUMERIC
                           OR UC-UNITS-PER = ZERO
                       DISPLAY 'WARNING: UOMCONV LINE ' UC-ITEM-CODE
                           ' ' UC-VENDOR-CODE ' HAS NO UNITS - SKIPPED'
                   ELSE IF WS-UOM-COUNT < 500
                       ADD 1 TO WS-UOM-COUNT
                       MOVE UC-ITEM-CODE TO WS-UOM-ITEM (WS-UOM-COUNT)
                       MOVE UC-VENDOR-CODE TO
                           WS-UOM-VENDOR (WS-UOM-COUNT)
                       MOVE UC-PURCH-UOM TO
                           WS-UOM-PURCH-UOM (WS-UOM-COUNT)
                       MOVE UC-UNITS-PER TO WS-UOM-PER (WS-UOM-COUNT)
                   ELSE
                       DISPLAY 'WARNING: UOM TABLE FULL - '
                           UC-ITEM-CODE ' ' UC-VENDOR-CODE
                           ' NOT LOADED'.

      *****************************************************************
      * 067-LOAD-INSPECT-VENDORS: LOADS THE VENDORS VENDMAST FLAGS    *
      * FOR INSPECTION. NO VENDOR MASTER MEANS NO VENDOR'S RECEIPTS   *
      * ARE HELD - ONLY THE INSPECTED CLASSES ARE.                    *
      *****************************************************************
       067-LOAD-INSPECT-VENDORS.
           OPEN INPUT VENDMAST-FILE.
           IF WS-VENDMAST-STATUS NOT = '00'
               DISPLAY 'NO VENDMAST FILE FOUND - NO INSPECTED VENDORS'
               GO TO 067-LOAD-INSPECT-VENDORS-EXIT.
           PERFORM 068-LOAD-ONE-INSPECT-VENDOR
               UNTIL VENDMAST-EOF.
           CLOSE VENDMAST-FILE.
       067-LOAD-INSPECT-VENDORS-EXIT.
           EXIT.

       068-LOAD-ONE-INSPECT-VENDOR.
           READ VENDMAST-FILE
               AT END
                   MOVE 'Y' TO WS-VENDMAST-EOF-FLAG
               NOT AT END
                   IF VD-INSPECT-FLAG = 'Y'
                       IF WS-INSP-VENDOR-COUNT < 200
                           ADD 1 TO WS-INSP-VENDOR-COUNT
                           MOVE VD-VENDOR-CODE TO WS-INSP-VENDOR-CODE
                               (WS-INSP-VENDOR-COUNT)
                       ELSE
                           DISPLAY 'WARNING: INSPECTED VENDOR TABLE '
                               'FULL - ' VD-VENDOR-CODE ' NOT LOADED'.

      *****************************************************************
      * 063-LOAD-DEPARTMENTS: LOADS THE DEPARTMENT CODES AN ISSUE MAY *
      * BE CHARGED TO. NO DEPTMAST MEANS THE CHARGE DEPARTMENT CANNOT *
      * BE CHECKED, SO CHARGED ISSUES POST UNCHECKED AND GLEXTR SENDS *
      * ANY DEPARTMENT IT HAS NO COST CENTRE FOR TO THE GENERAL ISSUE *
      * ACCOUNT.                                                      *
      *****************************************************************
       063-LOAD-DEPARTMENTS.
           OPEN INPUT DEPTMAST-FILE.
           IF WS-DEPTMAST-STATUS NOT = '00'
               DISPLAY 'NO DEPTMAST FILE FOUND - CHARGE DEPARTMENTS '
                   'NOT CHECKED'
               MOVE 'Y' TO WS-DEPTMAST-MISSING-FLAG
               GO TO 063-LOAD-DEPARTMENTS-EXIT.
           PERFORM 064-LOAD-ONE-DEPARTMENT
               UNTIL DEPTMAST-EOF.
           CLOSE DEPTMAST-FILE.
       063-LOAD-DEPARTMENTS-EXIT.
           EXIT.

       064-LOAD-ONE-DEPARTMENT.
           READ DEPTMAST-FILE
               AT END
                   MOVE 'Y' TO WS-DEPTMAST-EOF-FLAG
               NOT AT END
                   IF DM-DEPT-CODE = SPACES
                       CONTINUE
                   ELSE IF WS-DEPT-COUNT < 50
                       ADD 1 TO WS-DEPT-COUNT
                       MOVE DM-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-COUNT)
                   ELSE
                       DISPLAY 'WARNING: DEPARTMENT TABLE FULL - '
                           DM-DEPT-CODE ' NOT LOADED'.

      *****************************************************************
      * 061-LOAD-ADJ-REASONS: LOADS THE REASON CODES AN ADJUSTMENT    *
      * MAY BE BOOKED UNDER. NO ADJREASN MEANS THE REASON CANNOT BE   *
      * CHECKED, SO ADJUSTMENTS POST UNCHECKED AND GLEXTR SENDS ANY   *
      * REASON IT HAS NO ACCOUNT FOR TO THE GENERAL ADJUSTMENT ENTRY. *
      *****************************************************************
       061-LOAD-ADJ-REASONS.
           OPEN INPUT ADJREASN-FILE.
           IF WS-ADJREASN-STATUS NOT = '00'
               DISPLAY 'NO ADJREASN FILE FOUND - ADJUSTMENT REASONS '
                   'NOT CHECKED'
               MOVE 'Y' TO WS-ADJREASN-MISSING-FLAG
               GO TO 061-LOAD-ADJ-REASONS-EXIT.
           PERFORM 069-LOAD-ONE-ADJ-REASON
               UNTIL ADJREASN-EOF.
           CLOSE ADJREASN-FILE.
       061-LOAD-ADJ-REASONS-EXIT.
           EXIT.

       069-LOAD-ONE-ADJ-REASON.
           READ ADJREASN-FILE
               AT END
                   MOVE 'Y' TO WS-ADJREASN-EOF-FLAG
               NOT AT END
                   IF AR-REASON-CODE = SPACES
                       CONTINUE
                   ELSE IF WS-ADJR-COUNT < 50
                       ADD 1 TO WS-ADJR-COUNT
                       MOVE AR-REASON-CODE TO
                           WS-ADJR-CODE (WS-ADJR-COUNT)
                       MOVE AR-STATUS TO WS-ADJR-STATUS (WS-ADJR-COUNT)
                   ELSE
                       DISPLAY 'WARNING: ADJUSTMENT REASON TABLE '
                           'FULL - ' AR-REASON-CODE ' NOT LOADED'.

      *****************************************************************
      * 071-LOAD-SUPERSESSIONS: LOADS PROJ2'S SUPERSESSION CROSS-     *
      * REFERENCE AND FOLLOWS EACH CHAIN TO ITS LAST LINK. NO         *
      * ITEMSUPR MEANS NOTHING HAS BEEN SUPERSEDED - EVERY ISSUE OF A *
      * DISCONTINUED ITEM SUSPENDS AS IT ALWAYS HAS.                  *
      *****************************************************************
       071-LOAD-SUPERSESSIONS.
           OPEN INPUT ITEMSUPR-FILE.
           IF WS-ITEMSUPR-STATUS NOT = '00'
               DISPLAY 'NO ITEMSUPR FILE FOUND - NO ITEMS SUPERSEDED'
               GO TO 071-LOAD-SUPERSESSIONS-EXIT.
           PERFORM 073-LOAD-ONE-SUPERSESSION
               UNTIL ITEMSUPR-EOF.
           CLOSE ITEMSUPR-FILE.
           MOVE ZERO TO WS-SUPR-SUB.
           PERFORM 075-RESOLVE-ONE-CHAIN
               THRU 075-RESOLVE-ONE-CHAIN-EXIT
               WS-SUPR-COUNT TIMES.
       071-LOAD-SUPERSESSIONS-EXIT.
           EXIT.

       073-LOAD-ONE-SUPERSESSION.
           READ ITEMSUPR-FILE
               AT END
                   MOVE 'Y' TO WS-ITEMSUPR-EOF-FLAG
               NOT AT END
                   IF SU-OLD-ITEM = SPACES OR SU-NEW-ITEM = SPACES
                       CONTINUE
                   ELSE IF WS-SUPR-COUNT < 200
                       ADD 1 TO WS-SUPR-COUNT
                       MOVE SU-OLD-ITEM TO
                           WS-SUPR-OLD-ITEM (WS-SUPR-COUNT)
                       MOVE SU-NEW-ITEM TO
                           WS-SUPR-NEW-ITEM (WS-SUPR-COUNT)
                       MOVE SPACES TO
                           WS-SUPR-FINAL-ITEM (WS-SUPR-COUNT)
                   ELSE
                       DISPLAY 'WARNING: SUPERSESSION TABLE FULL - '
                           SU-OLD-ITEM ' NOT LOADED'.

      *****************************************************************
      * 075-RESOLVE-ONE-CHAIN: WALKS FROM THE NEXT ENTRY'S SUCCESSOR  *
      * THROUGH ANY LATER SUPERSESSIONS TO THE CODE THAT HAS NOT BEEN *
      * REPLACED. A WALK LONGER THAN THE TABLE CAN ONLY BE GOING      *
      * ROUND A LOOP, AND LEAVES THE FINAL ITEM BLANK.                *
      *****************************************************************
       075-RESOLVE-ONE-CHAIN.
           ADD 1 TO WS-SUPR-SUB.
           MOVE WS-SUPR-NEW-ITEM (WS-SUPR-SUB) TO WS-SUPR-WALK-CODE.
           MOVE ZERO TO WS-SUPR-HOPS.
           MOVE 'Y' TO WS-SUPR-LINK-FLAG.
           PERFORM 077-FOLLOW-ONE-LINK
               THRU 077-FOLLOW-ONE-LINK-EXIT
               UNTIL NOT SUPR-LINK-FOUND
                   OR WS-SUPR-HOPS > WS-SUPR-COUNT.
           IF SUPR-LINK-FOUND
               DISPLAY 'WARNING: SUPERSESSION LOOP FROM '
                   WS-SUPR-OLD-ITEM (WS-SUPR-SUB) ' - NOT USED'
           ELSE
               MOVE WS-SUPR-WALK-CODE TO
                   WS-SUPR-FINAL-ITEM (WS-SUPR-SUB).
       075-RESOLVE-ONE-CHAIN-EXIT.
           EXIT.

       077-FOLLOW-ONE-LINK.
           ADD 1 TO WS-SUPR-HOPS.
           MOVE 'N' TO WS-SUPR-LINK-FLAG.
           SET WS-SUPR-IDX TO 1.
           SEARCH WS-SUPR-ENTRY
               WHEN WS-SUPR-OLD-ITEM (WS-SUPR-IDX) = WS-SUPR-WALK-CODE
                   MOVE 'Y' TO WS-SUPR-LINK-FLAG
                   MOVE WS-SUPR-NEW-ITEM (WS-SUPR-IDX)
                       TO WS-SUPR-WALK-CODE
           END-SEARCH.
       077-FOLLOW-ONE-LINK-EXIT.
           EXIT.

      *****************************************************************
      * 057-LOAD-VALIDATION-RULES: LOADS THIS PROGRAM'S RULES FROM   *
      * THE COMMON VALRULES FILE. A MISSING FILE, OR ONE WITH NO     *
      * PROJ6 RULES, FALLS BACK TO THE BUILT-IN DEFAULTS SO THE      *
      * EDITS NEVER SILENTLY DISAPPEAR.                              *
      *****************************************************************
       057-LOAD-VALIDATION-RULES.
           OPEN INPUT VALRULES-FILE.
           IF WS-VALRULES-STATUS NOT = '00'
               DISPLAY 'NO VALRULES FILE - USING BUILT-IN EDITS'
           ELSE
               PERFORM 058-LOAD-ONE-RULE
                   UNTIL VALRULES-EOF
               CLOSE VALRULES-FILE.
           IF WS-VALRULE-COUNT = ZERO
               PERFORM 059-DEFAULT-VALIDATION-RULES
                   THRU 059-DEFAULT-VALIDATION-RULES-EXIT.
       057-LOAD-VALIDATION-RULES-EXIT.
           EXIT.

       058-LOAD-ONE-RULE.
           READ VALRULES-FILE
               AT END
                   MOVE 'Y' TO WS-VALRULES-EOF-FLAG
               NOT AT END
                   IF RL-PROGRAM = 'PROJ6'
                           AND WS-VALRULE-COUNT < 20
                       ADD 1 TO WS-VALRULE-COUNT
                       MOVE RL-FIELD-ID TO
                           WS-VR-FIELD-ID (WS-VALRULE-COUNT)
                       MOVE RL-TEST-TYPE TO
                           WS-VR-TEST-TYPE (WS-VALRULE-COUNT)
                       MOVE RL-LOW TO
                           WS-VR-LOW (WS-VALRULE-COUNT)
                       MOVE RL-HIGH TO
                           WS-VR-HIGH (WS-VALRULE-COUNT)
                       MOVE RL-REASON-CODE TO
                           WS-VR-REASON-CODE (WS-VALRULE-COUNT)
                       MOVE RL-REASON-TEXT TO
                           WS-VR-REASON-TEXT (WS-VALRULE-COUNT).

      *****************************************************************
      * 059-DEFAULT-VALIDATION-RULES: THE EDITS AS THEY HAVE ALWAYS  *
      * BEEN, USED WHEN NO RULES FILE IS SUPPLIED.                   *
      *****************************************************************
       059-DEFAULT-VALIDATION-RULES.
           MOVE 3 TO WS-VALRULE-COUNT.
           MOVE 'ITEMCODE' TO WS-VR-FIELD-ID (1).
           EXIT.

       200-PROCESS-RECORD.
           PERFORM 238-TALLY-SOURCE-READ
               THRU 238-TALLY-SOURCE-READ-EXIT.
      *****************************************************************
      * A BLANK LOCATION ON FEEDS CUT BEFORE THE SECOND WAREHOUSE    *
      * EXISTED POSTS TO '001', THE ORIGINAL STOCKROOM - THE SAME    *
      *****************************************************************
      * A TRANSFER MOVES STOCK BETWEEN LOCATIONS WITHOUT BUYING OR   *
      * SELLING ANYTHING, SO IT POSTS A ZERO AMOUNT AND CANNOT       *
      * INFLATE THE GRAND TOTAL. THE SAME GOES FOR A QC RELEASE OR   *
      * REJECT - THE RECEIPT THAT PUT THE STOCK ON HOLD CARRIED ITS  *
      * VALUE.                                                       *
      * A RECEIPT CONVERTED FROM A PURCHASE UNIT IS VALUED AND       *
      * COUNTED AS KEYED, SO THE TOTALS STILL PROVE TO THE FEED'S    *
      * TRAILER AND THE PRICE ROUNDING CANNOT SHIFT THE AMOUNT.      *
      *****************************************************************
               IF TRANS-TRANSFER OR TRANS-HELD-MOVE
                   MOVE ZERO TO WS-ITEM-TOTAL
               ELSE
                   COMPUTE WS-ITEM-TOTAL = TR-QUANTITY * TR-PRICE
               END-IF
               IF UOM-CONVERTED
                   COMPUTE WS-ITEM-TOTAL =
                       WS-UOM-KEYED-QTY * WS-UOM-KEYED-PRICE
               END-IF
               IF TRANS-CREDIT
                   COMPUTE WS-ITEM-TOTAL = ZERO - WS-ITEM-TOTAL
               END-IF
               ADD WS-ITEM-TOTAL TO WS-GRAND-TOTAL
               ADD WS-ITEM-TOTAL TO WS-ITEM-SUBTOTAL
               IF UOM-CONVERTED
                   ADD WS-UOM-KEYED-QTY TO WS-QTY-TOTAL
               ELSE
                   ADD TR-QUANTITY TO WS-QTY-TOTAL
               END-IF
               PERFORM 235-TALLY-TYPE-TOTALS
                   THRU 235-TALLY-TYPE-TOTALS-EXIT
               PERFORM 237-TALLY-CLASS-TOTALS
                   THRU 237-TALLY-CLASS-TOTALS-EXIT
               PERFORM 239-TALLY-SOURCE-POSTED
                   THRU 239-TALLY-SOURCE-POSTED-EXIT
               MOVE TR-ITEM-CODE TO WS-PREV-ITEM-CODE
               PERFORM 225-CHECK-PRICE-DISCREPANCY
                   THRU 225-CHECK-PRICE-DISCREPANCY-EXIT
               MOVE WS-DETAIL-LINE TO REPORT-RECORD
               PERFORM 280-EMIT-REPORT-LINE
                   THRU 280-EMIT-REPORT-LINE-EXIT
               IF UOM-CONVERTED
                   ADD 1 TO WS-UOM-RECEIPT-COUNT
                   MOVE WS-UOM-KEYED-QTY TO URL-KEYED-QTY
                   MOVE TR-UOM TO URL-PURCH-UOM
                   MOVE WS-UOM-KEYED-PRICE TO URL-KEYED-PRICE
                   MOVE WS-UOM-UNITS-PER TO URL-UNITS-PER
                   MOVE WS-CACHE-UOM TO URL-STOCK-UOM
                   MOVE WS-UOM-RECEIPT-LINE TO REPORT-RECORD
                   PERFORM 280-EMIT-REPORT-LINE
                       THRU 280-EMIT-REPORT-LINE-EXIT
               END-IF
               IF INSPECT-HOLD
                   IF WS-HOLD-REASON = 'C'
                       MOVE 'CLASS' TO HRL-REASON-LABEL
                       MOVE WS-CACHE-CLASS TO HRL-REASON-CODE
                   ELSE
                       MOVE 'VENDOR' TO HRL-REASON-LABEL
                       MOVE WS-HOLD-VENDOR TO HRL-REASON-CODE
                   END-IF
                   MOVE WS-HELD-RECEIPT-LINE TO REPORT-RECORD
                   PERFORM 280-EMIT-REPORT-LINE
                       THRU 280-EMIT-REPORT-LINE-EXIT
               END-IF
               DISPLAY "READ: " TRANS-RECORD
               DISPLAY "  QTY = " TR-QUANTITY "  PRICE = " TR-PRICE
               MOVE ZERO TO WS-ITEM-COST
               IF KIT-ISSUE
                   PERFORM 188-EXPLODE-KIT-ISSUE
                       THRU 188-EXPLODE-KIT-ISSUE-EXIT
               ELSE
                 IF SUPR-ISSUE
                   PERFORM 177-POST-SUPERSEDED-ISSUE
                       THRU 177-POST-SUPERSEDED-ISSUE-EXIT
                 ELSE
                   PERFORM 240-POST-INVENTORY
                       THRU 240-POST-INVENTORY-EXIT
                   IF LOT-CONTROLLED-ITEM AND NOT INSPECT-HOLD
                           AND NOT TRANS-HELD-MOVE
                       PERFORM 290-POST-LOT-BALANCE
                           THRU 290-POST-LOT-BALANCE-EXIT
                   END-IF
                 END-IF
               END-IF
      *****************************************************************
      * THE EXTRACT IS WRITTEN ONCE THE RECORD HAS POSTED, SO IT CAN *
      * CARRY THE COST THE POSTING BOOKED (WS-ITEM-COST) AS WELL AS  *
      * THE SELLING VALUE.                                           *
      *****************************************************************
               PERFORM 230-WRITE-EXTRACT-RECORD
                   THRU 230-WRITE-EXTRACT-RECORD-EXIT
               IF UNEXPECTED-RECEIPT
                   MOVE TR-ITEM-CODE TO UXL-ITEM-CODE
                   MOVE WS-UNEXPECTED-LINE TO REPORT-RECORD
                       THRU 280-EMIT-REPORT-LINE-EXIT
                   MOVE 'N' TO WS-UNEXPECTED-RCPT-FLAG
               END-IF
               IF TRANS-RECEIPT AND TR-PO-NUMBER NOT = SPACES
                   PERFORM 247-UPDATE-RECEIPT-PO
                       THRU 247-UPDATE-RECEIPT-PO-EXIT
               END-IF
               IF PO-CLOSED-BY-RECEIPT
                   MOVE TR-PO-NUMBER TO PCL-PO-NUMBER
                   MOVE WS-PO-CLOSED-LINE TO REPORT-RECORD
                   PERFORM 280-EMIT-REPORT-LINE
                       THRU 280-EMIT-REPORT-LINE-EXIT
                   MOVE 'N' TO WS-PO-CLOSED-FLAG
               END-IF
      *****************************************************************
      * A TRANSFER NETS TO ZERO FOR THE ITEM - STOCK LEAVES ONE      *
      * LOCATION AND ARRIVES AT ANOTHER - SO THE PERIOD AND YEAR     *
      * BUCKETS ARE LEFT ALONE. SO ARE THEY FOR A QC RELEASE OR      *
      * REJECT, WHOSE RECEIPT WAS ALREADY COUNTED.                   *
      *****************************************************************
               IF NOT TRANS-TRANSFER AND NOT TRANS-HELD-MOVE
                   PERFORM 242-POST-YTD-MASTER
                       THRU 242-POST-YTD-MASTER-EXIT
               END-IF
      *****************************************************************
       150-VALIDATE-TRANS-RECORD.
           MOVE 'Y' TO WS-VALID-RECORD-FLAG.
           MOVE 'N' TO WS-KIT-ISSUE-FLAG.
           MOVE 'N' TO WS-SUPR-ISSUE-FLAG.
           MOVE 'N' TO WS-UOM-CONVERTED-FLAG.
           MOVE 'N' TO WS-INSPECT-HOLD-FLAG.
           MOVE SPACES TO WS-REJECT-REASON-CODE.
           MOVE SPACES TO WS-REJECT-REASON-TEXT.
           MOVE TR-ITEM-CODE TO WS-ITEM-LOOKUP-CODE.
               WS-VALRULE-COUNT TIMES.
           IF NOT RECORD-VALID
               GO TO 150-VALIDATE-TRANS-RECORD-EXIT.
      *****************************************************************
      * AN ISSUE OF A DISCONTINUED ITEM THAT HAS BEEN SUPERSEDED IS   *
      * NOT SUSPENDED - IT IS FILLED FROM WHAT IS LEFT UNDER THE OLD  *
      * CODE AND THEN FROM THE SUCCESSOR (SEE 177).                   *
      *****************************************************************
           IF ITEM-FOUND AND ITEM-DISCONTINUED AND TRANS-ISSUE
               PERFORM 163-CHECK-SUPERSESSION
                   THRU 163-CHECK-SUPERSESSION-EXIT.
           IF NOT ITEM-FOUND
               MOVE 'N' TO WS-VALID-RECORD-FLAG
               MOVE 'S004' TO WS-REJECT-REASON-CODE
               MOVE 'N' TO WS-VALID-RECORD-FLAG
               MOVE 'S005' TO WS-REJECT-REASON-CODE
               MOVE 'INVALID TRANS TYPE' TO WS-REJECT-REASON-TEXT
           ELSE IF ITEM-DISCONTINUED AND NOT SUPR-ISSUE
               MOVE 'N' TO WS-VALID-RECORD-FLAG
               MOVE 'S006' TO WS-REJECT-REASON-CODE
               MOVE 'ITEM DISCONTINUED' TO WS-REJECT-REASON-TEXT
               MOVE 'N' TO WS-VALID-RECORD-FLAG
               MOVE 'S008' TO WS-REJECT-REASON-CODE
               MOVE 'BAD TRANSFER LOC' TO WS-REJECT-REASON-TEXT.
      *****************************************************************
      * AN ISSUE OF A KIT POSTS AGAINST ITS COMPONENTS, NOT THE KIT,  *
      * SO EVERY COMPONENT MUST BE COVERED AT THE LOCATION WHETHER OR *
      * NOT THE NEGATIVE-POSTING CONTROL IS ON - A KIT IS ONLY        *
      * ASSEMBLED WHEN ALL ITS PARTS ARE ON THE SHELF.                *
      *****************************************************************
           IF RECORD-VALID AND TRANS-ISSUE AND NOT SUPR-ISSUE
               MOVE TR-ITEM-CODE TO WS-KIT-LOOKUP-ITEM
               PERFORM 185-FIND-KIT
                   THRU 185-FIND-KIT-EXIT.
           IF RECORD-VALID AND KIT-ISSUE
               PERFORM 186-CHECK-KIT-COVER
                   THRU 186-CHECK-KIT-COVER-EXIT.
      *****************************************************************
      * A RECEIPT KEYED IN A PURCHASE UNIT IS TURNED INTO STOCK UNITS *
      * BEFORE THE PO AND LOT EDITS, SO THE PO TOLERANCE IS MEASURED  *
      * IN THE SAME UNIT THE PO WAS RAISED IN.                        *
      *****************************************************************
           IF RECORD-VALID AND TRANS-RECEIPT
                   AND TR-UOM NOT = SPACES
                   AND TR-UOM NOT = WS-CACHE-UOM
               PERFORM 190-CONVERT-RECEIPT-UOM
                   THRU 190-CONVERT-RECEIPT-UOM-EXIT.
           IF RECORD-VALID AND LOT-CONTROLLED-ITEM AND NOT KIT-ISSUE
               PERFORM 180-CHECK-LOT-DETAIL
                   THRU 180-CHECK-LOT-DETAIL-EXIT.
           IF RECORD-VALID AND NEG-BLOCK-ON AND TRANS-ISSUE
                   AND NOT KIT-ISSUE AND NOT SUPR-ISSUE
               PERFORM 165-CHECK-ON-HAND-COVER
                   THRU 165-CHECK-ON-HAND-COVER-EXIT.
           IF RECORD-VALID AND NEG-BLOCK-ON AND SUPR-ISSUE
               PERFORM 166-CHECK-SUPERSEDED-COVER
                   THRU 166-CHECK-SUPERSEDED-COVER-EXIT.
           IF RECORD-VALID AND SUPR-ISSUE
               PERFORM 167-CHECK-SUCCESSOR-LOTS
                   THRU 167-CHECK-SUCCESSOR-LOTS-EXIT.
           IF RECORD-VALID AND TRANS-RECEIPT
                   AND TR-PO-NUMBER NOT = SPACES
               PERFORM 170-CHECK-RECEIPT-PO
                   THRU 170-CHECK-RECEIPT-PO-EXIT.
      *****************************************************************
      * A GOOD RECEIPT OF AN INSPECTED CLASS, OR FROM AN INSPECTED    *
      * VENDOR, IS HELD FOR QC; A QC RELEASE OR REJECT CAN ONLY TAKE  *
      * WHAT IS STILL HELD AT THE LOCATION.                           *
      *****************************************************************
           IF RECORD-VALID AND TRANS-RECEIPT
               PERFORM 194-CHECK-INSPECTION
                   THRU 194-CHECK-INSPECTION-EXIT.
           IF RECORD-VALID AND TRANS-HELD-MOVE
               PERFORM 196-CHECK-HELD-COVER
                   THRU 196-CHECK-HELD-COVER-EXIT.
           IF RECORD-VALID AND TRANS-ISSUE
                   AND TR-CHARGE-DEPT NOT = SPACES
                   AND NOT DEPTMAST-MISSING
               PERFORM 195-CHECK-CHARGE-DEPT
                   THRU 195-CHECK-CHARGE-DEPT-EXIT.
           IF RECORD-VALID AND TRANS-ADJUSTMENT
                   AND NOT ADJREASN-MISSING
               PERFORM 181-CHECK-ADJ-REASON
                   THRU 181-CHECK-ADJ-REASON-EXIT.
           IF NOT RECORD-VALID AND UOM-CONVERTED
               MOVE WS-UOM-SAVE-TRANS TO TRANS-RECORD
               MOVE 'N' TO WS-UOM-CONVERTED-FLAG.

       150-VALIDATE-TRANS-RECORD-EXIT.
           EXIT.
                   MOVE SPACES TO WS-CACHE-DESC
                   MOVE SPACE TO WS-CACHE-STATUS
                   MOVE SPACES TO WS-CACHE-CLASS
                   MOVE SPACES TO WS-CACHE-UOM
                   MOVE 'N' TO WS-CACHE-LOT-CONTROL
                   MOVE 'N' TO WS-CACHE-INSPECT-CLASS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CACHE-FOUND
                   MOVE IM-ITEM-DESC TO WS-CACHE-DESC
                   MOVE IM-CLASS TO WS-CACHE-CLASS
                   MOVE IM-UOM TO WS-CACHE-UOM
                   IF IM-STATUS = 'D'
                       MOVE 'D' TO WS-CACHE-STATUS
                   ELSE
                       MOVE 'A' TO WS-CACHE-STATUS
                   END-IF
                   PERFORM 162-CHECK-LOT-CLASS
                       THRU 162-CHECK-LOT-CLASS-EXIT
           END-READ.
           MOVE WS-CACHE-FOUND TO WS-ITEM-FOUND-FLAG.

       160-FIND-ITEM-ON-MASTER-EXIT.
           EXIT.

      *****************************************************************
      * 163-CHECK-SUPERSESSION: SETS SUPR-ISSUE WHEN THE DISCONTINUED *
      * ITEM ON THE ISSUE IN HAND HAS BEEN SUPERSEDED AND THE LAST    *
      * LINK OF ITS CHAIN IS ON THE ITEM MASTER AND ACTIVE, LEAVING   *
      * THAT CODE IN WS-SUPR-SUCCESSOR. THE OLD ITEM IS READ BACK     *
      * INTO THE CACHE AFTERWARDS FOR THE REST OF THE EDITS.          *
      *****************************************************************
       163-CHECK-SUPERSESSION.
           MOVE SPACES TO WS-SUPR-SUCCESSOR.
           IF WS-SUPR-COUNT = ZERO
               GO TO 163-CHECK-SUPERSESSION-EXIT.
           SET WS-SUPR-IDX TO 1.
           SEARCH WS-SUPR-ENTRY
               AT END
                   GO TO 163-CHECK-SUPERSESSION-EXIT
               WHEN WS-SUPR-OLD-ITEM (WS-SUPR-IDX) = TR-ITEM-CODE
                   MOVE WS-SUPR-FINAL-ITEM (WS-SUPR-IDX)
                       TO WS-SUPR-SUCCESSOR
           END-SEARCH.
           IF WS-SUPR-SUCCESSOR = SPACES
               GO TO 163-CHECK-SUPERSESSION-EXIT.
           MOVE WS-SUPR-SUCCESSOR TO WS-ITEM-LOOKUP-CODE.
           PERFORM 160-FIND-ITEM-ON-MASTER
               THRU 160-FIND-ITEM-ON-MASTER-EXIT.
           IF ITEM-FOUND AND NOT ITEM-DISCONTINUED
               MOVE 'Y' TO WS-SUPR-ISSUE-FLAG.
           MOVE TR-ITEM-CODE TO WS-ITEM-LOOKUP-CODE.
           PERFORM 160-FIND-ITEM-ON-MASTER
               THRU 160-FIND-ITEM-ON-MASTER-EXIT.
       163-CHECK-SUPERSESSION-EXIT.
           EXIT.

      *****************************************************************
      * 162-CHECK-LOT-CLASS: FLAGS THE CACHED ITEM LOT-CONTROLLED     *
      * WHEN ITS CLASS IS ONE CLASSTAB MARKS FOR LOT CONTROL, AND     *
      * INSPECTED WHEN ITS CLASS IS ONE CLASSTAB MARKS FOR QC.        *
      *****************************************************************
       162-CHECK-LOT-CLASS.
           MOVE 'N' TO WS-CACHE-LOT-CONTROL.
           MOVE 'N' TO WS-CACHE-INSPECT-CLASS.
           IF WS-INSP-CLASS-COUNT > ZERO
               SET WS-INSP-CLASS-IDX TO 1
               SEARCH WS-INSP-CLASS-ENTRY
                   WHEN WS-INSP-CLASS-CODE (WS-INSP-CLASS-IDX) =
                           WS-CACHE-CLASS
                       MOVE 'Y' TO WS-CACHE-INSPECT-CLASS
               END-SEARCH.
           IF WS-LOT-CLASS-COUNT = ZERO
               GO TO 162-CHECK-LOT-CLASS-EXIT.
           SET WS-LOT-CLASS-IDX TO 1.
           SEARCH WS-LOT-CLASS-ENTRY
               WHEN WS-LOT-CLASS-CODE (WS-LOT-CLASS-IDX) =
                       WS-CACHE-CLASS
                   MOVE 'Y' TO WS-CACHE-LOT-CONTROL
           END-SEARCH.
       162-CHECK-LOT-CLASS-EXIT.
           EXIT.

      *****************************************************************
      * 165-CHECK-ON-HAND-COVER: THE NEGATIVE-POSTING CONTROL,        *
      * SWITCHED ON BY PARM-NEG-BLOCK. AN ISSUE ('I' OR BLANK TYPE)   *
      * UNDER ITS OWN REASON CODE INSTEAD OF DRIVING THE BALANCE      *
      * NEGATIVE. THE POSTING READ IN 240-POST-INVENTORY RE-READS     *
      * THE RECORD, SO DISTURBING INV-RECORD HERE IS HARMLESS.        *
      * STOCK HELD FOR INSPECTION IS ON HOLDMAST-FILE, NEVER IN       *
      * INV-QTY-ON-HAND, SO IT CANNOT COVER AN ISSUE UNTIL QC         *
      * RELEASES IT.                                                  *
      *****************************************************************
       165-CHECK-ON-HAND-COVER.
           IF TR-QUANTITY IS NOT NUMERIC
               INVALID KEY
                   MOVE ZERO TO INV-QTY-ON-HAND
           END-READ.
           IF TR-QUANTITY > INV-QTY-ON-HAND
               MOVE 'N' TO WS-VALID-RECORD-FLAG
               MOVE 'S009' TO WS-REJECT-REASON-CODE
               MOVE 'INSUFFICIENT ON HAND' TO WS-REJECT-REASON-TEXT.
       165-CHECK-ON-HAND-COVER-EXIT.
           EXIT.

      *****************************************************************
      * 166-CHECK-SUPERSEDED-COVER: THE NEGATIVE-POSTING CONTROL FOR  *
      * AN ISSUE OF A SUPERSEDED ITEM - WHAT IS LEFT UNDER THE OLD    *
      * CODE AND WHAT THE SUCCESSOR HOLDS AT THE LOCATION MUST        *
      * TOGETHER COVER THE QUANTITY.                                  *
      *****************************************************************
       166-CHECK-SUPERSEDED-COVER.
           IF TR-QUANTITY IS NOT NUMERIC
               GO TO 166-CHECK-SUPERSEDED-COVER-EXIT.
           MOVE ZERO TO WS-SUPR-COVER-QTY.
           MOVE TR-ITEM-CODE TO INV-ITEM-CODE.
           MOVE TR-LOC-CODE  TO INV-LOC-CODE.
           READ INVENTORY-MASTER
               INVALID KEY
                   MOVE ZERO TO INV-QTY-ON-HAND
           END-READ.
           IF INV-QTY-ON-HAND > ZERO
               ADD INV-QTY-ON-HAND TO WS-SUPR-COVER-QTY.
           MOVE WS-SUPR-SUCCESSOR TO INV-ITEM-CODE.
           MOVE TR-LOC-CODE  TO INV-LOC-CODE.
           READ INVENTORY-MASTER
               INVALID KEY
                   MOVE ZERO TO INV-QTY-ON-HAND
           END-READ.
           IF INV-QTY-ON-HAND > ZERO
               ADD INV-QTY-ON-HAND TO WS-SUPR-COVER-QTY.
           IF TR-QUANTITY > WS-SUPR-COVER-QTY
               MOVE 'N' TO WS-VALID-RECORD-FLAG
               MOVE 'S009' TO WS-REJECT-REASON-CODE
               MOVE 'INSUFFICIENT ON HAND' TO WS-REJECT-REASON-TEXT.
       166-CHECK-SUPERSEDED-COVER-EXIT.
           EXIT.

      *****************************************************************
      * 167-CHECK-SUCCESSOR-LOTS: WHEN THE OLD CODE CANNOT FILL AN    *
      * ISSUE OF A SUPERSEDED ITEM ON ITS OWN, 177 DRAWS THE REST     *
      * FROM THE SUCCESSOR'S LOTS EARLIEST EXPIRY FIRST, SO A         *
      * LOT-CONTROLLED SUCCESSOR WHOSE FIRST LOT HAS EXPIRED          *
      * SUSPENDS THE ISSUE THE SAME WAY 180 SUSPENDS ONE OF THE OLD   *
      * CODE. THE OLD ITEM IS READ BACK INTO THE CACHE AFTERWARDS.    *
      *****************************************************************
       167-CHECK-SUCCESSOR-LOTS.
           IF TR-QUANTITY IS NOT NUMERIC
               GO TO 167-CHECK-SUCCESSOR-LOTS-EXIT.
           MOVE TR-ITEM-CODE TO INV-ITEM-CODE.
           MOVE TR-LOC-CODE  TO INV-LOC-CODE.
           READ INVENTORY-MASTER
               INVALID KEY
                   MOVE ZERO TO INV-QTY-ON-HAND
           END-READ.
           IF INV-QTY-ON-HAND NOT < TR-QUANTITY
               GO TO 167-CHECK-SUCCESSOR-LOTS-EXIT.
           MOVE WS-SUPR-SUCCESSOR TO WS-ITEM-LOOKUP-CODE.
           PERFORM 160-FIND-ITEM-ON-MASTER
               THRU 160-FIND-ITEM-ON-MASTER-EXIT.
           IF LOT-CONTROLLED-ITEM
               MOVE WS-SUPR-SUCCESSOR TO WS-LOT-WALK-ITEM
               MOVE TR-LOC-CODE TO WS-LOT-WALK-LOC
               PERFORM 184-CHECK-LOT-EXPIRY
                   THRU 184-CHECK-LOT-EXPIRY-EXIT.
           MOVE TR-ITEM-CODE TO WS-ITEM-LOOKUP-CODE.
           PERFORM 160-FIND-ITEM-ON-MASTER
               THRU 160-FIND-ITEM-ON-MASTER-EXIT.
       167-CHECK-SUCCESSOR-LOTS-EXIT.
           EXIT.

      *****************************************************************
      * 170-CHECK-RECEIPT-PO: A RECEIPT THAT QUOTES A PO MUST BE      *
      * AGAINST AN OPEN PO FOR THE SAME ITEM AND LOCATION, AND MUST   *
      * NOT TAKE THE PO'S RECEIVED TOTAL PAST THE ORDERED QUANTITY    *
      * PLUS WS-RCPT-TOL-PCT PER CENT. EACH FAILURE SUSPENDS UNDER    *
      * ITS OWN REASON CODE SO RECEIVING CAN SEE WHAT TO CHASE.       *
      *****************************************************************
       170-CHECK-RECEIPT-PO.
           MOVE 'N' TO WS-PO-FOUND-FLAG.
           IF TR-PO-NUMBER IS NUMERIC
               MOVE TR-PO-NUMBER TO PO-NUMBER
               MOVE 'Y' TO WS-PO-FOUND-FLAG
               READ POMAST-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-PO-FOUND-FLAG
               END-READ.
           IF NOT PO-FOUND
               MOVE 'N' TO WS-VALID-RECORD-FLAG
               MOVE 'S010' TO WS-REJECT-REASON-CODE
               MOVE 'PO NOT ON FILE' TO WS-REJECT-REASON-TEXT
           ELSE IF PO-CANCELLED
               MOVE 'N' TO WS-VALID-RECORD-FLAG
               MOVE 'S012' TO WS-REJECT-REASON-CODE
               MOVE 'PO CANCELLED' TO WS-REJECT-REASON-TEXT
           ELSE IF NOT PO-OPEN
               MOVE 'N' TO WS-VALID-RECORD-FLAG
               MOVE 'S011' TO WS-REJECT-REASON-CODE
               MOVE 'PO CLOSED' TO WS-REJECT-REASON-TEXT
           ELSE IF PO-ITEM-CODE NOT = TR-ITEM-CODE
                   OR PO-LOC-CODE NOT = TR-LOC-CODE
               MOVE 'N' TO WS-VALID-RECORD-FLAG
               MOVE 'S013' TO WS-REJECT-REASON-CODE
               MOVE 'PO ITEM/LOC MISMATCH' TO WS-REJECT-REASON-TEXT
           ELSE
               COMPUTE WS-PO-RCPT-LIMIT =
                   PO-QUANTITY * (100 + WS-RCPT-TOL-PCT) / 100
               IF PO-QTY-RECEIVED + TR-QUANTITY > WS-PO-RCPT-LIMIT
                   MOVE 'N' TO WS-VALID-RECORD-FLAG
                   MOVE 'S014' TO WS-REJECT-REASON-CODE
                   MOVE 'OVER PO TOLERANCE' TO WS-REJECT-REASON-TEXT.
       170-CHECK-RECEIPT-PO-EXIT.
           EXIT.

      *****************************************************************
      * 180-CHECK-LOT-DETAIL: THE LOT-CONTROL EDITS. A RECEIPT OF A   *
      * LOT-CONTROLLED ITEM MUST NAME ITS LOT AND CARRY A NUMERIC     *
      * EXPIRY DATE. AN ISSUE DRAWS THE EARLIEST-EXPIRING LOT FIRST,  *
      * SO WHEN THE FIRST LOT WITH STOCK AT THE LOCATION HAS ALREADY  *
      * EXPIRED THE ISSUE WOULD DRAW ON EXPIRED STOCK AND IS          *
      * SUSPENDED INSTEAD - STORES MUST RETURN OR WRITE OFF THE       *
      * EXPIRED LOT (AN ADJUSTMENT) BEFORE ISSUES RESUME.             *
      *****************************************************************
       180-CHECK-LOT-DETAIL.
           IF TRANS-RECEIPT
               IF TR-LOT-NUMBER = SPACES
                       OR TR-EXPIRY-DATE IS NOT NUMERIC
                   MOVE 'N' TO WS-VALID-RECORD-FLAG
                   MOVE 'S015' TO WS-REJECT-REASON-CODE
                   MOVE 'LOT/EXPIRY MISSING' TO WS-REJECT-REASON-TEXT
               END-IF
               GO TO 180-CHECK-LOT-DETAIL-EXIT.
           IF NOT TRANS-ISSUE
               GO TO 180-CHECK-LOT-DETAIL-EXIT.
           MOVE TR-ITEM-CODE TO WS-LOT-WALK-ITEM.
           MOVE TR-LOC-CODE TO WS-LOT-WALK-LOC.
           PERFORM 184-CHECK-LOT-EXPIRY
               THRU 184-CHECK-LOT-EXPIRY-EXIT.
       180-CHECK-LOT-DETAIL-EXIT.
           EXIT.

      *****************************************************************
      * 184-CHECK-LOT-EXPIRY: SUSPENDS THE RECORD WHEN THE LOT AN     *
      * ISSUE OF WS-LOT-WALK-ITEM AT WS-LOT-WALK-LOC WOULD DRAW FIRST *
      * HAS ALREADY EXPIRED. USED FOR THE ITEM ON THE RECORD, AND FOR *
      * EACH COMPONENT OF A KIT AND THE SUCCESSOR OF A SUPERSEDED     *
      * ITEM, WHICH ARE DRAWN THE SAME WAY.                           *
      *****************************************************************
       184-CHECK-LOT-EXPIRY.
           PERFORM 182-FIND-FIRST-LOT
               THRU 182-FIND-FIRST-LOT-EXIT.
           IF LOT-FOUND AND LOT-EXPIRY-DATE < WS-RUN-DATE-TEXT
               MOVE 'N' TO WS-VALID-RECORD-FLAG
               MOVE 'S016' TO WS-REJECT-REASON-CODE
               MOVE 'EXPIRED LOT' TO WS-REJECT-REASON-TEXT.
       184-CHECK-LOT-EXPIRY-EXIT.
           EXIT.

      *****************************************************************
      * 182-FIND-FIRST-LOT: POSITIONS ON THE FIRST LOT OF             *
      * WS-LOT-WALK-ITEM AT WS-LOT-WALK-LOC THAT STILL HAS STOCK -    *
      * THE LOT AN ISSUE WOULD DRAW FROM NEXT. LOT-FOUND SAYS THERE   *
      * IS ONE, LEFT IN LOT-RECORD.                                   *
      *****************************************************************
       182-FIND-FIRST-LOT.
           MOVE 'N' TO WS-LOT-FOUND-FLAG.
           MOVE 'N' TO WS-LOT-WALK-END-FLAG.
           MOVE WS-LOT-WALK-ITEM TO LOT-ITEM-CODE.
           MOVE WS-LOT-WALK-LOC TO LOT-LOC-CODE.
           MOVE LOW-VALUES TO LOT-EXPIRY-DATE.
           MOVE LOW-VALUES TO LOT-NUMBER.
           START LOTMAST-FILE KEY IS NOT < LOT-KEY
               INVALID KEY
                   GO TO 182-FIND-FIRST-LOT-EXIT
           END-START.
           PERFORM 183-READ-NEXT-LOT
               THRU 183-READ-NEXT-LOT-EXIT
               UNTIL LOT-FOUND OR LOT-WALK-END.
       182-FIND-FIRST-LOT-EXIT.
           EXIT.

       183-READ-NEXT-LOT.
           READ LOTMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOT-WALK-END-FLAG
                   GO TO 183-READ-NEXT-LOT-EXIT
           END-READ.
           IF LOT-ITEM-CODE NOT = WS-LOT-WALK-ITEM
                   OR LOT-LOC-CODE NOT = WS-LOT-WALK-LOC
               MOVE 'Y' TO WS-LOT-WALK-END-FLAG
               GO TO 183-READ-NEXT-LOT-EXIT.
           IF LOT-QTY-ON-HAND > ZERO
               MOVE 'Y' TO WS-LOT-FOUND-FLAG.
       183-READ-NEXT-LOT-EXIT.
           EXIT.

      *****************************************************************
      * 185-FIND-KIT: SETS KIT-ISSUE WHEN WS-KIT-LOOKUP-ITEM HAS ANY  *
      * COMPONENT LINES ON THE KIT MASTER.                            *
      *****************************************************************
       185-FIND-KIT.
           MOVE 'N' TO WS-KIT-ISSUE-FLAG.
           IF WS-KIT-COUNT = ZERO
               GO TO 185-FIND-KIT-EXIT.
           SET WS-KIT-IDX TO 1.
           SEARCH WS-KIT-ENTRY
               WHEN WS-KIT-ITEM (WS-KIT-IDX) = WS-KIT-LOOKUP-ITEM
                   MOVE 'Y' TO WS-KIT-ISSUE-FLAG
           END-SEARCH.
       185-FIND-KIT-EXIT.
           EXIT.

      *****************************************************************
      * 186-CHECK-KIT-COVER: EVERY COMPONENT OF THE KIT MUST HAVE     *
      * TR-QUANTITY TIMES ITS QUANTITY PER KIT ON HAND AT THE ISSUING *
      * LOCATION. THE FIRST SHORT COMPONENT SUSPENDS THE WHOLE KIT    *
      * ISSUE, SO NO COMPONENT IS EVER DRAWN FOR A KIT THAT CANNOT BE *
      * MADE UP. A COMPONENT QUANTITY TOO LARGE FOR A SINGLE POSTING  *
      * SUSPENDS THE SAME WAY UNDER ITS OWN REASON CODE, AND SO DOES  *
      * A LOT-CONTROLLED COMPONENT WHOSE FIRST LOT HAS EXPIRED - THE  *
      * COMPONENTS ARE DRAWN EARLIEST EXPIRY FIRST LIKE ANY ISSUE.    *
      * THE KIT'S OWN ITEM IS PUT BACK IN THE CACHE AFTERWARDS FOR    *
      * THE REST OF THE EDITS.                                        *
      *****************************************************************
       186-CHECK-KIT-COVER.
           IF TR-QUANTITY IS NOT NUMERIC
               GO TO 186-CHECK-KIT-COVER-EXIT.
           MOVE ZERO TO WS-KIT-SUB.
           PERFORM 187-CHECK-ONE-COMPONENT
               THRU 187-CHECK-ONE-COMPONENT-EXIT
               WS-KIT-COUNT TIMES.
           MOVE TR-ITEM-CODE TO WS-ITEM-LOOKUP-CODE.
           PERFORM 160-FIND-ITEM-ON-MASTER
               THRU 160-FIND-ITEM-ON-MASTER-EXIT.
       186-CHECK-KIT-COVER-EXIT.
           EXIT.

       187-CHECK-ONE-COMPONENT.
           ADD 1 TO WS-KIT-SUB.
           IF NOT RECORD-VALID
               GO TO 187-CHECK-ONE-COMPONENT-EXIT.
           IF WS-KIT-ITEM (WS-KIT-SUB) NOT = WS-KIT-LOOKUP-ITEM
               GO TO 187-CHECK-ONE-COMPONENT-EXIT.
           COMPUTE WS-KIT-NEED-QTY =
               TR-QUANTITY * WS-KIT-COMP-QTY (WS-KIT-SUB).
           IF WS-KIT-NEED-QTY > 99999
               MOVE 'N' TO WS-VALID-RECORD-FLAG
               MOVE 'S018' TO WS-REJECT-REASON-CODE
               MOVE 'KIT QTY TOO LARGE' TO WS-REJECT-REASON-TEXT
               GO TO 187-CHECK-ONE-COMPONENT-EXIT.
           MOVE WS-KIT-COMP (WS-KIT-SUB) TO INV-ITEM-CODE.
           MOVE TR-LOC-CODE TO INV-LOC-CODE.
           READ INVENTORY-MASTER
               INVALID KEY
                   MOVE ZERO TO INV-QTY-ON-HAND
           END-READ.
           IF WS-KIT-NEED-QTY > INV-QTY-ON-HAND
               MOVE 'N' TO WS-VALID-RECORD-FLAG
               MOVE 'S017' TO WS-REJECT-REASON-CODE
               MOVE 'KIT COMPONENT SHORT' TO WS-REJECT-REASON-TEXT
               DISPLAY '  KIT ' WS-KIT-LOOKUP-ITEM ' SHORT OF '
                   WS-KIT-COMP (WS-KIT-SUB) ' AT LOC ' TR-LOC-CODE
               GO TO 187-CHECK-ONE-COMPONENT-EXIT.
           MOVE WS-KIT-COMP (WS-KIT-SUB) TO WS-ITEM-LOOKUP-CODE.
           PERFORM 160-FIND-ITEM-ON-MASTER
               THRU 160-FIND-ITEM-ON-MASTER-EXIT.
           IF NOT LOT-CONTROLLED-ITEM
               GO TO 187-CHECK-ONE-COMPONENT-EXIT.
           MOVE WS-KIT-COMP (WS-KIT-SUB) TO WS-LOT-WALK-ITEM.
           MOVE TR-LOC-CODE TO WS-LOT-WALK-LOC.
           PERFORM 184-CHECK-LOT-EXPIRY
               THRU 184-CHECK-LOT-EXPIRY-EXIT.
           IF NOT RECORD-VALID
               DISPLAY '  KIT ' WS-KIT-LOOKUP-ITEM ' COMPONENT '
                   WS-KIT-COMP (WS-KIT-SUB) ' EXPIRED AT LOC '
                   TR-LOC-CODE.
       187-CHECK-ONE-COMPONENT-EXIT.
           EXIT.

      *****************************************************************
      * 188-EXPLODE-KIT-ISSUE: POSTS A VALIDATED KIT ISSUE AS ONE     *
      * ISSUE PER COMPONENT. TRANS-RECORD IS REUSED FOR EACH          *
      * COMPONENT SO 240-POST-INVENTORY, ITS HISTORY RECORD AND THE   *
      * LOT DRAW SEE AN ORDINARY ISSUE. THE KIT'S SELLING VALUE IS    *
      * SHARED OUT OVER THE COMPONENTS IN PROPORTION TO WHAT EACH     *
      * COSTS (BY QUANTITY WHEN NONE OF THEM HAS A COST YET), SO THE  *
      * SALE REACHES THE HISTORY AT THE PRICE IT WAS MADE AT. THE     *
      * LAST COMPONENT TAKES WHATEVER IS LEFT, SO THE SHARES ADD BACK *
      * TO THE KIT'S LINE TO WITHIN THE ROUNDING OF ITS UNIT PRICE.   *
      * THE KIT'S RECORD AND ITEM CACHE ARE PUT BACK AFTERWARDS FOR   *
      * THE REST OF 200-PROCESS-RECORD.                               *
      *****************************************************************
       188-EXPLODE-KIT-ISSUE.
           MOVE TRANS-RECORD TO WS-KIT-SAVE-TRANS.
           MOVE TR-QUANTITY TO WS-KIT-ISSUE-QTY.
           MOVE WS-ITEM-TOTAL TO WS-KIT-VALUE-LEFT.
           MOVE ZERO TO WS-KIT-COST-LEFT.
           MOVE ZERO TO WS-KIT-QTY-LEFT.
           MOVE ZERO TO WS-KIT-SUB.
           PERFORM 178-WEIGH-ONE-COMPONENT
               THRU 178-WEIGH-ONE-COMPONENT-EXIT
               WS-KIT-COUNT TIMES.
           IF WS-KIT-COST-LEFT > ZERO
               MOVE 'C' TO WS-KIT-SHARE-FLAG
           ELSE
               MOVE 'Q' TO WS-KIT-SHARE-FLAG.
           MOVE ZERO TO WS-KIT-SUB.
           PERFORM 189-ISSUE-ONE-COMPONENT
               THRU 189-ISSUE-ONE-COMPONENT-EXIT
               WS-KIT-COUNT TIMES.
           MOVE WS-KIT-SAVE-TRANS TO TRANS-RECORD.
           MOVE TR-ITEM-CODE TO WS-ITEM-LOOKUP-CODE.
           PERFORM 160-FIND-ITEM-ON-MASTER
               THRU 160-FIND-ITEM-ON-MASTER-EXIT.
       188-EXPLODE-KIT-ISSUE-EXIT.
           EXIT.

       189-ISSUE-ONE-COMPONENT.
           ADD 1 TO WS-KIT-SUB.
           IF WS-KIT-ITEM (WS-KIT-SUB) NOT = WS-KIT-LOOKUP-ITEM
               GO TO 189-ISSUE-ONE-COMPONENT-EXIT.
           COMPUTE WS-KIT-NEED-QTY =
               WS-KIT-ISSUE-QTY * WS-KIT-COMP-QTY (WS-KIT-SUB).
           PERFORM 179-COST-ONE-COMPONENT
               THRU 179-COST-ONE-COMPONENT-EXIT.
           MOVE ZERO TO WS-KIT-COMP-VALUE.
           IF KIT-SHARED-BY-COST
               IF WS-KIT-COST-LEFT > ZERO
                   COMPUTE WS-KIT-COMP-VALUE ROUNDED =
                       WS-KIT-VALUE-LEFT * WS-KIT-COMP-COST
                       / WS-KIT-COST-LEFT
               END-IF
               SUBTRACT WS-KIT-COMP-COST FROM WS-KIT-COST-LEFT
           ELSE
               IF WS-KIT-QTY-LEFT > ZERO
                   COMPUTE WS-KIT-COMP-VALUE ROUNDED =
                       WS-KIT-VALUE-LEFT * WS-KIT-NEED-QTY
                       / WS-KIT-QTY-LEFT
               END-IF
               SUBTRACT WS-KIT-NEED-QTY FROM WS-KIT-QTY-LEFT.
           MOVE WS-KIT-COMP (WS-KIT-SUB) TO TR-ITEM-CODE.
           MOVE WS-KIT-NEED-QTY TO TR-QUANTITY.
           MOVE ZERO TO TR-PRICE.
           IF WS-KIT-NEED-QTY > ZERO
               COMPUTE TR-PRICE ROUNDED =
                   WS-KIT-COMP-VALUE / WS-KIT-NEED-QTY.
           COMPUTE WS-KIT-VALUE-LEFT =
               WS-KIT-VALUE-LEFT - WS-KIT-NEED-QTY * TR-PRICE.
           MOVE SPACES TO TR-LOT-NUMBER.
           MOVE SPACES TO TR-EXPIRY-DATE.
           MOVE TR-ITEM-CODE TO WS-ITEM-LOOKUP-CODE.
           PERFORM 160-FIND-ITEM-ON-MASTER
               THRU 160-FIND-ITEM-ON-MASTER-EXIT.
           PERFORM 240-POST-INVENTORY
               THRU 240-POST-INVENTORY-EXIT.
           IF LOT-CONTROLLED-ITEM
               PERFORM 290-POST-LOT-BALANCE
                   THRU 290-POST-LOT-BALANCE-EXIT.
           MOVE TR-ITEM-CODE TO KCL-ITEM-CODE.
           MOVE TR-QUANTITY TO KCL-QUANTITY.
           MOVE WS-KIT-COMPONENT-LINE TO REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
       189-ISSUE-ONE-COMPONENT-EXIT.
           EXIT.

      *****************************************************************
      * 178-WEIGH-ONE-COMPONENT: ADDS ONE COMPONENT OF THE KIT INTO   *
      * THE TOTAL COST AND QUANTITY ITS SELLING VALUE IS SHARED BY.   *
      *****************************************************************
       178-WEIGH-ONE-COMPONENT.
           ADD 1 TO WS-KIT-SUB.
           IF WS-KIT-ITEM (WS-KIT-SUB) NOT = WS-KIT-LOOKUP-ITEM
               GO TO 178-WEIGH-ONE-COMPONENT-EXIT.
           COMPUTE WS-KIT-NEED-QTY =
               WS-KIT-ISSUE-QTY * WS-KIT-COMP-QTY (WS-KIT-SUB).
           PERFORM 179-COST-ONE-COMPONENT
               THRU 179-COST-ONE-COMPONENT-EXIT.
           ADD WS-KIT-COMP-COST TO WS-KIT-COST-LEFT.
           ADD WS-KIT-NEED-QTY TO WS-KIT-QTY-LEFT.
       178-WEIGH-ONE-COMPONENT-EXIT.
           EXIT.

      *****************************************************************
      * 179-COST-ONE-COMPONENT: WS-KIT-NEED-QTY OF THE COMPONENT AT   *
      * WS-KIT-SUB, AT ITS AVERAGE COST AT THE ISSUING LOCATION, INTO *
      * WS-KIT-COMP-COST. 240-POST-INVENTORY RE-READS THE POSITION,   *
      * SO DISTURBING INV-RECORD HERE IS HARMLESS.                    *
      *****************************************************************
       179-COST-ONE-COMPONENT.
           MOVE WS-KIT-COMP (WS-KIT-SUB) TO INV-ITEM-CODE.
           MOVE TR-LOC-CODE TO INV-LOC-CODE.
           READ INVENTORY-MASTER
               INVALID KEY
                   MOVE ZERO TO INV-AVG-COST
           END-READ.
           COMPUTE WS-KIT-COMP-COST =
               WS-KIT-NEED-QTY * INV-AVG-COST.
       179-COST-ONE-COMPONENT-EXIT.
           EXIT.

      *****************************************************************
      * 177-POST-SUPERSEDED-ISSUE: POSTS A VALIDATED ISSUE OF A       *
      * SUPERSEDED ITEM. WHATEVER IS STILL ON HAND UNDER THE OLD CODE *
      * AT THE LOCATION GOES FIRST, SO THE OLD STOCK IS USED UP; THE  *
      * REST IS ISSUED AS THE SUCCESSOR. TRANS-RECORD IS REUSED FOR   *
      * EACH SHARE THE WAY 188-EXPLODE-KIT-ISSUE REUSES IT FOR A     *
      * KIT'S COMPONENTS, SO EACH POSTS AND WRITES ITS HISTORY AS AN  *
      * ORDINARY ISSUE OF ITS OWN CODE. THE DETAIL LINE AND THE       *
      * EXTRACT KEEP THE CODE THE DEPARTMENT ASKED FOR; THE           *
      * SUBSTITUTION LINE BENEATH IT SHOWS THE SPLIT.                 *
      *****************************************************************
       177-POST-SUPERSEDED-ISSUE.
           MOVE TRANS-RECORD TO WS-SUPR-SAVE-TRANS.
           MOVE TR-QUANTITY TO WS-SUPR-ISSUE-QTY.
           MOVE ZERO TO WS-SUPR-OLD-QTY.
           MOVE TR-ITEM-CODE TO INV-ITEM-CODE.
           MOVE TR-LOC-CODE  TO INV-LOC-CODE.
           READ INVENTORY-MASTER
               INVALID KEY
                   MOVE ZERO TO INV-QTY-ON-HAND
           END-READ.
           IF INV-QTY-ON-HAND > ZERO
               IF INV-QTY-ON-HAND < WS-SUPR-ISSUE-QTY
                   MOVE INV-QTY-ON-HAND TO WS-SUPR-OLD-QTY
               ELSE
                   MOVE WS-SUPR-ISSUE-QTY TO WS-SUPR-OLD-QTY
               END-IF.
           COMPUTE WS-SUPR-NEW-QTY =
               WS-SUPR-ISSUE-QTY - WS-SUPR-OLD-QTY.
           IF WS-SUPR-OLD-QTY > ZERO
               MOVE WS-SUPR-OLD-QTY TO TR-QUANTITY
               PERFORM 240-POST-INVENTORY
                   THRU 240-POST-INVENTORY-EXIT
               IF LOT-CONTROLLED-ITEM
                   PERFORM 290-POST-LOT-BALANCE
                       THRU 290-POST-LOT-BALANCE-EXIT
               END-IF.
           IF WS-SUPR-NEW-QTY > ZERO
               MOVE WS-SUPR-SUCCESSOR TO TR-ITEM-CODE
               MOVE WS-SUPR-NEW-QTY TO TR-QUANTITY
               MOVE SPACES TO TR-LOT-NUMBER
               MOVE SPACES TO TR-EXPIRY-DATE
               MOVE TR-ITEM-CODE TO WS-ITEM-LOOKUP-CODE
               PERFORM 160-FIND-ITEM-ON-MASTER
                   THRU 160-FIND-ITEM-ON-MASTER-EXIT
               PERFORM 240-POST-INVENTORY
                   THRU 240-POST-INVENTORY-EXIT
               IF LOT-CONTROLLED-ITEM
                   PERFORM 290-POST-LOT-BALANCE
                       THRU 290-POST-LOT-BALANCE-EXIT
               END-IF.
           ADD 1 TO WS-SUPR-ISSUE-COUNT.
           MOVE WS-SUPR-OLD-QTY TO SBL-OLD-QTY.
           MOVE WS-SUPR-NEW-QTY TO SBL-NEW-QTY.
           MOVE WS-SUPR-SUCCESSOR TO SBL-SUCCESSOR.
           MOVE WS-SUBSTITUTION-LINE TO REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE WS-SUPR-SAVE-TRANS TO TRANS-RECORD.
           MOVE TR-ITEM-CODE TO WS-ITEM-LOOKUP-CODE.
           PERFORM 160-FIND-ITEM-ON-MASTER
               THRU 160-FIND-ITEM-ON-MASTER-EXIT.
       177-POST-SUPERSEDED-ISSUE-EXIT.
           EXIT.

      *****************************************************************
      * 190-CONVERT-RECEIPT-UOM: A RECEIPT KEYED IN A UNIT OTHER THAN *
      * THE ITEM'S STOCK UNIT IS LOOKED UP ON THE CONVERSION TABLE -  *
      * UNDER THE VENDOR OF THE PO IT QUOTES WHERE THERE IS ONE - AND *
      * ITS QUANTITY MULTIPLIED UP AND ITS PRICE DIVIDED DOWN TO      *
      * STOCK UNITS. A UNIT THE ITEM HAS NO CONVERSION FOR SUSPENDS,  *
      * AS DOES A CONVERTED QUANTITY TOO LARGE FOR A SINGLE POSTING.  *
      *****************************************************************
       190-CONVERT-RECEIPT-UOM.
           IF TR-QUANTITY IS NOT NUMERIC OR TR-PRICE IS NOT NUMERIC
               GO TO 190-CONVERT-RECEIPT-UOM-EXIT.
           MOVE TR-ITEM-CODE TO WS-UOM-LOOKUP-ITEM.
           MOVE TR-UOM TO WS-UOM-LOOKUP-UOM.
           MOVE TR-PO-NUMBER TO WS-UOM-LOOKUP-PO.
           PERFORM 193-FIND-PO-VENDOR
               THRU 193-FIND-PO-VENDOR-EXIT.
           PERFORM 191-FIND-UOM-CONVERSION
               THRU 191-FIND-UOM-CONVERSION-EXIT.
           IF WS-UOM-UNITS-PER = ZERO
               MOVE 'N' TO WS-VALID-RECORD-FLAG
               MOVE 'S019' TO WS-REJECT-REASON-CODE
               MOVE 'NO UOM CONVERSION' TO WS-REJECT-REASON-TEXT
               GO TO 190-CONVERT-RECEIPT-UOM-EXIT.
           COMPUTE WS-UOM-STOCK-QTY = TR-QUANTITY * WS-UOM-UNITS-PER.
           IF WS-UOM-STOCK-QTY > 99999
               MOVE 'N' TO WS-VALID-RECORD-FLAG
               MOVE 'S020' TO WS-REJECT-REASON-CODE
               MOVE 'UOM QTY TOO LARGE' TO WS-REJECT-REASON-TEXT
               GO TO 190-CONVERT-RECEIPT-UOM-EXIT.
           MOVE TRANS-RECORD TO WS-UOM-SAVE-TRANS.
           MOVE TR-QUANTITY TO WS-UOM-KEYED-QTY.
           MOVE TR-PRICE TO WS-UOM-KEYED-PRICE.
           MOVE WS-UOM-STOCK-QTY TO TR-QUANTITY.
           COMPUTE TR-PRICE ROUNDED =
               WS-UOM-KEYED-PRICE / WS-UOM-UNITS-PER.
           MOVE 'Y' TO WS-UOM-CONVERTED-FLAG.
       190-CONVERT-RECEIPT-UOM-EXIT.
           EXIT.

      *****************************************************************
      * 191-FIND-UOM-CONVERSION: LEAVES IN WS-UOM-UNITS-PER THE STOCK *
      * UNITS PER WS-UOM-LOOKUP-UOM FOR WS-UOM-LOOKUP-ITEM, OR ZERO   *
      * WHEN THE ITEM HAS NO CONVERSION FOR THAT UNIT. A CONVERSION   *
      * FOR WS-UOM-LOOKUP-VENDOR WINS; OTHERWISE THE FIRST VENDOR     *
      * THAT SELLS THE ITEM IN THAT UNIT IS TAKEN.                    *
      *****************************************************************
       191-FIND-UOM-CONVERSION.
           MOVE ZERO TO WS-UOM-UNITS-PER.
           MOVE ZERO TO WS-UOM-SUB.
           PERFORM 192-TEST-ONE-UOM-CONVERSION
               THRU 192-TEST-ONE-UOM-CONVERSION-EXIT
               WS-UOM-COUNT TIMES.
       191-FIND-UOM-CONVERSION-EXIT.
           EXIT.

       192-TEST-ONE-UOM-CONVERSION.
           ADD 1 TO WS-UOM-SUB.
           IF WS-UOM-ITEM (WS-UOM-SUB) NOT = WS-UOM-LOOKUP-ITEM
                   OR WS-UOM-PURCH-UOM (WS-UOM-SUB) NOT =
                       WS-UOM-LOOKUP-UOM
               GO TO 192-TEST-ONE-UOM-CONVERSION-EXIT.
           IF WS-UOM-UNITS-PER = ZERO
                   OR (WS-UOM-LOOKUP-VENDOR NOT = SPACES
                       AND WS-UOM-VENDOR (WS-UOM-SUB) =
                           WS-UOM-LOOKUP-VENDOR)
               MOVE WS-UOM-PER (WS-UOM-SUB) TO WS-UOM-UNITS-PER.
       192-TEST-ONE-UOM-CONVERSION-EXIT.
           EXIT.

      *****************************************************************
      * 193-FIND-PO-VENDOR: THE VENDOR OF THE PO IN WS-UOM-LOOKUP-PO  *
      * INTO WS-UOM-LOOKUP-VENDOR, OR SPACES WHEN NO PO IS QUOTED OR  *
      * IT IS NOT ON FILE. 170-CHECK-RECEIPT-PO RE-READS THE PO, SO   *
      * DISTURBING PO-RECORD HERE IS HARMLESS.                        *
      *****************************************************************
       193-FIND-PO-VENDOR.
           MOVE SPACES TO WS-UOM-LOOKUP-VENDOR.
           IF WS-UOM-LOOKUP-PO IS NOT NUMERIC
               GO TO 193-FIND-PO-VENDOR-EXIT.
           MOVE WS-UOM-LOOKUP-PO TO PO-NUMBER.
           READ POMAST-FILE
               INVALID KEY
                   GO TO 193-FIND-PO-VENDOR-EXIT
           END-READ.
           MOVE PO-VENDOR-CODE TO WS-UOM-LOOKUP-VENDOR.
       193-FIND-PO-VENDOR-EXIT.
           EXIT.

      *****************************************************************
      * 194-CHECK-INSPECTION: SETS INSPECT-HOLD FOR A RECEIPT WHOSE   *
      * ITEM IS IN AN INSPECTED CLASS, OR WHOSE PO IS WITH AN         *
      * INSPECTED VENDOR. 170-CHECK-RECEIPT-PO HAS JUST READ THE PO   *
      * A RECEIPT QUOTES, SO ITS VENDOR IS STILL IN PO-RECORD. A      *
      * RECEIPT WITH NO PO HAS NO VENDOR TO GO BY.                    *
      *****************************************************************
       194-CHECK-INSPECTION.
           MOVE SPACES TO WS-HOLD-VENDOR.
           IF TR-PO-NUMBER NOT = SPACES
               MOVE PO-VENDOR-CODE TO WS-HOLD-VENDOR.
           IF INSPECTED-CLASS-ITEM
               MOVE 'Y' TO WS-INSPECT-HOLD-FLAG
               MOVE 'C' TO WS-HOLD-REASON
               GO TO 194-CHECK-INSPECTION-EXIT.
           IF WS-HOLD-VENDOR = SPACES OR WS-INSP-VENDOR-COUNT = ZERO
               GO TO 194-CHECK-INSPECTION-EXIT.
           SET WS-INSP-VENDOR-IDX TO 1.
           SEARCH WS-INSP-VENDOR-ENTRY
               WHEN WS-INSP-VENDOR-CODE (WS-INSP-VENDOR-IDX) =
                       WS-HOLD-VENDOR
                   MOVE 'Y' TO WS-INSPECT-HOLD-FLAG
                   MOVE 'V' TO WS-HOLD-REASON
           END-SEARCH.
       194-CHECK-INSPECTION-EXIT.
           EXIT.

      *****************************************************************
      * 196-CHECK-HELD-COVER: A QC RELEASE OR REJECT MUST NOT TAKE    *
      * MORE THAN IS STILL HELD FOR THE ITEM AT THE LOCATION, ACROSS  *
      * ALL ITS HELD RECEIPTS.                                        *
      *****************************************************************
       196-CHECK-HELD-COVER.
           MOVE ZERO TO WS-HOLD-AVAILABLE.
           MOVE TR-ITEM-CODE TO WS-HOLD-WALK-ITEM.
           MOVE TR-LOC-CODE TO WS-HOLD-WALK-LOC.
           PERFORM 198-START-HOLD-WALK
               THRU 198-START-HOLD-WALK-EXIT.
           PERFORM 197-ADD-ONE-HELD
               THRU 197-ADD-ONE-HELD-EXIT
               UNTIL HOLD-WALK-END.
           IF TR-QUANTITY IS NOT NUMERIC
                   OR TR-QUANTITY > WS-HOLD-AVAILABLE
               MOVE 'N' TO WS-VALID-RECORD-FLAG
               MOVE 'S021' TO WS-REJECT-REASON-CODE
               MOVE 'INSUFFICIENT HELD QTY' TO WS-REJECT-REASON-TEXT.
       196-CHECK-HELD-COVER-EXIT.
           EXIT.

      *****************************************************************
      * 195-CHECK-CHARGE-DEPT: AN ISSUE CHARGED TO A DEPARTMENT MUST  *
      * NAME ONE ON DEPTMAST, OR ITS COST WOULD LAND ON NO ONE'S      *
      * BUDGET.                                                       *
      *****************************************************************
       195-CHECK-CHARGE-DEPT.
           IF WS-DEPT-COUNT = ZERO
               GO TO 195-CHECK-CHARGE-DEPT-EXIT.
           SET WS-DEPT-IDX TO 1.
           SEARCH WS-DEPT-ENTRY
               AT END
                   MOVE 'N' TO WS-VALID-RECORD-FLAG
                   MOVE 'S022' TO WS-REJECT-REASON-CODE
                   MOVE 'UNKNOWN CHARGE DEPT' TO WS-REJECT-REASON-TEXT
               WHEN WS-DEPT-CODE (WS-DEPT-IDX) = TR-CHARGE-DEPT
                   CONTINUE
           END-SEARCH.
       195-CHECK-CHARGE-DEPT-EXIT.
           EXIT.

      *****************************************************************
      * 181-CHECK-ADJ-REASON: AN ADJUSTMENT MUST SAY WHY THE STOCK    *
      * WENT - A REASON ON ADJREASN THAT HAS NOT BEEN RETIRED ('R').  *
      * WITHOUT ONE THE WRITE-OFF CANNOT BE TOLD FROM ANY OTHER AND   *
      * WOULD BOOK TO THE WRONG EXPENSE ACCOUNT.                      *
      *****************************************************************
       181-CHECK-ADJ-REASON.
           IF TR-ADJ-REASON = SPACES
               MOVE 'N' TO WS-VALID-RECORD-FLAG
               MOVE 'S023' TO WS-REJECT-REASON-CODE
               MOVE 'NO ADJ REASON CODE' TO WS-REJECT-REASON-TEXT
               GO TO 181-CHECK-ADJ-REASON-EXIT.
           IF WS-ADJR-COUNT = ZERO
               GO TO 181-CHECK-ADJ-REASON-EXIT.
           SET WS-ADJR-IDX TO 1.
           SEARCH WS-ADJR-ENTRY
               AT END
                   MOVE 'N' TO WS-VALID-RECORD-FLAG
                   MOVE 'S024' TO WS-REJECT-REASON-CODE
                   MOVE 'UNKNOWN ADJ REASON' TO WS-REJECT-REASON-TEXT
               WHEN WS-ADJR-CODE (WS-ADJR-IDX) = TR-ADJ-REASON
                   IF WS-ADJR-STATUS (WS-ADJR-IDX) = 'R'
                       MOVE 'N' TO WS-VALID-RECORD-FLAG
                       MOVE 'S024' TO WS-REJECT-REASON-CODE
                       MOVE 'ADJ REASON RETIRED' TO
                           WS-REJECT-REASON-TEXT
                   END-IF
           END-SEARCH.
       181-CHECK-ADJ-REASON-EXIT.
           EXIT.

       197-ADD-ONE-HELD.
           PERFORM 199-READ-NEXT-HOLD
               THRU 199-READ-NEXT-HOLD-EXIT.
           IF NOT HOLD-WALK-END AND HOLD-QTY-HELD > ZERO
               ADD HOLD-QTY-HELD TO WS-HOLD-AVAILABLE.
       197-ADD-ONE-HELD-EXIT.
           EXIT.

      *****************************************************************
      * 198-START-HOLD-WALK: POSITIONS ON THE OLDEST HELD RECEIPT OF  *
      * WS-HOLD-WALK-ITEM AT WS-HOLD-WALK-LOC. 199-READ-NEXT-HOLD     *
      * THEN RETURNS THEM OLDEST FIRST, SETTING HOLD-WALK-END ONCE    *
      * THE POSITION'S RECEIPTS ARE EXHAUSTED.                        *
      *****************************************************************
       198-START-HOLD-WALK.
           MOVE 'N' TO WS-HOLD-WALK-END-FLAG.
           MOVE WS-HOLD-WALK-ITEM TO HOLD-ITEM-CODE.
           MOVE WS-HOLD-WALK-LOC TO HOLD-LOC-CODE.
           MOVE LOW-VALUES TO HOLD-RECEIVED-DATE.
           MOVE ZERO TO HOLD-SEQ-NUM.
           START HOLDMAST-FILE KEY IS NOT < HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-WALK-END-FLAG
           END-START.
       198-START-HOLD-WALK-EXIT.
           EXIT.

       199-READ-NEXT-HOLD.
           READ HOLDMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-WALK-END-FLAG
                   GO TO 199-READ-NEXT-HOLD-EXIT
           END-READ.
           IF HOLD-ITEM-CODE NOT = WS-HOLD-WALK-ITEM
                   OR HOLD-LOC-CODE NOT = WS-HOLD-WALK-LOC
               MOVE 'Y' TO WS-HOLD-WALK-END-FLAG.
       199-READ-NEXT-HOLD-EXIT.
           EXIT.

      *****************************************************************
           EXIT.

      *****************************************************************
      * 226-FIND-PRICE-IN-FORCE: FINDS THE PRICE IN FORCE ON THE RUN  *
      * DATE FOR WS-PRICE-LOOKUP-CODE - THE DATED PRICE WITH THE      *
      * LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE. THE MASTER IS   *
      * STARTED AT THE ITEM'S FIRST DATED PRICE AND READ FORWARD;     *
      * THE KEY KEEPS EACH ITEM'S PRICES IN DATE ORDER, SO THE LAST   *
      * ONE READ BEFORE A FUTURE DATE (OR THE NEXT ITEM) IS THE ONE.  *
      * FUTURE-DATED PRICES LOADED AHEAD OF TIME ARE PASSED OVER      *
      * UNTIL THEIR DAY COMES.                                        *
      *****************************************************************
       226-FIND-PRICE-IN-FORCE.
           IF WS-PRICE-LOOKUP-CODE = WS-PRICE-CACHE-CODE
               MOVE WS-PRICE-CACHE-FOUND TO WS-PRICE-LOOKUP-FOUND-FLAG
               GO TO 226-FIND-PRICE-IN-FORCE-EXIT.
           MOVE WS-PRICE-LOOKUP-CODE TO WS-PRICE-CACHE-CODE.
           MOVE 'N' TO WS-PRICE-LOOKUP-FOUND-FLAG.
           MOVE ZERO TO WS-PRICE-IN-FORCE.
           MOVE 'N' TO WS-PRICE-WALK-END-FLAG.
           MOVE WS-PRICE-LOOKUP-CODE TO PM-ITEM-CODE.
           MOVE LOW-VALUES TO PM-EFF-DATE.
           START PRICEMAST-FILE KEY IS NOT < PM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PRICE-WALK-END-FLAG
           END-START.
           PERFORM 227-TEST-ONE-PRICE
               THRU 227-TEST-ONE-PRICE-EXIT
               UNTIL PRICE-WALK-END.
           MOVE WS-PRICE-LOOKUP-FOUND-FLAG TO WS-PRICE-CACHE-FOUND.
       226-FIND-PRICE-IN-FORCE-EXIT.
           EXIT.

       227-TEST-ONE-PRICE.
           READ PRICEMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PRICE-WALK-END-FLAG
                   GO TO 227-TEST-ONE-PRICE-EXIT
           END-READ.
           IF PM-ITEM-CODE NOT = WS-PRICE-LOOKUP-CODE
                   OR PM-EFF-DATE > WS-RUN-DATE-TEXT
               MOVE 'Y' TO WS-PRICE-WALK-END-FLAG
               GO TO 227-TEST-ONE-PRICE-EXIT.
           MOVE 'Y' TO WS-PRICE-LOOKUP-FOUND-FLAG.
           MOVE PM-PRICE TO WS-PRICE-IN-FORCE.
       227-TEST-ONE-PRICE-EXIT.
           EXIT.

               MOVE WS-ITEM-SUBTOTAL    TO RS-ITEM-SUBTOTAL
               MOVE WS-EXTRACT-COUNT    TO RS-EXTRACT-COUNT
               MOVE WS-EXTRACT-HASH     TO RS-EXTRACT-HASH
               MOVE WS-SOURCE-COUNT     TO RS-SOURCE-COUNT
               PERFORM 262-SAVE-ONE-SOURCE
                   THRU 262-SAVE-ONE-SOURCE-EXIT
                   VARYING WS-SRCT-SUB FROM 1 BY 1
                   UNTIL WS-SRCT-SUB > WS-SOURCE-COUNT
               WRITE RS-RECORD
               MOVE ZERO TO WS-SINCE-CHECKPOINT.

       260-WRITE-CHECKPOINT-EXIT.
           EXIT.

       262-SAVE-ONE-SOURCE.
           MOVE WS-SRCT-ID (WS-SRCT-SUB) TO RS-SRCT-ID (WS-SRCT-SUB).
           MOVE WS-SRCT-READ (WS-SRCT-SUB) TO
               RS-SRCT-READ (WS-SRCT-SUB).
           MOVE WS-SRCT-SUSPENDED (WS-SRCT-SUB) TO
               RS-SRCT-SUSPENDED (WS-SRCT-SUB).
           MOVE WS-SRCT-QTY (WS-SRCT-SUB) TO
               RS-SRCT-QTY (WS-SRCT-SUB).
           MOVE WS-SRCT-AMOUNT (WS-SRCT-SUB) TO
               RS-SRCT-AMOUNT (WS-SRCT-SUB).
       262-SAVE-ONE-SOURCE-EXIT.
           EXIT.

      *****************************************************************
      * 265-CLEAR-RESTART-CHECKPOINT: ON A RUN THAT REACHES END OF     *
      * TRANS-FILE WITHOUT ABENDING, THE CHECKPOINT TAKEN DURING THIS  *
      * AGAIN.                                                         *
      *****************************************************************
       267-CLEAR-RECYCLE-FILE.
           IF TRIAL-RUN
               GO TO 267-CLEAR-RECYCLE-FILE-EXIT.
           IF WS-RECYCLE-COUNT > ZERO
               OPEN OUTPUT RECYCLE-FILE
               CLOSE RECYCLE-FILE.
      *****************************************************************
      * 230-WRITE-EXTRACT-RECORD: WRITES ONE MACHINE-READABLE EXTRACT *
      * RECORD PER POSTED DETAIL LINE, WITH PACKED-DECIMAL TOTALS,    *
      * ALONGSIDE THE PRINT REPORT. THE TRAILER HASH STAYS THE SUM OF *
      * THE SELLING AMOUNTS, SO IT STILL PROVES TO THE REPORT TOTALS. *
      *****************************************************************
       230-WRITE-EXTRACT-RECORD.
           MOVE TR-ITEM-CODE  TO EXT-ITEM-CODE.
           MOVE TR-QUANTITY   TO EXT-QUANTITY.
           MOVE TR-PRICE      TO EXT-PRICE.
           MOVE WS-ITEM-TOTAL TO EXT-ITEM-TOTAL.
      *****************************************************************
      * A RECEIPT - HELD OR NOT - IS BOOKED AT ITS OWN PRICE, SO ITS  *
      * COST IS ITS AMOUNT. A TRANSFER OR QC MOVE CARRIES NO AMOUNT   *
      * AND NO COST. EVERYTHING ELSE LEAVES AT THE AVERAGE COST THE   *
      * POSTING BOOKED, SIGNED THE WAY THE AMOUNT IS.                 *
      *****************************************************************
           IF TRANS-RECEIPT
               MOVE WS-ITEM-TOTAL TO EXT-COST-TOTAL
           ELSE IF TRANS-TRANSFER OR TRANS-HELD-MOVE
               MOVE ZERO TO EXT-COST-TOTAL
           ELSE IF TRANS-CREDIT
               COMPUTE EXT-COST-TOTAL = ZERO - WS-ITEM-COST
           ELSE
               MOVE WS-ITEM-COST TO EXT-COST-TOTAL.
           MOVE TR-TRANS-TYPE TO EXT-TRANS-TYPE.
           IF INSPECT-HOLD
               MOVE 'H' TO EXT-TRANS-TYPE.
           MOVE SPACES TO EXT-CHARGE-DEPT.
           IF TRANS-ISSUE
               MOVE TR-CHARGE-DEPT TO EXT-CHARGE-DEPT
           ELSE IF TRANS-ADJUSTMENT
               MOVE TR-ADJ-REASON TO EXT-ADJ-REASON.
           WRITE EXT-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT.
           ADD WS-ITEM-TOTAL TO WS-EXTRACT-HASH.
               SET WS-TYPE-IDX TO 4
           ELSE IF TRANS-TRANSFER
               SET WS-TYPE-IDX TO 5
           ELSE IF TRANS-QC-RELEASE
               SET WS-TYPE-IDX TO 6
           ELSE IF TRANS-QC-REJECT
               SET WS-TYPE-IDX TO 7
           ELSE
               SET WS-TYPE-IDX TO 1.
           ADD 1 TO WS-TYPE-COUNT (WS-TYPE-IDX).
       237-TALLY-CLASS-TOTALS-EXIT.
           EXIT.

      *****************************************************************
      * 238-TALLY-SOURCE-READ: FINDS (OR ADDS) THE RECORD'S SOURCE IN *
      * WS-SOURCE-TOTALS AND COUNTS THE RECORD READ. WS-SOURCE-IDX IS *
      * LEFT ON THE ENTRY SO 175-WRITE-SUSPENSE-RECORD AND            *
      * 239-TALLY-SOURCE-POSTED ADD TO THE SAME ONE. A THIRTEENTH     *
      * SOURCE SHARES THE LAST ENTRY RATHER THAN GOING UNCOUNTED.     *
      *****************************************************************
       238-TALLY-SOURCE-READ.
           MOVE TR-SOURCE-ID TO WS-SRCT-WORK-ID.
           IF WS-SRCT-WORK-ID = SPACES
               MOVE '(NONE)  ' TO WS-SRCT-WORK-ID.
           MOVE 'N' TO WS-SRCT-FOUND-FLAG.
           IF WS-SOURCE-COUNT > ZERO
               SET WS-SOURCE-IDX TO 1
               SEARCH WS-SOURCE-ENTRY
                   WHEN WS-SRCT-ID (WS-SOURCE-IDX) = WS-SRCT-WORK-ID
                       MOVE 'Y' TO WS-SRCT-FOUND-FLAG
               END-SEARCH.
           IF NOT SOURCE-TALLIED
               IF WS-SOURCE-COUNT = 12
                   SET WS-SOURCE-IDX TO WS-SOURCE-COUNT
               ELSE
                   ADD 1 TO WS-SOURCE-COUNT
                   SET WS-SOURCE-IDX TO WS-SOURCE-COUNT
                   MOVE WS-SRCT-WORK-ID TO
                       WS-SRCT-ID (WS-SOURCE-IDX)
                   MOVE ZERO TO WS-SRCT-READ (WS-SOURCE-IDX)
                   MOVE ZERO TO WS-SRCT-SUSPENDED (WS-SOURCE-IDX)
                   MOVE ZERO TO WS-SRCT-QTY (WS-SOURCE-IDX)
                   MOVE ZERO TO WS-SRCT-AMOUNT (WS-SOURCE-IDX).
           ADD 1 TO WS-SRCT-READ (WS-SOURCE-IDX).

       238-TALLY-SOURCE-READ-EXIT.
           EXIT.

      *****************************************************************
      * 239-TALLY-SOURCE-POSTED: ADDS A POSTED RECORD'S QUANTITY AND  *
      * AMOUNT TO ITS SOURCE, COUNTED THE SAME WAY AS WS-QTY-TOTAL    *
      * AND WS-GRAND-TOTAL SO THE SOURCES ADD BACK TO THE RUN.        *
      *****************************************************************
       239-TALLY-SOURCE-POSTED.
           IF UOM-CONVERTED
               ADD WS-UOM-KEYED-QTY TO WS-SRCT-QTY (WS-SOURCE-IDX)
           ELSE
               ADD TR-QUANTITY TO WS-SRCT-QTY (WS-SOURCE-IDX).
           ADD WS-ITEM-TOTAL TO WS-SRCT-AMOUNT (WS-SOURCE-IDX).

       239-TALLY-SOURCE-POSTED-EXIT.
           EXIT.

      *****************************************************************
      * 228-WRITE-EXTRACT-HEADER: OPENS THE EXTRACT ENVELOPE - RUN    *
      * DATE AND SOURCE PROGRAM. WRITTEN ONLY ON A FRESH RUN; A       *
      * WHEN THE RECEIVER CONFIRMS.                                   *
      *****************************************************************
       234-REGISTER-EXTRACT.
           IF TRIAL-RUN
               GO TO 234-REGISTER-EXTRACT-EXIT.
           OPEN EXTEND INTFCTL-FILE.
           IF WS-INTFCTL-STATUS = '05' OR WS-INTFCTL-STATUS = '35'
               OPEN OUTPUT INTFCTL-FILE.
               PERFORM 244-POST-TRANSFER
                   THRU 244-POST-TRANSFER-EXIT
               GO TO 240-POST-INVENTORY-EXIT.
           IF INSPECT-HOLD
               PERFORM 270-POST-HELD-RECEIPT
                   THRU 270-POST-HELD-RECEIPT-EXIT
               GO TO 240-POST-INVENTORY-EXIT.
           IF TRANS-HELD-MOVE
               PERFORM 272-CLEAR-HELD-STOCK
                   THRU 272-CLEAR-HELD-STOCK-EXIT
               GO TO 240-POST-INVENTORY-EXIT.
           MOVE TR-ITEM-CODE TO INV-ITEM-CODE.
           MOVE TR-LOC-CODE  TO INV-LOC-CODE.
           READ INVENTORY-MASTER
                   PERFORM 245-SEED-INVENTORY-RECORD
                       THRU 245-SEED-INVENTORY-RECORD-EXIT
               NOT INVALID KEY
                   IF TRANS-RECEIPT
                       MOVE TR-PRICE TO WS-INCOMING-COST
                       PERFORM 246-BLEND-AVERAGE-COST
                           THRU 246-BLEND-AVERAGE-COST-EXIT
                   END-IF
                   IF TRANS-RECEIPT OR TRANS-CREDIT
                       ADD TR-QUANTITY TO INV-QTY-ON-HAND
                   ELSE
      * INTO TR-TO-LOC FOR THE SAME ITEM - THE TWO SIDES NET TO ZERO  *
      * SO A TRANSFER CAN NEVER INFLATE THE ITEM'S TOTAL POSITION.    *
      * A LOCATION WITH NO MASTER RECORD YET IS SEEDED FROM ZERO THE  *
      * SAME WAY 245-SEED-INVENTORY-RECORD SEEDS ONE. THE STOCK       *
      * TRAVELS AT THE FROM-LOCATION'S AVERAGE COST, WHICH IS         *
      * BLENDED INTO THE TO-LOCATION'S AVERAGE LIKE A RECEIPT.        *
      *****************************************************************
       244-POST-TRANSFER.
           MOVE TR-ITEM-CODE TO INV-ITEM-CODE.
                   MOVE ZERO TO INV-QTY-ON-HAND
                   MOVE ZERO TO INV-REORDER-POINT
                   MOVE ZERO TO INV-QTY-ON-ORDER
                   MOVE ZERO TO INV-AVG-COST
                   SUBTRACT TR-QUANTITY FROM INV-QTY-ON-HAND
                   WRITE INV-RECORD
               NOT INVALID KEY
                   SUBTRACT TR-QUANTITY FROM INV-QTY-ON-HAND
                   REWRITE INV-RECORD
           END-READ.
           MOVE INV-AVG-COST TO WS-XFER-UNIT-COST.
           PERFORM 248-WRITE-HISTORY-RECORD
               THRU 248-WRITE-HISTORY-RECORD-EXIT.
           MOVE TR-ITEM-CODE TO INV-ITEM-CODE.
                   MOVE ZERO TO INV-QTY-ON-HAND
                   MOVE ZERO TO INV-REORDER-POINT
                   MOVE ZERO TO INV-QTY-ON-ORDER
                   MOVE WS-XFER-UNIT-COST TO INV-AVG-COST
                   ADD TR-QUANTITY TO INV-QTY-ON-HAND
                   WRITE INV-RECORD
               NOT INVALID KEY
                   MOVE WS-XFER-UNIT-COST TO WS-INCOMING-COST
                   PERFORM 246-BLEND-AVERAGE-COST
                       THRU 246-BLEND-AVERAGE-COST-EXIT
                   ADD TR-QUANTITY TO INV-QTY-ON-HAND
                   REWRITE INV-RECORD
           END-READ.
           MOVE ZERO TO INV-QTY-ON-HAND.
           MOVE ZERO TO INV-REORDER-POINT.
           MOVE ZERO TO INV-QTY-ON-ORDER.
           IF TRANS-RECEIPT
               MOVE TR-PRICE TO INV-AVG-COST
           ELSE
               MOVE ZERO TO INV-AVG-COST.
           IF TRANS-RECEIPT OR TRANS-CREDIT
               ADD TR-QUANTITY TO INV-QTY-ON-HAND
           ELSE
       245-SEED-INVENTORY-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * 246-BLEND-AVERAGE-COST: RE-STRIKES THE POSITION'S MOVING      *
      * WEIGHTED-AVERAGE COST FOR TR-QUANTITY ARRIVING AT             *
      * WS-INCOMING-COST. CALLED BEFORE THE QUANTITY IS ADDED, SO     *
      * INV-QTY-ON-HAND STILL HOLDS THE STOCK ALREADY ON THE SHELF.   *
      * A POSITION AT OR BELOW ZERO HAS NO COST WORTH AVERAGING IN,   *
      * SO THE ARRIVING STOCK SETS THE AVERAGE OUTRIGHT.              *
      *****************************************************************
       246-BLEND-AVERAGE-COST.
           IF INV-QTY-ON-HAND > ZERO
               MOVE INV-QTY-ON-HAND TO WS-COST-BASE-QTY
           ELSE
               MOVE ZERO TO WS-COST-BASE-QTY.
           COMPUTE WS-COST-BASE-VALUE =
               WS-COST-BASE-QTY * INV-AVG-COST
               + TR-QUANTITY * WS-INCOMING-COST.
           ADD TR-QUANTITY TO WS-COST-BASE-QTY.
           IF WS-COST-BASE-QTY > ZERO
               COMPUTE INV-AVG-COST ROUNDED =
                   WS-COST-BASE-VALUE / WS-COST-BASE-QTY.
       246-BLEND-AVERAGE-COST-EXIT.
           EXIT.

      *****************************************************************
      * 247-UPDATE-RECEIPT-PO: ADDS THE POSTED RECEIPT TO THE PO'S    *
      * RUNNING RECEIVED TOTAL. ONCE THE TOTAL COVERS THE ORDERED     *
      * QUANTITY THE PO IS MARKED RECEIVED, STAMPED WITH THE RUN DATE *
      * FOR THE VENDOR SCORECARD, AND TAKES NO MORE RECEIPTS; A       *
      * PARTIAL RECEIPT LEAVES IT OPEN FOR THE BALANCE.               *
      *****************************************************************
       247-UPDATE-RECEIPT-PO.
           MOVE TR-PO-NUMBER TO PO-NUMBER.
           MOVE 'Y' TO WS-PO-FOUND-FLAG.
           READ POMAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PO-FOUND-FLAG
           END-READ.
           IF NOT PO-FOUND
               DISPLAY 'PO ' TR-PO-NUMBER ' VANISHED BEFORE ITS '
                   'RECEIPT COULD BE RECORDED'
               GO TO 247-UPDATE-RECEIPT-PO-EXIT.
           ADD TR-QUANTITY TO PO-QTY-RECEIVED.
           IF PO-QTY-RECEIVED NOT < PO-QUANTITY
               MOVE 'R' TO PO-STATUS
               MOVE WS-RUN-DATE-TEXT TO PO-RECEIVED-DATE
               MOVE 'Y' TO WS-PO-CLOSED-FLAG.
           REWRITE PO-RECORD.
       247-UPDATE-RECEIPT-PO-EXIT.
           EXIT.

      *****************************************************************
      * 248-WRITE-HISTORY-RECORD: APPENDS ONE PERMANENT HISTORY       *
      * RECORD FOR THE POSITION JUST POSTED (STILL IN INV-RECORD) -   *
      * THE SIGNED MOVEMENT AND THE ON-HAND IT RESULTED IN. CALLED    *
      * ONCE PER POSTING, AND ONCE PER SIDE OF A TRANSFER, SO THE     *
      * STOCK CARD FOR EITHER LOCATION RECONCILES. HIST-UNIT-COST IS  *
      * THE COST THE MOVEMENT WAS BOOKED AT - THE RECEIPT'S OWN       *
      * PRICE, THE FROM-LOCATION'S AVERAGE FOR BOTH SIDES OF A        *
      * TRANSFER, AND THE POSITION'S AVERAGE FOR EVERYTHING ELSE -    *
      * ADDED INTO WS-ITEM-COST FOR THE EXTRACT (A TRANSFER MOVES NO  *
      * COST OFF THE BOOKS, SO IT ADDS NOTHING). A                    *
      * RECEIPT PUT ON HOLD AND A QC REJECT LEAVE ON-HAND ALONE, SO   *
      * NEITHER WRITES ONE - THE STOCK ARRIVES ON THE CARD WHEN QC    *
      * RELEASES IT, ONE RECORD PER HELD RECEIPT DRAWN (SEE           *
      * 275-WRITE-RELEASE-HISTORY).                                   *
      *****************************************************************
       248-WRITE-HISTORY-RECORD.
           IF TRANS-TRANSFER
           MOVE WS-HIST-SIGNED-QTY TO HIST-SIGNED-QTY.
           MOVE TR-PRICE           TO HIST-PRICE.
           MOVE INV-QTY-ON-HAND    TO HIST-ON-HAND.
           MOVE SPACES             TO HIST-PO-NUMBER.
           MOVE SPACES             TO HIST-CHARGE-DEPT.
           IF TRANS-ISSUE
               MOVE TR-CHARGE-DEPT    TO HIST-CHARGE-DEPT
           ELSE IF TRANS-ADJUSTMENT
               MOVE TR-ADJ-REASON     TO HIST-ADJ-REASON.
           IF TRANS-RECEIPT
               MOVE TR-PO-NUMBER      TO HIST-PO-NUMBER
               MOVE TR-PRICE          TO HIST-UNIT-COST
           ELSE IF TRANS-TRANSFER
               MOVE WS-XFER-UNIT-COST TO HIST-UNIT-COST
           ELSE
               MOVE INV-AVG-COST      TO HIST-UNIT-COST.
           IF NOT TRANS-TRANSFER
               COMPUTE WS-ITEM-COST ROUNDED =
                   WS-ITEM-COST + TR-QUANTITY * HIST-UNIT-COST.
           WRITE HIST-RECORD.
       248-WRITE-HISTORY-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * 270-POST-HELD-RECEIPT: POSTS A RECEIPT HELD FOR INSPECTION.   *
      * THE GOODS ARE IN THE BUILDING, SO THE POSITION'S ON-ORDER IS  *
      * RELIEVED (AND THE PO UPDATED) AS FOR ANY RECEIPT, BUT THE     *
      * QUANTITY GOES ONTO A NEW HOLDMAST-FILE RECORD, NOT ON-HAND -  *
      * ON-HAND, THE AVERAGE COST AND THE LOTS ARE LEFT ALONE UNTIL   *
      * QC RELEASES IT. A POSITION NOT YET ON THE MASTER IS SEEDED AT *
      * ZERO SO THE HELD STOCK HAS ONE TO BE RELEASED INTO.           *
      *****************************************************************
       270-POST-HELD-RECEIPT.
           MOVE TR-ITEM-CODE TO INV-ITEM-CODE.
           MOVE TR-LOC-CODE  TO INV-LOC-CODE.
           READ INVENTORY-MASTER
               INVALID KEY
                   DISPLAY "  NOT ON INVENTORY MASTER - SEEDING "
                       "POSITION FOR HELD RECEIPT: " TR-ITEM-CODE
                       " AT " TR-LOC-CODE
                   MOVE ZERO TO INV-QTY-ON-HAND
                   MOVE ZERO TO INV-REORDER-POINT
                   MOVE ZERO TO INV-QTY-ON-ORDER
                   MOVE ZERO TO INV-AVG-COST
                   MOVE 'Y' TO WS-UNEXPECTED-RCPT-FLAG
                   WRITE INV-RECORD
               NOT INVALID KEY
                   PERFORM 241-RELIEVE-ON-ORDER
                       THRU 241-RELIEVE-ON-ORDER-EXIT
                   REWRITE INV-RECORD
           END-READ.
           MOVE TR-ITEM-CODE     TO HOLD-ITEM-CODE.
           MOVE TR-LOC-CODE      TO HOLD-LOC-CODE.
           MOVE WS-RUN-DATE-TEXT TO HOLD-RECEIVED-DATE.
           MOVE TR-SEQ-NUM       TO HOLD-SEQ-NUM.
           MOVE TR-QUANTITY      TO HOLD-QTY-HELD.
           MOVE TR-QUANTITY      TO HOLD-QTY-RECEIVED.
           MOVE TR-PRICE         TO HOLD-UNIT-COST.
           MOVE WS-HOLD-VENDOR   TO HOLD-VENDOR-CODE.
           MOVE TR-PO-NUMBER     TO HOLD-PO-NUMBER.
           MOVE TR-LOT-NUMBER    TO HOLD-LOT-NUMBER.
           MOVE TR-EXPIRY-DATE   TO HOLD-EXPIRY-DATE.
           MOVE WS-HOLD-REASON   TO HOLD-REASON.
           MOVE 'N' TO WS-HOLD-WRITTEN-FLAG.
           PERFORM 271-WRITE-HOLD-RECORD
               THRU 271-WRITE-HOLD-RECORD-EXIT
               UNTIL HOLD-WRITTEN.
           ADD 1 TO WS-HOLD-RECEIPT-COUNT.
       270-POST-HELD-RECEIPT-EXIT.
           EXIT.

      *****************************************************************
      * 271-WRITE-HOLD-RECORD: A SECOND RUN ON THE SAME DAY CAN MEET  *
      * A SEQUENCE NUMBER AN EARLIER ONE ALREADY HELD, SO A DUPLICATE *
      * KEY STEPS THE NUMBER ON AND TRIES AGAIN.                      *
      *****************************************************************
       271-WRITE-HOLD-RECORD.
           WRITE HOLD-RECORD
               INVALID KEY
                   ADD 1 TO HOLD-SEQ-NUM
                   GO TO 271-WRITE-HOLD-RECORD-EXIT
           END-WRITE.
           MOVE 'Y' TO WS-HOLD-WRITTEN-FLAG.
       271-WRITE-HOLD-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * 272-CLEAR-HELD-STOCK: POSTS A QC RELEASE OR REJECT. THE       *
      * QUANTITY IS TAKEN OFF THE POSITION'S HELD RECEIPTS OLDEST     *
      * FIRST (196-CHECK-HELD-COVER HAS PROVED THERE IS ENOUGH). A    *
      * RELEASE PUTS IT ON-HAND AT THE HELD RECEIPTS' OWN COST,       *
      * BLENDED INTO THE AVERAGE LIKE ANY RECEIPT, AND INTO THE LOTS  *
      * THE RECEIPTS NAMED. A REJECT GOES BACK TO THE VENDOR, SO      *
      * ON-HAND IS LEFT ALONE AND THE PO IS OWED THE QUANTITY AGAIN - *
      * SEE 274-RETURN-TO-PO.                                         *
      *****************************************************************
       272-CLEAR-HELD-STOCK.
           MOVE TR-ITEM-CODE TO INV-ITEM-CODE.
           MOVE TR-LOC-CODE  TO INV-LOC-CODE.
           READ INVENTORY-MASTER
               INVALID KEY
                   MOVE ZERO TO INV-QTY-ON-HAND
                   MOVE ZERO TO INV-REORDER-POINT
                   MOVE ZERO TO INV-QTY-ON-ORDER
                   MOVE ZERO TO INV-AVG-COST
                   WRITE INV-RECORD
           END-READ.
           MOVE ZERO TO WS-HOLD-DRAWN-VALUE.
           MOVE TR-QUANTITY TO WS-HOLD-REMAINING.
           MOVE INV-QTY-ON-HAND TO WS-HOLD-RUNNING-OH.
           MOVE TR-ITEM-CODE TO WS-HOLD-WALK-ITEM.
           MOVE TR-LOC-CODE TO WS-HOLD-WALK-LOC.
           PERFORM 198-START-HOLD-WALK
               THRU 198-START-HOLD-WALK-EXIT.
           PERFORM 273-DRAW-ONE-HOLD
               THRU 273-DRAW-ONE-HOLD-EXIT
               UNTIL HOLD-WALK-END OR WS-HOLD-REMAINING = ZERO.
           MOVE ZERO TO WS-INCOMING-COST.
           IF TR-QUANTITY > ZERO
               COMPUTE WS-INCOMING-COST ROUNDED =
                   WS-HOLD-DRAWN-VALUE / TR-QUANTITY.
           IF TRANS-QC-RELEASE
               PERFORM 246-BLEND-AVERAGE-COST
                   THRU 246-BLEND-AVERAGE-COST-EXIT
               ADD TR-QUANTITY TO INV-QTY-ON-HAND
               ADD 1 TO WS-QC-RELEASE-COUNT
           ELSE
               ADD 1 TO WS-QC-REJECT-COUNT.
           REWRITE INV-RECORD.
       272-CLEAR-HELD-STOCK-EXIT.
           EXIT.

       273-DRAW-ONE-HOLD.
           PERFORM 199-READ-NEXT-HOLD
               THRU 199-READ-NEXT-HOLD-EXIT.
           IF HOLD-WALK-END OR HOLD-QTY-HELD NOT > ZERO
               GO TO 273-DRAW-ONE-HOLD-EXIT.
           IF HOLD-QTY-HELD < WS-HOLD-REMAINING
               MOVE HOLD-QTY-HELD TO WS-HOLD-TAKE
           ELSE
               MOVE WS-HOLD-REMAINING TO WS-HOLD-TAKE.
           SUBTRACT WS-HOLD-TAKE FROM HOLD-QTY-HELD.
           SUBTRACT WS-HOLD-TAKE FROM WS-HOLD-REMAINING.
           COMPUTE WS-HOLD-DRAWN-VALUE = WS-HOLD-DRAWN-VALUE
               + WS-HOLD-TAKE * HOLD-UNIT-COST.
           REWRITE HOLD-RECORD.
           IF TRANS-QC-REJECT
               PERFORM 274-RETURN-TO-PO
                   THRU 274-RETURN-TO-PO-EXIT
               GO TO 273-DRAW-ONE-HOLD-EXIT.
           ADD WS-HOLD-TAKE TO WS-HOLD-RUNNING-OH.
           PERFORM 275-WRITE-RELEASE-HISTORY
               THRU 275-WRITE-RELEASE-HISTORY-EXIT.
           IF LOT-CONTROLLED-ITEM AND HOLD-LOT-NUMBER NOT = SPACES
               MOVE TR-ITEM-CODE     TO WS-LOT-ADD-ITEM
               MOVE TR-LOC-CODE      TO WS-LOT-ADD-LOC
               MOVE HOLD-EXPIRY-DATE TO WS-LOT-ADD-EXPIRY
               MOVE HOLD-LOT-NUMBER  TO WS-LOT-ADD-NUMBER
               MOVE WS-HOLD-TAKE     TO WS-LOT-ADD-QTY
               MOVE HOLD-UNIT-COST   TO WS-LOT-ADD-COST
               PERFORM 296-ADD-TO-LOT
                   THRU 296-ADD-TO-LOT-EXIT.
       273-DRAW-ONE-HOLD-EXIT.
           EXIT.

      *****************************************************************
      * 274-RETURN-TO-PO: STOCK REJECTED BACK TO THE VENDOR WAS NEVER *
      * GOOD STOCK RECEIVED, SO IT COMES OFF THE PO'S RECEIVED TOTAL, *
      * NEVER BELOW ZERO, AND BACK ONTO THE POSITION'S ON-ORDER - THE *
      * VENDOR OWES A REPLACEMENT. A PO THE RECEIPT HAD MARKED        *
      * RECEIVED IS REOPENED THE WAY 734-REVERSE-RECEIPT-PO REOPENS   *
      * ONE. A CANCELLED PO OWES NOTHING AND STAYS CANCELLED.         *
      *****************************************************************
       274-RETURN-TO-PO.
           IF HOLD-PO-NUMBER IS NOT NUMERIC
               GO TO 274-RETURN-TO-PO-EXIT.
           MOVE HOLD-PO-NUMBER TO PO-NUMBER.
           READ POMAST-FILE
               INVALID KEY
                   GO TO 274-RETURN-TO-PO-EXIT
           END-READ.
           IF PO-CANCELLED
               GO TO 274-RETURN-TO-PO-EXIT.
           IF WS-HOLD-TAKE > PO-QTY-RECEIVED
               MOVE ZERO TO PO-QTY-RECEIVED
           ELSE
               SUBTRACT WS-HOLD-TAKE FROM PO-QTY-RECEIVED.
           IF PO-RECEIVED AND PO-QTY-RECEIVED < PO-QUANTITY
               MOVE 'O' TO PO-STATUS
               MOVE SPACES TO PO-RECEIVED-DATE.
           REWRITE PO-RECORD.
           ADD WS-HOLD-TAKE TO INV-QTY-ON-ORDER.
       274-RETURN-TO-PO-EXIT.
           EXIT.

      *****************************************************************
      * 275-WRITE-RELEASE-HISTORY: ONE HISTORY RECORD PER HELD        *
      * RECEIPT A QC RELEASE DRAWS, CARRYING THAT RECEIPT'S PO, PRICE *
      * AND COST, SO INVMATCH CAN COUNT RELEASED STOCK AS RECEIVED    *
      * AGAINST ITS PO. THE ON-HAND RUNS UP RECORD BY RECORD TO THE   *
      * POSITION 272-CLEAR-HELD-STOCK REWRITES, SO THE STOCK CARD     *
      * STILL RECONCILES BY SIMPLE ADDITION.                          *
      *****************************************************************
       275-WRITE-RELEASE-HISTORY.
           MOVE TR-ITEM-CODE       TO HIST-ITEM-CODE.
           MOVE TR-LOC-CODE        TO HIST-LOC-CODE.
           MOVE WS-RUN-DATE-TEXT   TO HIST-RUN-DATE.
           MOVE TR-TRANS-TYPE      TO HIST-TRANS-TYPE.
           MOVE WS-HOLD-TAKE       TO HIST-SIGNED-QTY.
           MOVE HOLD-UNIT-COST     TO HIST-PRICE.
           MOVE WS-HOLD-RUNNING-OH TO HIST-ON-HAND.
           MOVE HOLD-UNIT-COST     TO HIST-UNIT-COST.
           MOVE HOLD-PO-NUMBER     TO HIST-PO-NUMBER.
           MOVE SPACES             TO HIST-CHARGE-DEPT.
           WRITE HIST-RECORD.
       275-WRITE-RELEASE-HISTORY-EXIT.
           EXIT.

      *****************************************************************
      * 290-POST-LOT-BALANCE: CARRIES A POSTING OF A LOT-CONTROLLED   *
      * ITEM DOWN TO ITS LOTS. A RECEIPT ADDS TO THE LOT IT NAMES AT  *
      * ITS OWN PRICE; A CREDIT THAT NAMES A LOT PUTS THE RETURNED    *
      * STOCK BACK INTO IT AT THE POSITION'S AVERAGE COST. ISSUES AND *
      * ADJUSTMENTS DRAW THE LOCATION'S LOTS EARLIEST EXPIRY FIRST,   *
      * AND A TRANSFER DRAWS ITS FROM-LOCATION THE SAME WAY AND       *
      * PLACES THE SAME LOTS AT THE TO-LOCATION.                      *
      *****************************************************************
       290-POST-LOT-BALANCE.
           IF TRANS-RECEIPT
               MOVE TR-PRICE TO WS-LOT-ADD-COST
               PERFORM 291-ADD-TRANS-LOT
                   THRU 291-ADD-TRANS-LOT-EXIT
               GO TO 290-POST-LOT-BALANCE-EXIT.
           IF TRANS-CREDIT
               IF TR-LOT-NUMBER NOT = SPACES
                       AND TR-EXPIRY-DATE IS NUMERIC
                   MOVE INV-AVG-COST TO WS-LOT-ADD-COST
                   PERFORM 291-ADD-TRANS-LOT
                       THRU 291-ADD-TRANS-LOT-EXIT
               END-IF
               GO TO 290-POST-LOT-BALANCE-EXIT.
           MOVE TR-LOC-CODE TO WS-LOT-WALK-LOC.
           PERFORM 292-DRAW-FROM-LOTS
               THRU 292-DRAW-FROM-LOTS-EXIT.
           IF TRANS-TRANSFER
               MOVE ZERO TO WS-LOT-SUB
               PERFORM 295-PLACE-ONE-LOT
                   THRU 295-PLACE-ONE-LOT-EXIT
                   WS-LOT-DRAWN-COUNT TIMES.
       290-POST-LOT-BALANCE-EXIT.
           EXIT.

       291-ADD-TRANS-LOT.
           MOVE TR-ITEM-CODE   TO WS-LOT-ADD-ITEM.
           MOVE TR-LOC-CODE    TO WS-LOT-ADD-LOC.
           MOVE TR-EXPIRY-DATE TO WS-LOT-ADD-EXPIRY.
           MOVE TR-LOT-NUMBER  TO WS-LOT-ADD-NUMBER.
           MOVE TR-QUANTITY    TO WS-LOT-ADD-QTY.
           PERFORM 296-ADD-TO-LOT
               THRU 296-ADD-TO-LOT-EXIT.
       291-ADD-TRANS-LOT-EXIT.
           EXIT.

      *****************************************************************
      * 292-DRAW-FROM-LOTS: TAKES TR-QUANTITY OUT OF THE LOTS AT      *
      * WS-LOT-WALK-LOC IN KEY ORDER - EARLIEST EXPIRY FIRST -        *
      * REMEMBERING WHAT CAME OUT OF EACH LOT IN WS-LOT-DRAWN-TABLE.  *
      * WHEN THE LOTS HOLD LESS THAN THE POSTING (STOCK THAT WAS ON   *
      * THE SHELF BEFORE THE CLASS CAME UNDER LOT CONTROL) THE REST   *
      * IS COUNTED AND CALLED OUT, NOT SUSPENDED - THE POSITION HAS   *
      * ALREADY POSTED.                                               *
      *****************************************************************
       292-DRAW-FROM-LOTS.
           MOVE TR-QUANTITY TO WS-LOT-REMAINING.
           MOVE ZERO TO WS-LOT-DRAWN-COUNT.
           MOVE 'N' TO WS-LOT-WALK-END-FLAG.
           MOVE TR-ITEM-CODE TO LOT-ITEM-CODE.
           MOVE WS-LOT-WALK-LOC TO LOT-LOC-CODE.
           MOVE LOW-VALUES TO LOT-EXPIRY-DATE.
           MOVE LOW-VALUES TO LOT-NUMBER.
           START LOTMAST-FILE KEY IS NOT < LOT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LOT-WALK-END-FLAG
           END-START.
           PERFORM 293-DRAW-ONE-LOT
               THRU 293-DRAW-ONE-LOT-EXIT
               UNTIL LOT-WALK-END OR WS-LOT-REMAINING = ZERO.
           IF WS-LOT-REMAINING > ZERO
               ADD 1 TO WS-LOT-SHORT-COUNT
               DISPLAY '  LOTS SHORT OF POSTING: ' TR-ITEM-CODE
                   ' AT ' WS-LOT-WALK-LOC ' - ' WS-LOT-REMAINING
                   ' NOT DRAWN FROM ANY LOT'.
       292-DRAW-FROM-LOTS-EXIT.
           EXIT.

       293-DRAW-ONE-LOT.
           READ LOTMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOT-WALK-END-FLAG
                   GO TO 293-DRAW-ONE-LOT-EXIT
           END-READ.
           IF LOT-ITEM-CODE NOT = TR-ITEM-CODE
                   OR LOT-LOC-CODE NOT = WS-LOT-WALK-LOC
               MOVE 'Y' TO WS-LOT-WALK-END-FLAG
               GO TO 293-DRAW-ONE-LOT-EXIT.
           IF LOT-QTY-ON-HAND NOT > ZERO
               GO TO 293-DRAW-ONE-LOT-EXIT.
           IF LOT-QTY-ON-HAND < WS-LOT-REMAINING
               MOVE LOT-QTY-ON-HAND TO WS-LOT-TAKE
           ELSE
               MOVE WS-LOT-REMAINING TO WS-LOT-TAKE.
           SUBTRACT WS-LOT-TAKE FROM LOT-QTY-ON-HAND.
           SUBTRACT WS-LOT-TAKE FROM WS-LOT-REMAINING.
           REWRITE LOT-RECORD.
           IF WS-LOT-DRAWN-COUNT < 20
               ADD 1 TO WS-LOT-DRAWN-COUNT
               MOVE LOT-EXPIRY-DATE TO
                   WS-LOT-DRAWN-EXPIRY (WS-LOT-DRAWN-COUNT)
               MOVE LOT-NUMBER TO
                   WS-LOT-DRAWN-NUMBER (WS-LOT-DRAWN-COUNT)
               MOVE WS-LOT-TAKE TO
                   WS-LOT-DRAWN-QTY (WS-LOT-DRAWN-COUNT)
               MOVE LOT-UNIT-COST TO
                   WS-LOT-DRAWN-COST (WS-LOT-DRAWN-COUNT)
           ELSE
               DISPLAY '  MORE THAN 20 LOTS DRAWN FOR ' TR-ITEM-CODE
                   ' - LOT ' LOT-NUMBER ' NOT CARRIED TO THE '
                   'TO-LOCATION'.
       293-DRAW-ONE-LOT-EXIT.
           EXIT.

      *****************************************************************
      * 295-PLACE-ONE-LOT: PUTS ONE LOT A TRANSFER DREW AT ITS        *
      * FROM-LOCATION INTO THE TO-LOCATION, SAME LOT, SAME EXPIRY,    *
      * SAME COST.                                                    *
      *****************************************************************
       295-PLACE-ONE-LOT.
           ADD 1 TO WS-LOT-SUB.
           MOVE TR-ITEM-CODE TO WS-LOT-ADD-ITEM.
           MOVE TR-TO-LOC    TO WS-LOT-ADD-LOC.
           MOVE WS-LOT-DRAWN-EXPIRY (WS-LOT-SUB) TO WS-LOT-ADD-EXPIRY.
           MOVE WS-LOT-DRAWN-NUMBER (WS-LOT-SUB) TO WS-LOT-ADD-NUMBER.
           MOVE WS-LOT-DRAWN-QTY (WS-LOT-SUB)    TO WS-LOT-ADD-QTY.
           MOVE WS-LOT-DRAWN-COST (WS-LOT-SUB)   TO WS-LOT-ADD-COST.
           PERFORM 296-ADD-TO-LOT
               THRU 296-ADD-TO-LOT-EXIT.
       295-PLACE-ONE-LOT-EXIT.
           EXIT.

      *****************************************************************
      * 296-ADD-TO-LOT: ADDS WS-LOT-ADD-QTY TO THE LOT IN             *
      * WS-LOT-ADD-AREA, OPENING THE LOT AT WS-LOT-ADD-COST WHEN IT   *
      * IS NOT ON FILE YET.                                           *
      *****************************************************************
       296-ADD-TO-LOT.
           MOVE WS-LOT-ADD-KEY TO LOT-KEY.
           READ LOTMAST-FILE
               INVALID KEY
                   MOVE WS-LOT-ADD-QTY TO LOT-QTY-ON-HAND
                   MOVE WS-LOT-ADD-COST TO LOT-UNIT-COST
                   MOVE WS-RUN-DATE-TEXT TO LOT-RECEIVED-DATE
                   WRITE LOT-RECORD
               NOT INVALID KEY
                   ADD WS-LOT-ADD-QTY TO LOT-QTY-ON-HAND
                   REWRITE LOT-RECORD
           END-READ.
       296-ADD-TO-LOT-EXIT.
           EXIT.

      *****************************************************************
      * 280-EMIT-REPORT-LINE: WRITES THE LINE ALREADY MOVED INTO      *
      * REPORT-RECORD AND STARTS A NEW PAGE (RE-PRINTING THE HEADERS) *
           MOVE WS-REJECT-REASON-CODE TO SUSP-REASON-CODE.
           MOVE WS-REJECT-REASON-TEXT TO SUSP-REASON-TEXT.
           MOVE WS-RUN-DATE-TEXT      TO SUSP-DATE.
           MOVE TR-PO-NUMBER          TO SUSP-PO-NUMBER.
           MOVE TR-LOT-NUMBER         TO SUSP-LOT-NUMBER.
           MOVE TR-EXPIRY-DATE        TO SUSP-EXPIRY-DATE.
           MOVE TR-UOM                TO SUSP-UOM.
           MOVE TR-CHARGE-DEPT        TO SUSP-CHARGE-DEPT.
           WRITE SUSP-RECORD.
           ADD 1 TO WS-SUSPENSE-COUNT.
           IF WS-SOURCE-COUNT > ZERO
               ADD 1 TO WS-SRCT-SUSPENDED (WS-SOURCE-IDX).
           IF WS-RECYCLE-COUNT > ZERO
                   AND TR-SEQ-NUM IS NUMERIC
                   AND TR-SEQ-NUM NOT > WS-RECYCLE-COUNT
           IF TR-QUANTITY IS NUMERIC
               SUBTRACT TR-QUANTITY FROM WS-RECYCLE-QTY.
           IF TR-QUANTITY IS NUMERIC AND TR-PRICE IS NUMERIC
                   AND NOT TRANS-TRANSFER AND NOT TRANS-HELD-MOVE
               IF TRANS-CREDIT
                   COMPUTE WS-RECYCLE-AMOUNT = WS-RECYCLE-AMOUNT
                       + (TR-QUANTITY * TR-PRICE)
           PERFORM 310-WRITE-TYPE-TOTALS
               THRU 310-WRITE-TYPE-TOTALS-EXIT
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 7.
           MOVE ZERO TO WS-CLS-SUB.
           PERFORM 315-WRITE-CLASS-TOTALS
               THRU 315-WRITE-CLASS-TOTALS-EXIT
               WS-CLASS-COUNT TIMES.
           MOVE ZERO TO WS-SRCT-SUB.
           PERFORM 320-WRITE-SOURCE-TOTALS
               THRU 320-WRITE-SOURCE-TOTALS-EXIT
               WS-SOURCE-COUNT TIMES.
           PERFORM 350-VERIFY-CONTROL-TOTALS
               THRU 350-VERIFY-CONTROL-TOTALS-EXIT.
       300-WRITE-GRAND-TOTAL-EXIT.
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

       315-WRITE-CLASS-TOTALS-EXIT.
           EXIT.

      *****************************************************************
      * 320-WRITE-SOURCE-TOTALS: PRINTS ONE LINE PER FEED SOURCE      *
      * UNDER THE CLASS TOTALS - RECORDS READ, QUANTITY AND AMOUNT    *
      * POSTED, AND RECORDS SUSPENDED.                                *
      *****************************************************************
       320-WRITE-SOURCE-TOTALS.
           ADD 1 TO WS-SRCT-SUB.
           MOVE WS-SRCT-ID (WS-SRCT-SUB)        TO STL-SOURCE-OUT.
           MOVE WS-SRCT-READ (WS-SRCT-SUB)      TO STL-COUNT-OUT.
           MOVE WS-SRCT-QTY (WS-SRCT-SUB)       TO STL-QTY-OUT.
           MOVE WS-SRCT-AMOUNT (WS-SRCT-SUB)    TO STL-AMOUNT-OUT.
           MOVE WS-SRCT-SUSPENDED (WS-SRCT-SUB) TO STL-SUSP-OUT.
           MOVE WS-SOURCE-TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       320-WRITE-SOURCE-TOTALS-EXIT.
           EXIT.

      *****************************************************************
      * 350-VERIFY-CONTROL-TOTALS: COMPARES THE RECORD COUNT,         *
      * QUANTITY, AND AMOUNT ACTUALLY POSTED AGAINST THE TRAILER'S    *
       350-VERIFY-CONTROL-TOTALS-EXIT.
           EXIT.

      *****************************************************************
      * 360-LIST-TRIAL-SUSPENSE: PRINTS WHAT A TRIAL RUN SENT TO ITS  *
      * OWN SUSPENSE FILE - EVERYTHING TONIGHT'S RUN WOULD SUSPEND.   *
      * THE FILE IS LEFT OPEN INPUT SO THE NORMAL CLOSE LIST IN       *
      * 000-MAIN-LOGIC STILL CLOSES IT.                               *
      *****************************************************************
       360-LIST-TRIAL-SUSPENSE.
           CLOSE SUSPENSE-FILE.
           OPEN INPUT SUSPENSE-FILE.
           MOVE WS-BLANK-LINE TO REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE WS-TRIAL-SUSP-TITLE TO REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE WS-TRIAL-SUSP-COLUMNS TO REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
           MOVE 'N' TO WS-TRIAL-EOF-FLAG.
           IF WS-SUSPENSE-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-TRIAL-EOF-FLAG.
           PERFORM 365-LIST-ONE-SUSPENSE
               THRU 365-LIST-ONE-SUSPENSE-EXIT
               UNTIL TRIAL-EOF.
           IF WS-SUSPENSE-COUNT = ZERO
               MOVE SPACES TO WS-TRIAL-SUSP-LINE
               MOVE 'NONE' TO TSL-ITEM-CODE
               MOVE WS-TRIAL-SUSP-LINE TO REPORT-RECORD
               PERFORM 280-EMIT-REPORT-LINE
                   THRU 280-EMIT-REPORT-LINE-EXIT.
       360-LIST-TRIAL-SUSPENSE-EXIT.
           EXIT.

       365-LIST-ONE-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-TRIAL-EOF-FLAG
                   GO TO 365-LIST-ONE-SUSPENSE-EXIT
           END-READ.
           MOVE SUSP-ITEM-CODE   TO TSL-ITEM-CODE.
           MOVE SUSP-TRANS-TYPE  TO TSL-TRANS-TYPE.
           MOVE SUSP-LOC-CODE    TO TSL-LOC-CODE.
           MOVE SUSP-QUANTITY    TO TSL-QUANTITY.
           MOVE SUSP-PRICE       TO TSL-PRICE.
           MOVE SUSP-PO-NUMBER   TO TSL-PO-NUMBER.
           MOVE SUSP-REASON-CODE TO TSL-REASON-CODE.
           MOVE SUSP-REASON-TEXT TO TSL-REASON-TEXT.
           MOVE WS-TRIAL-SUSP-LINE TO REPORT-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
       365-LIST-ONE-SUSPENSE-EXIT.
           EXIT.

      *****************************************************************
      * 088-WRITE-ALERT: APPENDS ONE SEVERITY-CODED ALERT TO THE      *
      * COMMON ALERTS FEED SO THE CONDITION CANNOT SCROLL OFF A       *
      * TERMINAL UNSEEN - THE SAME BOOTSTRAP THE OPSTATS WRITE USES.  *
      *****************************************************************
       088-WRITE-ALERT.
           IF TRIAL-RUN
               GO TO 088-WRITE-ALERT-EXIT.
           ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-OPS-TIME FROM TIME.
           OPEN EXTEND ALERTS-FILE.
               GO TO 700-REVERSAL-RUN-EXIT.
           PERFORM 057-LOAD-VALIDATION-RULES
               THRU 057-LOAD-VALIDATION-RULES-EXIT.
           PERFORM 054-LOAD-LOT-CLASSES
               THRU 054-LOAD-LOT-CLASSES-EXIT.
           PERFORM 051-LOAD-KIT-MASTER
               THRU 051-LOAD-KIT-MASTER-EXIT.
           PERFORM 053-LOAD-UOM-CONVERSIONS
               THRU 053-LOAD-UOM-CONVERSIONS-EXIT.
           PERFORM 063-LOAD-DEPARTMENTS
               THRU 063-LOAD-DEPARTMENTS-EXIT.
           PERFORM 061-LOAD-ADJ-REASONS
               THRU 061-LOAD-ADJ-REASONS-EXIT.
           PERFORM 071-LOAD-SUPERSESSIONS
               THRU 071-LOAD-SUPERSESSIONS-EXIT.
           PERFORM 072-OPEN-INVENTORY-MASTER
               THRU 072-OPEN-INVENTORY-MASTER-EXIT.
           PERFORM 074-OPEN-YTD-MASTER
               THRU 074-OPEN-YTD-MASTER-EXIT.
           PERFORM 076-OPEN-PO-MASTER
               THRU 076-OPEN-PO-MASTER-EXIT.
           PERFORM 078-OPEN-LOT-MASTER
               THRU 078-OPEN-LOT-MASTER-EXIT.
           PERFORM 079-OPEN-HOLD-MASTER
               THRU 079-OPEN-HOLD-MASTER-EXIT.
           PERFORM 710-REVERSE-ONE-RECORD
               UNTIL BACKOUT-EOF.
           CLOSE TRANS-RAW-FILE
                 INVENTORY-MASTER
                 YTD-MASTER
                 POMAST-FILE
                 LOTMAST-FILE
                 HOLDMAST-FILE
                 ITEMMAST-FILE.
           PERFORM 780-WRITE-REVERSAL-AUDIT
               THRU 780-WRITE-REVERSAL-AUDIT-EXIT.
      * WHEN IT IS ONE THE ORIGINAL RUN WOULD HAVE POSTED, BACKS IT   *
      * OUT. TRAILER RECORDS AND RECORDS THE ORIGINAL RUN WOULD HAVE  *
      * SUSPENDED (THE SAME RULE-DRIVEN FIELD EDITS THE FORWARD RUN   *
      * APPLIES, PLUS THE UNKNOWN-ITEM AND BAD-TYPE CHECKS AND THE    *
      * EDITS IN 742-CHECK-REVERSED-EDITS) WERE NEVER POSTED, SO      *
      * THEY ARE SKIPPED HERE TOO.                                    *
      * THE STATUS FLAG IS NOT CHECKED: AN ITEM DISCONTINUED SINCE    *
      * THE BAD RUN STILL HAS ITS POSTING TO UNDO.                    *
      *****************************************************************
           END-READ.

       720-REVERSE-POST-RECORD.
      *****************************************************************
      * A QC RELEASE OR REJECT IS NOT BACKED OUT - WHICH HELD         *
      * RECEIPTS IT CLEARED IS NOT ON THE GENERATION - SO IT IS       *
      * CALLED OUT FOR QC TO RE-KEY BY HAND.                          *
      *****************************************************************
           IF BKO-HELD-MOVE AND WS-BKO-ITEM-CODE NOT = SPACES
               DISPLAY '  QC RELEASE/REJECT NOT REVERSED - RE-KEY BY '
                   'HAND: ' WS-BKO-ITEM-CODE ' TYPE ' WS-BKO-TYPE
               GO TO 720-REVERSE-POST-RECORD-EXIT.
           IF WS-BKO-ITEM-CODE = SPACES
                   OR WS-BKO-QUANTITY IS NOT NUMERIC
                   OR WS-BKO-PRICE IS NOT NUMERIC
      *****************************************************************
           IF WS-BKO-LOC = SPACES
               MOVE '001' TO WS-BKO-LOC.
      *****************************************************************
      * A RECEIPT KEYED IN A PURCHASE UNIT POSTED IN STOCK UNITS, SO  *
      * IT IS CONVERTED THE SAME WAY BEFORE IT IS BACKED OUT. ONE THE *
      * FORWARD RUN COULD NOT CONVERT WAS SUSPENDED, NEVER POSTED.    *
      *****************************************************************
           MOVE 'N' TO WS-UOM-CONVERTED-FLAG.
           IF BKO-RECEIPT AND WS-BKO-UOM NOT = SPACES
                   AND WS-BKO-UOM NOT = WS-CACHE-UOM
               PERFORM 737-CONVERT-REVERSED-UOM
                   THRU 737-CONVERT-REVERSED-UOM-EXIT
               IF NOT RECORD-VALID
                   GO TO 720-REVERSE-POST-RECORD-EXIT
               END-IF.
           PERFORM 742-CHECK-REVERSED-EDITS
               THRU 742-CHECK-REVERSED-EDITS-EXIT.
           IF NOT RECORD-VALID
               GO TO 720-REVERSE-POST-RECORD-EXIT.
      *****************************************************************
      * A RECEIPT THAT WENT INTO INSPECTION HOLD NEVER REACHED        *
      * ON-HAND. WHILE QC HAS NOT TOUCHED IT, BACKING IT OUT TAKES    *
      * IT OFF HOLD INSTEAD. ONE QC HAS ALREADY CLEARED IS ON THE     *
      * SHELF OR BACK WITH THE VENDOR, AND BACKS OUT AS ANY RECEIPT.  *
      *****************************************************************
           IF BKO-RECEIPT
               PERFORM 740-REVERSE-HELD-RECEIPT
                   THRU 740-REVERSE-HELD-RECEIPT-EXIT
               IF HOLD-MATCHED
                   IF WS-BKO-PO-NUMBER NOT = SPACES
                       PERFORM 734-REVERSE-RECEIPT-PO
                           THRU 734-REVERSE-RECEIPT-PO-EXIT
                       PERFORM 735-RESTORE-HELD-ON-ORDER
                           THRU 735-RESTORE-HELD-ON-ORDER-EXIT
                   END-IF
                   GO TO 720-REVERSE-TALLY-RECORD
               END-IF.
      *****************************************************************
      * A KIT ISSUE DREW ITS COMPONENTS, NOT THE KIT, SO IT IS THE    *
      * COMPONENTS THAT GO BACK ON THE SHELF.                         *
      *****************************************************************
           MOVE 'N' TO WS-KIT-ISSUE-FLAG.
           IF WS-BKO-TYPE = 'I' OR WS-BKO-TYPE = SPACE
               MOVE WS-BKO-ITEM-CODE TO WS-KIT-LOOKUP-ITEM
               PERFORM 185-FIND-KIT
                   THRU 185-FIND-KIT-EXIT.
           IF KIT-ISSUE
               PERFORM 738-REVERSE-KIT-ISSUE
                   THRU 738-REVERSE-KIT-ISSUE-EXIT
               GO TO 720-REVERSE-TALLY-RECORD.
      *****************************************************************
      * AN ISSUE OF A SUPERSEDED ITEM MAY HAVE BEEN FILLED PARTLY     *
      * FROM THE SUCCESSOR, SO EACH CODE GETS BACK ITS OWN SHARE.     *
      *****************************************************************
           MOVE SPACES TO WS-SUPR-SUCCESSOR.
           IF BKO-ISSUE
               PERFORM 743-FIND-REVERSED-SUCCESSOR
                   THRU 743-FIND-REVERSED-SUCCESSOR-EXIT.
           IF WS-SUPR-SUCCESSOR NOT = SPACES
               PERFORM 744-REVERSE-SUPERSEDED-ISSUE
                   THRU 744-REVERSE-SUPERSEDED-ISSUE-EXIT
               GO TO 720-REVERSE-TALLY-RECORD.
           IF BKO-TRANSFER
               PERFORM 722-REVERSE-TRANSFER
                   THRU 722-REVERSE-TRANSFER-EXIT
               ADD 1 TO WS-BACKOUT-COUNT
               GO TO 720-REVERSE-POST-RECORD-EXIT.
      *****************************************************************
      * THE PO IS BACKED OUT FIRST SO WHAT IT PUTS BACK ON ORDER GOES *
      * INTO THE SAME REWRITE OF THE POSITION AS THE ON-HAND.         *
      *****************************************************************
           MOVE ZERO TO WS-BKO-ON-ORDER-BACK.
           IF BKO-RECEIPT AND WS-BKO-PO-NUMBER NOT = SPACES
               PERFORM 734-REVERSE-RECEIPT-PO
                   THRU 734-REVERSE-RECEIPT-PO-EXIT.
           MOVE WS-BKO-ITEM-CODE TO INV-ITEM-CODE.
           MOVE WS-BKO-LOC       TO INV-LOC-CODE.
           READ INVENTORY-MASTER
                   PERFORM 730-SEED-REVERSED-RECORD
                       THRU 730-SEED-REVERSED-RECORD-EXIT
               NOT INVALID KEY
                   IF BKO-RECEIPT
                       PERFORM 732-UNWIND-RECEIPT-COST
                           THRU 732-UNWIND-RECEIPT-COST-EXIT
                   END-IF
                   IF BKO-RECEIPT OR BKO-CREDIT
                       SUBTRACT WS-BKO-QUANTITY FROM INV-QTY-ON-HAND
                   ELSE
                       ADD WS-BKO-QUANTITY TO INV-QTY-ON-HAND
                   END-IF
                   ADD WS-BKO-ON-ORDER-BACK TO INV-QTY-ON-ORDER
                   REWRITE INV-RECORD
           END-READ.
           IF BKO-RECEIPT AND LOT-CONTROLLED-ITEM
                   AND WS-BKO-LOT-NUMBER NOT = SPACES
               PERFORM 736-REVERSE-RECEIPT-LOT
                   THRU 736-REVERSE-RECEIPT-LOT-EXIT.
       720-REVERSE-TALLY-RECORD.
           ADD 1 TO WS-BACKOUT-COUNT.
           COMPUTE WS-BACKOUT-AMOUNT =
               WS-BKO-QUANTITY * WS-BKO-PRICE.
           IF UOM-CONVERTED
               COMPUTE WS-BACKOUT-AMOUNT =
                   WS-UOM-KEYED-QTY * WS-UOM-KEYED-PRICE.
           IF BKO-CREDIT
               ADD WS-BACKOUT-AMOUNT TO WS-BACKOUT-TOTAL
           ELSE
      * 722-REVERSE-TRANSFER: PUTS A TRANSFERRED QUANTITY BACK WHERE  *
      * IT CAME FROM - THE EXACT OPPOSITE OF 244-POST-TRANSFER. A     *
      * TRANSFER POSTED A ZERO AMOUNT AND LEFT THE YTD BUCKETS        *
      * ALONE, SO ONLY THE TWO LOCATION POSITIONS MOVE HERE - THE     *
      * AVERAGE COST AT EITHER END IS LEFT AS IT STANDS.              *
      *****************************************************************
       722-REVERSE-TRANSFER.
           MOVE WS-BKO-ITEM-CODE TO INV-ITEM-CODE.
                   MOVE ZERO TO INV-QTY-ON-HAND
                   MOVE ZERO TO INV-REORDER-POINT
                   MOVE ZERO TO INV-QTY-ON-ORDER
                   MOVE ZERO TO INV-AVG-COST
                   ADD WS-BKO-QUANTITY TO INV-QTY-ON-HAND
                   WRITE INV-RECORD
               NOT INVALID KEY
                   MOVE ZERO TO INV-QTY-ON-HAND
                   MOVE ZERO TO INV-REORDER-POINT
                   MOVE ZERO TO INV-QTY-ON-ORDER
                   MOVE ZERO TO INV-AVG-COST
                   SUBTRACT WS-BKO-QUANTITY FROM INV-QTY-ON-HAND
                   WRITE INV-RECORD
               NOT INVALID KEY
               'RECORD: ' WS-BKO-ITEM-CODE.
           MOVE ZERO TO INV-QTY-ON-HAND.
           MOVE ZERO TO INV-REORDER-POINT.
           MOVE WS-BKO-ON-ORDER-BACK TO INV-QTY-ON-ORDER.
           MOVE ZERO TO INV-AVG-COST.
           IF BKO-RECEIPT OR BKO-CREDIT
               SUBTRACT WS-BKO-QUANTITY FROM INV-QTY-ON-HAND
           ELSE
       730-SEED-REVERSED-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * 732-UNWIND-RECEIPT-COST: TAKES A BACKED-OUT RECEIPT'S VALUE   *
      * BACK OUT OF THE POSITION'S AVERAGE COST - THE OPPOSITE OF     *
      * 246-BLEND-AVERAGE-COST. CALLED BEFORE THE QUANTITY COMES OFF. *
      * WHEN NOTHING (OR NO VALUE) WOULD BE LEFT ON THE SHELF THE     *
      * AVERAGE IS LEFT AS IT STANDS FOR THE NEXT RECEIPT TO RESET.   *
      *****************************************************************
       732-UNWIND-RECEIPT-COST.
           COMPUTE WS-COST-BASE-QTY =
               INV-QTY-ON-HAND - WS-BKO-QUANTITY.
           IF WS-COST-BASE-QTY NOT > ZERO
               GO TO 732-UNWIND-RECEIPT-COST-EXIT.
           COMPUTE WS-COST-BASE-VALUE =
               INV-QTY-ON-HAND * INV-AVG-COST
               - WS-BKO-QUANTITY * WS-BKO-PRICE.
           IF WS-COST-BASE-VALUE NOT > ZERO
               GO TO 732-UNWIND-RECEIPT-COST-EXIT.
           COMPUTE INV-AVG-COST ROUNDED =
               WS-COST-BASE-VALUE / WS-COST-BASE-QTY.
       732-UNWIND-RECEIPT-COST-EXIT.
           EXIT.

      *****************************************************************
      * 734-REVERSE-RECEIPT-PO: TAKES A BACKED-OUT RECEIPT OFF ITS    *
      * PO'S RECEIVED TOTAL, NEVER BELOW ZERO, AND REOPENS A PO THE   *
      * RECEIPT HAD MARKED RECEIVED (CLEARING ITS RECEIVED DATE) SO   *
      * THE BALANCE CAN BE RECEIVED AGAIN. A CANCELLED PO STAYS       *
      * CANCELLED. A PO NO LONGER ON FILE HAS NOTHING TO UNDO.        *
      * THE RECEIPT RELIEVED THE POSITION'S ON-ORDER, SO AS MUCH OF   *
      * IT AS THE PO NOW HAS OUTSTANDING GOES BACK ON ORDER - SET IN  *
      * WS-BKO-ON-ORDER-BACK FOR THE CALLER TO POST, AS               *
      * 274-RETURN-TO-PO DOES FOR A QC REJECT. A CANCELLED PO IS      *
      * OWED NOTHING.                                                 *
      *****************************************************************
       734-REVERSE-RECEIPT-PO.
           MOVE ZERO TO WS-BKO-ON-ORDER-BACK.
           IF WS-BKO-PO-NUMBER IS NOT NUMERIC
               GO TO 734-REVERSE-RECEIPT-PO-EXIT.
           MOVE WS-BKO-PO-NUMBER TO PO-NUMBER.
           MOVE 'Y' TO WS-PO-FOUND-FLAG.
           READ POMAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PO-FOUND-FLAG
           END-READ.
           IF NOT PO-FOUND
               GO TO 734-REVERSE-RECEIPT-PO-EXIT.
           IF WS-BKO-QUANTITY > PO-QTY-RECEIVED
               MOVE ZERO TO PO-QTY-RECEIVED
           ELSE
               SUBTRACT WS-BKO-QUANTITY FROM PO-QTY-RECEIVED.
           IF PO-RECEIVED AND PO-QTY-RECEIVED < PO-QUANTITY
               MOVE 'O' TO PO-STATUS
               MOVE SPACES TO PO-RECEIVED-DATE.
           REWRITE PO-RECORD.
           IF PO-CANCELLED
               GO TO 734-REVERSE-RECEIPT-PO-EXIT.
           COMPUTE WS-BKO-ON-ORDER-BACK =
               PO-QUANTITY - PO-QTY-RECEIVED.
           IF WS-BKO-ON-ORDER-BACK > WS-BKO-QUANTITY
               MOVE WS-BKO-QUANTITY TO WS-BKO-ON-ORDER-BACK.
           IF WS-BKO-ON-ORDER-BACK < ZERO
               MOVE ZERO TO WS-BKO-ON-ORDER-BACK.
       734-REVERSE-RECEIPT-PO-EXIT.
           EXIT.

      *****************************************************************
      * 735-RESTORE-HELD-ON-ORDER: A HELD RECEIPT NEVER REACHED       *
      * ON-HAND, SO ONLY ITS ON-ORDER RELIEF IS PUT BACK. THE         *
      * POSITION 270-POST-HELD-RECEIPT SEEDED OR RELIEVED IS STILL    *
      * THERE UNLESS THE MASTER HAS BEEN REBUILT SINCE.               *
      *****************************************************************
       735-RESTORE-HELD-ON-ORDER.
           IF WS-BKO-ON-ORDER-BACK = ZERO
               GO TO 735-RESTORE-HELD-ON-ORDER-EXIT.
           MOVE WS-BKO-ITEM-CODE TO INV-ITEM-CODE.
           MOVE WS-BKO-LOC       TO INV-LOC-CODE.
           READ INVENTORY-MASTER
               INVALID KEY
                   GO TO 735-RESTORE-HELD-ON-ORDER-EXIT
           END-READ.
           ADD WS-BKO-ON-ORDER-BACK TO INV-QTY-ON-ORDER.
           REWRITE INV-RECORD.
       735-RESTORE-HELD-ON-ORDER-EXIT.
           EXIT.

      *****************************************************************
      * 736-REVERSE-RECEIPT-LOT: TAKES A BACKED-OUT RECEIPT BACK OFF  *
      * THE LOT IT OPENED OR ADDED TO. ISSUES AND TRANSFERS BACKED    *
      * OUT ARE NOT PUT BACK INTO LOTS - WHICH LOTS THEY DREW IS NOT  *
      * ON THE GENERATION - SO STORES RE-COUNTS THOSE LOTS.           *
      *****************************************************************
       736-REVERSE-RECEIPT-LOT.
           MOVE WS-BKO-ITEM-CODE   TO LOT-ITEM-CODE.
           MOVE WS-BKO-LOC         TO LOT-LOC-CODE.
           MOVE WS-BKO-EXPIRY-DATE TO LOT-EXPIRY-DATE.
           MOVE WS-BKO-LOT-NUMBER  TO LOT-NUMBER.
           READ LOTMAST-FILE
               INVALID KEY
                   GO TO 736-REVERSE-RECEIPT-LOT-EXIT
           END-READ.
           SUBTRACT WS-BKO-QUANTITY FROM LOT-QTY-ON-HAND.
           REWRITE LOT-RECORD.
       736-REVERSE-RECEIPT-LOT-EXIT.
           EXIT.

      *****************************************************************
      * 737-CONVERT-REVERSED-UOM: THE REVERSAL RUN'S COUNTERPART OF   *
      * 190-CONVERT-RECEIPT-UOM, WORKING ON THE GENERATION RECORD.    *
      *****************************************************************
       737-CONVERT-REVERSED-UOM.
           MOVE WS-BKO-ITEM-CODE TO WS-UOM-LOOKUP-ITEM.
           MOVE WS-BKO-UOM TO WS-UOM-LOOKUP-UOM.
           MOVE WS-BKO-PO-NUMBER TO WS-UOM-LOOKUP-PO.
           PERFORM 193-FIND-PO-VENDOR
               THRU 193-FIND-PO-VENDOR-EXIT.
           PERFORM 191-FIND-UOM-CONVERSION
               THRU 191-FIND-UOM-CONVERSION-EXIT.
           IF WS-UOM-UNITS-PER = ZERO
               MOVE 'N' TO WS-VALID-RECORD-FLAG
               GO TO 737-CONVERT-REVERSED-UOM-EXIT.
           COMPUTE WS-UOM-STOCK-QTY =
               WS-BKO-QUANTITY * WS-UOM-UNITS-PER.
           IF WS-UOM-STOCK-QTY > 99999
               MOVE 'N' TO WS-VALID-RECORD-FLAG
               GO TO 737-CONVERT-REVERSED-UOM-EXIT.
           MOVE WS-BKO-QUANTITY TO WS-UOM-KEYED-QTY.
           MOVE WS-BKO-PRICE TO WS-UOM-KEYED-PRICE.
           MOVE WS-UOM-STOCK-QTY TO WS-BKO-QUANTITY.
           COMPUTE WS-BKO-PRICE ROUNDED =
               WS-UOM-KEYED-PRICE / WS-UOM-UNITS-PER.
           MOVE 'Y' TO WS-UOM-CONVERTED-FLAG.
       737-CONVERT-REVERSED-UOM-EXIT.
           EXIT.

      *****************************************************************
      * 738-REVERSE-KIT-ISSUE: PUTS BACK WHAT A KIT ISSUE DREW FROM   *
      * EACH COMPONENT - THE OPPOSITE OF 188-EXPLODE-KIT-ISSUE. THE    *
      * KIT MASTER AS IT STANDS TODAY IS USED, SO A BILL CHANGED      *
      * SINCE THE BAD RUN SHOULD BE PUT BACK BEFORE REVERSING.        *
      *****************************************************************
       738-REVERSE-KIT-ISSUE.
           MOVE ZERO TO WS-KIT-SUB.
           PERFORM 739-RESTORE-ONE-COMPONENT
               THRU 739-RESTORE-ONE-COMPONENT-EXIT
               WS-KIT-COUNT TIMES.
       738-REVERSE-KIT-ISSUE-EXIT.
           EXIT.

       739-RESTORE-ONE-COMPONENT.
           ADD 1 TO WS-KIT-SUB.
           IF WS-KIT-ITEM (WS-KIT-SUB) NOT = WS-KIT-LOOKUP-ITEM
               GO TO 739-RESTORE-ONE-COMPONENT-EXIT.
           COMPUTE WS-KIT-NEED-QTY =
               WS-BKO-QUANTITY * WS-KIT-COMP-QTY (WS-KIT-SUB).
           MOVE WS-KIT-COMP (WS-KIT-SUB) TO INV-ITEM-CODE.
           MOVE WS-BKO-LOC TO INV-LOC-CODE.
           READ INVENTORY-MASTER
               INVALID KEY
                   MOVE ZERO TO INV-REORDER-POINT
                   MOVE ZERO TO INV-QTY-ON-ORDER
                   MOVE ZERO TO INV-AVG-COST
                   MOVE WS-KIT-NEED-QTY TO INV-QTY-ON-HAND
                   WRITE INV-RECORD
               NOT INVALID KEY
                   ADD WS-KIT-NEED-QTY TO INV-QTY-ON-HAND
                   REWRITE INV-RECORD
           END-READ.
       739-RESTORE-ONE-COMPONENT-EXIT.
           EXIT.

      *****************************************************************
      * 740-REVERSE-HELD-RECEIPT: LOOKS FOR THE HOLD RECORD THE       *
      * RECEIPT BEING BACKED OUT OPENED - SAME POSITION, HELD ON THE  *
      * GENERATION'S RUN DATE, SAME PO AND QUANTITY, AND STILL HELD   *
      * IN FULL - AND DELETES IT. HOLD-MATCHED SAYS ONE WAS FOUND.    *
      *****************************************************************
       740-REVERSE-HELD-RECEIPT.
           MOVE 'N' TO WS-HOLD-MATCH-FLAG.
           MOVE WS-BKO-ITEM-CODE TO WS-HOLD-WALK-ITEM.
           MOVE WS-BKO-LOC TO WS-HOLD-WALK-LOC.
           PERFORM 198-START-HOLD-WALK
               THRU 198-START-HOLD-WALK-EXIT.
           PERFORM 741-MATCH-ONE-HOLD
               THRU 741-MATCH-ONE-HOLD-EXIT
               UNTIL HOLD-WALK-END OR HOLD-MATCHED.
           IF HOLD-MATCHED
               DELETE HOLDMAST-FILE RECORD.
       740-REVERSE-HELD-RECEIPT-EXIT.
           EXIT.

       741-MATCH-ONE-HOLD.
           PERFORM 199-READ-NEXT-HOLD
               THRU 199-READ-NEXT-HOLD-EXIT.
           IF HOLD-WALK-END
               GO TO 741-MATCH-ONE-HOLD-EXIT.
           IF HOLD-RECEIVED-DATE = WS-BACKOUT-GEN
                   AND HOLD-PO-NUMBER = WS-BKO-PO-NUMBER
                   AND HOLD-QTY-RECEIVED = WS-BKO-QUANTITY
                   AND HOLD-QTY-HELD = HOLD-QTY-RECEIVED
               MOVE 'Y' TO WS-HOLD-MATCH-FLAG.
       741-MATCH-ONE-HOLD-EXIT.
           EXIT.

      *****************************************************************
      * 742-CHECK-REVERSED-EDITS: THE REVERSAL RUN'S COUNTERPART OF   *
      * THE EDITS IN 150-VALIDATE-TRANS-RECORD WHOSE ANSWER DOES NOT  *
      * DEPEND ON WHAT THE BAD RUN ITSELF POSTED, WORKING ON THE      *
      * GENERATION RECORD - A BAD TRANSFER LOCATION (S008), A         *
      * LOT-CONTROLLED RECEIPT WITH NO LOT OR EXPIRY (S015), A PO NOT *
      * ON FILE OR FOR ANOTHER ITEM OR LOCATION (S010/S013), AN       *
      * UNKNOWN CHARGE DEPARTMENT (S022), AND AN ADJUSTMENT WITH NO,  *
      * AN UNKNOWN OR A RETIRED REASON (S023/S024). A RECORD ANY OF   *
      * THEM SUSPENDED NEVER POSTED. EDITS THAT TURN ON STOCK LEVELS  *
      * OR ON A PO'S STATUS ARE NOT REPEATED - THE BAD RUN'S OWN      *
      * POSTINGS HAVE MOVED THOSE SINCE.                              *
      *****************************************************************
       742-CHECK-REVERSED-EDITS.
           IF BKO-TRANSFER
                   AND (WS-BKO-TO-LOC = SPACES
                       OR WS-BKO-TO-LOC = WS-BKO-LOC)
               MOVE 'N' TO WS-VALID-RECORD-FLAG
               GO TO 742-CHECK-REVERSED-EDITS-EXIT.
           IF BKO-RECEIPT AND LOT-CONTROLLED-ITEM
                   AND (WS-BKO-LOT-NUMBER = SPACES
                       OR WS-BKO-EXPIRY-DATE IS NOT NUMERIC)
               MOVE 'N' TO WS-VALID-RECORD-FLAG
               GO TO 742-CHECK-REVERSED-EDITS-EXIT.
           IF BKO-RECEIPT AND WS-BKO-PO-NUMBER NOT = SPACES
               IF WS-BKO-PO-NUMBER IS NOT NUMERIC
                   MOVE 'N' TO WS-VALID-RECORD-FLAG
                   GO TO 742-CHECK-REVERSED-EDITS-EXIT
               END-IF
               MOVE WS-BKO-PO-NUMBER TO PO-NUMBER
               READ POMAST-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-RECORD-FLAG
                       GO TO 742-CHECK-REVERSED-EDITS-EXIT
               END-READ
               IF PO-ITEM-CODE NOT = WS-BKO-ITEM-CODE
                       OR PO-LOC-CODE NOT = WS-BKO-LOC
                   MOVE 'N' TO WS-VALID-RECORD-FLAG
                   GO TO 742-CHECK-REVERSED-EDITS-EXIT
               END-IF.
           IF BKO-ISSUE AND WS-BKO-CHARGE-DEPT NOT = SPACES
                   AND NOT DEPTMAST-MISSING AND WS-DEPT-COUNT > ZERO
               SET WS-DEPT-IDX TO 1
               SEARCH WS-DEPT-ENTRY
                   AT END
                       MOVE 'N' TO WS-VALID-RECORD-FLAG
                       GO TO 742-CHECK-REVERSED-EDITS-EXIT
                   WHEN WS-DEPT-CODE (WS-DEPT-IDX) =
                           WS-BKO-CHARGE-DEPT
                       CONTINUE
               END-SEARCH.
           IF NOT BKO-ADJUSTMENT OR ADJREASN-MISSING
               GO TO 742-CHECK-REVERSED-EDITS-EXIT.
           IF WS-BKO-ADJ-REASON = SPACES
               MOVE 'N' TO WS-VALID-RECORD-FLAG
               GO TO 742-CHECK-REVERSED-EDITS-EXIT.
           IF WS-ADJR-COUNT = ZERO
               GO TO 742-CHECK-REVERSED-EDITS-EXIT.
           SET WS-ADJR-IDX TO 1.
           SEARCH WS-ADJR-ENTRY
               AT END
                   MOVE 'N' TO WS-VALID-RECORD-FLAG
               WHEN WS-ADJR-CODE (WS-ADJR-IDX) = WS-BKO-ADJ-REASON
                   IF WS-ADJR-STATUS (WS-ADJR-IDX) = 'R'
                       MOVE 'N' TO WS-VALID-RECORD-FLAG
                   END-IF
           END-SEARCH.
       742-CHECK-REVERSED-EDITS-EXIT.
           EXIT.

      *****************************************************************
      * 743-FIND-REVERSED-SUCCESSOR: THE CODE AN ISSUE OF THE ITEM ON *
      * THE GENERATION RECORD WOULD HAVE BEEN FILLED FROM ONCE ITS    *
      * OWN STOCK RAN OUT, INTO WS-SUPR-SUCCESSOR - SPACES WHEN THE   *
      * ITEM HAS NOT BEEN SUPERSEDED (OR ITS CHAIN LOOPS). LIKE THE   *
      * REST OF THE REVERSAL IT DOES NOT GO BY THE ITEM'S STATUS.     *
      *****************************************************************
       743-FIND-REVERSED-SUCCESSOR.
           IF WS-SUPR-COUNT = ZERO
               GO TO 743-FIND-REVERSED-SUCCESSOR-EXIT.
           SET WS-SUPR-IDX TO 1.
           SEARCH WS-SUPR-ENTRY
               WHEN WS-SUPR-OLD-ITEM (WS-SUPR-IDX) = WS-BKO-ITEM-CODE
                   MOVE WS-SUPR-FINAL-ITEM (WS-SUPR-IDX)
                       TO WS-SUPR-SUCCESSOR
           END-SEARCH.
       743-FIND-REVERSED-SUCCESSOR-EXIT.
           EXIT.

      *****************************************************************
      * 744-REVERSE-SUPERSEDED-ISSUE: THE OPPOSITE OF 177-POST-       *
      * SUPERSEDED-ISSUE. THE BAD RUN FILLED EACH ISSUE FROM THE OLD  *
      * CODE FIRST AND THE SUCCESSOR AFTER, SO THE OLD CODE GETS BACK *
      * AS MUCH OF THE QUANTITY AS THE RUN'S HISTORY SHOWS WAS ISSUED *
      * UNDER IT AND NOT YET PUT BACK, AND THE SUCCESSOR THE REST.    *
      *****************************************************************
       744-REVERSE-SUPERSEDED-ISSUE.
           PERFORM 745-FIND-OLD-CODE-ISSUED
               THRU 745-FIND-OLD-CODE-ISSUED-EXIT.
           MOVE WS-BKO-QUANTITY TO WS-SUPR-OLD-QTY.
           IF BKO-SUPR-TABLE-FULL
               GO TO 744-RESTORE-SPLIT.
           IF WS-BKO-SUPR-LEFT (WS-BKO-SUPR-IDX) < WS-BKO-QUANTITY
               MOVE WS-BKO-SUPR-LEFT (WS-BKO-SUPR-IDX)
                   TO WS-SUPR-OLD-QTY.
           SUBTRACT WS-SUPR-OLD-QTY
               FROM WS-BKO-SUPR-LEFT (WS-BKO-SUPR-IDX).
       744-RESTORE-SPLIT.
           COMPUTE WS-SUPR-NEW-QTY =
               WS-BKO-QUANTITY - WS-SUPR-OLD-QTY.
           IF WS-SUPR-OLD-QTY > ZERO
               MOVE WS-BKO-ITEM-CODE TO WS-BKO-RESTORE-ITEM
               MOVE WS-SUPR-OLD-QTY TO WS-BKO-RESTORE-QTY
               PERFORM 747-RESTORE-ISSUED-QTY
                   THRU 747-RESTORE-ISSUED-QTY-EXIT.
           IF WS-SUPR-NEW-QTY > ZERO
               MOVE WS-SUPR-SUCCESSOR TO WS-BKO-RESTORE-ITEM
               MOVE WS-SUPR-NEW-QTY TO WS-BKO-RESTORE-QTY
               PERFORM 747-RESTORE-ISSUED-QTY
                   THRU 747-RESTORE-ISSUED-QTY-EXIT.
       744-REVERSE-SUPERSEDED-ISSUE-EXIT.
           EXIT.

      *****************************************************************
      * 745-FIND-OLD-CODE-ISSUED: POINTS WS-BKO-SUPR-IDX AT THE ENTRY *
      * FOR THE OLD CODE AT THE LOCATION, OPENING ONE THE FIRST TIME  *
      * FROM THE HISTORY - EVERY ISSUE THE BAD RUN POSTED UNDER THE   *
      * OLD CODE THERE ON THE GENERATION'S RUN DATE. WITH NO HISTORY, *
      * OR NO ROOM LEFT IN THE TABLE, THE WHOLE ISSUE GOES BACK TO    *
      * THE OLD CODE.                                                 *
      *****************************************************************
       745-FIND-OLD-CODE-ISSUED.
           MOVE 'N' TO WS-BKO-SUPR-FULL-FLAG.
           IF WS-BKO-SUPR-COUNT > ZERO
               SET WS-BKO-SUPR-IDX TO 1
               SEARCH WS-BKO-SUPR-ENTRY
                   WHEN WS-BKO-SUPR-ITEM (WS-BKO-SUPR-IDX) =
                           WS-BKO-ITEM-CODE
                           AND WS-BKO-SUPR-LOC (WS-BKO-SUPR-IDX) =
                               WS-BKO-LOC
                       GO TO 745-FIND-OLD-CODE-ISSUED-EXIT
               END-SEARCH.
           IF WS-BKO-SUPR-COUNT NOT < 100
               MOVE 'Y' TO WS-BKO-SUPR-FULL-FLAG
               DISPLAY 'WARNING: SUPERSEDED ISSUE TABLE FULL - '
                   WS-BKO-ITEM-CODE ' PUT BACK UNDER ITS OWN CODE'
               GO TO 745-FIND-OLD-CODE-ISSUED-EXIT.
           ADD 1 TO WS-BKO-SUPR-COUNT.
           SET WS-BKO-SUPR-IDX TO WS-BKO-SUPR-COUNT.
           MOVE WS-BKO-ITEM-CODE TO WS-BKO-SUPR-ITEM (WS-BKO-SUPR-IDX).
           MOVE WS-BKO-LOC TO WS-BKO-SUPR-LOC (WS-BKO-SUPR-IDX).
           MOVE 9999999 TO WS-BKO-SUPR-LEFT (WS-BKO-SUPR-IDX).
           OPEN INPUT HISTORY-FILE.
           IF WS-TRANSHIST-STATUS NOT = '00'
               DISPLAY 'NO TRANSHIST FOUND - ' WS-BKO-ITEM-CODE
                   ' PUT BACK UNDER ITS OWN CODE'
               GO TO 745-FIND-OLD-CODE-ISSUED-EXIT.
           MOVE ZERO TO WS-BKO-SUPR-LEFT (WS-BKO-SUPR-IDX).
           MOVE 'N' TO WS-BKO-HIST-EOF-FLAG.
           PERFORM 746-ADD-ONE-OLD-ISSUE
               THRU 746-ADD-ONE-OLD-ISSUE-EXIT
               UNTIL BKO-HIST-EOF.
           CLOSE HISTORY-FILE.
       745-FIND-OLD-CODE-ISSUED-EXIT.
           EXIT.

       746-ADD-ONE-OLD-ISSUE.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-BKO-HIST-EOF-FLAG
                   GO TO 746-ADD-ONE-OLD-ISSUE-EXIT
           END-READ.
           IF HIST-ITEM-CODE = WS-BKO-ITEM-CODE
                   AND HIST-LOC-CODE = WS-BKO-LOC
                   AND HIST-RUN-DATE = WS-BACKOUT-GEN
                   AND (HIST-TRANS-TYPE = 'I' OR HIST-TRANS-TYPE = ' ')
               SUBTRACT HIST-SIGNED-QTY
                   FROM WS-BKO-SUPR-LEFT (WS-BKO-SUPR-IDX).
       746-ADD-ONE-OLD-ISSUE-EXIT.
           EXIT.

      *****************************************************************
      * 747-RESTORE-ISSUED-QTY: PUTS WS-BKO-RESTORE-QTY BACK ON HAND  *
      * FOR WS-BKO-RESTORE-ITEM AT THE GENERATION RECORD'S LOCATION,  *
      * THE SAME WAY 739-RESTORE-ONE-COMPONENT PUTS BACK A KIT'S      *
      * COMPONENT.                                                    *
      *****************************************************************
       747-RESTORE-ISSUED-QTY.
           MOVE WS-BKO-RESTORE-ITEM TO INV-ITEM-CODE.
           MOVE WS-BKO-LOC TO INV-LOC-CODE.
           READ INVENTORY-MASTER
               INVALID KEY
                   MOVE ZERO TO INV-REORDER-POINT
                   MOVE ZERO TO INV-QTY-ON-ORDER
                   MOVE ZERO TO INV-AVG-COST
                   MOVE WS-BKO-RESTORE-QTY TO INV-QTY-ON-HAND
                   WRITE INV-RECORD
               NOT INVALID KEY
                   ADD WS-BKO-RESTORE-QTY TO INV-QTY-ON-HAND
                   REWRITE INV-RECORD
           END-READ.
       747-RESTORE-ISSUED-QTY-EXIT.
           EXIT.

      *****************************************************************
      * 780-WRITE-REVERSAL-AUDIT: APPENDS THE REVERSAL'S OWN AUDIT    *
      * ENTRY, LABELLED WITH THE GENERATION IT BACKED OUT, SO THE     *
