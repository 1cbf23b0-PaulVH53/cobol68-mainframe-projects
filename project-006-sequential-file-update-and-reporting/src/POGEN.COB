      * PO. FOR EVERY POSITION AT OR BELOW ITS                        *
      * REORDER POINT WITH A SUGGESTED QUANTITY LEFT TO COVER, THE    *
      * PROGRAM ASSIGNS THE NEXT PO NUMBER FROM THE PONUMBER CONTROL  *
      * FILE, CHOOSES THE ITEM'S VENDOR FROM THOSE ON THE ITEMVEND    *
      * CROSS-REFERENCE - THE PREFERRED ONE, OR THE CHEAPEST OTHER    *
      * WHEN THE PREFERRED IS ON HOLD ON THE VENDOR MASTER VENDMNT    *
      * MAINTAINS - WRITES AN OPEN PO PRICED AT THAT VENDOR'S QUOTED  *
      * COST TO THE POMAST MASTER, RAISES THE ITEM'S                  *
      * INV-QTY-ON-ORDER ON INVENTORY-MASTER SO REORDRPT STOPS        *
      * RE-SUGGESTING WHAT IS ALREADY ORDERED, AND PRINTS THE PO ON   *
      * THE PO REGISTER. AN ITEM WITH NO VENDOR, OR WHOSE VENDORS ARE *
      * ALL ON HOLD, IS REPORTED ON THE REGISTER AND LEFT FOR         *
      * PURCHASING TO RESOLVE - NO PO IS CUT AND ON-ORDER IS NOT      *
      * TOUCHED.                                                      *
      *                                                               *
      * PO-STATUS: 'O' OPEN (AS CUT HERE), 'R' RECEIVED, 'C'          *
      * CANCELLED. PROJ6 SETS 'R' WHEN THE RECEIPTS POSTED AGAINST    *
      * THE PO (PO-QTY-RECEIVED) COVER THE ORDERED QUANTITY;          *
      * PURCHASING SETS 'C' WHEN THE ORDER IS WITHDRAWN. EVERY PO     *
      * CARRIES A PROMISED DATE - THE ORDER DATE PLUS THE VENDOR'S    *
      * LEAD TIME FROM VENDMAST - WHICH EXPEDITE CHASES AGAINST.      *
      *                                                               *
      * XFERSUG RUNS FIRST AND STAGES TRANSFERS FROM OVER-STOCKED     *
      * LOCATIONS TO THE SHORT ONES (XFER.STAGED). THE QUANTITY       *
      * STAGED INTO A POSITION COMES OFF ITS SUGGESTED ORDER, SO A PO *
      * IS CUT ONLY FOR THE SHORTFALL THE TRANSFERS CANNOT COVER.     *
      *                                                               *
      * A VENDOR THAT SELLS THE ITEM ONLY IN A PURCHASE UNIT (A BOX,  *
      * A CASE) HAS A CONVERSION ON UOMCONV. THE SUGGESTED QUANTITY   *
      * IS THEN ROUNDED UP TO WHOLE PURCHASE UNITS; THE PO AND        *
      * ON-ORDER STILL CARRY STOCK UNITS, AND THE REGISTER SHOWS THE  *
      * ORDER IN BOTH.                                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POGEN.
               FILE STATUS IS WS-VENDMAST-STATUS.
      *****************************************************************
      * ITEMVEND-FILE: THE ITEM-TO-VENDOR CROSS-REFERENCE - WHICH     *
      * VENDORS SUPPLY EACH ITEM AND AT WHAT QUOTED COST - SORTED BY  *
      * ITEM CODE, AN ITEM'S VENDORS TOGETHER.                        *
      *****************************************************************
           SELECT ITEMVEND-FILE ASSIGN DYNAMIC WS-ITEMVEND-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
      * XFERSTAGE-FILE: THE TRANSFERS XFERSUG STAGED FOR THE NIGHT.   *
      * NO FILE MEANS NO TRANSFERS - EVERY SHORTFALL GOES TO A PO.    *
      *****************************************************************
           SELECT XFERSTAGE-FILE ASSIGN DYNAMIC WS-XFERSTAGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFERSTAGE-STATUS.
      *****************************************************************
      * UOMCONV-FILE: THE PURCHASE UNIT EACH VENDOR SELLS AN ITEM IN  *
      * AND HOW MANY STOCK UNITS ONE OF THEM HOLDS, SORTED BY ITEM    *
      * CODE AND VENDOR. NO FILE MEANS EVERY PO IS CUT IN STOCK UNITS.*
      *****************************************************************
           SELECT UOMCONV-FILE ASSIGN DYNAMIC WS-UOMCONV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UOMCONV-STATUS.
      *****************************************************************
      * ITEMMAST-FILE: PROJ2'S ITEM MASTER, READ FOR THE ITEM'S STOCK *
      * UNIT (IM-UOM) TO PRINT BESIDE ITS PURCHASE UNIT - THE SAME    *
      * PATH RESOLUTION STOCKVAL USES (PROJ6_ITEMMAST_PATH,           *
      * DEFAULTING TO PROJ2'S OWN DATA DIRECTORY).                    *
      *****************************************************************
           SELECT ITEMMAST-FILE ASSIGN DYNAMIC WS-ITEMMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.
      *****************************************************************
      * ITEMSUPR-FILE: PROJ2'S SUPERSESSION CROSS-REFERENCE. A        *
      * SUPERSEDED ITEM IS NEVER REORDERED - ITS SHORTFALL IS ROLLED  *
      * INTO ITS SUCCESSOR'S ORDER AT THE SAME LOCATION. SAME PATH    *
      * RESOLUTION AS PROJ6 (PROJ6_ITEMSUPR_PATH). NO FILE MEANS      *
      * NOTHING HAS BEEN SUPERSEDED.                                  *
      *****************************************************************
           SELECT ITEMSUPR-FILE ASSIGN DYNAMIC WS-ITEMSUPR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEMSUPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * INVENTORY-MASTER: SAME LAYOUT AS PROJ6'S INV-RECORD.           *
      *****************************************************************
       FD  INVENTORY-MASTER
           RECORD CONTAINS 39 CHARACTERS.

       01  INV-RECORD.
           05  INV-KEY.
           05  INV-QTY-ON-HAND       PIC S9(07).
           05  INV-REORDER-POINT     PIC 9(05).
           05  INV-QTY-ON-ORDER      PIC 9(05).
           05  INV-AVG-COST          PIC 9(05)V9(04).
      *****************************************************************
      * POMAST: ONE RECORD PER PURCHASE ORDER EVER CUT.               *
      *****************************************************************
       FD  POMAST-FILE
           RECORD CONTAINS 66 CHARACTERS.

       01  PO-RECORD.
           05  PO-NUMBER             PIC 9(06).
           05  PO-ORDER-DATE         PIC X(08).
           05  PO-STATUS             PIC X(01).
      *****************************************************************
      * PO-QTY-RECEIVED: RUNNING TOTAL OF THE RECEIPTS PROJ6 HAS      *
      * POSTED AGAINST THIS PO - ZERO WHEN THE PO IS CUT.             *
      *****************************************************************
           05  PO-QTY-RECEIVED       PIC 9(05).
      *****************************************************************
      * PO-PROMISED-DATE: ORDER DATE PLUS THE VENDOR'S LEAD TIME, SET *
      * WHEN THE PO IS CUT. PO-RECEIVED-DATE: THE RUN DATE PROJ6      *
      * CLOSED THE PO TO 'R' ON - SPACES WHILE IT IS STILL OPEN.      *
      *****************************************************************
           05  PO-PROMISED-DATE      PIC X(08).
           05  PO-RECEIVED-DATE      PIC X(08).
      *****************************************************************
      * PO-UNIT-COST: THE VENDOR'S QUOTED UNIT COST OFF ITEMVEND WHEN *
      * THE PO WAS CUT, SO THE PO CARRIES A VALUE AS WELL AS A        *
      * QUANTITY.                                                     *
      *****************************************************************
           05  PO-UNIT-COST          PIC 9(05)V99.
      *****************************************************************
      * VENDMAST-FILE: SAME LAYOUT AS VENDMNT'S VD-RECORD.             *
      *****************************************************************
       FD  VENDMAST-FILE
           05  VD-VENDOR-CODE       PIC X(05).
           05  VD-VENDOR-NAME       PIC X(25).
           05  VD-STATUS            PIC X(01).
           05  VD-LEAD-DAYS         PIC 9(03).

       FD  ITEMVEND-FILE
           RECORDING MODE IS F.
       01  IV-RECORD.
           05  IV-ITEM-CODE         PIC X(10).
           05  IV-VENDOR-CODE       PIC X(05).
      *****************************************************************
      * IV-UNIT-COST: THE VENDOR'S QUOTED UNIT COST FOR THE ITEM.     *
      * IV-PREFERRED-FLAG: 'Y' ON THE ONE VENDOR PURCHASING WANTS THE *
      * ITEM BOUGHT FROM - SEE 230-FIND-ITEM-VENDOR.                  *
      *****************************************************************
           05  IV-UNIT-COST         PIC 9(05)V99.
           05  IV-PREFERRED-FLAG    PIC X(01).

       FD  PONUMBER-FILE
           RECORDING MODE IS F.

       01  REGISTER-RECORD           PIC X(132).

      *****************************************************************
      * XFERSTAGE-FILE: SAME LAYOUT AS PROJ6'S TRANS-RECORD.          *
      *****************************************************************
       FD  XFERSTAGE-FILE
           RECORDING MODE IS F.

       01  XS-RECORD.
           05  XS-ITEM-CODE          PIC X(10).
           05  XS-QUANTITY           PIC 9(05).
           05  XS-PRICE              PIC 9(05)V99.
           05  XS-TRANS-TYPE         PIC X(01).
           05  XS-LOC-CODE           PIC X(03).
           05  XS-TO-LOC             PIC X(03).
           05  XS-SEQ-NUM            PIC 9(06).
           05  XS-PO-NUMBER          PIC X(06).

      *****************************************************************
      * UOMCONV-FILE: SAME LAYOUT AS PROJ6'S UC-RECORD.                *
      *****************************************************************
       FD  UOMCONV-FILE
           RECORDING MODE IS F.

       01  UC-RECORD.
           05  UC-ITEM-CODE         PIC X(10).
           05  UC-VENDOR-CODE       PIC X(05).
           05  UC-PURCH-UOM         PIC X(03).
           05  UC-UNITS-PER         PIC 9(05).

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
      * ITEMSUPR-FILE: SAME LAYOUT AS PROJ2'S SU-RECORD.              *
      *****************************************************************
       FD  ITEMSUPR-FILE
           RECORDING MODE IS F.

       01  SU-RECORD.
           05  SU-OLD-ITEM          PIC X(10).
           05  SU-NEW-ITEM          PIC X(10).
           05  SU-EFF-DATE          PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INVENTORY-STATUS   PIC XX.
           05  WS-ITEMVEND-STATUS    PIC XX.
           05  WS-PONUMBER-STATUS    PIC XX.
           05  WS-PARM-FILE-STATUS   PIC XX.
           05  WS-XFERSTAGE-STATUS   PIC XX.
           05  WS-UOMCONV-STATUS     PIC XX.
           05  WS-ITEMMAST-STATUS    PIC XX.
           05  WS-ITEMSUPR-STATUS    PIC XX.

       01  WS-PROGRAM-FLAGS.
           05  WS-INV-EOF-FLAG       PIC X          VALUE 'N'.
               88  VENDMAST-EOF      VALUE 'Y'.
           05  WS-ITEMVEND-EOF-FLAG  PIC X          VALUE 'N'.
               88  ITEMVEND-EOF      VALUE 'Y'.
           05  WS-XFERSTAGE-EOF-FLAG PIC X          VALUE 'N'.
               88  XFERSTAGE-EOF     VALUE 'Y'.
           05  WS-UOMCONV-EOF-FLAG   PIC X          VALUE 'N'.
               88  UOMCONV-EOF       VALUE 'Y'.
           05  WS-ITEMMAST-OPEN-FLAG PIC X          VALUE 'N'.
               88  ITEMMAST-OPEN     VALUE 'Y'.
           05  WS-PURCH-UNIT-FLAG    PIC X          VALUE 'N'.
               88  ORDERED-IN-PURCH-UNITS VALUE 'Y'.
           05  WS-ITEMSUPR-EOF-FLAG  PIC X          VALUE 'N'.
               88  ITEMSUPR-EOF      VALUE 'Y'.
           05  WS-SUPR-LINK-FLAG     PIC X          VALUE 'N'.
               88  SUPR-LINK-FOUND   VALUE 'Y'.

       77  WS-ITEMS-READ             PIC 9(05) COMP VALUE ZERO.
       77  WS-POS-CUT                PIC 9(05) COMP VALUE ZERO.
       77  WS-QTY-ORDERED            PIC 9(07) COMP VALUE ZERO.
       77  WS-SHORTFALL              PIC S9(07) COMP VALUE ZERO.
       77  WS-SUGGESTED-QTY          PIC S9(07) COMP VALUE ZERO.
       77  WS-FALLBACK-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-EXTENDED-VALUE         PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-VALUE-ORDERED          PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-LAST-PO-NUMBER         PIC 9(06)      VALUE ZERO.
       77  WS-XFER-COVERED-COUNT     PIC 9(05) COMP VALUE ZERO.
       77  WS-XFER-REDUCED-COUNT     PIC 9(05) COMP VALUE ZERO.
       77  WS-XFER-QTY-APPLIED       PIC 9(07) COMP VALUE ZERO.
       77  WS-INBOUND-QTY            PIC S9(07) COMP VALUE ZERO.
       77  WS-PURCH-ROUNDED-COUNT    PIC 9(05) COMP VALUE ZERO.
       77  WS-PURCH-QTY              PIC 9(07) COMP VALUE ZERO.
       77  WS-PURCH-REMAINDER        PIC 9(07) COMP VALUE ZERO.
       77  WS-PURCH-STOCK-QTY        PIC 9(09) COMP VALUE ZERO.
       77  WS-ROLLED-QTY             PIC 9(07) COMP VALUE ZERO.
       77  WS-ROLLED-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-ROLLED-TOTAL-QTY       PIC 9(07) COMP VALUE ZERO.
       77  WS-ROLL-UNUSED-COUNT      PIC 9(05) COMP VALUE ZERO.

      *****************************************************************
      * WS-INBOUND-TABLE: THE QUANTITY STAGED TO ARRIVE AT EACH       *
      * POSITION BY TRANSFER, ONE ENTRY PER ITEM AND TO-LOCATION.     *
      *****************************************************************
       01  WS-INBOUND-TABLE.
           05  WS-INB-COUNT         PIC 9(5) COMP VALUE ZERO.
           05  WS-INB-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-INB-COUNT
                       INDEXED BY WS-INB-IDX.
               10  WS-INB-ITEM-CODE    PIC X(10).
               10  WS-INB-LOC-CODE     PIC X(03).
               10  WS-INB-QTY          PIC 9(07) COMP.

      *****************************************************************
      * WS-SUPR-TABLE: ITEMSUPR WITH EACH CHAIN FOLLOWED TO ITS LAST  *
      * LINK (WS-SUPR-FINAL-ITEM), SO A SHORTFALL ROLLS TO THE CODE   *
      * STILL BEING BOUGHT. A CHAIN THAT LOOPS HAS NO FINAL ITEM AND  *
      * ITS ITEMS ARE ORDERED AS THEY ALWAYS WERE.                    *
      *****************************************************************
       01  WS-SUPR-TABLE.
           05  WS-SUPR-COUNT        PIC 9(3) COMP VALUE ZERO.
           05  WS-SUPR-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-SUPR-COUNT
                       INDEXED BY WS-SUPR-IDX.
               10  WS-SUPR-OLD-ITEM    PIC X(10).
               10  WS-SUPR-NEW-ITEM    PIC X(10).
               10  WS-SUPR-FINAL-ITEM  PIC X(10).

       01  WS-SUPR-LOOKUP-FIELDS.
           05  WS-SUPR-SUB          PIC 9(3) COMP VALUE ZERO.
           05  WS-SUPR-HOPS         PIC 9(3) COMP VALUE ZERO.
           05  WS-SUPR-WALK-CODE    PIC X(10)      VALUE SPACES.
           05  WS-ROLL-SUCCESSOR    PIC X(10)      VALUE SPACES.

      *****************************************************************
      * WS-ROLL-TABLE: THE SHORTFALLS OF SUPERSEDED POSITIONS,        *
      * TOTALLED BY SUCCESSOR AND LOCATION IN A PASS AHEAD OF THE     *
      * MAIN ONE, SO THE SUCCESSOR'S ORDER CARRIES THEM WHEREVER IT   *
      * FALLS IN KEY ORDER. WS-ROLL-USED MARKS AN ENTRY A SUCCESSOR   *
      * POSITION TOOK.                                                *
      *****************************************************************
       01  WS-ROLL-TABLE.
           05  WS-ROLL-COUNT        PIC 9(5) COMP VALUE ZERO.
           05  WS-ROLL-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-ROLL-COUNT
                       INDEXED BY WS-ROLL-IDX.
               10  WS-ROLL-ITEM-CODE   PIC X(10).
               10  WS-ROLL-LOC-CODE    PIC X(03).
               10  WS-ROLL-QTY         PIC 9(07) COMP.
               10  WS-ROLL-USED        PIC X(01).
                   88  ROLL-USED       VALUE 'Y'.

       01  WS-VENDOR-TABLE.
           05  WS-VEND-COUNT        PIC 9(5) COMP VALUE ZERO.
           05  WS-VEND-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-VEND-COUNT
                       ASCENDING KEY IS WS-VEND-CODE
                       INDEXED BY WS-VEND-IDX WS-BEST-VEND-IDX.
               10  WS-VEND-CODE        PIC X(05).
               10  WS-VEND-NAME        PIC X(25).
               10  WS-VEND-STATUS      PIC X(01).
                   88  VENDOR-ON-HOLD  VALUE 'H'.
               10  WS-VEND-LEAD-DAYS   PIC 9(03).

       01  WS-VEND-LOOKUP-FIELDS.
           05  WS-VEND-FOUND-FLAG   PIC X          VALUE 'N'.

      *****************************************************************
      * WS-ITEMVEND-TABLE: THE ITEM-TO-VENDOR CROSS-REFERENCE, IN     *
      * ITEM CODE ORDER AS THE FILE IS KEPT. AN ITEM WITH SEVERAL     *
      * VENDORS HAS SEVERAL ADJACENT ENTRIES.                         *
      *****************************************************************
       01  WS-ITEMVEND-TABLE.
           05  WS-XREF-COUNT        PIC 9(5) COMP VALUE ZERO.
                       INDEXED BY WS-XREF-IDX.
               10  WS-XREF-ITEM-CODE   PIC X(10).
               10  WS-XREF-VENDOR-CODE PIC X(05).
               10  WS-XREF-UNIT-COST   PIC 9(05)V99.
               10  WS-XREF-PREF-FLAG   PIC X(01).
                   88  XREF-PREFERRED  VALUE 'Y'.

       01  WS-XREF-LOOKUP-FIELDS.
           05  WS-XREF-FOUND-FLAG   PIC X          VALUE 'N'.
               88  XREF-FOUND       VALUE 'Y'.
           05  WS-XREF-WALK-FLAG    PIC X          VALUE 'N'.
               88  XREF-WALK-DONE   VALUE 'Y'.
           05  WS-PREF-CHOSEN-FLAG  PIC X          VALUE 'N'.
               88  PREFERRED-CHOSEN VALUE 'Y'.
           05  WS-XREF-SUB          PIC 9(5) COMP VALUE ZERO.
           05  WS-FIRST-XREF-SUB    PIC 9(5) COMP VALUE ZERO.
           05  WS-PREF-XREF-SUB     PIC 9(5) COMP VALUE ZERO.
           05  WS-BEST-XREF-SUB     PIC 9(5) COMP VALUE ZERO.

      *****************************************************************
      * WS-UOMCONV-TABLE: THE PURCHASE UNIT CONVERSIONS, KEYED ITEM   *
      * CODE PLUS VENDOR AS THE FILE IS KEPT.                         *
      *****************************************************************
       01  WS-UOMCONV-TABLE.
           05  WS-UOMC-COUNT        PIC 9(5) COMP VALUE ZERO.
           05  WS-UOMC-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-UOMC-COUNT
                       ASCENDING KEY IS WS-UOMC-KEY
                       INDEXED BY WS-UOMC-IDX.
               10  WS-UOMC-KEY.
                   15  WS-UOMC-ITEM-CODE   PIC X(10).
                   15  WS-UOMC-VENDOR-CODE PIC X(05).
               10  WS-UOMC-PURCH-UOM   PIC X(03).
               10  WS-UOMC-UNITS-PER   PIC 9(05).

       01  WS-UOMC-LOOKUP-FIELDS.
           05  WS-UOMC-LOOKUP-KEY.
               10  WS-UOMC-LOOKUP-ITEM   PIC X(10).
               10  WS-UOMC-LOOKUP-VENDOR PIC X(05).
           05  WS-UOMC-UNITS-PER-FOUND   PIC 9(05)     VALUE ZERO.
           05  WS-UOMC-PURCH-UOM-FOUND   PIC X(03)     VALUE SPACES.
           05  WS-STOCK-UOM              PIC X(03)     VALUE SPACES.

       01  WS-PARM-FIELDS.
           05  WS-RUN-DATE-TEXT      PIC X(08)      VALUE ZEROS.
           05  WS-RUN-DATE-DISPLAY   PIC X(10)      VALUE SPACES.

      *****************************************************************
      * WS-SCAN-FIELDS: THE FORWARD WALK FROM THE ORDER DATE TO THE   *
      * PROMISED DATE - SEE 240-SET-PROMISED-DATE.                    *
      *****************************************************************
       01  WS-SCAN-FIELDS.
           05  WS-SCAN-DATE.
               10  WS-SCAN-YEAR     PIC 9(04).
               10  WS-SCAN-MONTH    PIC 9(02).
               10  WS-SCAN-DAY      PIC 9(02).
           05  WS-LEAP-REMAINDER    PIC 9(04) COMP VALUE ZERO.
           05  WS-LEAP-WORK         PIC 9(04) COMP VALUE ZERO.
           05  WS-LEAP-FLAG         PIC X(01)      VALUE 'N'.
               88  SCAN-LEAP-YEAR   VALUE 'Y'.

       01  WS-PAGE-FIELDS.
           05  WS-PAGE-NUM           PIC 9(03) COMP VALUE ZERO.
           05  WS-LINES-ON-PAGE      PIC 9(03) COMP VALUE ZERO.
           05  WS-PONUMBER-PATH      PIC X(80) VALUE SPACES.
           05  WS-PARM-PATH          PIC X(80) VALUE SPACES.
           05  WS-REGISTER-PATH      PIC X(80) VALUE SPACES.
           05  WS-XFERSTAGE-PATH     PIC X(80) VALUE SPACES.
           05  WS-UOMCONV-PATH       PIC X(80) VALUE SPACES.
           05  WS-ITEMMAST-PATH      PIC X(80) VALUE SPACES.
           05  WS-ITEMSUPR-PATH      PIC X(80) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  RH-TITLE.
               10  FILLER          PIC X(25)     VALUE 'VENDOR NAME'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE 'QUANTITY'.
               10  FILLER          PIC X(2)      VALUE SPACES.
               10  FILLER          PIC X(9)      VALUE 'UNIT COST'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(13)     VALUE
                   '  EXT. VALUE '.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE 'ORDERED'.
               10  FILLER          PIC X(3)      VALUE SPACES.
               10  FILLER          PIC X(8)      VALUE 'PROMISED'.
               10  FILLER          PIC X(3)      VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  DL-VENDOR-NAME      PIC X(25).
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  DL-QUANTITY         PIC ZZ,ZZ9.
           05  FILLER              PIC X(3)      VALUE SPACES.
      *****************************************************************
      * DL-PRICED-AREA CARRIES A CUT PO'S COST, VALUE AND DATES. A    *
      * SUGGESTION NO PO COULD BE CUT FOR HAS NONE OF THOSE, SO ITS   *
      * NOTE IS PRINTED OVER THE SAME COLUMNS (DL-NOTE-AREA).         *
      *****************************************************************
           05  DL-PRICED-AREA.
               10  DL-UNIT-COST    PIC ZZ,ZZ9.99.
               10  FILLER          PIC X(3).
               10  DL-EXT-VALUE    PIC ZZ,ZZZ,ZZ9.99.
               10  FILLER          PIC X(3).
               10  DL-ORDER-DATE   PIC X(8).
               10  FILLER          PIC X(3).
               10  DL-PROMISED-DATE PIC X(8).
           05  DL-NOTE-AREA        REDEFINES DL-PRICED-AREA.
               10  DL-NOTE         PIC X(24).
               10  FILLER          PIC X(23).
           05  FILLER              PIC X(3)      VALUE SPACES.

      *****************************************************************
      * WS-PURCH-UNIT-LINE: PRINTED UNDER A PO ROUNDED TO WHOLE       *
      * PURCHASE UNITS - THE ORDER AS THE VENDOR WILL SEE IT.         *
      *****************************************************************
       01  WS-PURCH-UNIT-LINE.
           05  FILLER              PIC X(17)     VALUE SPACES.
           05  FILLER              PIC X(14)     VALUE
               '** ORDERED AS '.
           05  PUL-PURCH-QTY       PIC ZZ,ZZ9.
           05  FILLER              PIC X(01)     VALUE SPACE.
           05  PUL-PURCH-UOM       PIC X(03).
           05  FILLER              PIC X(04)     VALUE ' OF '.
           05  PUL-UNITS-PER       PIC ZZ,ZZ9.
           05  FILLER              PIC X(01)     VALUE SPACE.
           05  PUL-STOCK-UOM-1     PIC X(03).
           05  FILLER              PIC X(03)     VALUE ' = '.
           05  PUL-STOCK-QTY       PIC ZZ,ZZ9.
           05  FILLER              PIC X(01)     VALUE SPACE.
           05  PUL-STOCK-UOM-2     PIC X(03).
           05  FILLER              PIC X(13)     VALUE
               '  (SUGGESTED '.
           05  PUL-SUGGESTED-QTY   PIC ZZ,ZZ9.
           05  FILLER              PIC X(01)     VALUE ')'.
           05  FILLER              PIC X(44)     VALUE SPACES.

      *****************************************************************
      * WS-ROLL-UP-LINE: PRINTED UNDER A SUCCESSOR'S SUGGESTION THAT  *
      * CARRIES SHORTFALLS ROLLED FORWARD FROM SUPERSEDED CODES.      *
      *****************************************************************
       01  WS-ROLL-UP-LINE.
           05  FILLER              PIC X(17)     VALUE SPACES.
           05  FILLER              PIC X(12)     VALUE
               '** INCLUDES '.
           05  RUL-ROLLED-QTY      PIC ZZ,ZZ9.
           05  FILLER              PIC X(32)     VALUE
               ' ROLLED UP FROM SUPERSEDED CODES'.
           05  FILLER              PIC X(65)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  SL-COUNT-OUT        PIC ZZ,ZZ9.
           05  FILLER              PIC X(91)     VALUE SPACES.

       01  WS-VALUE-SUMMARY-LINE.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  VSL-LABEL           PIC X(30).
           05  VSL-VALUE-OUT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(80)     VALUE SPACES.

       77  WS-CHAIN-RUN-DATE        PIC X(08)      VALUE SPACES.

       PROCEDURE DIVISION.
               THRU 040-LOAD-VENDOR-MASTER-EXIT.
           PERFORM 045-LOAD-ITEMVEND-XREF
               THRU 045-LOAD-ITEMVEND-XREF-EXIT.
           PERFORM 047-LOAD-UOM-CONVERSIONS
               THRU 047-LOAD-UOM-CONVERSIONS-EXIT.
           PERFORM 055-READ-PO-NUMBER-CONTROL
               THRU 055-READ-PO-NUMBER-CONTROL-EXIT.
           PERFORM 050-LOAD-STAGED-TRANSFERS
               THRU 050-LOAD-STAGED-TRANSFERS-EXIT.
           PERFORM 042-LOAD-SUPERSESSIONS
               THRU 042-LOAD-SUPERSESSIONS-EXIT.
           PERFORM 065-ROLL-UP-SUPERSEDED
               THRU 065-ROLL-UP-SUPERSEDED-EXIT.

           OPEN I-O INVENTORY-MASTER.
           IF WS-INVENTORY-STATUS NOT = '00'
               GOBACK.
           PERFORM 072-OPEN-PO-MASTER
               THRU 072-OPEN-PO-MASTER-EXIT.
           OPEN INPUT ITEMMAST-FILE.
           IF WS-ITEMMAST-STATUS = '00'
               MOVE 'Y' TO WS-ITEMMAST-OPEN-FLAG
           ELSE
               DISPLAY 'NO INDEXED ITEM MASTER - STOCK UNITS PRINT '
                   'AS STK'.
           OPEN OUTPUT REGISTER-FILE.
           PERFORM 100-WRITE-HEADERS THRU 100-WRITE-HEADERS-EXIT.

           PERFORM 200-CHECK-INVENTORY-RECORD
               UNTIL INV-EOF.
           PERFORM 305-LIST-UNUSED-ROLLS
               THRU 305-LIST-UNUSED-ROLLS-EXIT.

           PERFORM 300-WRITE-SUMMARY
               THRU 300-WRITE-SUMMARY-EXIT.
           CLOSE INVENTORY-MASTER
                 POMAST-FILE
                 REGISTER-FILE.
           IF ITEMMAST-OPEN
               CLOSE ITEMMAST-FILE.
           PERFORM 650-REWRITE-PO-NUMBER-CONTROL
               THRU 650-REWRITE-PO-NUMBER-CONTROL-EXIT.

           DISPLAY 'POGEN: ITEMS READ        : ' WS-ITEMS-READ.
           DISPLAY 'POGEN: POS CUT           : ' WS-POS-CUT.
           DISPLAY 'POGEN: NO VENDOR/ON HOLD : ' WS-NO-VENDOR-COUNT.
           DISPLAY 'POGEN: IN PURCHASE UNITS : ' WS-PURCH-ROUNDED-COUNT.
           DISPLAY 'POGEN: ROLLED TO SUCCESSOR: ' WS-ROLLED-COUNT.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'POGEN: PO GENERATION RUN ENDED'.
           GOBACK.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/PO.REGISTER' DELIMITED BY SIZE
               INTO WS-REGISTER-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/XFER.STAGED' DELIMITED BY SIZE
               INTO WS-XFERSTAGE-PATH.
           STRING WS-DATA-DIR DELIMITED BY SPACE
                   '/UOMCONV' DELIMITED BY SIZE
               INTO WS-UOMCONV-PATH.
           ACCEPT WS-ITEMMAST-PATH
               FROM ENVIRONMENT 'PROJ6_ITEMMAST_PATH'.
           IF WS-ITEMMAST-PATH = SPACES
               MOVE
                 '../project-002-table-processing/data/ITEMMAST.IDX'
                   TO WS-ITEMMAST-PATH.
           ACCEPT WS-ITEMSUPR-PATH
               FROM ENVIRONMENT 'PROJ6_ITEMSUPR_PATH'.
           IF WS-ITEMSUPR-PATH = SPACES
               MOVE '../project-002-table-processing/data/ITEMSUPR'
                   TO WS-ITEMSUPR-PATH.
       005-RESOLVE-DATA-PATHS-EXIT.
           EXIT.

                       ELSE
                           MOVE 'A' TO WS-VEND-STATUS (WS-VEND-COUNT)
                       END-IF
                       IF VD-LEAD-DAYS IS NUMERIC
                           MOVE VD-LEAD-DAYS TO
                               WS-VEND-LEAD-DAYS (WS-VEND-COUNT)
                       ELSE
                           MOVE ZERO TO
                               WS-VEND-LEAD-DAYS (WS-VEND-COUNT)
                       END-IF
                   ELSE
                       DISPLAY 'WARNING: VENDOR TABLE FULL - '
                           VD-VENDOR-CODE ' NOT LOADED'.
                           WS-XREF-ITEM-CODE (WS-XREF-COUNT)
                       MOVE IV-VENDOR-CODE TO
                           WS-XREF-VENDOR-CODE (WS-XREF-COUNT)
                       IF IV-UNIT-COST IS NUMERIC
                           MOVE IV-UNIT-COST TO
                               WS-XREF-UNIT-COST (WS-XREF-COUNT)
                       ELSE
                           MOVE ZERO TO
                               WS-XREF-UNIT-COST (WS-XREF-COUNT)
                       END-IF
                       MOVE IV-PREFERRED-FLAG TO
                           WS-XREF-PREF-FLAG (WS-XREF-COUNT)
                   ELSE
                       DISPLAY 'WARNING: ITEMVEND TABLE FULL - '
                           IV-ITEM-CODE ' NOT LOADED'.

      *****************************************************************
      * 047-LOAD-UOM-CONVERSIONS: LOADS THE PURCHASE UNIT             *
      * CONVERSIONS. UOMCONV MUST ALREADY BE SORTED BY ITEM CODE AND  *
      * VENDOR. A LINE WITH NO UNITS PER PURCHASE UNIT IS SKIPPED.    *
      *****************************************************************
       047-LOAD-UOM-CONVERSIONS.
           OPEN INPUT UOMCONV-FILE.
           IF WS-UOMCONV-STATUS NOT = '00'
               DISPLAY 'NO UOMCONV FILE FOUND - POS CUT IN STOCK UNITS'
               MOVE 'Y' TO WS-UOMCONV-EOF-FLAG
           ELSE
               PERFORM 048-LOAD-ONE-UOM-CONVERSION
                   UNTIL UOMCONV-EOF
               CLOSE UOMCONV-FILE.
       047-LOAD-UOM-CONVERSIONS-EXIT.
           EXIT.

       048-LOAD-ONE-UOM-CONVERSION.
           READ UOMCONV-FILE
               AT END
                   MOVE 'Y' TO WS-UOMCONV-EOF-FLAG
               NOT AT END
                   IF UC-UNITS-PER IS NOT NUMERIC
                           OR UC-UNITS-PER = ZERO
                       DISPLAY 'WARNING: UOMCONV LINE ' UC-ITEM-CODE
                           ' ' UC-VENDOR-CODE ' HAS NO UNITS - SKIPPED'
                   ELSE IF WS-UOMC-COUNT < 500
                       ADD 1 TO WS-UOMC-COUNT
                       MOVE UC-ITEM-CODE TO
                           WS-UOMC-ITEM-CODE (WS-UOMC-COUNT)
                       MOVE UC-VENDOR-CODE TO
                           WS-UOMC-VENDOR-CODE (WS-UOMC-COUNT)
                       MOVE UC-PURCH-UOM TO
                           WS-UOMC-PURCH-UOM (WS-UOMC-COUNT)
                       MOVE UC-UNITS-PER TO
                           WS-UOMC-UNITS-PER (WS-UOMC-COUNT)
                   ELSE
                       DISPLAY 'WARNING: UOMCONV TABLE FULL - '
                           UC-ITEM-CODE ' ' UC-VENDOR-CODE
                           ' NOT LOADED'.

      *****************************************************************
      * 042-LOAD-SUPERSESSIONS: LOADS PROJ2'S SUPERSESSION CROSS-     *
      * REFERENCE AND FOLLOWS EACH CHAIN TO ITS LAST LINK.            *
      *****************************************************************
       042-LOAD-SUPERSESSIONS.
           OPEN INPUT ITEMSUPR-FILE.
           IF WS-ITEMSUPR-STATUS NOT = '00'
               DISPLAY 'NO ITEMSUPR FILE FOUND - NO ITEMS SUPERSEDED'
               GO TO 042-LOAD-SUPERSESSIONS-EXIT.
           PERFORM 043-LOAD-ONE-SUPERSESSION
               UNTIL ITEMSUPR-EOF.
           CLOSE ITEMSUPR-FILE.
           MOVE ZERO TO WS-SUPR-SUB.
           PERFORM 044-RESOLVE-ONE-CHAIN
               THRU 044-RESOLVE-ONE-CHAIN-EXIT
               WS-SUPR-COUNT TIMES.
       042-LOAD-SUPERSESSIONS-EXIT.
           EXIT.

       043-LOAD-ONE-SUPERSESSION.
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
      * 044-RESOLVE-ONE-CHAIN: WALKS FROM THE NEXT ENTRY'S SUCCESSOR  *
      * TO THE CODE THAT HAS NOT BEEN REPLACED. A WALK LONGER THAN    *
      * THE TABLE CAN ONLY BE GOING ROUND A LOOP, AND LEAVES THE      *
      * FINAL ITEM BLANK.                                             *
      *****************************************************************
       044-RESOLVE-ONE-CHAIN.
           ADD 1 TO WS-SUPR-SUB.
           MOVE WS-SUPR-NEW-ITEM (WS-SUPR-SUB) TO WS-SUPR-WALK-CODE.
           MOVE ZERO TO WS-SUPR-HOPS.
           MOVE 'Y' TO WS-SUPR-LINK-FLAG.
           PERFORM 049-FOLLOW-ONE-LINK
               THRU 049-FOLLOW-ONE-LINK-EXIT
               UNTIL NOT SUPR-LINK-FOUND
                   OR WS-SUPR-HOPS > WS-SUPR-COUNT.
           IF SUPR-LINK-FOUND
               DISPLAY 'WARNING: SUPERSESSION LOOP FROM '
                   WS-SUPR-OLD-ITEM (WS-SUPR-SUB) ' - NOT USED'
           ELSE
               MOVE WS-SUPR-WALK-CODE TO
                   WS-SUPR-FINAL-ITEM (WS-SUPR-SUB).
       044-RESOLVE-ONE-CHAIN-EXIT.
           EXIT.

       049-FOLLOW-ONE-LINK.
           ADD 1 TO WS-SUPR-HOPS.
           MOVE 'N' TO WS-SUPR-LINK-FLAG.
           SET WS-SUPR-IDX TO 1.
           SEARCH WS-SUPR-ENTRY
               WHEN WS-SUPR-OLD-ITEM (WS-SUPR-IDX) = WS-SUPR-WALK-CODE
                   MOVE 'Y' TO WS-SUPR-LINK-FLAG
                   MOVE WS-SUPR-NEW-ITEM (WS-SUPR-IDX)
                       TO WS-SUPR-WALK-CODE
           END-SEARCH.
       049-FOLLOW-ONE-LINK-EXIT.
           EXIT.

      *****************************************************************
      * 050-LOAD-STAGED-TRANSFERS: TOTALS THE 'T' RECORDS XFERSUG     *
      * STAGED BY ITEM AND TO-LOCATION.                               *
      *****************************************************************
       050-LOAD-STAGED-TRANSFERS.
           OPEN INPUT XFERSTAGE-FILE.
           IF WS-XFERSTAGE-STATUS NOT = '00'
               DISPLAY 'NO STAGED TRANSFERS - FULL SHORTFALLS ORDERED'
               MOVE 'Y' TO WS-XFERSTAGE-EOF-FLAG
           ELSE
               PERFORM 051-LOAD-ONE-TRANSFER
                   THRU 051-LOAD-ONE-TRANSFER-EXIT
                   UNTIL XFERSTAGE-EOF
               CLOSE XFERSTAGE-FILE.
       050-LOAD-STAGED-TRANSFERS-EXIT.
           EXIT.

       051-LOAD-ONE-TRANSFER.
           READ XFERSTAGE-FILE
               AT END
                   MOVE 'Y' TO WS-XFERSTAGE-EOF-FLAG
                   GO TO 051-LOAD-ONE-TRANSFER-EXIT
           END-READ.
           IF XS-TRANS-TYPE NOT = 'T' OR XS-QUANTITY IS NOT NUMERIC
               GO TO 051-LOAD-ONE-TRANSFER-EXIT.
           SET WS-INB-IDX TO 1.
           SEARCH WS-INB-ENTRY
               AT END
                   IF WS-INB-COUNT < 500
                       ADD 1 TO WS-INB-COUNT
                       MOVE XS-ITEM-CODE TO
                           WS-INB-ITEM-CODE (WS-INB-COUNT)
                       MOVE XS-TO-LOC TO WS-INB-LOC-CODE (WS-INB-COUNT)
                       MOVE XS-QUANTITY TO WS-INB-QTY (WS-INB-COUNT)
                   ELSE
                       DISPLAY 'WARNING: TRANSFER TABLE FULL - '
                           XS-ITEM-CODE ' NOT LOADED'
                   END-IF
               WHEN WS-INB-ITEM-CODE (WS-INB-IDX) = XS-ITEM-CODE
                       AND WS-INB-LOC-CODE (WS-INB-IDX) = XS-TO-LOC
                   ADD XS-QUANTITY TO WS-INB-QTY (WS-INB-IDX)
           END-SEARCH.
       051-LOAD-ONE-TRANSFER-EXIT.
           EXIT.

      *****************************************************************
      * 055-READ-PO-NUMBER-CONTROL: READS THE LAST PO NUMBER          *
      * ASSIGNED. A MISSING OR EMPTY CONTROL FILE STARTS THE          *
      * THE FIRST-EVER RUN WITH THE SAME OPEN OUTPUT BOOTSTRAP PROJ6  *
      * USES FOR INVENTORY-MASTER.                                    *
      *****************************************************************
      *****************************************************************
      * 065-ROLL-UP-SUPERSEDED: A PASS OVER THE INVENTORY MASTER      *
      * AHEAD OF THE MAIN ONE, TOTALLING THE SHORTFALL OF EVERY       *
      * SUPERSEDED POSITION AT ITS REORDER POINT INTO WS-ROLL-TABLE   *
      * UNDER ITS SUCCESSOR AND LOCATION.                             *
      *****************************************************************
       065-ROLL-UP-SUPERSEDED.
           IF WS-SUPR-COUNT = ZERO
               GO TO 065-ROLL-UP-SUPERSEDED-EXIT.
           OPEN INPUT INVENTORY-MASTER.
           IF WS-INVENTORY-STATUS NOT = '00'
               GO TO 065-ROLL-UP-SUPERSEDED-EXIT.
           PERFORM 066-ROLL-ONE-POSITION
               THRU 066-ROLL-ONE-POSITION-EXIT
               UNTIL INV-EOF.
           CLOSE INVENTORY-MASTER.
           MOVE 'N' TO WS-INV-EOF-FLAG.
       065-ROLL-UP-SUPERSEDED-EXIT.
           EXIT.

       066-ROLL-ONE-POSITION.
           READ INVENTORY-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INV-EOF-FLAG
                   GO TO 066-ROLL-ONE-POSITION-EXIT
           END-READ.
           IF INV-REORDER-POINT = ZERO
                   OR INV-QTY-ON-HAND > INV-REORDER-POINT
               GO TO 066-ROLL-ONE-POSITION-EXIT.
           PERFORM 210-FIND-SUPERSESSION
               THRU 210-FIND-SUPERSESSION-EXIT.
           IF WS-ROLL-SUCCESSOR = SPACES
               GO TO 066-ROLL-ONE-POSITION-EXIT.
           COMPUTE WS-SUGGESTED-QTY =
               INV-REORDER-POINT - INV-QTY-ON-HAND
               - INV-QTY-ON-ORDER.
           IF WS-SUGGESTED-QTY NOT > ZERO
               GO TO 066-ROLL-ONE-POSITION-EXIT.
           ADD WS-SUGGESTED-QTY TO WS-ROLLED-TOTAL-QTY.
           SET WS-ROLL-IDX TO 1.
           SEARCH WS-ROLL-ENTRY
               AT END
                   IF WS-ROLL-COUNT < 500
                       ADD 1 TO WS-ROLL-COUNT
                       MOVE WS-ROLL-SUCCESSOR TO
                           WS-ROLL-ITEM-CODE (WS-ROLL-COUNT)
                       MOVE INV-LOC-CODE TO
                           WS-ROLL-LOC-CODE (WS-ROLL-COUNT)
                       MOVE WS-SUGGESTED-QTY TO
                           WS-ROLL-QTY (WS-ROLL-COUNT)
                       MOVE 'N' TO WS-ROLL-USED (WS-ROLL-COUNT)
                   ELSE
                       DISPLAY 'WARNING: ROLL-UP TABLE FULL - '
                           INV-ITEM-CODE ' NOT ROLLED'
                   END-IF
               WHEN WS-ROLL-ITEM-CODE (WS-ROLL-IDX) = WS-ROLL-SUCCESSOR
                       AND WS-ROLL-LOC-CODE (WS-ROLL-IDX) = INV-LOC-CODE
                   ADD WS-SUGGESTED-QTY TO WS-ROLL-QTY (WS-ROLL-IDX)
           END-SEARCH.
       066-ROLL-ONE-POSITION-EXIT.
           EXIT.

       072-OPEN-PO-MASTER.
           OPEN I-O POMAST-FILE.
           IF WS-POMAST-STATUS = '05' OR WS-POMAST-STATUS = '35'
                   MOVE 'Y' TO WS-INV-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   PERFORM 210-FIND-SUPERSESSION
                       THRU 210-FIND-SUPERSESSION-EXIT
                   IF WS-ROLL-SUCCESSOR NOT = SPACES
                       PERFORM 212-NOTE-ROLLED-POSITION
                           THRU 212-NOTE-ROLLED-POSITION-EXIT
                   ELSE
                       PERFORM 214-FIND-ROLLED-QTY
                           THRU 214-FIND-ROLLED-QTY-EXIT
                       IF (INV-REORDER-POINT > ZERO
                               AND INV-QTY-ON-HAND NOT >
                                   INV-REORDER-POINT)
                               OR WS-ROLLED-QTY > ZERO
                           PERFORM 220-CUT-ONE-PO
                               THRU 220-CUT-ONE-PO-EXIT
                           IF WS-ROLLED-QTY > ZERO
                               PERFORM 216-PRINT-ROLL-UP
                                   THRU 216-PRINT-ROLL-UP-EXIT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * 210-FIND-SUPERSESSION: LEAVES THE LAST LINK OF THE ITEM'S     *
      * SUPERSESSION CHAIN IN WS-ROLL-SUCCESSOR, OR SPACES WHEN THE   *
      * ITEM HAS NOT BEEN SUPERSEDED.                                 *
      *****************************************************************
       210-FIND-SUPERSESSION.
           MOVE SPACES TO WS-ROLL-SUCCESSOR.
           IF WS-SUPR-COUNT = ZERO
               GO TO 210-FIND-SUPERSESSION-EXIT.
           SET WS-SUPR-IDX TO 1.
           SEARCH WS-SUPR-ENTRY
               WHEN WS-SUPR-OLD-ITEM (WS-SUPR-IDX) = INV-ITEM-CODE
                   MOVE WS-SUPR-FINAL-ITEM (WS-SUPR-IDX)
                       TO WS-ROLL-SUCCESSOR
           END-SEARCH.
       210-FIND-SUPERSESSION-EXIT.
           EXIT.

      *****************************************************************
      * 212-NOTE-ROLLED-POSITION: A SUPERSEDED POSITION IS NEVER      *
      * ORDERED. WHEN IT IS SHORT, THE REGISTER SHOWS WHERE THE       *
      * SHORTFALL WENT INSTEAD.                                       *
      *****************************************************************
       212-NOTE-ROLLED-POSITION.
           IF INV-REORDER-POINT = ZERO
                   OR INV-QTY-ON-HAND > INV-REORDER-POINT
               GO TO 212-NOTE-ROLLED-POSITION-EXIT.
           COMPUTE WS-SUGGESTED-QTY =
               INV-REORDER-POINT - INV-QTY-ON-HAND
               - INV-QTY-ON-ORDER.
           IF WS-SUGGESTED-QTY NOT > ZERO
               GO TO 212-NOTE-ROLLED-POSITION-EXIT.
           ADD 1 TO WS-ROLLED-COUNT.
           MOVE SPACES TO DL-PO-NUMBER.
           MOVE INV-ITEM-CODE TO DL-ITEM-CODE.
           MOVE INV-LOC-CODE TO DL-LOC-CODE.
           MOVE SPACES TO DL-VENDOR-CODE.
           MOVE SPACES TO DL-VENDOR-NAME.
           MOVE WS-SUGGESTED-QTY TO DL-QUANTITY.
           MOVE SPACES TO DL-NOTE-AREA.
           STRING '** ROLLED TO ' WS-ROLL-SUCCESSOR
                   DELIMITED BY SIZE
               INTO DL-NOTE.
           MOVE WS-DETAIL-LINE TO REGISTER-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
       212-NOTE-ROLLED-POSITION-EXIT.
           EXIT.

      *****************************************************************
      * 214-FIND-ROLLED-QTY: PICKS UP THE SHORTFALL ROLLED FORWARD TO *
      * THIS POSITION FROM SUPERSEDED CODES, MARKING IT TAKEN.        *
      *****************************************************************
       214-FIND-ROLLED-QTY.
           MOVE ZERO TO WS-ROLLED-QTY.
           IF WS-ROLL-COUNT = ZERO
               GO TO 214-FIND-ROLLED-QTY-EXIT.
           SET WS-ROLL-IDX TO 1.
           SEARCH WS-ROLL-ENTRY
               WHEN WS-ROLL-ITEM-CODE (WS-ROLL-IDX) = INV-ITEM-CODE
                       AND WS-ROLL-LOC-CODE (WS-ROLL-IDX) = INV-LOC-CODE
                   MOVE WS-ROLL-QTY (WS-ROLL-IDX) TO WS-ROLLED-QTY
                   MOVE 'Y' TO WS-ROLL-USED (WS-ROLL-IDX)
           END-SEARCH.
       214-FIND-ROLLED-QTY-EXIT.
           EXIT.

      *****************************************************************
      * 216-PRINT-ROLL-UP: NOTES UNDER THE SUCCESSOR'S LINE HOW MUCH  *
      * OF ITS SUGGESTION CAME FROM SUPERSEDED CODES.                 *
      *****************************************************************
       216-PRINT-ROLL-UP.
           MOVE WS-ROLLED-QTY TO RUL-ROLLED-QTY.
           MOVE WS-ROLL-UP-LINE TO REGISTER-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
       216-PRINT-ROLL-UP-EXIT.
           EXIT.

      *****************************************************************
      * 220-CUT-ONE-PO: WORKS OUT THE SUGGESTED ORDER QUANTITY THE    *
      * WAY REORDRPT DOES (BRING ON-HAND PLUS ON-ORDER BACK UP TO     *
      * THE REORDER POINT), TAKES OFF ANY TRANSFER STAGED INTO THE    *
      * POSITION (A SHORTFALL A TRANSFER COVERS IN FULL IS PRINTED    *
      * BUT NOT ORDERED), AND WHEN THERE IS ANYTHING LEFT TO COVER    *
      * ASSIGNS THE NEXT PO NUMBER, WRITES THE OPEN PO, RAISES THE    *
      * ITEM'S ON-ORDER QUANTITY, AND PRINTS THE REGISTER LINE.       *
      * SHORTFALLS ROLLED FORWARD FROM SUPERSEDED CODES ARE ADDED ON  *
      * TOP OF THE POSITION'S OWN.                                    *
      *****************************************************************
       220-CUT-ONE-PO.
           COMPUTE WS-SUGGESTED-QTY =
               INV-REORDER-POINT - INV-QTY-ON-HAND
               - INV-QTY-ON-ORDER.
           IF WS-SUGGESTED-QTY < ZERO
               MOVE ZERO TO WS-SUGGESTED-QTY.
           ADD WS-ROLLED-QTY TO WS-SUGGESTED-QTY.
           IF WS-SUGGESTED-QTY NOT > ZERO
               GO TO 220-CUT-ONE-PO-EXIT.
           PERFORM 225-TAKE-OFF-TRANSFERS
               THRU 225-TAKE-OFF-TRANSFERS-EXIT.
           IF WS-SUGGESTED-QTY NOT > ZERO
               GO TO 220-CUT-ONE-PO-EXIT.
           PERFORM 230-FIND-ITEM-VENDOR
               MOVE SPACES TO DL-VENDOR-CODE
               MOVE SPACES TO DL-VENDOR-NAME
               MOVE WS-SUGGESTED-QTY TO DL-QUANTITY
               MOVE SPACES TO DL-NOTE-AREA
               MOVE '** NO VENDOR ON FILE ** ' TO DL-NOTE
               MOVE WS-DETAIL-LINE TO REGISTER-RECORD
               PERFORM 280-EMIT-REPORT-LINE
                   TO DL-VENDOR-CODE
               MOVE SPACES TO DL-VENDOR-NAME
               MOVE WS-SUGGESTED-QTY TO DL-QUANTITY
               MOVE SPACES TO DL-NOTE-AREA
               MOVE '** VENDOR NOT USABLE ** ' TO DL-NOTE
               MOVE WS-DETAIL-LINE TO REGISTER-RECORD
               PERFORM 280-EMIT-REPORT-LINE
           MOVE INV-ITEM-CODE TO PO-ITEM-CODE.
           MOVE INV-LOC-CODE TO PO-LOC-CODE.
           MOVE WS-XREF-VENDOR-CODE (WS-XREF-IDX) TO PO-VENDOR-CODE.
           PERFORM 236-ROUND-TO-PURCH-UNITS
               THRU 236-ROUND-TO-PURCH-UNITS-EXIT.
           MOVE WS-SUGGESTED-QTY TO PO-QUANTITY.
           MOVE WS-RUN-DATE-TEXT TO PO-ORDER-DATE.
           MOVE 'O' TO PO-STATUS.
           MOVE ZERO TO PO-QTY-RECEIVED.
           MOVE WS-XREF-UNIT-COST (WS-XREF-IDX) TO PO-UNIT-COST.
           PERFORM 240-SET-PROMISED-DATE
               THRU 240-SET-PROMISED-DATE-EXIT.
           MOVE SPACES TO PO-RECEIVED-DATE.
           WRITE PO-RECORD
               INVALID KEY
                   DISPLAY 'POGEN ERROR: DUPLICATE PO NUMBER '
           END-WRITE.
           ADD 1 TO WS-POS-CUT.
           ADD WS-SUGGESTED-QTY TO WS-QTY-ORDERED.
           COMPUTE WS-EXTENDED-VALUE = PO-QUANTITY * PO-UNIT-COST.
           ADD WS-EXTENDED-VALUE TO WS-VALUE-ORDERED.
           IF NOT PREFERRED-CHOSEN
               ADD 1 TO WS-FALLBACK-COUNT.
           ADD WS-SUGGESTED-QTY TO INV-QTY-ON-ORDER.
           REWRITE INV-RECORD.

           MOVE PO-VENDOR-CODE TO DL-VENDOR-CODE.
           MOVE WS-VEND-NAME (WS-VEND-IDX) TO DL-VENDOR-NAME.
           MOVE PO-QUANTITY TO DL-QUANTITY.
           MOVE SPACES TO DL-PRICED-AREA.
           MOVE PO-UNIT-COST TO DL-UNIT-COST.
           MOVE WS-EXTENDED-VALUE TO DL-EXT-VALUE.
           MOVE PO-ORDER-DATE TO DL-ORDER-DATE.
           MOVE PO-PROMISED-DATE TO DL-PROMISED-DATE.
           MOVE WS-DETAIL-LINE TO REGISTER-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
           IF ORDERED-IN-PURCH-UNITS
               ADD 1 TO WS-PURCH-ROUNDED-COUNT
               PERFORM 238-PRINT-PURCH-UNITS
                   THRU 238-PRINT-PURCH-UNITS-EXIT.
       220-CUT-ONE-PO-EXIT.
           EXIT.

      *****************************************************************
      * 225-TAKE-OFF-TRANSFERS: REDUCES THE SUGGESTED QUANTITY BY     *
      * WHAT IS STAGED TO ARRIVE BY TRANSFER. WHEN THAT COVERS IT ALL *
      * THE POSITION IS PRINTED WITH A NOTE AND NO PO IS CUT.         *
      *****************************************************************
       225-TAKE-OFF-TRANSFERS.
           MOVE ZERO TO WS-INBOUND-QTY.
           IF WS-INB-COUNT = ZERO
               GO TO 225-TAKE-OFF-TRANSFERS-EXIT.
           SET WS-INB-IDX TO 1.
           SEARCH WS-INB-ENTRY
               AT END
                   GO TO 225-TAKE-OFF-TRANSFERS-EXIT
               WHEN WS-INB-ITEM-CODE (WS-INB-IDX) = INV-ITEM-CODE
                       AND WS-INB-LOC-CODE (WS-INB-IDX) = INV-LOC-CODE
                   MOVE WS-INB-QTY (WS-INB-IDX) TO WS-INBOUND-QTY
           END-SEARCH.
           IF WS-INBOUND-QTY NOT < WS-SUGGESTED-QTY
               ADD 1 TO WS-XFER-COVERED-COUNT
               ADD WS-SUGGESTED-QTY TO WS-XFER-QTY-APPLIED
               MOVE SPACES TO DL-PO-NUMBER
               MOVE INV-ITEM-CODE TO DL-ITEM-CODE
               MOVE INV-LOC-CODE TO DL-LOC-CODE
               MOVE SPACES TO DL-VENDOR-CODE
               MOVE SPACES TO DL-VENDOR-NAME
               MOVE WS-SUGGESTED-QTY TO DL-QUANTITY
               MOVE SPACES TO DL-NOTE-AREA
               MOVE '** TRANSFER COVERS IT **' TO DL-NOTE
               MOVE WS-DETAIL-LINE TO REGISTER-RECORD
               PERFORM 280-EMIT-REPORT-LINE
                   THRU 280-EMIT-REPORT-LINE-EXIT
               MOVE ZERO TO WS-SUGGESTED-QTY
               GO TO 225-TAKE-OFF-TRANSFERS-EXIT.
           ADD 1 TO WS-XFER-REDUCED-COUNT.
           ADD WS-INBOUND-QTY TO WS-XFER-QTY-APPLIED.
           SUBTRACT WS-INBOUND-QTY FROM WS-SUGGESTED-QTY.
       225-TAKE-OFF-TRANSFERS-EXIT.
           EXIT.

      *****************************************************************
      * 230-FIND-ITEM-VENDOR: LOOKS THE ITEM UP ON THE CROSS-         *
      * REFERENCE AND CHOOSES WHICH OF ITS VENDORS TO BUY FROM: THE   *
      * PREFERRED VENDOR WHILE IT IS ACTIVE ON THE VENDOR MASTER,     *
      * OTHERWISE THE CHEAPEST OTHER ACTIVE VENDOR. XREF-FOUND SAYS   *
      * THE ITEM HAS ANY VENDOR AT ALL; VENDOR-FOUND SAYS ONE OF THEM *
      * CAN BE USED, WITH WS-XREF-IDX AND WS-VEND-IDX ON IT. WHEN     *
      * NONE CAN, WS-XREF-IDX IS LEFT ON THE PREFERRED (OR FIRST)     *
      * VENDOR FOR THE REGISTER LINE.                                 *
      *****************************************************************
       230-FIND-ITEM-VENDOR.
           MOVE 'N' TO WS-XREF-FOUND-FLAG.
           MOVE 'N' TO WS-VEND-FOUND-FLAG.
           MOVE 'N' TO WS-PREF-CHOSEN-FLAG.
           IF WS-XREF-COUNT = ZERO
               GO TO 230-FIND-ITEM-VENDOR-EXIT.
           SET WS-XREF-IDX TO 1.
                   MOVE 'Y' TO WS-XREF-FOUND-FLAG.
           IF NOT XREF-FOUND
               GO TO 230-FIND-ITEM-VENDOR-EXIT.
           SET WS-XREF-SUB TO WS-XREF-IDX.
           MOVE 'N' TO WS-XREF-WALK-FLAG.
           PERFORM 232-BACK-TO-FIRST-VENDOR
               THRU 232-BACK-TO-FIRST-VENDOR-EXIT
               UNTIL XREF-WALK-DONE.
           MOVE WS-XREF-SUB TO WS-FIRST-XREF-SUB.
           MOVE ZERO TO WS-PREF-XREF-SUB.
           MOVE ZERO TO WS-BEST-XREF-SUB.
           MOVE 'N' TO WS-XREF-WALK-FLAG.
           PERFORM 234-WEIGH-ONE-VENDOR
               THRU 234-WEIGH-ONE-VENDOR-EXIT
               UNTIL XREF-WALK-DONE.
           IF WS-BEST-XREF-SUB > ZERO
               SET WS-XREF-IDX TO WS-BEST-XREF-SUB
               SET WS-VEND-IDX TO WS-BEST-VEND-IDX
               MOVE 'Y' TO WS-VEND-FOUND-FLAG
           ELSE IF WS-PREF-XREF-SUB > ZERO
               SET WS-XREF-IDX TO WS-PREF-XREF-SUB
           ELSE
               SET WS-XREF-IDX TO WS-FIRST-XREF-SUB.
       230-FIND-ITEM-VENDOR-EXIT.
           EXIT.

      *****************************************************************
      * 232-BACK-TO-FIRST-VENDOR: SEARCH ALL LANDS ON ANY ONE OF THE  *
      * ITEM'S ENTRIES; STEP BACK TO THE FIRST OF THEM.               *
      *****************************************************************
       232-BACK-TO-FIRST-VENDOR.
           IF WS-XREF-SUB = 1
               MOVE 'Y' TO WS-XREF-WALK-FLAG
               GO TO 232-BACK-TO-FIRST-VENDOR-EXIT.
           IF WS-XREF-ITEM-CODE (WS-XREF-SUB - 1) NOT = INV-ITEM-CODE
               MOVE 'Y' TO WS-XREF-WALK-FLAG
               GO TO 232-BACK-TO-FIRST-VENDOR-EXIT.
           SUBTRACT 1 FROM WS-XREF-SUB.
       232-BACK-TO-FIRST-VENDOR-EXIT.
           EXIT.

      *****************************************************************
      * 234-WEIGH-ONE-VENDOR: CHECKS ONE OF THE ITEM'S VENDORS. AN    *
      * ACTIVE PREFERRED VENDOR ENDS THE WALK; ANY OTHER ACTIVE       *
      * VENDOR BECOMES THE CHOICE WHEN IT IS CHEAPER THAN THE BEST    *
      * SEEN SO FAR.                                                  *
      *****************************************************************
       234-WEIGH-ONE-VENDOR.
           IF WS-XREF-SUB > WS-XREF-COUNT
               MOVE 'Y' TO WS-XREF-WALK-FLAG
               GO TO 234-WEIGH-ONE-VENDOR-EXIT.
           IF WS-XREF-ITEM-CODE (WS-XREF-SUB) NOT = INV-ITEM-CODE
               MOVE 'Y' TO WS-XREF-WALK-FLAG
               GO TO 234-WEIGH-ONE-VENDOR-EXIT.
           IF XREF-PREFERRED (WS-XREF-SUB)
               MOVE WS-XREF-SUB TO WS-PREF-XREF-SUB.
           MOVE 'N' TO WS-VEND-FOUND-FLAG.
           IF WS-VEND-COUNT > ZERO
               SET WS-VEND-IDX TO 1
               SEARCH ALL WS-VEND-ENTRY
                   WHEN WS-VEND-CODE (WS-VEND-IDX) =
                           WS-XREF-VENDOR-CODE (WS-XREF-SUB)
                       MOVE 'Y' TO WS-VEND-FOUND-FLAG.
           IF NOT VENDOR-FOUND OR VENDOR-ON-HOLD (WS-VEND-IDX)
               ADD 1 TO WS-XREF-SUB
               GO TO 234-WEIGH-ONE-VENDOR-EXIT.
           IF XREF-PREFERRED (WS-XREF-SUB)
               MOVE WS-XREF-SUB TO WS-BEST-XREF-SUB
               SET WS-BEST-VEND-IDX TO WS-VEND-IDX
               MOVE 'Y' TO WS-PREF-CHOSEN-FLAG
               MOVE 'Y' TO WS-XREF-WALK-FLAG
               GO TO 234-WEIGH-ONE-VENDOR-EXIT.
           IF WS-BEST-XREF-SUB = ZERO
               MOVE WS-XREF-SUB TO WS-BEST-XREF-SUB
               SET WS-BEST-VEND-IDX TO WS-VEND-IDX
           ELSE IF WS-XREF-UNIT-COST (WS-XREF-SUB) <
                   WS-XREF-UNIT-COST (WS-BEST-XREF-SUB)
               MOVE WS-XREF-SUB TO WS-BEST-XREF-SUB
               SET WS-BEST-VEND-IDX TO WS-VEND-IDX.
           ADD 1 TO WS-XREF-SUB.
       234-WEIGH-ONE-VENDOR-EXIT.
           EXIT.

      *****************************************************************
      * 236-ROUND-TO-PURCH-UNITS: WHEN THE CHOSEN VENDOR SELLS THE    *
      * ITEM IN A PURCHASE UNIT, ROUNDS WS-SUGGESTED-QTY UP TO WHOLE  *
      * PURCHASE UNITS, LEAVING THE RESULT IN STOCK UNITS. SHOULD THE *
      * ROUNDING CARRY THE ORDER PAST WHAT A PO QUANTITY HOLDS, ONE   *
      * PURCHASE UNIT LESS IS ORDERED INSTEAD.                        *
      *****************************************************************
       236-ROUND-TO-PURCH-UNITS.
           MOVE 'N' TO WS-PURCH-UNIT-FLAG.
           IF WS-UOMC-COUNT = ZERO
               GO TO 236-ROUND-TO-PURCH-UNITS-EXIT.
           MOVE INV-ITEM-CODE TO WS-UOMC-LOOKUP-ITEM.
           MOVE WS-XREF-VENDOR-CODE (WS-XREF-IDX) TO
               WS-UOMC-LOOKUP-VENDOR.
           SET WS-UOMC-IDX TO 1.
           SEARCH ALL WS-UOMC-ENTRY
               AT END
                   GO TO 236-ROUND-TO-PURCH-UNITS-EXIT
               WHEN WS-UOMC-KEY (WS-UOMC-IDX) = WS-UOMC-LOOKUP-KEY
                   MOVE WS-UOMC-UNITS-PER (WS-UOMC-IDX) TO
                       WS-UOMC-UNITS-PER-FOUND
                   MOVE WS-UOMC-PURCH-UOM (WS-UOMC-IDX) TO
                       WS-UOMC-PURCH-UOM-FOUND.
           DIVIDE WS-SUGGESTED-QTY BY WS-UOMC-UNITS-PER-FOUND
               GIVING WS-PURCH-QTY
               REMAINDER WS-PURCH-REMAINDER.
           IF WS-PURCH-REMAINDER > ZERO
               ADD 1 TO WS-PURCH-QTY.
           COMPUTE WS-PURCH-STOCK-QTY =
               WS-PURCH-QTY * WS-UOMC-UNITS-PER-FOUND.
           IF WS-PURCH-STOCK-QTY > 99999
               SUBTRACT 1 FROM WS-PURCH-QTY
               COMPUTE WS-PURCH-STOCK-QTY =
                   WS-PURCH-QTY * WS-UOMC-UNITS-PER-FOUND.
           IF WS-PURCH-QTY = ZERO
               GO TO 236-ROUND-TO-PURCH-UNITS-EXIT.
           MOVE WS-SUGGESTED-QTY TO PUL-SUGGESTED-QTY.
           MOVE WS-PURCH-STOCK-QTY TO WS-SUGGESTED-QTY.
           MOVE 'Y' TO WS-PURCH-UNIT-FLAG.
       236-ROUND-TO-PURCH-UNITS-EXIT.
           EXIT.

      *****************************************************************
      * 238-PRINT-PURCH-UNITS: PRINTS THE ORDER IN PURCHASE UNITS     *
      * UNDER THE PO'S REGISTER LINE, WITH THE ITEM'S STOCK UNIT OFF  *
      * THE ITEM MASTER ('STK' WHEN IT CANNOT BE READ).               *
      *****************************************************************
       238-PRINT-PURCH-UNITS.
           MOVE 'STK' TO WS-STOCK-UOM.
           IF ITEMMAST-OPEN
               MOVE INV-ITEM-CODE TO IM-ITEM-CODE
               READ ITEMMAST-FILE
                   NOT INVALID KEY
                       IF IM-UOM NOT = SPACES
                           MOVE IM-UOM TO WS-STOCK-UOM
                       END-IF
               END-READ.
           MOVE WS-PURCH-QTY TO PUL-PURCH-QTY.
           MOVE WS-UOMC-PURCH-UOM-FOUND TO PUL-PURCH-UOM.
           MOVE WS-UOMC-UNITS-PER-FOUND TO PUL-UNITS-PER.
           MOVE WS-STOCK-UOM TO PUL-STOCK-UOM-1.
           MOVE WS-PURCH-STOCK-QTY TO PUL-STOCK-QTY.
           MOVE WS-STOCK-UOM TO PUL-STOCK-UOM-2.
           MOVE WS-PURCH-UNIT-LINE TO REGISTER-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
       238-PRINT-PURCH-UNITS-EXIT.
           EXIT.

      *****************************************************************
      * 240-SET-PROMISED-DATE: WALKS THE ORDER DATE FORWARD ONE       *
      * CALENDAR DAY PER DAY OF THE VENDOR'S LEAD TIME (WS-VEND-IDX   *
      * IS STILL ON THE VENDOR 230 FOUND). A VENDOR WITH NO LEAD TIME *
      * SET IS PROMISED FOR THE ORDER DATE ITSELF.                    *
      *****************************************************************
       240-SET-PROMISED-DATE.
           MOVE PO-ORDER-DATE TO PO-PROMISED-DATE.
           IF PO-ORDER-DATE IS NOT NUMERIC
               GO TO 240-SET-PROMISED-DATE-EXIT.
           MOVE PO-ORDER-DATE TO WS-SCAN-DATE.
           PERFORM 8200-NEXT-DATE THRU 8200-NEXT-DATE-EXIT
               WS-VEND-LEAD-DAYS (WS-VEND-IDX) TIMES.
           MOVE WS-SCAN-DATE TO PO-PROMISED-DATE.
       240-SET-PROMISED-DATE-EXIT.
           EXIT.

       280-EMIT-REPORT-LINE.
           WRITE REGISTER-RECORD.
           ADD 1 TO WS-LINES-ON-PAGE.
           MOVE WS-NO-VENDOR-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'CUT TO A NON-PREFERRED VENDOR:' TO SL-LABEL.
           MOVE WS-FALLBACK-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'COVERED IN FULL BY TRANSFER:  ' TO SL-LABEL.
           MOVE WS-XFER-COVERED-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'ORDER REDUCED BY TRANSFER:    ' TO SL-LABEL.
           MOVE WS-XFER-REDUCED-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'QUANTITY COVERED BY TRANSFER: ' TO SL-LABEL.
           MOVE WS-XFER-QTY-APPLIED TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'ROUNDED TO PURCHASE UNITS:    ' TO SL-LABEL.
           MOVE WS-PURCH-ROUNDED-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'SUPERSEDED - ROLLED FORWARD:  ' TO SL-LABEL.
           MOVE WS-ROLLED-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'QUANTITY ROLLED FORWARD:      ' TO SL-LABEL.
           MOVE WS-ROLLED-TOTAL-QTY TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'ROLL-UP WITH NO POSITION:     ' TO SL-LABEL.
           MOVE WS-ROLL-UNUSED-COUNT TO SL-COUNT-OUT.
           MOVE WS-SUMMARY-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE 'TOTAL VALUE ORDERED:          ' TO VSL-LABEL.
           MOVE WS-VALUE-ORDERED TO VSL-VALUE-OUT.
           MOVE WS-VALUE-SUMMARY-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
       300-WRITE-SUMMARY-EXIT.
           EXIT.

      *****************************************************************
      * 305-LIST-UNUSED-ROLLS: A SHORTFALL ROLLED TO A SUCCESSOR WITH *
      * NO INVENTORY POSITION AT THAT LOCATION HAD NOWHERE TO GO - IT *
      * IS LISTED FOR PURCHASING TO SET THE POSITION UP.              *
      *****************************************************************
       305-LIST-UNUSED-ROLLS.
           MOVE ZERO TO WS-SUPR-SUB.
           PERFORM 306-LIST-ONE-ROLL
               THRU 306-LIST-ONE-ROLL-EXIT
               WS-ROLL-COUNT TIMES.
       305-LIST-UNUSED-ROLLS-EXIT.
           EXIT.

       306-LIST-ONE-ROLL.
           ADD 1 TO WS-SUPR-SUB.
           SET WS-ROLL-IDX TO WS-SUPR-SUB.
           IF ROLL-USED (WS-ROLL-IDX)
               GO TO 306-LIST-ONE-ROLL-EXIT.
           ADD 1 TO WS-ROLL-UNUSED-COUNT.
           MOVE SPACES TO DL-PO-NUMBER.
           MOVE WS-ROLL-ITEM-CODE (WS-ROLL-IDX) TO DL-ITEM-CODE.
           MOVE WS-ROLL-LOC-CODE (WS-ROLL-IDX) TO DL-LOC-CODE.
           MOVE SPACES TO DL-VENDOR-CODE.
           MOVE SPACES TO DL-VENDOR-NAME.
           MOVE WS-ROLL-QTY (WS-ROLL-IDX) TO DL-QUANTITY.
           MOVE SPACES TO DL-NOTE-AREA.
           MOVE '** NO SUCCESSOR POSITION' TO DL-NOTE.
           MOVE WS-DETAIL-LINE TO REGISTER-RECORD.
           PERFORM 280-EMIT-REPORT-LINE
               THRU 280-EMIT-REPORT-LINE-EXIT.
       306-LIST-ONE-ROLL-EXIT.
           EXIT.

      *****************************************************************
      * 650-REWRITE-PO-NUMBER-CONTROL: WRITES THE LAST PO NUMBER      *
      * ASSIGNED BACK TO THE CONTROL FILE SO THE NEXT RUN CARRIES     *
           CLOSE PONUMBER-FILE.
       650-REWRITE-PO-NUMBER-CONTROL-EXIT.
           EXIT.

      *****************************************************************
      * 8200-NEXT-DATE: STEPS WS-SCAN-DATE FORWARD ONE CALENDAR DAY,  *
      * CROSSING MONTH AND YEAR BOUNDARIES AND GIVING FEBRUARY ITS    *
      * LEAP DAY WHEN THE YEAR HAS ONE.                               *
      *****************************************************************
       8200-NEXT-DATE.
           IF WS-SCAN-DAY < 28
               ADD 1 TO WS-SCAN-DAY
               GO TO 8200-NEXT-DATE-EXIT.
           IF WS-SCAN-MONTH = 2
               PERFORM 8210-CHECK-LEAP-YEAR
                   THRU 8210-CHECK-LEAP-YEAR-EXIT
               IF WS-SCAN-DAY = 28 AND SCAN-LEAP-YEAR
                   MOVE 29 TO WS-SCAN-DAY
               ELSE
                   MOVE 3 TO WS-SCAN-MONTH
                   MOVE 1 TO WS-SCAN-DAY
               END-IF
               GO TO 8200-NEXT-DATE-EXIT.
           IF WS-SCAN-DAY < 30
               ADD 1 TO WS-SCAN-DAY
               GO TO 8200-NEXT-DATE-EXIT.
           IF WS-SCAN-DAY = 30
                   AND (WS-SCAN-MONTH = 1 OR WS-SCAN-MONTH = 3
                   OR WS-SCAN-MONTH = 5 OR WS-SCAN-MONTH = 7
                   OR WS-SCAN-MONTH = 8 OR WS-SCAN-MONTH = 10
                   OR WS-SCAN-MONTH = 12)
               MOVE 31 TO WS-SCAN-DAY
               GO TO 8200-NEXT-DATE-EXIT.
           MOVE 1 TO WS-SCAN-DAY.
           IF WS-SCAN-MONTH = 12
               ADD 1 TO WS-SCAN-YEAR
               MOVE 1 TO WS-SCAN-MONTH
           ELSE
               ADD 1 TO WS-SCAN-MONTH.
       8200-NEXT-DATE-EXIT.
           EXIT.

       8210-CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-FLAG.
           DIVIDE WS-SCAN-YEAR BY 4 GIVING WS-LEAP-WORK
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 'Y' TO WS-LEAP-FLAG.
           DIVIDE WS-SCAN-YEAR BY 100 GIVING WS-LEAP-WORK
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 'N' TO WS-LEAP-FLAG.
           DIVIDE WS-SCAN-YEAR BY 400 GIVING WS-LEAP-WORK
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 'Y' TO WS-LEAP-FLAG.
       8210-CHECK-LEAP-YEAR-EXIT.
           EXIT.
