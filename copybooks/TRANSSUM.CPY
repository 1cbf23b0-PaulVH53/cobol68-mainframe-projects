      *****************************************************************
      * TRANSSUM: THE MONTHLY TRANSACTION-HISTORY SUMMARY. WHEN       *
      * HISTARCH MOVES A MONTH'S DETAIL OFF TRANSHIST INTO THE        *
      * YEARLY ARCHIVE (TRANSHIST.Y<YYYY>), IT LEAVES ONE OF THESE    *
      * BEHIND FOR EVERY ITEM AND LOCATION THAT MOVED THAT MONTH, SO  *
      * STOCKCRD CAN STILL CARRY A STOCK CARD THROUGH THE ARCHIVED    *
      * MONTHS WITHOUT OPENING THE ARCHIVE.                           *
      *                                                               *
      * TS-OPENING-ON-HAND IS THE ON-HAND BEFORE THE MONTH'S FIRST    *
      * MOVEMENT AND TS-CLOSING-ON-HAND THE ON-HAND AFTER ITS LAST.   *
      * THE FOUR BUCKETS ARE SIGNED NET MOVEMENTS, AS ON TRANSHIST,   *
      * SO OPENING PLUS THE BUCKETS IS THE CLOSING ON-HAND:           *
      *   TS-RECEIPTS    - RECEIPTS ('R') AND QC RELEASES ('Q');      *
      *   TS-ISSUES      - ISSUES ('I') LESS CREDITS BACK ('C');      *
      *   TS-ADJUSTMENTS - KEYED AND CYCLE-COUNT ADJUSTMENTS ('A');   *
      *   TS-TRANSFERS   - TRANSFERS IN LESS TRANSFERS OUT ('T').     *
      * TS-MOVEMENTS IS HOW MANY DETAIL RECORDS WENT INTO THE MONTH.  *
      *                                                               *
      * THE FILE LIVES IN PROJ6'S DATA DIRECTORY AS TRANSSUM. EACH    *
      * YEAR-END RUN APPENDS LATER MONTHS, SO AN ITEM AND LOCATION'S  *
      * MONTHS READ IN DATE ORDER.                                    *
      *****************************************************************
       01  TS-RECORD.
           05  TS-ITEM-CODE        PIC X(10).
           05  TS-LOC-CODE         PIC X(03).
           05  TS-MONTH            PIC X(06).
           05  TS-OPENING-ON-HAND  PIC S9(07)    SIGN IS TRAILING
                                      SEPARATE.
           05  TS-RECEIPTS         PIC S9(09)    SIGN IS TRAILING
                                      SEPARATE.
           05  TS-ISSUES           PIC S9(09)    SIGN IS TRAILING
                                      SEPARATE.
           05  TS-ADJUSTMENTS      PIC S9(09)    SIGN IS TRAILING
                                      SEPARATE.
           05  TS-TRANSFERS        PIC S9(09)    SIGN IS TRAILING
                                      SEPARATE.
           05  TS-CLOSING-ON-HAND  PIC S9(07)    SIGN IS TRAILING
                                      SEPARATE.
           05  TS-MOVEMENTS        PIC 9(05).
