           05  EXT-ITEM-TOTAL        PIC S9(10)V99  SIGN IS TRAILING
                                         SEPARATE.
           05  EXT-TRANS-TYPE        PIC X(01).
           05  EXT-CHARGE-DEPT       PIC X(03).
           05  EXT-COST-TOTAL        PIC S9(10)V99  SIGN IS TRAILING
                                         SEPARATE.

      *****************************************************************
      * THE ENVELOPE RECORDS ARE LONGER THAN THE DETAIL RECORDS;     *
