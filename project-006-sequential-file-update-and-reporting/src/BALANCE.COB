           05  EXT-ITEM-TOTAL        PIC S9(10)V99  SIGN IS TRAILING
                                         SEPARATE.
           05  EXT-TRANS-TYPE        PIC X(01).
           05  EXT-CHARGE-DEPT       PIC X(03).
           05  EXT-COST-TOTAL        PIC S9(10)V99  SIGN IS TRAILING
                                         SEPARATE.

       01  EXT-ENVELOPE-RECORD REDEFINES EXT-RECORD.
           05  ENV-RECORD-ID         PIC X(08).
      * IN TOTAL ON-HAND BETWEEN THEM IS THE RUN'S POSTED MOVEMENT.  *
      *****************************************************************
       FD  INVENTORY-MASTER
           RECORD CONTAINS 39 CHARACTERS.

       01  INV-RECORD.
           05  INV-KEY.
           05  INV-QTY-ON-HAND       PIC S9(07).
           05  INV-REORDER-POINT     PIC 9(05).
           05  INV-QTY-ON-ORDER      PIC 9(05).
           05  INV-AVG-COST          PIC 9(05)V9(04).

       FD  UNLOAD-FILE
           RECORDING MODE IS F.
      *****************************************************************
      * A TRANSFER ('T') MOVES STOCK BETWEEN LOCATIONS AND NETS TO   *
      * ZERO ON THE MASTER, SO IT CONTRIBUTES NOTHING TO THE NET     *
      * MOVEMENT BEING PROVED. A RECEIPT INTO INSPECTION HOLD ('H')  *
      * AND A QC REJECT ('V') NEVER TOUCH ON-HAND EITHER; A QC       *
      * RELEASE ('Q') PUTS THE HELD STOCK ON-HAND LIKE A RECEIPT.    *
      *****************************************************************
                       IF EXT-TRANS-TYPE = 'T'
                               OR EXT-TRANS-TYPE = 'H'
                               OR EXT-TRANS-TYPE = 'V'
                           CONTINUE
                       ELSE IF EXT-TRANS-TYPE = 'R'
                               OR EXT-TRANS-TYPE = 'C'
                               OR EXT-TRANS-TYPE = 'Q'
                           ADD EXT-QUANTITY TO WS-EXT-NET-QTY
                       ELSE
                           SUBTRACT EXT-QUANTITY FROM WS-EXT-NET-QTY
