      * ALREADY ON ORDER, AND THE SUGGESTED ORDER QUANTITY TO BRING   *
      * THE POSITION BACK UP TO THE REORDER POINT. ITEMS WITH NO      *
      * REORDER POINT SET ARE NOT PURCHASING'S PROBLEM AND ARE        *
      * SKIPPED. STOCK HELD FOR QC INSPECTION (PROJ6'S HOLDMAST) IS   *
      * NOT IN INV-QTY-ON-HAND AND IS DELIBERATELY NOT COUNTED HERE - *
      * UNTIL QC RELEASES IT, IT CANNOT BE ISSUED, AND A REJECT PUTS  *
      * IT BACK ON ORDER.                                             *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDRPT.
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

       FD  REORDER-FILE
           RECORDING MODE IS F.
