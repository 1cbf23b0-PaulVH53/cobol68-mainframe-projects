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

       FD  YTDSNAP-FILE
           RECORDING MODE IS F.
       FD  INVSNAP-FILE
           RECORDING MODE IS F.

       01  INVSNAP-RECORD            PIC X(39).
      *****************************************************************
      * PERIODCTL-FILE: SAME LAYOUT AS PROJ6'S PC-RECORD.              *
      *****************************************************************
