      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 040910 HDIPCB  : CATALOG MAINTENANCE REQUEST *
      *   $D1= I07544 640 260901 HDIPCB  : ITEM LIFECYCLE STATUS       *
      *   $D2= I07544 640 261015 HDIPCB  : ITEM SUBSTITUTION TABLE     *
      *   $D3= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *                                                                *
      ******************************************************************
      *    Catalog maintenance COMMAREA structure
               88 CA-MNT-ACTION-REACTIVATE        VALUE 'R'.
               88 CA-MNT-ACTION-REMOVE            VALUE 'X'.
           03 CA-MNT-ITEM.
               05 CA-MNT-ITEM-REF             PIC 9(8) DISPLAY.
               05 CA-MNT-DESCRIPTION          PIC X(40).
               05 CA-MNT-DEPARTMENT           PIC 9(3) DISPLAY.
               05 CA-MNT-COST                 PIC 9(3)V99 DISPLAY.
               05 CA-MNT-STOCK                PIC 9(7) DISPLAY.
               05 CA-MNT-ON-ORDER             PIC 9(7) DISPLAY.
      *    Item replacing the item on a 'D' (discontinue) action -
      *    offered to '01ORDR' requests for the discontinued item.
      *    Zero, or a caller too short to carry it, names none
           03 CA-MNT-REPLACEMENT-REF          PIC 9(8) DISPLAY.
