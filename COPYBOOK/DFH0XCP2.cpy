      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 040910 HDIPCB  : EXAMPLE - BASE APPLICATION  *
      *   $D1= I07544 640 261015 HDIPCB  : ITEM REF WIDENED TO 8       *
      *                                                                *
      ******************************************************************
      *    Order Dispatcher / Stock Manager COMMAREA structure
           03 CA-ORD-RESPONSE-MESSAGE         PIC X(79).
           03 CA-ORD-USERID                   PIC X(8).
           03 CA-ORD-CHARGE-DEPT              PIC 9(3) DISPLAY.
           03 CA-ORD-ITEM-REF-NUMBER          PIC 9(8) DISPLAY.
           03 CA-ORD-QUANTITY-REQ             PIC 9(3) DISPLAY.
