      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 260901 HDIPCB  : BASKET ORDER REQUEST        *
      *   $D1= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *                                                                *
      ******************************************************************
      *    Basket order COMMAREA structure
      *    because a later line failed, 'NS' refused for stock,
      *    'ER' refused for any other reason, spaces not reached
           03 CA-BSKT-LINE OCCURS 8 TIMES.
               05 CA-BSKT-ITEM-REF            PIC 9(8) DISPLAY.
               05 CA-BSKT-QUANTITY            PIC 9(3) DISPLAY.
               05 CA-BSKT-LINE-STATUS         PIC X(2).
