      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 260901 HDIPCB  : BACKORDER NOTICE DELIVERY   *
      *   $D1= I07544 640 261015 HDIPCB  : ITEM REF WIDENED TO 8       *
      *                                                                *
      ******************************************************************
      *    User notification record structure - 80 bytes
      *    Notification type: BACKORDR = backordered item is back
      *    in stock, ORDLAPSE = a held order aged out and lapsed
           03 UNTF-TYPE                   PIC X(8).
           03 UNTF-ITEM-REF               PIC 9(8).
           03 UNTF-QUANTITY               PIC 9(3).
           03 UNTF-ORDER-NUMBER           PIC 9(8).
           03 UNTF-TEXT                   PIC X(28).
           03 FILLER                      PIC X(1).
