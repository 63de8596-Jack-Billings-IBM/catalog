      *   $D0= I07544 640 040910 HDIPCB  : EXAMPLE - BASE APPLICATION  *
      *   $D1= I07544 640 260901 HDIPCB  : ORDER NUMBER ON LIFECYCLE   *
      *   $D2= I07544 640 260901 HDIPCB  : MULTI-WAREHOUSE STOCK      *
      *   $D3= I07544 640 261015 HDIPCB  : ITEM SUBSTITUTION TABLE     *
      *   $D4= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *                                                                *
      ******************************************************************
      *    Catalogue main COMMAREA structure
           03 CA-RESPONSE-MESSAGE             PIC X(79).
           03 CA-USERID                       PIC X(8).
           03 CA-CHARGE-DEPT                  PIC 9(3) DISPLAY.
           03 CA-ITEM-REF-NUMBER              PIC 9(8) DISPLAY.
           03 CA-QUANTITY-REQ                 PIC 9(3) DISPLAY.
      *    Order number - returned on a successful '01ORDR', and
      *    accepted on '01CANC' to cancel that exact order. A zero
      *    spaces take the configured default location. Only
      *    meaningful for location-tracked items
           03 CA-STOCK-LOCATION               PIC X(2).
      *    Substitute offered on an '01ORDR' the item could not be
      *    supplied for (return codes 59 and 68) - the best ranked
      *    substitute with the stock to cover the order, or zero
           03 CA-SUBST-ITEM-REF               PIC 9(8) DISPLAY.
      *    On an '01ORDR' placed for an offered substitute, the item
      *    it was offered in place of, so the acceptance is counted.
      *    Zero on an ordinary order
           03 CA-SUBST-FOR-ITEM-REF           PIC 9(8) DISPLAY.
