      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 260901 HDIPCB  : PURCHASE ORDER SUBSYSTEM    *
      *   $D1= I07544 640 261015 HDIPCB  : SUPPLIER AND EXPECTED DATE  *
      *   $D2= I07544 640 261015 HDIPCB  : LOT AND EXPIRY TRACKING     *
      *   $D3= I07544 640 261015 HDIPCB  : ITEM REF WIDENED TO 8       *
      *                                                                *
      ******************************************************************
      *    Purchasing COMMAREA structure
      *    Purchase order number - returned by '01PORD', quoted on
      *    '01GRCV' to say which purchase order was delivered
           03 CA-PO-NUMBER                    PIC 9(8) DISPLAY.
           03 CA-PO-ITEM-REF                  PIC 9(8) DISPLAY.
           03 CA-PO-QUANTITY                  PIC 9(5) DISPLAY.
      *    Quantity actually received on '01GRCV' - zero means the
      *    full ordered quantity arrived
           03 CA-PO-QTY-RECEIVED              PIC 9(5) DISPLAY.
      *    Purchase order status echoed back (RAISED/RECEIVED)
           03 CA-PO-STATUS                    PIC X(8).
      *    Supplier for '01PORD' - spaces takes the item's preferred
      *    supplier. Returned with the supplier used and the expected
      *    delivery date (YYYYMMDD). Callers passing the shorter
      *    commarea without these fields get the preferred supplier
           03 CA-PO-SUPPLIER-CODE             PIC X(6).
           03 CA-PO-EXPECTED-DATE             PIC X(8).
      *    Supplier lot number and its expiry date (YYYYMMDD, spaces
      *    for a lot that does not expire) for '01GRCV' - the
      *    delivery is booked into the default location under the
      *    lot. Spaces, or a shorter commarea, receive without a lot
           03 CA-PO-LOT-NUMBER                PIC X(8).
           03 CA-PO-EXPIRY-DATE               PIC X(8).
