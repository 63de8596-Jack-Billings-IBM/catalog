      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 260901 HDIPCB  : PURCHASE ORDER SUBSYSTEM    *
      *   $D1= I07544 640 261015 HDIPCB  : SUPPLIER AND EXPECTED DATE  *
      *   $D2= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *   $D3= I07544 640 261015 HDIPCB  : CUMULATIVE INVOICED QUANTITY*
      *                                                                *
      ******************************************************************
      *    Purchase order record structure - 89 bytes
           03 PORD-NUMBER                 PIC 9(8).
           03 PORD-ITEM-REF               PIC 9(8).
           03 PORD-QUANTITY               PIC 9(5).
           03 PORD-QTY-RECEIVED           PIC 9(5).
           03 PORD-STATUS                 PIC X(8).
           03 PORD-RAISED-USERID          PIC X(8).
           03 PORD-RECEIVED-DATE          PIC X(8).
           03 PORD-RECEIVED-TIME          PIC X(6).
      *    Supplier the order was placed with (EXSUPPLR) and the
      *    delivery date expected from its lead time, kept YYYYMMDD
           03 PORD-SUPPLIER-CODE          PIC X(6).
           03 PORD-EXPECTED-DATE          PIC X(8).
      *    Quantity supplier invoices have been matched and cleared
      *    for payment against so far, so no received quantity is
      *    paid for twice across several invoices
           03 PORD-QTY-INVOICED           PIC 9(5).
