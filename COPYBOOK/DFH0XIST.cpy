      *      with no record here is active; a discontinued item is     *
      *      refused by place-order, suppressed from the browse and    *
      *      search requests and excluded from the valuation report.   *
      *      The record also carries the item's preferred supplier,    *
      *      set on the EXSUPL panel and used by '01PORD' when the     *
      *      purchase order does not name a supplier of its own.       *
      *      A discontinued item may name the item replacing it, which *
      *      '01ORDR' offers in its place ahead of the item's ranked   *
      *      substitutes on the item substitution file (EXITMSUB).     *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 260901 HDIPCB  : ITEM LIFECYCLE STATUS       *
      *   $D1= I07544 640 261015 HDIPCB  : PREFERRED SUPPLIER          *
      *   $D2= I07544 640 261015 HDIPCB  : ITEM SUBSTITUTION TABLE     *
      *   $D3= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *                                                                *
      ******************************************************************
      *    Item lifecycle status record structure - 80 bytes
           03 ITST-ITEM-REF               PIC 9(8).
           03 ITST-STATUS                 PIC X.
               88 ITST-STATUS-ACTIVE          VALUE 'A'.
               88 ITST-STATUS-DISCONTINUED    VALUE 'D'.
           03 ITST-STATUS-DATE            PIC X(8).
           03 ITST-STATUS-TIME            PIC X(6).
           03 ITST-STATUS-USERID          PIC X(8).
      *    Preferred supplier code (EXSUPPLR) - spaces if none
           03 ITST-PREF-SUPPLIER          PIC X(6).
      *    Item replacing a discontinued item - set by the '01CMNT'
      *    'D' action, cleared by 'R'; zero if none
           03 ITST-REPLACEMENT-REF        PIC 9(8).
           03 FILLER                      PIC X(35).
