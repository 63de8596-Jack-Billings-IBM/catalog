      *      This copy book is part of the example application and     *
      *      defines the record layout of the order history file       *
      *      (EXORDHST), written by the catalog manager at the end of  *
      *      a successful place-order, cancel-order or goods return    *
      *      ('01ORET') and browsed by the '01ORDH' history lookup     *
      *      request and the batch departmental reporting. The key is  *
      *      date/time/task number so records collate chronologically  *
      *      and stay unique within a CICS region.                     *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *   $D0= I07544 640 040910 HDIPCB  : ORDER HISTORY RECORD        *
      *   $D1= I07544 640 260901 HDIPCB  : ORDER NUMBER ON LIFECYCLE   *
      *   $D2= I07544 640 260901 HDIPCB  : MULTI-WAREHOUSE STOCK       *
      *   $D3= I07544 640 261015 HDIPCB  : GOODS RETURN AND RESTOCK    *
      *   $D4= I07544 640 261015 HDIPCB  : LOT AND EXPIRY TRACKING     *
      *   $D5= I07544 640 261015 HDIPCB  : ITEM REF WIDENED TO 8 DIGITS*
      *                                                                *
      ******************************************************************
      *    Order history record structure - 84 bytes
           03 ORDH-KEY.
               05 ORDH-DATE               PIC X(8).
               05 ORDH-TIME               PIC X(6).
           03 ORDH-REQUEST-ID             PIC X(6).
           03 ORDH-USERID                 PIC X(8).
           03 ORDH-CHARGE-DEPT            PIC 9(3).
           03 ORDH-ITEM-REF-NUMBER        PIC 9(8).
           03 ORDH-QUANTITY-REQ           PIC 9(3).
           03 ORDH-ABSTIME                PIC S9(15) COMP-3.
      *    Order number allocated by PLACE-ORDER - zero on records
      *    Warehouse location the order was allocated from - spaces
      *    when the item is not location-tracked
           03 ORDH-LOCATION               PIC X(2).
      *    Reason code on a '01ORET' goods return record - spaces
      *    on every other request type
           03 ORDH-RETURN-REASON          PIC X(2).
      *    Stock lot the order was issued from (the earliest expiring
      *    lot taken when the quantity spanned more than one) -
      *    spaces when the stock was not lot-tracked
           03 ORDH-LOT-NUMBER             PIC X(8).
