      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XLOT                                  *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Stock lot record layout                    *
      *                                                                *
      *                                                                *
      *      Licensed Materials - Property of IBM                      *
      *                                                                *
      *      "Restricted Materials of IBM"                             *
      *                                                                *
      *      5655-Y04                                                  *
      *                                                                *
      *      (C) Copyright IBM Corp. 2004"                             *
      *                                                                *
      * STATUS = 7.1.0                                                 *
      *                                                                *
      * FUNCTION =                                                     *
      *      This copy book is part of the example application and     *
      *      defines the record layout of the stock lot file           *
      *      (EXSTKLOT) - one record per item, warehouse location and  *
      *      supplier lot number, holding the part of that location's *
      *      stock (EXSTKLOC) delivered under the lot and the date it *
      *      expires. Lots are booked in by the '01GRCV' goods receipt *
      *      and issued earliest expiry first; stock in an expired lot *
      *      is never issued. Location stock not covered by any lot    *
      *      record was received before lots were recorded and issues  *
      *      after every unexpired lot. A lot taken down to zero is    *
      *      kept so its history can still be reported.               *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XLOT),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : LOT AND EXPIRY TRACKING     *
      *   $D1= I07544 640 261015 HDIPCB  : WIDER ITEM REF AND QUANTITY *
      *                                                                *
      ******************************************************************
      *    Stock lot record structure - 80 bytes
           03 LOT-KEY.
               05 LOT-ITEM-REF            PIC 9(8).
               05 LOT-LOCATION            PIC X(2).
               05 LOT-NUMBER              PIC X(8).
      *    Date the lot expires, YYYYMMDD - zero means the lot does
      *    not expire, and it issues after every dated lot
           03 LOT-EXPIRY-DATE             PIC 9(8).
           03 LOT-QUANTITY                PIC 9(7).
      *    Date the lot was first booked in at this location, and
      *    the purchase order it was delivered on (carried across
      *    with the lot when it arrives on a stock transfer)
           03 LOT-RECEIVED-DATE           PIC X(8).
           03 LOT-PO-NUMBER               PIC 9(8).
           03 FILLER                      PIC X(31).
