      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XTRF                                  *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Stock transfer record layout               *
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
      *      defines the record layout of the stock transfer file      *
      *      (EXSTKTRF) - one record per inter-warehouse transfer,     *
      *      keyed on the transfer number. '01TRFO' takes the stock    *
      *      off the sending location's EXSTKLOC record and writes     *
      *      the transfer IN TRANSIT; '01TRFI' adds it to the          *
      *      receiving location and marks the transfer RECEIVED. The   *
      *      catalog's blended CAT-STOCK is never touched by a         *
      *      transfer, so it always equals the location figures plus  *
      *      the quantity of every transfer still in transit. Dates    *
      *      are kept YYYYMMDD so the nightly open transfer report     *
      *      can age them.                                             *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XTRF),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : INTER-WAREHOUSE TRANSFER    *
      *   $D1= I07544 640 261015 HDIPCB  : LOT AND EXPIRY TRACKING     *
      *   $D2= I07544 640 261015 HDIPCB  : ITEM REF WIDENED TO 8       *
      *   $D3= I07544 640 261015 HDIPCB  : TRANSFER QTY WIDENED TO 7   *
      *                                                                *
      ******************************************************************
      *    Stock transfer record structure - 87 bytes
           03 TRF-NUMBER                  PIC 9(8).
           03 TRF-ITEM-REF                PIC 9(8).
           03 TRF-FROM-LOCATION           PIC X(2).
           03 TRF-TO-LOCATION             PIC X(2).
           03 TRF-QUANTITY                PIC 9(7).
           03 TRF-STATUS                  PIC X(8).
               88 TRF-STATUS-IN-TRANSIT       VALUE 'INTRANS '.
               88 TRF-STATUS-RECEIVED         VALUE 'RECEIVED'.
           03 TRF-SENT-DATE               PIC X(8).
           03 TRF-SENT-TIME               PIC X(6).
           03 TRF-SENT-USERID             PIC X(8).
           03 TRF-RECEIVED-DATE           PIC X(8).
           03 TRF-RECEIVED-TIME           PIC X(6).
           03 TRF-RECEIVED-USERID         PIC X(8).
      *    Stock lot the transfer was sent from - booked in under the
      *    same lot and expiry date at the receiving location. Spaces
      *    when the stock was not lot-tracked
           03 TRF-LOT-NUMBER              PIC X(8).
