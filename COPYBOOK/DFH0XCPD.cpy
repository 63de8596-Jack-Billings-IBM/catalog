      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XCPD                                  *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Stock transfer COMMAREA for example app    *
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
      *      defines the commarea passed to DFH0XCMN for the           *
      *      inter-warehouse stock transfer requests: '01TRFO' sends   *
      *      a quantity of an item from one warehouse location to      *
      *      another, taking it off the sending location at once and   *
      *      holding it in transit under a new transfer number;        *
      *      '01TRFI' confirms the transfer's arrival at the           *
      *      receiving location and books the quantity in there.       *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XCPD),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : INTER-WAREHOUSE TRANSFER    *
      *   $D1= I07544 640 261015 HDIPCB  : ITEM REF WIDENED TO 8       *
      *   $D2= I07544 640 261015 HDIPCB  : TRANSFER QTY WIDENED TO 7   *
      *                                                                *
      ******************************************************************
      *    Stock transfer COMMAREA structure
           03 CA-TRF-REQUEST-ID               PIC X(6).
           03 CA-TRF-RETURN-CODE              PIC 9(2) DISPLAY.
           03 CA-TRF-RESPONSE-MESSAGE         PIC X(79).
           03 CA-TRF-USERID                   PIC X(8).
      *    Transfer number - returned by '01TRFO', quoted on
      *    '01TRFI' to say which transfer has arrived
           03 CA-TRF-NUMBER                   PIC 9(8) DISPLAY.
      *    Item, locations and quantity - given on '01TRFO' and
      *    echoed back from the transfer record on '01TRFI'
           03 CA-TRF-ITEM-REF                 PIC 9(8) DISPLAY.
           03 CA-TRF-FROM-LOCATION            PIC X(2).
           03 CA-TRF-TO-LOCATION              PIC X(2).
           03 CA-TRF-QUANTITY                 PIC 9(7) DISPLAY.
      *    Transfer status echoed back (INTRANS/RECEIVED)
           03 CA-TRF-STATUS                   PIC X(8).
