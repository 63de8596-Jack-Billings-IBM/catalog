      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XIMF                                  *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Matched invoice line record layout         *
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
      *      defines the record written to the matched invoice file    *
      *      by the nightly invoice match job (DFH0XCIM) for every     *
      *      supplier invoice line that agrees with its purchase       *
      *      order and goods receipt - the lines accounts payable      *
      *      may pay. It carries the invoice line as received          *
      *      followed by the figures it was matched against.           *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XIMF),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : SUPPLIER INVOICE MATCH      *
      *   $D1= I07544 640 261015 HDIPCB  : ITEM REF WIDENED TO 8       *
      *                                                                *
      ******************************************************************
      *    Matched invoice line record structure - 80 bytes
      *    The invoice line as received (see DFH0XINV)
           03 IMF-INVOICE-NUMBER          PIC X(12).
           03 IMF-SUPPLIER-CODE           PIC X(6).
           03 IMF-PO-NUMBER               PIC 9(8).
           03 IMF-ITEM-REF                PIC 9(8).
           03 IMF-QUANTITY                PIC 9(5).
           03 IMF-UNIT-PRICE              PIC 9(3)V99.
           03 IMF-INVOICE-DATE            PIC X(8).
      *    What it was matched against - the quantity booked in on
      *    the purchase order, the catalog cost in force on the
      *    receipt date (YYYYMMDD) and the value cleared for payment
           03 IMF-QTY-RECEIVED            PIC 9(5).
           03 IMF-AGREED-PRICE            PIC 9(3)V99.
           03 IMF-RECEIPT-DATE            PIC X(8).
           03 IMF-LINE-VALUE              PIC 9(7)V99.
           03 FILLER                      PIC X(1).
