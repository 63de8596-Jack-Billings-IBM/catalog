      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XINV                                  *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Supplier invoice line record layout        *
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
      *      defines one line of the incoming supplier invoice file    *
      *      read by the nightly invoice match job (DFH0XCIM). Each    *
      *      line quotes the purchase order it bills against; the      *
      *      quantity is checked against the quantity '01GRCV' booked  *
      *      in and the unit price against the catalog cost in force   *
      *      on the receipt date. Dates are kept YYYYMMDD.             *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XINV),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : SUPPLIER INVOICE MATCH      *
      *   $D1= I07544 640 261015 HDIPCB  : ITEM REF WIDENED TO 8       *
      *                                                                *
      ******************************************************************
      *    Supplier invoice line record structure - 80 bytes
           03 INV-NUMBER                  PIC X(12).
           03 INV-SUPPLIER-CODE           PIC X(6).
           03 INV-PO-NUMBER               PIC 9(8).
           03 INV-ITEM-REF                PIC 9(8).
           03 INV-QUANTITY                PIC 9(5).
           03 INV-UNIT-PRICE              PIC 9(3)V99.
           03 INV-DATE                    PIC X(8).
           03 FILLER                      PIC X(28).
