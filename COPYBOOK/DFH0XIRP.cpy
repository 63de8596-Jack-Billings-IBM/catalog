      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XIRP                                  *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Item reorder parameter record layout       *
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
      *      defines the record layout of the item reorder parameter   *
      *      file (EXREORD), keyed on item reference. The weekly       *
      *      reorder parameter job (DFH0XCRP) works each item's        *
      *      reorder point and safety stock out of its usage history   *
      *      and actual supplier lead time. Purchasing can override    *
      *      them; an overridden record keeps the figures purchasing   *
      *      set and the job only refreshes the calculated figures     *
      *      alongside them. The catalog manager's low-stock check     *
      *      and the valuation report use IRP-REORDER-POINT, and fall  *
      *      back to the REORD-PNT configuration record for an item    *
      *      with no record.                                           *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XIRP),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : PER-ITEM REORDER POINT      *
      *   $D1= I07544 640 261015 HDIPCB  : ITEM REF WIDENED TO 8       *
      *   $D2= I07544 640 261015 HDIPCB  : REORDER POINT WIDENED TO 7  *
      *                                                                *
      ******************************************************************
      *    Item reorder parameter record structure - 80 bytes
           03 IRP-ITEM-REF                PIC 9(8).
      *    The figures in force - calculated, or set by purchasing
      *    when the override flag is on
           03 IRP-REORDER-POINT           PIC 9(7).
           03 IRP-SAFETY-STOCK            PIC 9(7).
           03 IRP-OVERRIDE-FLAG           PIC X.
               88 IRP-OVERRIDDEN              VALUE 'Y'.
               88 IRP-CALCULATED              VALUE 'N'.
      *    The figures the last weekly run calculated and what they
      *    were calculated from - average daily usage over the usage
      *    window, and the average and longest raised-to-received
      *    lead time in days over the received purchase orders (no
      *    orders means the default lead time was used)
           03 IRP-CALC-REORDER-POINT      PIC 9(7).
           03 IRP-CALC-SAFETY-STOCK       PIC 9(7).
           03 IRP-AVG-DAILY-USAGE         PIC 9(4)V99.
           03 IRP-AVG-LEAD-DAYS           PIC 9(3).
           03 IRP-MAX-LEAD-DAYS           PIC 9(3).
           03 IRP-LEAD-TIME-ORDERS        PIC 9(3).
      *    When the figures were last calculated and last overridden,
      *    both YYYYMMDD
           03 IRP-CALC-DATE               PIC X(8).
           03 IRP-OVERRIDE-DATE           PIC X(8).
           03 FILLER                      PIC X(12).
