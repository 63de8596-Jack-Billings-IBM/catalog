      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XLTU                                  *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Stock lot usage record layout              *
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
      *      defines the record layout of the stock lot usage file     *
      *      (EXLOTUSE) - one record for every lot (EXSTKLOT) a stock  *
      *      take draws on, keyed on the order line or stock transfer  *
      *      the stock was taken for and a sequence number in the      *
      *      order the lots were drawn. A take that spans several      *
      *      lots writes one record per lot, so a cancellation or a    *
      *      return can put the stock back lot by lot and a transfer   *
      *      can book each lot in at the receiving location. The       *
      *      quantity put back so far is kept on the record, so        *
      *      several part returns against one line never give back     *
      *      more to a lot than was taken from it.                     *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XLTU),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : LOT USAGE PER STOCK TAKE    *
      *                                                                *
      ******************************************************************
      *    Stock lot usage record structure - 80 bytes
           03 LTU-KEY.
      *        O - an order line, keyed on its order number and line
      *        number (zero for a single-item order); T - a stock
      *        transfer, keyed on its transfer number and line zero
               05 LTU-SOURCE              PIC X.
                   88 LTU-FOR-ORDER           VALUE 'O'.
                   88 LTU-FOR-TRANSFER        VALUE 'T'.
               05 LTU-NUMBER              PIC 9(8).
               05 LTU-LINE-NUMBER         PIC 9(2).
               05 LTU-SEQUENCE            PIC 9(2).
           03 LTU-ITEM-REF                PIC 9(8).
           03 LTU-LOCATION                PIC X(2).
           03 LTU-LOT-NUMBER              PIC X(8).
           03 LTU-QUANTITY                PIC 9(7).
           03 LTU-QTY-RETURNED            PIC 9(7).
           03 LTU-TAKEN-DATE              PIC X(8).
           03 FILLER                      PIC X(27).
