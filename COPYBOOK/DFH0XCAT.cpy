      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XCAT                                  *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Catalog record layout                      *
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
      *      defines the record layout of the catalog VSAM file as     *
      *      read directly by the batch jobs. The item reference      *
      *      is eight digits, the unit cost is held as a number       *
      *      rather than text, and the stock and on-order figures     *
      *      are seven digits. The file is converted from the earlier *
      *      60-byte layout by the catalog conversion job DFH0XCCV.   *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XCAT),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *                                                                *
      ******************************************************************
      *    Catalog record structure - 80 bytes
           03 CAT-ITEM-REF                PIC 9(8).
           03 CAT-DESCRIPTION             PIC X(40).
           03 CAT-DEPARTMENT              PIC 9(3).
           03 CAT-COST                    PIC 9(3)V99.
           03 CAT-STOCK                   PIC 9(7).
           03 CAT-ON-ORDER                PIC 9(7).
           03 FILLER                      PIC X(10).
