      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XSBT                                  *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Item substitution record layout            *
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
      *      defines the record layout of the item substitution file   *
      *      (EXITMSUB) - one record per catalog item and rank, naming *
      *      an item purchasing accepts in its place. When an '01ORDR' *
      *      cannot be supplied because the item is out of stock or    *
      *      discontinued, the catalog manager offers the best ranked  *
      *      substitute that has the stock to cover the order (rank 1  *
      *      first), after the item's own replacement if it was        *
      *      discontinued with one. The ranks are maintained on the    *
      *      EXSUBS panel (DFH0XCSB).                                  *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XSBT),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : ITEM SUBSTITUTION TABLE     *
      *   $D1= I07544 640 261015 HDIPCB  : ITEM REFS WIDENED TO 8      *
      *                                                                *
      ******************************************************************
      *    Item substitution record structure - 80 bytes
           03 SUBT-KEY.
               05 SUBT-ITEM-REF           PIC 9(8).
               05 SUBT-RANK               PIC 9(2).
      *    Catalog item offered in place of SUBT-ITEM-REF
           03 SUBT-SUBST-REF              PIC 9(8).
      *    When and by whom the rank was last set
           03 SUBT-CHANGED-DATE           PIC X(8).
           03 SUBT-CHANGED-USERID         PIC X(8).
           03 FILLER                      PIC X(46).
