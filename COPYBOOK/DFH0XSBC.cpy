      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XSBC                                  *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Substitution count record layout           *
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
      *      defines the record layout of the substitution count file  *
      *      (EXSUBCNT) - one record per month, ordered item and the   *
      *      substitute offered for it. The catalog manager adds one   *
      *      to the record each time it offers the substitute on an    *
      *      '01ORDR' that cannot be supplied, split by why the item   *
      *      could not be supplied, and each time an order placed for  *
      *      the substitute quotes the item it was offered in place    *
      *      of. The monthly substitution report (DFH0XCSS) lists the  *
      *      previous month's records for purchasing.                  *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XSBC),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : ITEM SUBSTITUTION TABLE     *
      *   $D1= I07544 640 261015 HDIPCB  : ITEM REFS WIDENED TO 8      *
      *                                                                *
      ******************************************************************
      *    Substitution count record structure - 80 bytes
           03 SBCT-KEY.
      *        Month counted, YYYYMM
               05 SBCT-MONTH              PIC X(6).
               05 SBCT-ITEM-REF           PIC 9(8).
               05 SBCT-SUBST-REF          PIC 9(8).
      *    Offers made because the ordered item was out of stock,
      *    and because it was discontinued
           03 SBCT-OFFER-NO-STOCK         PIC 9(7).
           03 SBCT-OFFER-DISCONTINUED     PIC 9(7).
      *    Orders placed for the substitute in place of the item
           03 SBCT-ACCEPTED-COUNT         PIC 9(7).
      *    Date the record was last added to, YYYYMMDD
           03 SBCT-LAST-DATE              PIC X(8).
           03 FILLER                      PIC X(29).
