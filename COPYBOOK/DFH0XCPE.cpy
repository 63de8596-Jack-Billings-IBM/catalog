      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XCPE                                  *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Goods return COMMAREA for example app      *
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
      *      defines the commarea passed to DFH0XCMN for the '01ORET'  *
      *      goods return request: a department sends back part or     *
      *      all of a line of an earlier order, quoted by the order    *
      *      number (and basket line number) it was placed under,      *
      *      with a reason code. Sellable goods go back to catalog     *
      *      stock and the location they came from; faulty or          *
      *      damaged goods go to the quarantine location instead.      *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XCPE),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : GOODS RETURN AND RESTOCK    *
      *   $D1= I07544 640 261015 HDIPCB  : ITEM REF WIDENED TO 8       *
      *                                                                *
      ******************************************************************
      *    Goods return COMMAREA structure
           03 CA-RTN-REQUEST-ID               PIC X(6).
           03 CA-RTN-RETURN-CODE              PIC 9(2) DISPLAY.
           03 CA-RTN-RESPONSE-MESSAGE         PIC X(79).
           03 CA-RTN-USERID                   PIC X(8).
      *    Order number the goods were supplied under, and the line
      *    within a '01ORDM' basket order - zero for a single order
           03 CA-RTN-ORDER-NUMBER             PIC 9(8) DISPLAY.
           03 CA-RTN-LINE-NUMBER              PIC 9(2) DISPLAY.
      *    Quantity being returned - may be less than was ordered
           03 CA-RTN-QUANTITY                 PIC 9(3) DISPLAY.
      *    Reason the goods are coming back. Faulty and damaged
      *    goods are quarantined rather than restocked
           03 CA-RTN-REASON-CODE              PIC X(2).
               88 CA-RTN-REASON-FAULTY            VALUE 'FY'.
               88 CA-RTN-REASON-DAMAGED           VALUE 'DM'.
               88 CA-RTN-REASON-NOT-NEEDED        VALUE 'NN'.
               88 CA-RTN-REASON-WRONG-ITEM        VALUE 'WI'.
               88 CA-RTN-REASON-OVER-SUPPLY       VALUE 'OS'.
               88 CA-RTN-REASON-VALID             VALUE 'FY' 'DM'
                                                        'NN' 'WI'
                                                        'OS'.
               88 CA-RTN-REASON-QUARANTINE        VALUE 'FY' 'DM'.
      *    Returned from the original order - the item and charge
      *    department credited, the location the goods were put
      *    into, the value credited back to the department and the
      *    quantity that can still be returned after this one
           03 CA-RTN-ITEM-REF                 PIC 9(8) DISPLAY.
           03 CA-RTN-CHARGE-DEPT              PIC 9(3) DISPLAY.
           03 CA-RTN-LOCATION                 PIC X(2).
           03 CA-RTN-CREDIT-VALUE             PIC 9(7)V99 DISPLAY.
           03 CA-RTN-QTY-RETURNABLE           PIC 9(3) DISPLAY.
