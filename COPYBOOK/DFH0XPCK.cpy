      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XPCK                                  *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Warehouse pick request record layout       *
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
      *      defines the record layout of the pick request file        *
      *      (EXPICKRQ) - one record per order line the catalog        *
      *      manager takes stock for, keyed on order number and line,  *
      *      naming the warehouse location the stock was allocated     *
      *      from. An order held for supervisor approval is recorded   *
      *      held and is queued when it is released. A cancellation   *
      *      deletes a request not yet printed, and marks one already  *
      *      printed cancelled so the warehouse is told to put the     *
      *      goods back. The pick print job (DFH0XCPK) turns the       *
      *      queued requests into a pick list per warehouse and a      *
      *      packing slip per order, and marks them printed.           *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XPCK),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : WAREHOUSE PICK LISTS        *
      *   $D1= I07544 640 261015 HDIPCB  : ITEM REF WIDENED TO 8       *
      *                                                                *
      ******************************************************************
      *    Pick request record structure - 80 bytes
           03 PICK-KEY.
               05 PICK-ORDER-NUMBER       PIC 9(8).
      *        Line number within a '01ORDM' basket order - zero on
      *        a single-item order
               05 PICK-LINE-NUMBER        PIC 9(2).
           03 PICK-STATUS                 PIC X.
               88 PICK-HELD                   VALUE 'H'.
               88 PICK-QUEUED                 VALUE 'Q'.
               88 PICK-PRINTED                VALUE 'P'.
               88 PICK-CANCELLED              VALUE 'C'.
      *    Warehouse location the stock was allocated from - spaces
      *    when the item is not location-tracked
           03 PICK-LOCATION               PIC X(2).
           03 PICK-ITEM-REF               PIC 9(8).
           03 PICK-QUANTITY               PIC 9(3).
      *    Stock lot the line was issued from - the first when it
      *    drew on several, all of which the lot usage file
      *    (EXLOTUSE) records for the pick print. Spaces when the
      *    stock was not lot-tracked
           03 PICK-LOT-NUMBER             PIC X(8).
      *    Requester and charge department for the packing slip
           03 PICK-USERID                 PIC X(8).
           03 PICK-CHARGE-DEPT            PIC 9(3).
      *    '01ORDR' or '01ORDM' - the request that placed the order
           03 PICK-REQUEST-ID             PIC X(6).
      *    When the request was queued, YYYYMMDD and HHMMSS
           03 PICK-QUEUED-DATE            PIC X(8).
           03 PICK-QUEUED-TIME            PIC X(6).
      *    When the request was printed, YYYYMMDD and HHMMSS -
      *    spaces until then. The run that prints a request stamps
      *    it with its own start, which is how its packing slips
      *    pick out the lines it has just listed
           03 PICK-PRINTED-DATE           PIC X(8).
           03 PICK-PRINTED-TIME           PIC X(6).
           03 FILLER                      PIC X(3).
