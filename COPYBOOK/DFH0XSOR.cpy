      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XSOR                                  *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Standing order record layout               *
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
      *      defines the record layout of the standing order file      *
      *      (EXSTDORD), keyed on the owning userid and a number the   *
      *      owner gives each of their standing orders. The orders    *
      *      are set up, suspended and cancelled on the EXSORD panel  *
      *      (DFH0XCSO) and placed when due by the standing order     *
      *      scheduler (DFH0XCSP) as an '01ORDR' under the owner's    *
      *      userid. Cancelled and ended orders are kept on file.     *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XSOR),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : STANDING ORDERS             *
      *   $D1= I07544 640 261015 HDIPCB  : ITEM REF WIDENED TO 8       *
      *                                                                *
      ******************************************************************
      *    Standing order record structure - 80 bytes
           03 SORD-KEY.
               05 SORD-USERID             PIC X(8).
               05 SORD-NUMBER             PIC 9(2).
      *    The order placed each time it falls due
           03 SORD-CHARGE-DEPT            PIC 9(3).
           03 SORD-ITEM-REF               PIC 9(8).
           03 SORD-QUANTITY               PIC 9(3).
      *    Warehouse location - spaces take the configured default
           03 SORD-LOCATION               PIC X(2).
           03 SORD-FREQUENCY              PIC X.
               88 SORD-WEEKLY                 VALUE 'W'.
               88 SORD-MONTHLY                VALUE 'M'.
      *    Next date the order is to be placed, and the last date
      *    it may be placed on - zeros mean it runs until cancelled.
      *    Both YYYYMMDD
           03 SORD-NEXT-DUE-DATE          PIC 9(8).
           03 SORD-END-DATE               PIC 9(8).
      *    Day of the month a monthly order falls due - kept so an
      *    order due on the 31st goes back to the 31st after a
      *    shorter month
           03 SORD-DUE-DAY                PIC 9(2).
           03 SORD-STATUS                 PIC X.
               88 SORD-STATUS-ACTIVE          VALUE 'A'.
               88 SORD-STATUS-SUSPENDED       VALUE 'S'.
               88 SORD-STATUS-CANCELLED       VALUE 'C'.
               88 SORD-STATUS-ENDED           VALUE 'E'.
      *    Outcome of the last placement - the date, the catalog
      *    manager's CA-RETURN-CODE and the order number allocated
           03 SORD-LAST-PLACED-DATE       PIC X(8).
           03 SORD-LAST-RETURN-CODE       PIC X(2).
           03 SORD-LAST-ORDER-NUMBER      PIC 9(8).
      *    When the record was last changed on the panel
           03 SORD-CHANGED-DATE           PIC X(8).
           03 FILLER                      PIC X(8).
