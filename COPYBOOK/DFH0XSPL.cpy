      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XSPL                                  *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Supplier price line record layout          *
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
      *      defines one line of a supplier price file, as loaded by  *
      *      the supplier price load job (DFH0XCPL). The same layout  *
      *      is used for the held price change file, on which the job *
      *      keeps the lines whose effective date has not yet been    *
      *      reached, with the date the line was received, until the  *
      *      run on their effective date applies them.                *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XSPL),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : SUPPLIER PRICE LOAD         *
      *   $D1= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *   $D2= I07544 640 261015 HDIPCB  : ITEM REF WIDENED TO 8       *
      *                                                                *
      ******************************************************************
      *    Supplier price line structure - 80 bytes
           03 SPL-ITEM-REF                PIC 9(8).
           03 FILLER                      PIC X.
      *    New unit cost as text, e.g. 012.50
           03 SPL-NEW-COST                PIC X(6).
           03 FILLER                      PIC X.
      *    Date the new cost takes effect, YYYYMMDD - spaces mean
      *    at once
           03 SPL-EFFECTIVE-DATE          PIC X(8).
           03 FILLER                      PIC X.
      *    Y lets a change above the configured percentage limit
      *    through
           03 SPL-APPROVED                PIC X.
               88 SPL-CHANGE-APPROVED         VALUE 'Y'.
           03 FILLER                      PIC X.
      *    Date the line was received, YYYYMMDD - set on the held
      *    price change file only
           03 SPL-RECEIVED-DATE           PIC X(8).
           03 FILLER                      PIC X(45).
