      ******************************************************************
      *                                                                *
      * CONTROL BLOCK NAME = DFH0XSUP                                  *
      *                                                                *
      * DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -    *
      *                     Supplier master record layout              *
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
      *      defines the record layout of the supplier master file     *
      *      (EXSUPPLR), keyed on the supplier code and maintained on  *
      *      the EXSUPL panel (DFH0XCSU). The catalog manager reads    *
      *      it when '01PORD' raises a purchase order, to refuse an    *
      *      inactive supplier and to date the expected delivery from  *
      *      the supplier's lead time. Suppliers are never deleted -   *
      *      purchase orders keep their code - they are made inactive. *
      *----------------------------------------------------------------*
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *      $SEG(DFH0XSUP),COMP(SAMPLES),PROD(CICS TS ):              *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 261015 HDIPCB  : SUPPLIER MASTER FILE        *
      *                                                                *
      ******************************************************************
      *    Supplier master record structure - 80 bytes
           03 SUPP-CODE                   PIC X(6).
           03 SUPP-NAME                   PIC X(25).
           03 SUPP-CONTACT                PIC X(20).
      *    Days from raising a purchase order to its expected delivery
           03 SUPP-LEAD-DAYS              PIC 9(3).
           03 SUPP-STATUS                 PIC X.
               88 SUPP-STATUS-ACTIVE          VALUE 'A'.
               88 SUPP-STATUS-INACTIVE        VALUE 'I'.
      *    When and by whom the record was last changed
           03 SUPP-CHANGED-DATE           PIC X(8).
           03 SUPP-CHANGED-USERID         PIC X(8).
           03 FILLER                      PIC X(9).
