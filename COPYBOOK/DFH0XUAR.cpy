      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 260901 HDIPCB  : USER AUTHORITY PROFILES     *
      *   $D1= I07544 640 260901 HDIPCB  : BYTE VIEW OF ORDER LIMIT    *
      *   $D2= I07544 640 261015 HDIPCB  : TRANSFERS UNDER PURCH       *
      *   $D3= I07544 640 261015 HDIPCB  : SUPPLIER PANEL UNDER PURCH  *
      *   $D4= I07544 640 261015 HDIPCB  : GOODS RETURNS UNDER CANCEL  *
      *   $D5= I07544 640 261015 HDIPCB  : STANDING ORDERS UNDER ORDER *
      *                                                                *
      ******************************************************************
      *    User authority profile record structure - 80 bytes
      *    Request classes - 'Y' allows the class:
      *      INQUIRE covers 01INQC/01INQS/01INQL/01INQD/01RETC/
      *              01STAT/01ORDH
      *      ORDER   covers 01ORDR/01ORDM and the EXSORD
      *              standing order panel
      *      CANCEL  covers 01CANC/01ORET
      *      MAINT   covers 01CMNT
      *      PURCH   covers 01PORD/01GRCV/01TRFO/01TRFI and the
      *              EXSUPL supplier maintenance panel
           03 UAUT-ALLOW-INQUIRE          PIC X.
           03 UAUT-ALLOW-ORDER            PIC X.
           03 UAUT-ALLOW-CANCEL           PIC X.
