      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 260901 HDIPCB  : MULTI-WAREHOUSE STOCK       *
      *   $D1= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *                                                                *
      ******************************************************************
      *    Stock location record structure - 80 bytes
           03 STKL-KEY.
               05 STKL-ITEM-REF           PIC 9(8).
               05 STKL-LOCATION           PIC X(2).
           03 STKL-QUANTITY               PIC 9(7).
           03 FILLER                      PIC X(63).
