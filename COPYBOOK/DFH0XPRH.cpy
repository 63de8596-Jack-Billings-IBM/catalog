      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 260901 HDIPCB  : PRICE CHANGE HISTORY        *
      *   $D1= I07544 640 261015 HDIPCB  : ITEM REF WIDENED TO 8       *
      *                                                                *
      ******************************************************************
      *    Price change history record structure - 80 bytes
           03 PRCH-KEY.
               05 PRCH-ITEM-REF           PIC 9(8).
               05 PRCH-DATE               PIC X(8).
               05 PRCH-TIME               PIC X(6).
               05 PRCH-TASKNUM            PIC 9(7).
           03 PRCH-USERID                 PIC X(8).
           03 PRCH-OLD-COST               PIC X(6).
           03 PRCH-NEW-COST               PIC X(6).
           03 FILLER                      PIC X(31).
