      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 040910 HDIPCB  : CATALOG SEARCH REQUEST      *
      *   $D1= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *                                                                *
      ******************************************************************
      *    Catalog search COMMAREA structure
               88 CA-SRCH-BY-KEYWORD              VALUE 'K'.
           03 CA-SRCH-DEPARTMENT              PIC 9(3) DISPLAY.
           03 CA-SRCH-KEYWORD                 PIC X(20).
           03 CA-SRCH-START-ITEM-REF          PIC 9(8) DISPLAY.
           03 CA-SRCH-COUNT-RETURNED          PIC 9(2) DISPLAY.
           03 CA-SRCH-CONTINUATION-KEY        PIC 9(8) DISPLAY.
           03 CA-SRCH-MORE-DATA               PIC X.
               88 CA-SRCH-MORE-DATA-YES           VALUE 'Y'.
               88 CA-SRCH-MORE-DATA-NO            VALUE 'N'.
           03 CA-SRCH-ITEM OCCURS 10 TIMES.
               05 CA-SRCH-ITEM-REF            PIC 9(8) DISPLAY.
               05 CA-SRCH-DESCRIPTION         PIC X(40).
               05 CA-SRCH-ITEM-DEPT           PIC 9(3) DISPLAY.
               05 CA-SRCH-COST                PIC 9(3)V99 DISPLAY.
               05 CA-SRCH-STOCK               PIC 9(7) DISPLAY.
               05 CA-SRCH-ON-ORDER            PIC 9(7) DISPLAY.
