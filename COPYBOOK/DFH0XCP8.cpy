      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 040910 HDIPCB  : ORDER HISTORY LOOKUP        *
      *   $D1= I07544 640 261015 HDIPCB  : ITEM REFS WIDENED TO 8      *
      *                                                                *
      ******************************************************************
      *    Order history lookup COMMAREA structure
           03 CA-HIST-FILTER-TYPE             PIC X.
               88 CA-HIST-FILTER-ITEM             VALUE 'I'.
               88 CA-HIST-FILTER-USERID           VALUE 'U'.
           03 CA-HIST-ITEM-REF                PIC 9(8) DISPLAY.
           03 CA-HIST-USERID                  PIC X(8).
           03 CA-HIST-MATCH-TOTAL             PIC 9(5) DISPLAY.
           03 CA-HIST-COUNT-RETURNED          PIC 9(1) DISPLAY.
               05 CA-HIST-ENTRY-REQUEST       PIC X(6).
               05 CA-HIST-ENTRY-USERID        PIC X(8).
               05 CA-HIST-ENTRY-DEPT          PIC 9(3) DISPLAY.
               05 CA-HIST-ENTRY-ITEM          PIC 9(8) DISPLAY.
               05 CA-HIST-ENTRY-QTY           PIC 9(3) DISPLAY.
