      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 040910 HDIPCB  : EXAMPLE - BASE APPLICATION  *
      *   $D1= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *                                                                *
      ******************************************************************
      *    Paginated catalog browse COMMAREA structure
           03 CA-LIST-RETURN-CODE             PIC 9(2) DISPLAY.
           03 CA-LIST-RESPONSE-MESSAGE        PIC X(79).
      *    Fields used in Inquire List
           03 CA-LIST-START-ITEM-REF          PIC 9(8) DISPLAY.
           03 CA-LIST-COUNT-REQUESTED         PIC 9(2) DISPLAY.
           03 CA-LIST-COUNT-RETURNED          PIC 9(2) DISPLAY.
           03 CA-LIST-CONTINUATION-KEY        PIC 9(8) DISPLAY.
           03 CA-LIST-MORE-DATA               PIC X.
               88 CA-LIST-MORE-DATA-YES           VALUE 'Y'.
               88 CA-LIST-MORE-DATA-NO            VALUE 'N'.
           03 CA-LIST-ITEM OCCURS 10 TIMES.
               05 CA-LIST-ITEM-REF            PIC 9(8) DISPLAY.
               05 CA-LIST-DESCRIPTION         PIC X(40).
               05 CA-LIST-DEPARTMENT          PIC 9(3) DISPLAY.
               05 CA-LIST-COST                PIC 9(3)V99 DISPLAY.
               05 CA-LIST-STOCK                PIC 9(7) DISPLAY.
               05 CA-LIST-ON-ORDER            PIC 9(7) DISPLAY.
