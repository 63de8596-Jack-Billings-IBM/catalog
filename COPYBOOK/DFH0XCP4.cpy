      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 040910 HDIPCB  : EXAMPLE - BASE APPLICATION  *
      *   $D1= I07544 640 260901 HDIPCB  : MULTI-WAREHOUSE STOCK      *
      *   $D2= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *                                                                *
      ******************************************************************
      *    Catalogue COMMAREA structure
           03 CA-SINGLE-RESPONSE-MESSAGE      PIC X(79).
      *    Fields used in Inquire Single
           03 CA-INQUIRE-SINGLE.
               05 CA-ITEM-REF-REQ          PIC 9(8) DISPLAY.
               05 FILLER                   PIC 9(4) DISPLAY.
               05 FILLER                   PIC 9(3) DISPLAY.
               05 CA-SINGLE-ITEM.
                   07 CA-SNGL-ITEM-REF     PIC 9(8) DISPLAY.
                   07 CA-SNGL-DESCRIPTION  PIC X(40).
                   07 CA-SNGL-DEPARTMENT   PIC 9(3) DISPLAY.
                   07 CA-SNGL-COST         PIC 9(3)V99 DISPLAY.
                   07 IN-SNGL-STOCK        PIC 9(7) DISPLAY.
                   07 ON-SNGL-ORDER        PIC 9(7) DISPLAY.
      *    Per-location stock breakdown, filled in by the catalog
      *    manager (not the datastore) from the stock location file
      *    for callers whose commarea is long enough to carry it.
               05 CA-SNGL-LOCN-COUNT       PIC 9(1) DISPLAY.
               05 CA-SNGL-LOCN OCCURS 3 TIMES.
                   07 CA-SNGL-LOCN-ID      PIC X(2).
                   07 CA-SNGL-LOCN-QTY     PIC 9(7) DISPLAY.



