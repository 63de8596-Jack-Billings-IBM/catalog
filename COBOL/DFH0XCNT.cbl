      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 260901 HDIPCB  : BACKORDER NOTICE DELIVERY   *
      *   $D1= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *   $D2= I07544 640 261015 HDIPCB  : ITEM REF WIDENED TO 8       *
      *   $D3= I07544 640 261015 HDIPCB  : WIDEN OLD QUEUED ENTRIES    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 FILLER                   PIC X(6)  VALUE ' USER='.
           03 BR-USERID                PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X(6)  VALUE ' ITEM='.
           03 BR-ITEM-REF-NUMBER       PIC 9(8)  VALUE ZERO.
           03 FILLER                   PIC X(5)  VALUE ' QTY='.
           03 BR-QUANTITY-REQ          PIC 9(3)  VALUE ZERO.
           03 FILLER                   PIC X(7)  VALUE ' STOCK='.
           03 BR-STOCK                 PIC 9(7)  VALUE ZERO.
           03 FILLER                   PIC X(7)  VALUE ' ORDER='.
           03 BR-ORDER-NUMBER          PIC 9(8)  VALUE ZERO.

           03 FILLER                   PIC X(6)  VALUE ' USER='.
           03 DL-USERID                PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X(6)  VALUE ' ITEM='.
           03 DL-ITEM-REF-NUMBER       PIC 9(8)  VALUE ZERO.
           03 FILLER                   PIC X(7)  VALUE ' ORDER='.
           03 DL-ORDER-NUMBER          PIC 9(8)  VALUE ZERO.
           03 FILLER                   PIC X(9)  VALUE ' OUTCOME='.
      * attempted so an entry written back for the next run is not
      * immediately read again by the same run
       01 WS-NOTICE-TABLE.
           03 WS-NOTICE-ENTRY OCCURS 50    PIC X(89).
       01 WS-NOTICE-COUNT              PIC 9(2) VALUE ZERO.
       01 WS-NOTICE-INDEX              PIC 9(2) VALUE ZERO.
       01 WS-TD-LENGTH                 PIC S9(4) COMP.

      * A CBNT entry as it was queued before the item reference and
      * stock figure were widened - a four-digit ITEM and STOCK,
      * seven bytes shorter. An entry of the old length is widened
      * as it is drained, so a notice written back for the next run
      * goes back in the current layout
       01 WS-OLD-NOTICE-LENGTH         PIC S9(4) COMP VALUE 82.
       01 OLD-BACKORDER-READY-MSG.
           03 FILLER                   PIC X(44).
           03 OBR-ITEM-REF-NUMBER      PIC 9(4).
           03 OBR-QUANTITY-PART        PIC X(15).
           03 OBR-STOCK                PIC 9(4).
           03 OBR-ORDER-PART           PIC X(15).

       01 WS-DRAIN-DONE-FLAG           PIC X VALUE 'N'.
           88 DRAIN-DONE                     VALUE 'Y'.

                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE EQUAL DFHRESP(NORMAL)
                   IF WS-TD-LENGTH EQUAL WS-OLD-NOTICE-LENGTH
                       PERFORM WIDEN-OLD-NOTICE-ENTRY
                   END-IF
                   ADD 1 TO WS-NOTICE-COUNT
                   MOVE BACKORDER-READY-MSG
                       TO WS-NOTICE-ENTRY(WS-NOTICE-COUNT)
           END-PERFORM
           EXIT.

      *================================================================*
      * Procedure to widen a CBNT entry queued before the item        *
      * reference and stock figure were widened. Everything up to     *
      * ' ITEM=' is where it always was; the four-digit reference     *
      * and stock are widened with leading zeros and the quantity     *
      * and order moved along                                         *
      *================================================================*
        WIDEN-OLD-NOTICE-ENTRY.
           MOVE BACKORDER-READY-MSG TO OLD-BACKORDER-READY-MSG
           MOVE OBR-ITEM-REF-NUMBER TO BR-ITEM-REF-NUMBER
           MOVE OBR-QUANTITY-PART TO BACKORDER-READY-MSG(53:15)
           MOVE OBR-STOCK TO BR-STOCK
           MOVE OBR-ORDER-PART TO BACKORDER-READY-MSG(75:15)
           EXIT.

      *================================================================*
      * Procedure to deliver one notice to the requester's            *
      * notification file. A WRITE that hits a duplicate key steps    *
