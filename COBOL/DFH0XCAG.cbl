      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 260901 HDIPCB  : HELD ORDER AGING            *
      *   $D1= I07544 640 261015 HDIPCB  : ITEM REF WIDENED TO 8       *
      *   $D2= I07544 640 261015 HDIPCB  : WIDEN OLD QUEUED ENTRIES    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 FILLER                   PIC X(6)  VALUE ' DEPT='.
           03 PO-CHARGE-DEPT           PIC 9(3)  VALUE ZERO.
           03 FILLER                   PIC X(6)  VALUE ' ITEM='.
           03 PO-ITEM-REF-NUMBER       PIC 9(8)  VALUE ZERO.
           03 FILLER                   PIC X(5)  VALUE ' QTY='.
           03 PO-QUANTITY-REQ          PIC 9(3)  VALUE ZERO.
           03 FILLER                   PIC X(9)  VALUE ' TASKNUM='.
           03 FILLER                   PIC X(6)  VALUE ' USER='.
           03 AG-USERID                PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X(6)  VALUE ' ITEM='.
           03 AG-ITEM-REF-NUMBER       PIC 9(8)  VALUE ZERO.
           03 FILLER                   PIC X(5)  VALUE ' QTY='.
           03 AG-QUANTITY-REQ          PIC 9(3)  VALUE ZERO.
           03 FILLER                   PIC X(6)  VALUE ' HELD='.

      * Holding table for the CAPP entries drained this run
       01 WS-PENDING-TABLE.
           03 WS-PENDING-ENTRY OCCURS 50   PIC X(100).
       01 WS-PENDING-COUNT             PIC 9(2) VALUE ZERO.
       01 WS-PEND-INDEX                PIC 9(2) VALUE ZERO.
       01 WS-TD-LENGTH                 PIC S9(4) COMP.

      * A CAPP entry as it was queued before the item reference was
      * widened - four bytes shorter, with a four-digit ITEM. An
      * entry of the old length is widened as it is drained, so it
      * goes back on the queue in the current layout
       01 WS-OLD-PENDING-LENGTH        PIC S9(4) COMP VALUE 96.
       01 OLD-PENDING-ORDER-MSG.
           03 FILLER                   PIC X(53).
           03 OPO-ITEM-REF-NUMBER      PIC 9(4).
           03 OPO-TRAILER              PIC X(39).

       01 WS-DRAIN-DONE-FLAG           PIC X VALUE 'N'.
           88 DRAIN-DONE                     VALUE 'Y'.

                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE EQUAL DFHRESP(NORMAL)
                   IF WS-TD-LENGTH EQUAL WS-OLD-PENDING-LENGTH
                       PERFORM WIDEN-OLD-PENDING-ENTRY
                   END-IF
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE PENDING-ORDER-MSG
                       TO WS-PENDING-ENTRY(WS-PENDING-COUNT)
           END-PERFORM
           EXIT.

      *================================================================*
      * Procedure to widen a CAPP entry queued before the item        *
      * reference was widened. Everything up to ' ITEM=' is where it  *
      * always was; the four-digit reference is widened with leading  *
      * zeros and the rest of the entry moved along                   *
      *================================================================*
        WIDEN-OLD-PENDING-ENTRY.
           MOVE PENDING-ORDER-MSG TO OLD-PENDING-ORDER-MSG
           MOVE OPO-ITEM-REF-NUMBER TO PO-ITEM-REF-NUMBER
           MOVE OPO-TRAILER TO PENDING-ORDER-MSG(62:39)
           EXIT.

      *================================================================*
      * Procedure to age one held order. Too old altogether means     *
      * automatic rejection; old enough to escalate raises the        *
