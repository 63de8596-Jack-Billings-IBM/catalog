      *      PLACE-ORDER would have driven; reject reverses the        *
      *      order through the catalog manager's own '01CANC'          *
      *      request so the stock the datastore already took is        *
      *      returned. A released order's held pick request is queued  *
      *      for the warehouse to pick.                                *
      *                                                                *
      * ENTRY POINT = DFH0XCSA                                         *
      *                                                                *
      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 040910 HDIPCB  : SUPERVISOR ORDER APPROVAL   *
      *   $D1= I07544 640 260901 HDIPCB  : ORDER NUMBER ON LIFECYCLE   *
      *   $D2= I07544 640 261015 HDIPCB  : WAREHOUSE PICK LISTS        *
      *   $D3= I07544 640 261015 HDIPCB  : ITEM REF WIDENED TO 8       *
      *   $D4= I07544 640 261015 HDIPCB  : WIDEN OLD QUEUED ENTRIES    *
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
           03 FILLER                   PIC X(6)  VALUE ' DEPT='.
           03 RM-CHARGE-DEPT           PIC 9(3)  VALUE ZERO.
           03 FILLER                   PIC X(6)  VALUE ' ITEM='.
           03 RM-ITEM-REF-NUMBER       PIC 9(8)  VALUE ZERO.
           03 FILLER                   PIC X(5)  VALUE ' QTY='.
           03 RM-QUANTITY-REQ          PIC 9(3)  VALUE ZERO.
           03 FILLER                   PIC X(9)  VALUE ' TASKNUM='.
       01 WS-CATMAN-COMMAREA.
           COPY DFH0XCP3.

      * Pick request record held on FILE('EXPICKRQ') - the catalog
      * manager records an order held for approval with a held pick
      * request, which a release queues for the warehouse
       01 PICK-REQUEST-RECORD.
           COPY DFH0XPCK.

       01 WS-PICK-RID.
           03 WS-PICK-RID-ORDER        PIC 9(8).
           03 WS-PICK-RID-LINE         PIC 9(2).
       01 WS-PICK-FOUND-RID            PIC X(10) VALUE SPACES.

       01 WS-PICK-BROWSE-FLAG          PIC X VALUE 'N'.
           88 PICK-BROWSE-DONE               VALUE 'Y'.

      * Program names resolved from the configuration record
       01 WS-PROGRAM-NAMES.
           03  WS-DISPATCH-PROG            PIC X(8).
      * refreshing the panel - every drained entry is written straight
      * back so browsing the list never loses a held order
       01 WS-PENDING-TABLE.
           03 WS-PENDING-ENTRY OCCURS 50   PIC X(100).
       01 WS-PENDING-COUNT             PIC 9(2) VALUE ZERO.
       01 WS-PEND-INDEX                PIC 9(2) VALUE ZERO.
       01 WS-MATCH-INDEX               PIC 9(2) VALUE ZERO.
       01 WS-SELECTED-ENTRY            PIC X(100) VALUE SPACES.
       01 WS-SEL-NUMBER                PIC 9(1) VALUE ZERO.
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
       01 WS-OVERFLOW-COUNT            PIC 9(2) VALUE ZERO.

       01 WS-DRAIN-DONE-FLAG           PIC X VALUE 'N'.
           03 FILLER                   PIC X(6)  VALUE ' DEPT='.
           03 PL-CHARGE-DEPT           PIC 9(3).
           03 FILLER                   PIC X(6)  VALUE ' ITEM='.
           03 PL-ITEM-REF-NUMBER       PIC 9(8).
           03 FILLER                   PIC X(5)  VALUE ' QTY='.
           03 PL-QUANTITY-REQ          PIC 9(3).
           03 FILLER                   PIC X(5)  VALUE ' ORD='.
       01 WS-COMMAREA.
           03 SA-DISPLAY-COUNT         PIC 9(1).
           03 SA-DISPLAYED-ENTRY OCCURS 6 TIMES
                                       PIC X(100).

       COPY DFH0XM4.
       COPY DFHAID.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA.
           03 SUPERVISOR-DATA                         PIC X(601).


      ******************************************************************
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
      * Procedure to write one held order back to TDQ CAPP             *
      *================================================================*
                                   TO MSGO
                           END-IF
                       END-IF
                       PERFORM QUEUE-RELEASED-PICK-REQUEST
                   END-IF
               END-IF
           END-IF
           EXIT.

      *================================================================*
      * Procedure to queue the pick request of the order just          *
      * released. The order's lines are browsed for the held request   *
      * for this entry's item and quantity - a basket holds one entry  *
      * per line under the one order number - and that request is      *
      * queued for the warehouse. An order held before pick requests   *
      * were kept has none, and is left to be picked by hand as before *
      *================================================================*
        QUEUE-RELEASED-PICK-REQUEST.
           MOVE SPACES TO WS-PICK-FOUND-RID
           MOVE PO-ORDER-NUMBER TO WS-PICK-RID-ORDER
           MOVE ZERO TO WS-PICK-RID-LINE
           EXEC CICS STARTBR FILE('EXPICKRQ')
                     RIDFLD(WS-PICK-RID)
                     GTEQ
                     RESP(WS-RESPONSE-CODE)
           END-EXEC

           IF WS-RESPONSE-CODE EQUAL DFHRESP(NORMAL)
               MOVE 'N' TO WS-PICK-BROWSE-FLAG
               PERFORM UNTIL PICK-BROWSE-DONE
                   EXEC CICS READNEXT FILE('EXPICKRQ')
                             INTO(PICK-REQUEST-RECORD)
                             RIDFLD(WS-PICK-RID)
                             RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL) OR
                      PICK-ORDER-NUMBER NOT EQUAL PO-ORDER-NUMBER
                       SET PICK-BROWSE-DONE TO TRUE
                   ELSE
                       IF PICK-HELD AND
                          PICK-ITEM-REF EQUAL PO-ITEM-REF-NUMBER AND
                          PICK-QUANTITY EQUAL PO-QUANTITY-REQ
                           MOVE WS-PICK-RID TO WS-PICK-FOUND-RID
                           SET PICK-BROWSE-DONE TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('EXPICKRQ')
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF

           IF WS-PICK-FOUND-RID EQUAL SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PICK-FOUND-RID TO WS-PICK-RID
           EXEC CICS READ FILE('EXPICKRQ')
                     INTO(PICK-REQUEST-RECORD)
                     RIDFLD(WS-PICK-RID)
                     RESP(WS-RESPONSE-CODE)
                     UPDATE
           END-EXEC
           IF WS-RESPONSE-CODE EQUAL DFHRESP(NORMAL)
               SET PICK-QUEUED TO TRUE
               EXEC CICS REWRITE FILE('EXPICKRQ')
                         FROM(PICK-REQUEST-RECORD)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
           END-IF

           IF WS-RESPONSE-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES TO EM-DETAIL
               STRING ' PICK REQUEST NOT QUEUED ORDER '
                      PO-ORDER-NUMBER
                   DELIMITED BY SIZE
                   INTO EM-DETAIL
               END-STRING
               PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to record a stock manager notification that could   *
      * not be delivered for a released order, in the same CREC        *
