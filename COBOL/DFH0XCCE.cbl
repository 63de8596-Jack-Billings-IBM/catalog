      *   $D0= I07544 640 040910 HDIPCB  : COMMITTED STOCK EXPOSURE    *
      *   $D1= I07544 640 260901 HDIPCB  : ORDER NUMBER ON LIFECYCLE   *
      *   $D2= I07544 640 260901 HDIPCB  : BATCH SUITE RUN CONTROL     *
      *   $D3= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *   $D4= I07544 640 261015 HDIPCB  : ITEM REF WIDENED TO 8       *
      *   $D5= I07544 640 261015 HDIPCB  : WIDEN OLD QUEUED ENTRIES    *
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
      * Extended commarea carrying the configured catalog file name
      * to the datastore program
       01 WS-EXTENDED-COMMAREA.
           03 WS-EXT-BASE               PIC X(172).
           03 CA-DS-CATALOG-FILE-NAME   PIC X(8).

       01 WS-EXTENDED-CALEN         PIC S9(4) COMP.
      * every entry is written straight back so the report never
      * consumes a held order
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

      * Committed quantity rolled up per distinct item reference
       01 WS-COMMITTED-TABLE.
           03 WS-COMMITTED-ENTRY OCCURS 50 TIMES.
               05 CM-ITEM-REF          PIC 9(8).
               05 CM-COMMITTED-QTY     PIC 9(5).
       01 WS-COMMITTED-COUNT           PIC 9(2) VALUE ZERO.
       01 WS-COMMITTED-INDEX           PIC 9(2) VALUE ZERO.
       01 WS-EXPOSURE-VALUE            PIC 9(7)V99 VALUE ZERO.
       01 WS-TOTAL-EXPOSURE            PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-COMMITTED           PIC 9(7) VALUE ZERO.
       01 WS-UNCOMMITTED               PIC S9(8) VALUE ZERO.

      * Report lines written to TDQ CEXP for printing
       01 WS-REPORT-HEADING.
           03 FILLER                   PIC X(81) VALUE SPACES.

       01 WS-COLUMN-HEADING.
           03 FILLER                   PIC X(10) VALUE 'ITEM'.
           03 FILLER                   PIC X(42) VALUE 'DESCRIPTION'.
           03 FILLER                   PIC X(9)  VALUE 'ON HAND'.
           03 FILLER                   PIC X(11) VALUE 'COMMITTED'.
           03 FILLER                   PIC X(13) VALUE 'UNCOMMITTED'.
           03 FILLER                   PIC X(15)
              VALUE 'COMMITTED VALUE'.
           03 FILLER                   PIC X(32) VALUE SPACES.

       01 WS-DETAIL-LINE.
           03 DL-ITEM-REF              PIC Z(7)9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-DESCRIPTION           PIC X(40).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 DL-ON-HAND               PIC ZZZZZZ9.
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 DL-COMMITTED             PIC ZZZZ9.
           03 FILLER                   PIC X(6)  VALUE SPACES.
           03 DL-UNCOMMITTED           PIC --------9.
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 DL-EXPOSURE              PIC Z,ZZZ,ZZ9.99.
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 DL-SHORT-FLAG            PIC X(5).
           03 FILLER                   PIC X(30) VALUE SPACES.

       01 WS-TOTAL-LINE.
           03 FILLER                   PIC X(26)
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
      * Procedure to roll the drained held orders up into one         *
      * committed quantity per distinct item reference                *
               CA-ITEM-REF-REQ OF WS-ITEM-INQUIRE-COMMAREA

           MOVE SPACES TO WS-EXTENDED-COMMAREA
           MOVE WS-ITEM-INQUIRE-COMMAREA TO WS-EXT-BASE(1:172)
           MOVE WS-CATALOG-FILE-NAME TO CA-DS-CATALOG-FILE-NAME
           MOVE 180 TO WS-EXTENDED-CALEN

           EXEC CICS LINK   PROGRAM(WS-DATASTORE-PROG)
                            COMMAREA(WS-EXTENDED-COMMAREA)
                            LENGTH(WS-EXTENDED-CALEN)
           END-EXEC
           MOVE WS-EXT-BASE(1:172) TO WS-ITEM-INQUIRE-COMMAREA

           MOVE CM-ITEM-REF(WS-COMMITTED-INDEX) TO DL-ITEM-REF
           MOVE CM-COMMITTED-QTY(WS-COMMITTED-INDEX) TO DL-COMMITTED
               END-IF

      *        Value the commitment at the current unit cost. The
      *        cost field is checked numeric before it is trusted,
      *        as the valuation report does
               IF CA-SNGL-COST OF WS-ITEM-INQUIRE-COMMAREA NUMERIC
                   MOVE CA-SNGL-COST OF WS-ITEM-INQUIRE-COMMAREA
                       TO WS-COST-NUMERIC
               ELSE
                   MOVE ZERO TO WS-COST-NUMERIC
               END-IF
