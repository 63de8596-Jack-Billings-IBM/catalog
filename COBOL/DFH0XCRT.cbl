      *   PN= REASON REL YYMMDD HDXXIII : REMARKS                      *
      *   $D0= I07544 640 040910 HDIPCB  : STOCK NOTIFY RETRY          *
      *   $D1= I07544 640 260901 HDIPCB  : ORDER NUMBER ON LIFECYCLE   *
      *   $D2= I07544 640 261015 HDIPCB  : ITEM REF WIDENED TO 8       *
      *   $D3= I07544 640 261015 HDIPCB  : WIDEN OLD QUEUED ENTRIES    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 FILLER                   PIC X(6)  VALUE ' DEPT='.
           03 RM-CHARGE-DEPT           PIC 9(3)  VALUE ZERO.
           03 FILLER                   PIC X(6)  VALUE ' ITEM='.
           03 RM-ITEM-REF-NUMBER       PIC 9(8)  VALUE ZERO.
           03 FILLER                   PIC X(5)  VALUE ' QTY='.
           03 RM-QUANTITY-REQ          PIC 9(3)  VALUE ZERO.
           03 FILLER                   PIC X(9)  VALUE ' TASKNUM='.
      * an entry written back for the next run is not immediately
      * read again by the same run
       01 WS-RECON-TABLE.
           03 WS-RECON-ENTRY OCCURS 50    PIC X(123).
       01 WS-RECON-COUNT               PIC 9(2) VALUE ZERO.
       01 WS-RECON-INDEX               PIC 9(2) VALUE ZERO.
       01 WS-TD-LENGTH                 PIC S9(4) COMP.

      * A CREC entry as it was queued before the item reference was
      * widened - four bytes shorter, with a four-digit ITEM. An
      * entry of the old length is widened as it is drained, so it
      * goes back on the queue in the current layout
       01 WS-OLD-RECON-LENGTH          PIC S9(4) COMP VALUE 119.
       01 OLD-RECON-MSG.
           03 FILLER                   PIC X(66).
           03 ORM-ITEM-REF-NUMBER      PIC 9(4).
           03 ORM-TRAILER              PIC X(49).

       01 WS-DRAIN-DONE-FLAG           PIC X VALUE 'N'.
           88 DRAIN-DONE                     VALUE 'Y'.

                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE EQUAL DFHRESP(NORMAL)
                   IF WS-TD-LENGTH EQUAL WS-OLD-RECON-LENGTH
                       PERFORM WIDEN-OLD-RECON-ENTRY
                   END-IF
                   ADD 1 TO WS-RECON-COUNT
                   MOVE RECON-MSG
                       TO WS-RECON-ENTRY(WS-RECON-COUNT)
           END-PERFORM
           EXIT.

      *================================================================*
      * Procedure to widen a CREC entry queued before the item        *
      * reference was widened. Everything up to ' ITEM=' is where it  *
      * always was; the four-digit reference is widened with leading  *
      * zeros and the rest of the entry moved along                   *
      *================================================================*
        WIDEN-OLD-RECON-ENTRY.
           MOVE RECON-MSG TO OLD-RECON-MSG
           MOVE ORM-ITEM-REF-NUMBER TO RM-ITEM-REF-NUMBER
           MOVE ORM-TRAILER TO RECON-MSG(75:49)
           EXIT.

      *================================================================*
      * Procedure to re-attempt one stock manager notification. The   *
      * event on the queue records which order event failed to be     *
