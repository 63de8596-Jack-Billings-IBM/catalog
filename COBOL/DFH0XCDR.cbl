      *      end of every successful place-order and cancel-order)    *
      *      up by charge department, so each department head can     *
      *      see the order volume and spend their department          *
      *      generated. Cancellations and goods returns are netted    *
      *      off the ordered quantity and spend. Each order is valued *
      *      at the unit cost stamped on its history record when the  *
      *      order was recorded, so a later price change never        *
      *      restates a closed period; records written before cost    *
      *      stamping was introduced carry no cost and fall back to   *
      *      the item's current unit cost from the catalog file.      *
      *                                                                *
      * ENTRY POINT = DFH0XCDR                                         *
      *                                                                *
      *   $D1= I07544 640 260901 HDIPCB  : VALUE AT ORDER-TIME COST    *
      *                                                                *
      *   $DA= I07544 640 260901 HDIPCB  : BATCH SUITE RUN CONTROL    *
      *   $DB= I07544 640 261015 HDIPCB  : GOODS RETURNS NETTED OFF   *
      *   $DC= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *   $DD= I07544 640 261015 HDIPCB  : ORDER HISTORY RECORD 84     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFH0XCDR.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
           RECORD CONTAINS 84 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ORDER-HISTORY-RECORD.
           COPY DFH0XORH.

       FD  CATALOG-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-RECORD.
           COPY DFH0XCAT.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS

      *================================================================*
      * Roll one history record into its department's entry. Orders   *
      * add to the volume and spend; cancellations and goods returns  *
      * net off. The record is valued at the item's current catalog   *
      * cost - an item no longer in the catalog (or with unreadable   *
      * cost data) is valued at zero and counted so the report says   *
      * how many records that affected                                *
      *================================================================*
        PROCESS-HISTORY-RECORD.
           ADD 1 TO WS-RECORD-COUNT
                           FROM DP-NET-QTY(WS-DEPT-INDEX)
                       SUBTRACT WS-EXTENDED-COST
                           FROM DP-NET-SPEND(WS-DEPT-INDEX)
                   WHEN '01ORET'
                       SUBTRACT ORDH-QUANTITY-REQ
                           FROM DP-NET-QTY(WS-DEPT-INDEX)
                       SUBTRACT WS-EXTENDED-COST
                           FROM DP-NET-SPEND(WS-DEPT-INDEX)
               END-EVALUATE
           END-IF

      * Value the record's quantity at the unit cost stamped on it    *
      * when the order was recorded. A record from before cost        *
      * stamping (the field is spaces, not numeric) falls back to     *
      * the item's current catalog cost, checked numeric before it    *
      * is trusted                                                    *
      *================================================================*
        VALUE-HISTORY-RECORD.
           IF ORDH-UNIT-COST NUMERIC
               READ CATALOG-FILE
                   KEY IS CAT-ITEM-REF
               END-READ
               IF CATALOG-OK AND CAT-COST NUMERIC
                   MOVE CAT-COST TO WS-COST-NUMERIC
               ELSE
                   MOVE ZERO TO WS-COST-NUMERIC
                   ADD 1 TO WS-UNCOSTED-COUNT
