      *  $D8= I07544 640 260901 HDIPCB  : CATALOG MAINT AUDIT TRAIL   *
      *  $D9= I07544 640 260901 HDIPCB  : ITEM LIFECYCLE STATUS       *
      *  $DA= I07544 640 260901 HDIPCB  : MULTI-WAREHOUSE STOCK       *
      *  $DB= I07544 640 261015 HDIPCB  : INTER-WAREHOUSE TRANSFER    *
      *  $DC= I07544 640 261015 HDIPCB  : SUPPLIER-LINKED PURCHASING  *
      *  $DD= I07544 640 261015 HDIPCB  : GOODS RETURN AND RESTOCK    *
      *  $DE= I07544 640 261015 HDIPCB  : PER-ITEM REORDER POINT      *
      *  $DF= I07544 640 261015 HDIPCB  : LOT AND EXPIRY TRACKING     *
      *  $DG= I07544 640 261015 HDIPCB  : ITEM SUBSTITUTION TABLE     *
      *  $DH= I07544 640 261015 HDIPCB  : WAREHOUSE PICK LISTS        *
      *  $DI= I07544 640 261015 HDIPCB  : WIDER CATALOG RECORD        *
      *  $DJ= I07544 640 261015 HDIPCB  : LOT USAGE, 8 DIGIT ITEMS    *
      *  $DK= I07544 640 261015 HDIPCB  : NO RETURN ON HELD ORDER      *
      *  $DL= I07544 640 261015 HDIPCB  : REORDER/TRANSFER QTY TO 7    *
      *  $DM= I07544 640 261015 HDIPCB  : WIDEN OLD QUEUED ENTRIES     *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
           03 FILLER                   PIC X(65).

      * Key and record for the configurable low-stock reorder point.
      * This is the catalog-wide default - an item with a record on
      * FILE('EXREORD') uses its own reorder point instead, and only
      * an item with no record falls back to this one
       01 WS-REORDER-CONFIG-KEY    PIC X(9)
               VALUE 'REORD-PNT'.

      * field at the end of the DFH0XCP3 shape to belong to it -
      * shorter (pre-order-number) callers never have the field
      * touched
       01 WS-ORDNUM-MIN-CALEN      PIC S9(4) COMP VALUE +117.

      * Working fields for locating the exact order a '01CANC' with
      * an order number is disputing on the order history file
           03 WS-LINE-RESPONSE-MESSAGE PIC X(79).
           03 WS-LINE-USERID           PIC X(8).
           03 WS-LINE-CHARGE-DEPT      PIC 9(3).
           03 WS-LINE-ITEM-REF-NUMBER  PIC 9(8).
           03 WS-LINE-QUANTITY-REQ     PIC 9(3).
           03 WS-LINE-ORDER-NUMBER     PIC 9(8).

      * reversed line by line
       01 WS-BSKT-CANC-TABLE.
           03 WS-BSKT-CANC-ENTRY OCCURS 8 TIMES.
               05 WS-BC-ITEM-REF       PIC 9(8).
               05 WS-BC-QUANTITY       PIC 9(3).
               05 WS-BC-LINE-NUMBER    PIC 9(2).
               05 WS-BC-UNIT-COST      PIC 9(3)V99.
               05 WS-BC-LOCATION       PIC X(2).
               05 WS-BC-LOT-NUMBER     PIC X(8).
      *        Set when the history already holds this line's
      *        cancellation, so a cancel that stopped part way can
      *        be retried and resume at the unreversed lines
           03 WS-PM-RETURN-CODE        PIC 9(2).
           03 WS-PM-RESPONSE-MESSAGE   PIC X(79).
           03 WS-PM-ACTION             PIC X.
           03 WS-PM-ITEM-REF           PIC 9(8).
           03 WS-PM-DESCRIPTION        PIC X(40).
           03 WS-PM-DEPARTMENT         PIC 9(3).
           03 WS-PM-COST               PIC 9(3)V99.
           03 WS-PM-STOCK              PIC 9(7).
           03 WS-PM-ON-ORDER           PIC 9(7).

      * Working fields for the purchasing requests
       01 WS-PO-NEW-ON-ORDER       PIC 9(8) VALUE ZERO.
       01 WS-PO-NEW-STOCK          PIC 9(8) VALUE ZERO.
       01 WS-PO-RECEIVE-QTY        PIC 9(5) VALUE ZERO.

      * Supplier master record read from FILE('EXSUPPLR') when a
      * purchase order is raised - an inactive supplier is refused
      * and the supplier's lead time dates the expected delivery
       01 SUPPLIER-RECORD.
           COPY DFH0XSUP.

       01 WS-PO-SUPPLIER-CODE      PIC X(6) VALUE SPACES.
       01 WS-PO-EXPECTED-DATE      PIC 9(8) VALUE ZERO.
       01 WS-PO-TODAY-DATE         PIC 9(8) VALUE ZERO.

      * Set when the caller's commarea is long enough to carry the
      * supplier code and expected delivery date fields
       01 WS-PO-SUPPLIER-FIELDS-FLAG PIC X VALUE 'N'.
           88 PO-SUPPLIER-FIELDS-PASSED     VALUE 'Y'.

      * Length a caller's commarea must reach for the supplier
      * fields, and for the lot number and expiry date of a goods
      * receipt
       01 WS-PO-SUPL-MIN-CALEN     PIC S9(4) COMP VALUE +143.
       01 WS-PO-LOT-MIN-CALEN      PIC S9(4) COMP VALUE +159.

      * Lot a goods receipt is booked in under, once validated -
      * spaces receive the delivery without a lot
       01 WS-PO-LOT-NUMBER         PIC X(8) VALUE SPACES.
       01 WS-PO-LOT-EXPIRY         PIC 9(8) VALUE ZERO.

      * Key and record for a charge department's monthly budget
      * limit, one optional BUDGT-nnn record per department on the
      * configuration file. A department with no record (or a zero
      * unit cost stamped on it when it was recorded
       01 WS-BUDGET-DEPT           PIC 9(3) VALUE ZERO.
       01 WS-UNIT-COST             PIC 9(3)V99 VALUE ZERO.
       01 WS-COST-ITEM-REF         PIC 9(8) VALUE ZERO.
       01 WS-ORDER-VALUE           PIC 9(9)V99 VALUE ZERO.
       01 WS-MTD-SPEND             PIC S9(9)V99 VALUE ZERO.
       01 WS-HIST-LINE-VALUE       PIC S9(9)V99 VALUE ZERO.
       01 WS-BSKT-COST-TABLE.
           03 WS-BSKT-LINE-COST OCCURS 8   PIC 9(3)V99.

      * Stock lot each basket line was issued from, carried through
      * to the line's history record
       01 WS-BSKT-LOT-TABLE        VALUE SPACES.
           03 WS-BSKT-LINE-LOT OCCURS 8    PIC X(8).

      * Price change history record written to FILE('EXPRCHST')
      * whenever a maintenance update changes an item's unit cost
       01 PRICE-HISTORY-RECORD.
      * change, fetched before the update so the price change can
      * be detected and recorded with its before value
       01 WS-MAINT-BEFORE-IMAGE.
           03 WS-MB-ITEM-REF           PIC 9(8).
           03 WS-MB-DESCRIPTION        PIC X(40).
           03 WS-MB-DEPARTMENT         PIC 9(3).
           03 WS-MB-COST               PIC 9(3)V99.
           03 WS-MB-STOCK              PIC 9(7).
           03 WS-MB-ON-ORDER           PIC 9(7).

       01 WS-MAINT-BEFORE-FLAG     PIC X VALUE 'N'.
           88 MAINT-BEFORE-IMAGE-HELD       VALUE 'Y'.
       01 WS-PRCH-COST-EDIT        PIC 9(3).99.

      * Audit trail message written to TDQ CMTA for every '01CADD'
      * or '01CUPD' the datastore applies on behalf of a '01CMNT'
           03 FILLER                   PIC X(5)   VALUE ' ACT='.
           03 MA-ACTION                PIC X(6)   VALUE SPACES.
           03 FILLER                   PIC X(5)   VALUE ' OLD='.
           03 MA-OLD-IMAGE             PIC X(70)  VALUE SPACES.
           03 FILLER                   PIC X(5)   VALUE ' NEW='.
           03 MA-NEW-IMAGE             PIC X(70)  VALUE SPACES.

      * Item lifecycle status record held on FILE('EXITMSTA') - the
      * catalog record is owned by the datastore programs and has
       01 ITEM-STATUS-RECORD.
           COPY DFH0XIST.

       01 WS-STATUS-ITEM-REF       PIC 9(8) VALUE ZERO.
       01 WS-ITEM-STATUS-FLAG      PIC X VALUE 'N'.
           88 ITEM-IS-DISCONTINUED          VALUE 'Y'.

       01 WS-STATUS-EXISTS-FLAG    PIC X VALUE 'N'.
           88 STATUS-RECORD-EXISTS          VALUE 'Y'.

      * Item reorder parameter record held on FILE('EXREORD') - the
      * item's own reorder point, kept by the weekly reorder
      * parameter job beside the catalog record in the same way as
      * the lifecycle status. The reorder point the low-stock check
      * applies to the item just inquired on is resolved into
      * WS-ITEM-REORDER-POINT
       01 REORDER-PARAMETER-RECORD.
           COPY DFH0XIRP.

       01 WS-REORDER-ITEM-REF      PIC 9(8) VALUE ZERO.
       01 WS-ITEM-REORDER-POINT    PIC 9(7) VALUE ZERO.

      * Scan result when checking whether a held-order or backorder
      * queue entry still references an item about to be removed
       01 WS-ITEM-REFS-FLAG        PIC X VALUE 'N'.
           COPY DFH0XSLR.

       01 WS-STKL-RID.
           03 WS-STKL-RID-ITEM         PIC 9(8).
           03 WS-STKL-RID-LOCN         PIC X(2).

      * Key and record for the configured default warehouse
      * Location the current order is being allocated from (or
      * returned to), and the allocation working fields
       01 WS-ORDER-LOCATION        PIC X(2) VALUE SPACES.
       01 WS-ALLOC-ITEM-REF        PIC 9(8) VALUE ZERO.
       01 WS-ALLOC-QUANTITY        PIC 9(7) VALUE ZERO.
       01 WS-ALLOC-RESULT          PIC X    VALUE 'S'.
           88 LOCATION-STOCK-TAKEN          VALUE 'Y'.
           88 LOCATION-TAKE-FAILED          VALUE 'N'.
      * Length a caller's commarea must reach for the optional
      * CA-STOCK-LOCATION field, and for the per-location
      * breakdown extension of the single-item inquiry shape
       01 WS-LOCN-MIN-CALEN        PIC S9(4) COMP VALUE +119.
       01 WS-INQS-EXT-MIN-CALEN    PIC S9(4) COMP VALUE +200.

      * The slice of the caller's commarea actually carried to and
      * from the datastore - capped at the WS-EXT-BASE size, since
       01 WS-LOCN-TABLE.
           03 WS-LOCN-ENTRY OCCURS 3 TIMES.
               05 WS-LT-LOCATION       PIC X(2).
               05 WS-LT-QUANTITY       PIC 9(7).
       01 WS-LOCN-COUNT            PIC 9(1) VALUE ZERO.
       01 WS-LOCN-INDEX            PIC 9(1) VALUE ZERO.
       01 WS-LOCN-DONE-FLAG        PIC X VALUE 'N'.
           88 LOCATION-BROWSE-DONE          VALUE 'Y'.

      * Key and record for the stock transfer number sequence,
      * maintained exactly as the PORDR-SEQ record is. A missing
      * sequence record fails the transfer until operations seed it
       01 WS-TRNSF-SEQ-CONFIG-KEY  PIC X(9)
               VALUE 'TRNSF-SEQ'.

       01 WS-TRNSF-SEQ-CONFIG.
           03 TRNSF-SEQ-FILE-KEY       PIC X(9).
           03 FILLER                   PIC X.
           03 WS-TRNSF-SEQ-NEXT        PIC 9(8).
           03 FILLER                   PIC X(62).

       01 WS-TRNSF-NUMBER          PIC 9(8) VALUE ZERO.

      * Stock transfer record held on FILE('EXSTKTRF') - written IN
      * TRANSIT when '01TRFO' takes the stock off the sending
      * location and rewritten RECEIVED when '01TRFI' books it in
      * at the receiving location. Its dates are kept YYYYMMDD so
      * the nightly open transfer report can age them
       01 STOCK-TRANSFER-RECORD.
           COPY DFH0XTRF.

       01 WS-TRNSF-DATE            PIC X(8) VALUE SPACES.

      * Audit trail message written to TDQ CTRA for every transfer
      * sent or received, so each movement of stock between
      * warehouses can be traced to the user and task that made it
       01 TRANSFER-AUDIT-MSG.
           03 TA-DATE                  PIC X(8)   VALUE SPACES.
           03 FILLER                   PIC X      VALUE SPACES.
           03 TA-TIME                  PIC X(6)   VALUE SPACES.
           03 FILLER                   PIC X(9)   VALUE ' EXMPCMAN'.
           03 FILLER                   PIC X(6)   VALUE ' USER='.
           03 TA-USERID                PIC X(8)   VALUE SPACES.
           03 FILLER                   PIC X(6)   VALUE ' TASK='.
           03 TA-TASKNUM               PIC 9(7)   VALUE ZERO.
           03 FILLER                   PIC X(5)   VALUE ' ACT='.
           03 TA-ACTION                PIC X(6)   VALUE SPACES.
           03 FILLER                   PIC X(5)   VALUE ' TRF='.
           03 TA-TRANSFER-NUMBER       PIC 9(8)   VALUE ZERO.
           03 FILLER                   PIC X(6)   VALUE ' ITEM='.
           03 TA-ITEM-REF              PIC 9(8)   VALUE ZERO.
           03 FILLER                   PIC X(6)   VALUE ' FROM='.
           03 TA-FROM-LOCATION         PIC X(2)   VALUE SPACES.
           03 FILLER                   PIC X(4)   VALUE ' TO='.
           03 TA-TO-LOCATION           PIC X(2)   VALUE SPACES.
           03 FILLER                   PIC X(5)   VALUE ' QTY='.
           03 TA-QUANTITY              PIC 9(7)   VALUE ZERO.

      * Key and record for the configured quarantine location.
      * Faulty and damaged goods sent back by a department are put
      * there, outside sellable stock, until they are inspected - no
      * order or transfer may take stock from it. A missing record
      * quarantines at the default location below
       01 WS-QUAR-LOCN-CONFIG-KEY  PIC X(9)
               VALUE 'QUAR-LOCN'.

       01 WS-QUAR-LOCN-CONFIG.
           03 QUAR-LOCN-FILE-KEY       PIC X(9).
           03 FILLER                   PIC X.
           03 WS-QUAR-LOCN-ON-FILE     PIC X(2).
           03 FILLER                   PIC X(68).

       01 WS-QUARANTINE-DEFAULT    PIC X(2) VALUE 'QR'.
       01 WS-QUARANTINE-LOCATION   PIC X(2) VALUE SPACES.

      * Stock lot record held on FILE('EXSTKLOT') - one record per
      * item, warehouse location and supplier lot, holding the part
      * of the location's stock delivered under that lot and the
      * date it expires. Location stock is issued from the earliest
      * expiring lot first, and stock in an expired lot is never
      * issued. Stock not covered by any lot issues after every
      * unexpired lot. An item with no lot records at a location
      * behaves exactly as before
       01 STOCK-LOT-RECORD.
           COPY DFH0XLOT.

       01 WS-LOT-RID.
           03 WS-LOT-RID-ITEM          PIC 9(8).
           03 WS-LOT-RID-LOCN          PIC X(2).
           03 WS-LOT-RID-NUMBER        PIC X(8).

      * Lot the current order was issued from (the earliest expiring
      * lot taken when the quantity spanned more than one) or is
      * being returned to - spaces when no lot was involved
       01 WS-LOT-NUMBER            PIC X(8) VALUE SPACES.

      * Working fields for issuing, adding and browsing lots
       01 WS-LOT-DATE              PIC X(8) VALUE SPACES.
       01 WS-LOT-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01 WS-LOT-EXPIRED-QTY       PIC 9(9) VALUE ZERO.
       01 WS-LOT-TAKE-REMAINING    PIC 9(7) VALUE ZERO.
       01 WS-LOT-TAKE-QTY          PIC 9(7) VALUE ZERO.
       01 WS-LOT-BEST-NUMBER       PIC X(8) VALUE SPACES.
       01 WS-LOT-BEST-EXPIRY       PIC 9(8) VALUE ZERO.
       01 WS-LOT-SORT-EXPIRY       PIC 9(8) VALUE ZERO.
       01 WS-LOT-ADD-QTY           PIC 9(7) VALUE ZERO.
       01 WS-LOT-ADD-EXPIRY        PIC 9(8) VALUE ZERO.
       01 WS-LOT-ADD-PO-NUMBER     PIC 9(8) VALUE ZERO.
       01 WS-LOT-FOUND-FLAG        PIC X VALUE 'N'.
           88 ISSUABLE-LOT-FOUND            VALUE 'Y'.
       01 WS-LOT-DONE-FLAG         PIC X VALUE 'N'.
           88 LOT-BROWSE-DONE               VALUE 'Y'.
       01 WS-LOT-SOURCE-NUMBER     PIC X(8) VALUE SPACES.
       01 WS-LOT-SOURCE-QTY        PIC 9(7) VALUE ZERO.

      * Lot usage record held on FILE('EXLOTUSE') - one for every lot
      * a stock take draws on, so the stock can be put back, or
      * booked in at another location, lot by lot. Before a take or
      * a return the caller names the order line or the transfer in
      * WS-LTU-RID; a number of zero records nothing
       01 LOT-USAGE-RECORD.
           COPY DFH0XLTU.

       01 WS-LTU-RID.
           03 WS-LTU-RID-SOURCE        PIC X.
           03 WS-LTU-RID-NUMBER        PIC 9(8).
           03 WS-LTU-RID-LINE          PIC 9(2).
           03 WS-LTU-RID-SEQUENCE      PIC 9(2).
       01 WS-LTU-BROWSE-RID.
           03 WS-LTU-BRW-SOURCE        PIC X.
           03 WS-LTU-BRW-NUMBER        PIC 9(8).
           03 WS-LTU-BRW-LINE          PIC 9(2).
           03 WS-LTU-BRW-SEQUENCE      PIC 9(2).
       01 WS-LTU-FOUND-SEQUENCE    PIC 9(2) VALUE ZERO.
       01 WS-LTU-PUT-BACK-QTY      PIC 9(7) VALUE ZERO.
       01 WS-LTU-FOUND-FLAG        PIC X VALUE 'N'.
           88 LOT-USAGE-FOUND               VALUE 'Y'.
       01 WS-LTU-ON-FILE-FLAG      PIC X VALUE 'N'.
           88 LOT-USAGE-ON-FILE             VALUE 'Y'.

      * Expiry date quoted on a goods receipt, broken down so it can
      * be checked as a real calendar date
       01 WS-LOT-CHECK-DATE.
           03 WS-LOT-CHECK-YYYY        PIC 9(4).
           03 WS-LOT-CHECK-MM          PIC 9(2).
           03 WS-LOT-CHECK-DD          PIC 9(2).
       01 WS-LOT-CHECK-NUM REDEFINES WS-LOT-CHECK-DATE PIC 9(8).

       01 WS-LOT-MONTH-START.
           03 WS-LOT-MONTH-START-YYYY  PIC 9(4).
           03 WS-LOT-MONTH-START-MM    PIC 9(2).
           03 WS-LOT-MONTH-START-DD    PIC 9(2).
       01 WS-LOT-MONTH-START-NUM REDEFINES WS-LOT-MONTH-START
                                   PIC 9(8).

       01 WS-LOT-MONTH-END.
           03 FILLER                   PIC 9(6).
           03 WS-LOT-MONTH-END-DD      PIC 9(2).
       01 WS-LOT-MONTH-END-NUM REDEFINES WS-LOT-MONTH-END
                                   PIC 9(8).

       01 WS-LOT-DATE-VALID-FLAG   PIC X VALUE 'Y'.
           88 LOT-DATE-VALID                VALUE 'Y'.

      * Item substitution record held on FILE('EXITMSUB') - the
      * ranked substitutes purchasing accepts for an item. An
      * '01ORDR' the item cannot be supplied for is offered the
      * best ranked one with the stock to cover it, after the
      * replacement a discontinued item names on its status record
       01 ITEM-SUBSTITUTE-RECORD.
           COPY DFH0XSBT.

       01 WS-SUBT-RID.
           03 WS-SUBT-RID-ITEM         PIC 9(8).
           03 WS-SUBT-RID-RANK         PIC 9(2).

      * Substitution count record held on FILE('EXSUBCNT') - offers
      * and acceptances per month, item and substitute, for the
      * monthly substitution report
       01 SUBSTITUTION-COUNT-RECORD.
           COPY DFH0XSBC.

       01 WS-SBCT-RID.
           03 WS-SBCT-RID-MONTH        PIC X(6).
           03 WS-SBCT-RID-ITEM         PIC 9(8).
           03 WS-SBCT-RID-SUBST        PIC 9(8).

      * Length a caller's commarea must reach for the CA-SUBST-
      * fields at the end of the DFH0XCP3 shape, and for the
      * CA-MNT-REPLACEMENT-REF field at the end of DFH0XCPA
       01 WS-SUBST-MIN-CALEN       PIC S9(4) COMP VALUE +135.
       01 WS-MNT-REPL-MIN-CALEN    PIC S9(4) COMP VALUE +166.

      * Working fields for finding and counting a substitute
       01 WS-SUBST-ORDER-ITEM      PIC 9(8) VALUE ZERO.
       01 WS-SUBST-REPLACEMENT     PIC 9(8) VALUE ZERO.
       01 WS-SUBST-CANDIDATE       PIC 9(8) VALUE ZERO.
       01 WS-SUBST-OFFER-REF       PIC 9(8) VALUE ZERO.
       01 WS-SUBST-REASON          PIC X VALUE SPACE.
           88 SUBST-FOR-NO-STOCK            VALUE 'S'.
           88 SUBST-FOR-DISCONTINUED        VALUE 'D'.
           88 SUBST-ACCEPTED                VALUE 'A'.
       01 WS-SUBST-FOUND-FLAG      PIC X VALUE 'N'.
           88 SUBSTITUTE-FOUND              VALUE 'Y'.
       01 WS-SUBST-DONE-FLAG       PIC X VALUE 'N'.
           88 SUBST-BROWSE-DONE             VALUE 'Y'.
       01 WS-SUBST-DATE            PIC X(8) VALUE SPACES.

      * Pick request record held on FILE('EXPICKRQ') - one per order
      * line stock is taken for, naming the warehouse location the
      * pick print job lists it under
       01 PICK-REQUEST-RECORD.
           COPY DFH0XPCK.

       01 WS-PICK-RID.
           03 WS-PICK-RID-ORDER        PIC 9(8).
           03 WS-PICK-RID-LINE         PIC 9(2).

       01 WS-PICK-ABSTIME          PIC S9(15) COMP-3 VALUE +0.
       01 WS-PICK-DATE             PIC X(8) VALUE SPACES.
       01 WS-PICK-TIME             PIC X(6) VALUE SPACES.

      * Working fields for the '01ORET' goods return. The order line
      * being returned against is found on the order history file,
      * together with every earlier return against it, so a line is
      * never returned beyond the quantity originally ordered
       01 WS-RTN-LOCATE-FLAG       PIC X    VALUE 'N'.
           88 RETURN-ORDER-LOCATED          VALUE 'Y'.
       01 WS-RTN-CANCELLED-FLAG    PIC X    VALUE 'N'.
           88 RETURN-ORDER-CANCELLED        VALUE 'Y'.
      * Set when the line's pick request is still held for supervisor
      * approval - nothing has left the warehouse to come back
       01 WS-RTN-HELD-FLAG         PIC X    VALUE 'N'.
           88 RETURN-ORDER-HELD             VALUE 'Y'.
       01 WS-RTN-ORDER-USERID      PIC X(8) VALUE SPACES.
       01 WS-RTN-ORDERED-QTY       PIC 9(3) VALUE ZERO.
       01 WS-RTN-RETURNED-QTY      PIC 9(5) VALUE ZERO.
       01 WS-RTN-RETURNABLE-QTY    PIC 9(3) VALUE ZERO.
       01 WS-RTN-CREDIT-VALUE      PIC 9(7)V99 VALUE ZERO.

      * Resource name enqueued while a return is checked and booked,
      * so two returns against one order cannot both pass the
      * returnable quantity check
       01 WS-RTN-ENQ-NAME.
           03 FILLER                   PIC X(4) VALUE 'ORET'.
           03 WS-RTN-ENQ-ORDER         PIC 9(8).

      * Set when a '01CANC' quoting an order number finds goods
      * already returned against that order - the cancellation would
      * restock the returned quantity a second time
       01 WS-CANC-RETURNED-FLAG    PIC X    VALUE 'N'.
           88 CANCEL-ORDER-HAS-RETURNS      VALUE 'Y'.

      * Signed-on userid, picked up once per request for the audit
      * and price history records maintenance writes
       01 WS-SIGNED-ON-USERID      PIC X(8) VALUE SPACES.
      * caller's fields land at their normal offsets; only the first
      * WS-CALEN bytes of it are meaningful on either side of the LINK
       01 WS-EXTENDED-COMMAREA.
           03 WS-EXT-BASE               PIC X(172).
           03 CA-DS-CATALOG-FILE-NAME   PIC X(8).

       01 WS-EXTENDED-CALEN         PIC S9(4) COMP.
           03 LS-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' EXMPCMAN'.
           03 FILLER                   PIC X(6)  VALUE ' ITEM='.
           03 LS-ITEM-REF-NUMBER       PIC 9(8)  VALUE ZERO.
           03 FILLER                   PIC X(7)  VALUE ' STOCK='.
           03 LS-STOCK                 PIC 9(7)  VALUE ZERO.
           03 FILLER                   PIC X(9)  VALUE ' REORDAT='.
           03 LS-REORDER-POINT         PIC 9(7)  VALUE ZERO.
           03 FILLER                   PIC X(5)  VALUE ' LOC='.
           03 LS-LOCATION              PIC X(2)  VALUE SPACES.

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
           03 FILLER                   PIC X(6)  VALUE ' DEPT='.
           03 BO-CHARGE-DEPT           PIC 9(3)  VALUE ZERO.
           03 FILLER                   PIC X(6)  VALUE ' ITEM='.
           03 BO-ITEM-REF-NUMBER       PIC 9(8)  VALUE ZERO.
           03 FILLER                   PIC X(5)  VALUE ' QTY='.
           03 BO-QUANTITY-REQ          PIC 9(3)  VALUE ZERO.
           03 FILLER                   PIC X(9)  VALUE ' TASKNUM='.
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

      * CAPP and CBAK queues in this program, so its fifty entries
      * are the one capacity all the queue browses share
       01 WS-BACKORDER-TABLE.
           03 WS-BACKORDER-ENTRY OCCURS 50  PIC X(100).
       01 WS-BACKORDER-COUNT       PIC 9(2) VALUE ZERO.
       01 WS-BACKORDER-INDEX       PIC 9(2) VALUE ZERO.
       01 WS-BACKORDER-TD-LENGTH   PIC S9(4) COMP.

      * CAPP and CBAK entries as they were queued before the item
      * reference was widened - four bytes shorter, with a four-digit
      * ITEM. An entry of the old length is widened as it is drained,
      * so it goes back on the queue in the current layout
       01 WS-OLD-QUEUE-ENTRY-LENGTH PIC S9(4) COMP VALUE 96.
       01 OLD-QUEUE-ENTRY.
           03 FILLER                   PIC X(53).
           03 OQ-ITEM-REF-NUMBER       PIC 9(4).
           03 OQ-TRAILER               PIC X(39).
       01 WS-BACKORDER-DONE-FLAG   PIC X    VALUE 'N'.
           88 BACKORDER-DRAIN-DONE          VALUE 'Y'.

      * the '01INQL' request
       01 WS-LIST-COUNT-WANTED     PIC 9(2) VALUE ZERO.
       01 WS-LIST-INDEX            PIC 9(2) VALUE ZERO.
       01 WS-LIST-NEXT-ITEM-REF    PIC 9(8) VALUE ZERO.
       01 WS-LIST-STOPPED-ON-ERROR PIC X    VALUE 'N'.
           88 LIST-STOPPED-ON-ERROR         VALUE 'Y'.

      * single search invocation is capped at 100 items examined -
      * the continuation key lets the caller page on from there
      * rather than one transaction walking the whole catalog
       01 WS-SRCH-NEXT-ITEM-REF    PIC 9(8) VALUE ZERO.
       01 WS-SRCH-EXAMINED-COUNT   PIC 9(3) VALUE ZERO.
       01 WS-SRCH-SCAN-DONE-FLAG   PIC X    VALUE 'N'.
           88 SEARCH-SCAN-DONE              VALUE 'Y'.
       01 DFHCOMMAREA10 REDEFINES DFHCOMMAREA.
           COPY DFH0XCPC.

       01 DFHCOMMAREA11 REDEFINES DFHCOMMAREA.
           COPY DFH0XCPD.

       01 DFHCOMMAREA12 REDEFINES DFHCOMMAREA.
           COPY DFH0XCPE.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
      *        purchase order
                   PERFORM RECORD-GOODS-RECEIPT

               WHEN '01TRFO'
      *        Call routine to send stock from one warehouse
      *        location to another
                   PERFORM DISPATCH-STOCK-TRANSFER

               WHEN '01TRFI'
      *        Call routine to confirm a stock transfer has arrived
      *        at its receiving location
                   PERFORM RECEIVE-STOCK-TRANSFER

               WHEN '01ORET'
      *        Call routine to take back goods returned against an
      *        earlier order
                   PERFORM RETURN-ORDER-GOODS

               WHEN OTHER
      *        Request is not recognised or supported
                   PERFORM REQUEST-NOT-RECOGNISED
           END-EXEC
           MOVE DATE1 TO LS-DATE
           MOVE TIME1 TO LS-TIME
           MOVE WS-ITEM-REORDER-POINT TO LS-REORDER-POINT
           EXEC CICS WRITEQ TD QUEUE('CLOW')
                     FROM(LOW-STOCK-MSG)
                     LENGTH(LENGTH OF LOW-STOCK-MSG)
           END-IF

      *    The reorder point applies per location when the item is
      *    location-tracked, to the blended figure when it is not.
      *    Quarantined stock is not sellable and is never reordered
           PERFORM GET-QUARANTINE-LOCATION
           PERFORM GET-ITEM-REORDER-POINT
           IF WS-ITEM-REORDER-POINT GREATER THAN ZERO
               IF WS-LOCN-COUNT GREATER THAN ZERO
                   PERFORM VARYING WS-LOCN-INDEX FROM 1 BY 1
                           UNTIL WS-LOCN-INDEX GREATER THAN
                                 WS-LOCN-COUNT
                       IF WS-LT-QUANTITY(WS-LOCN-INDEX) NOT GREATER
                              THAN WS-ITEM-REORDER-POINT AND
                          WS-LT-LOCATION(WS-LOCN-INDEX) NOT EQUAL
                              WS-QUARANTINE-LOCATION
                           MOVE CA-SNGL-ITEM-REF OF DFHCOMMAREA2
                               TO LS-ITEM-REF-NUMBER
                           MOVE WS-LT-QUANTITY(WS-LOCN-INDEX)
                   END-PERFORM
               ELSE
                   IF IN-SNGL-STOCK OF DFHCOMMAREA2 NOT GREATER
                          THAN WS-ITEM-REORDER-POINT
                       MOVE CA-SNGL-ITEM-REF OF DFHCOMMAREA2
                           TO LS-ITEM-REF-NUMBER
                       MOVE IN-SNGL-STOCK OF DFHCOMMAREA2 TO LS-STOCK
           END-IF
           EXIT.

      *================================================================*
      * Procedure to resolve the reorder point for the item just      *
      * inquired on: its own figure from FILE('EXREORD') when it has  *
      * a record, otherwise the catalog-wide REORD-PNT setting. An    *
      * unreadable file falls back the same way, so a missing         *
      * optional file never stops low-stock alerting                  *
      *================================================================*
        GET-ITEM-REORDER-POINT.
           MOVE WS-REORDER-POINT TO WS-ITEM-REORDER-POINT
           MOVE CA-SNGL-ITEM-REF OF DFHCOMMAREA2 TO WS-REORDER-ITEM-REF

           EXEC CICS READ FILE('EXREORD')
                          INTO(REORDER-PARAMETER-RECORD)
                          RIDFLD(WS-REORDER-ITEM-REF)
                          RESP(WS-RETURN-CODE)
           END-EXEC

           IF WS-RETURN-CODE EQUAL DFHRESP(NORMAL) AND
              IRP-REORDER-POINT NUMERIC
               MOVE IRP-REORDER-POINT TO WS-ITEM-REORDER-POINT
           END-IF
           EXIT.

      *================================================================*
      * Procedure to settle which warehouse location the current      *
      * order allocates from: the caller's choice when the commarea   *

           MOVE CA-ITEM-REF-NUMBER TO WS-ALLOC-ITEM-REF
           MOVE CA-QUANTITY-REQ TO WS-ALLOC-QUANTITY
           MOVE 'O' TO WS-LTU-RID-SOURCE
           MOVE WS-ORDER-NUMBER TO WS-LTU-RID-NUMBER
           MOVE ZERO TO WS-LTU-RID-LINE
           PERFORM TAKE-LOCATION-STOCK

           IF LOCATION-TAKE-FAILED
               MOVE CA-QUANTITY-REQ TO WS-LINE-QUANTITY-REQ
               MOVE WS-ORDER-NUMBER TO WS-LINE-ORDER-NUMBER
               MOVE SPACES TO WS-EXTENDED-COMMAREA
               MOVE WS-LINE-ORDER-COMMAREA TO WS-EXT-BASE(1:117)
               MOVE WS-CATALOG-FILE-NAME TO CA-DS-CATALOG-FILE-NAME
               MOVE 180 TO WS-EXTENDED-CALEN
               EXEC CICS LINK   PROGRAM(WS-DATASTORE-PROG)
                                COMMAREA(WS-EXTENDED-COMMAREA)
                                LENGTH(WS-EXTENDED-CALEN)
               END-EXEC
               MOVE WS-EXT-BASE(1:117) TO WS-LINE-ORDER-COMMAREA

               IF WS-LINE-RETURN-CODE NOT EQUAL '00'
      *            A reversal the datastore refuses leaves the
      *            blended stock taken - report it so a person can
      *            put it right
                   MOVE SPACES TO EM-DETAIL
                   STRING ' LOCN REVERSAL FAILED ITEM '
                          WS-LINE-ITEM-REF-NUMBER
                          ' ORDER ' WS-ORDER-NUMBER
                       DELIMITED BY SIZE
      *================================================================*
        TAKE-BASKET-LINE-LOCATION.
           MOVE 'S' TO WS-ALLOC-RESULT
           MOVE SPACES TO WS-BSKT-LINE-LOT(WS-BSKT-INDEX)
           IF WS-ORDER-LOCATION EQUAL SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE CA-BSKT-ITEM-REF(WS-BSKT-INDEX) TO WS-ALLOC-ITEM-REF
           MOVE CA-BSKT-QUANTITY(WS-BSKT-INDEX) TO WS-ALLOC-QUANTITY
           MOVE 'O' TO WS-LTU-RID-SOURCE
           MOVE WS-ORDER-NUMBER TO WS-LTU-RID-NUMBER
           MOVE WS-BSKT-INDEX TO WS-LTU-RID-LINE
           PERFORM TAKE-LOCATION-STOCK
           IF LOCATION-STOCK-TAKEN
               MOVE WS-LOT-NUMBER TO WS-BSKT-LINE-LOT(WS-BSKT-INDEX)
           END-IF

           IF LOCATION-TAKE-FAILED
               INITIALIZE WS-LINE-ORDER-COMMAREA
                   TO WS-LINE-QUANTITY-REQ
               MOVE WS-ORDER-NUMBER TO WS-LINE-ORDER-NUMBER
               MOVE SPACES TO WS-EXTENDED-COMMAREA
               MOVE WS-LINE-ORDER-COMMAREA TO WS-EXT-BASE(1:117)
               MOVE WS-CATALOG-FILE-NAME TO CA-DS-CATALOG-FILE-NAME
               MOVE 180 TO WS-EXTENDED-CALEN
               EXEC CICS LINK   PROGRAM(WS-DATASTORE-PROG)
                                COMMAREA(WS-EXTENDED-COMMAREA)
                                LENGTH(WS-EXTENDED-CALEN)
               END-EXEC
               MOVE WS-EXT-BASE(1:117) TO WS-LINE-ORDER-COMMAREA

               IF WS-LINE-RETURN-CODE NOT EQUAL '00'
      *            A reversal the datastore refuses leaves the
      *            blended stock taken - report it so a person can
      *            put it right
                   MOVE SPACES TO EM-DETAIL
                   STRING ' LOCN REVERSAL FAILED ITEM '
                          WS-LINE-ITEM-REF-NUMBER
                          ' ORDER ' WS-ORDER-NUMBER
                       DELIMITED BY SIZE
      * from the location in WS-ORDER-LOCATION. No record for the     *
      * item at that location means the item is not tracked there     *
      * and the take is skipped; a record that cannot cover the       *
      * quantity fails the take and is left untouched. Quarantined    *
      * stock is never sellable, so a take from the quarantine        *
      * location always fails. Stock in an expired lot is held at     *
      * the location but cannot be issued, so it does not count      *
      * towards the quantity; the take itself is drawn from the       *
      * item's lots there earliest expiry first, and the first lot    *
      * drawn on is left in WS-LOT-NUMBER. Every lot drawn on is      *
      * recorded on the lot usage file under WS-LTU-RID               *
      *================================================================*
        TAKE-LOCATION-STOCK.
           MOVE 'S' TO WS-ALLOC-RESULT
           MOVE SPACES TO WS-LOT-NUMBER
           MOVE ZERO TO WS-LTU-RID-SEQUENCE
           PERFORM GET-QUARANTINE-LOCATION
           IF WS-ORDER-LOCATION EQUAL WS-QUARANTINE-LOCATION
               MOVE 'N' TO WS-ALLOC-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM SUM-EXPIRED-LOT-STOCK
           MOVE WS-ALLOC-ITEM-REF TO WS-STKL-RID-ITEM
           MOVE WS-ORDER-LOCATION TO WS-STKL-RID-LOCN

           END-EXEC

           IF WS-RETURN-CODE EQUAL DFHRESP(NORMAL)
               IF STKL-QUANTITY LESS THAN
                      WS-ALLOC-QUANTITY + WS-LOT-EXPIRED-QTY
                   MOVE 'N' TO WS-ALLOC-RESULT
                   EXEC CICS UNLOCK FILE('EXSTKLOC')
                             RESP(WS-RETURN-CODE)
                   END-EXEC
                   IF WS-RETURN-CODE EQUAL DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-ALLOC-RESULT
                       PERFORM TAKE-LOT-STOCK
                   ELSE
                       MOVE 'N' TO WS-ALLOC-RESULT
                   END-IF
           END-IF
           EXIT.

      *================================================================*
      * Procedure to total the stock of WS-ALLOC-ITEM-REF held in     *
      * expired lots at the location in WS-ORDER-LOCATION. A lot      *
      * stays issuable up to and including its expiry date; a lot     *
      * with no expiry date never expires                             *
      *================================================================*
        SUM-EXPIRED-LOT-STOCK.
           MOVE ZERO TO WS-LOT-EXPIRED-QTY
           PERFORM GET-LOT-TODAY-DATE

           MOVE WS-ALLOC-ITEM-REF TO WS-LOT-RID-ITEM
           MOVE WS-ORDER-LOCATION TO WS-LOT-RID-LOCN
           MOVE LOW-VALUES TO WS-LOT-RID-NUMBER
           EXEC CICS STARTBR FILE('EXSTKLOT')
                     RIDFLD(WS-LOT-RID)
                     GTEQ
                     RESP(WS-RETURN-CODE)
           END-EXEC

           IF WS-RETURN-CODE EQUAL DFHRESP(NORMAL)
               MOVE 'N' TO WS-LOT-DONE-FLAG
               PERFORM UNTIL LOT-BROWSE-DONE
                   EXEC CICS READNEXT FILE('EXSTKLOT')
                             INTO(STOCK-LOT-RECORD)
                             RIDFLD(WS-LOT-RID)
                             RESP(WS-RETURN-CODE)
                   END-EXEC
                   IF WS-RETURN-CODE NOT EQUAL DFHRESP(NORMAL) OR
                      LOT-ITEM-REF NOT EQUAL WS-ALLOC-ITEM-REF OR
                      LOT-LOCATION NOT EQUAL WS-ORDER-LOCATION
                       SET LOT-BROWSE-DONE TO TRUE
                   ELSE
                       IF LOT-EXPIRY-DATE NOT EQUAL ZERO AND
                          LOT-EXPIRY-DATE LESS THAN WS-LOT-TODAY-DATE
                           ADD LOT-QUANTITY TO WS-LOT-EXPIRED-QTY
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('EXSTKLOT')
                         RESP(WS-RETURN-CODE)
               END-EXEC
           END-IF
           EXIT.

      *================================================================*
      * Procedure to draw the WS-ALLOC-QUANTITY just taken off the     *
      * location from the item's lots there - the earliest expiring  *
      * unexpired lot first, then the next, until the quantity is     *
      * covered. Whatever no lot covers came from stock received      *
      * before lots were recorded                                     *
      *================================================================*
        TAKE-LOT-STOCK.
           MOVE WS-ALLOC-QUANTITY TO WS-LOT-TAKE-REMAINING
           MOVE 'Y' TO WS-LOT-FOUND-FLAG
           PERFORM UNTIL WS-LOT-TAKE-REMAINING EQUAL ZERO
                      OR NOT ISSUABLE-LOT-FOUND
               PERFORM FIND-ISSUABLE-LOT
               IF ISSUABLE-LOT-FOUND
                   PERFORM TAKE-FROM-ONE-LOT
               END-IF
           END-PERFORM
           EXIT.

      *================================================================*
      * Procedure to find the unexpired lot of WS-ALLOC-ITEM-REF at   *
      * WS-ORDER-LOCATION with stock left that expires first. A lot   *
      * with no expiry date sorts after every dated lot               *
      *================================================================*
        FIND-ISSUABLE-LOT.
           MOVE 'N' TO WS-LOT-FOUND-FLAG
           MOVE SPACES TO WS-LOT-BEST-NUMBER
           MOVE 99999999 TO WS-LOT-BEST-EXPIRY

           MOVE WS-ALLOC-ITEM-REF TO WS-LOT-RID-ITEM
           MOVE WS-ORDER-LOCATION TO WS-LOT-RID-LOCN
           MOVE LOW-VALUES TO WS-LOT-RID-NUMBER
           EXEC CICS STARTBR FILE('EXSTKLOT')
                     RIDFLD(WS-LOT-RID)
                     GTEQ
                     RESP(WS-RETURN-CODE)
           END-EXEC

           IF WS-RETURN-CODE EQUAL DFHRESP(NORMAL)
               MOVE 'N' TO WS-LOT-DONE-FLAG
               PERFORM UNTIL LOT-BROWSE-DONE
                   EXEC CICS READNEXT FILE('EXSTKLOT')
                             INTO(STOCK-LOT-RECORD)
                             RIDFLD(WS-LOT-RID)
                             RESP(WS-RETURN-CODE)
                   END-EXEC
                   IF WS-RETURN-CODE NOT EQUAL DFHRESP(NORMAL) OR
                      LOT-ITEM-REF NOT EQUAL WS-ALLOC-ITEM-REF OR
                      LOT-LOCATION NOT EQUAL WS-ORDER-LOCATION
                       SET LOT-BROWSE-DONE TO TRUE
                   ELSE
                       IF LOT-EXPIRY-DATE EQUAL ZERO
                           MOVE 99999999 TO WS-LOT-SORT-EXPIRY
                       ELSE
                           MOVE LOT-EXPIRY-DATE TO WS-LOT-SORT-EXPIRY
                       END-IF
                       IF LOT-QUANTITY GREATER THAN ZERO AND
                          WS-LOT-SORT-EXPIRY NOT LESS THAN
                              WS-LOT-TODAY-DATE
                           IF NOT ISSUABLE-LOT-FOUND OR
                              WS-LOT-SORT-EXPIRY LESS THAN
                                  WS-LOT-BEST-EXPIRY
                               SET ISSUABLE-LOT-FOUND TO TRUE
                               MOVE LOT-NUMBER TO WS-LOT-BEST-NUMBER
                               MOVE WS-LOT-SORT-EXPIRY
                                   TO WS-LOT-BEST-EXPIRY
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('EXSTKLOT')
                         RESP(WS-RETURN-CODE)
               END-EXEC
           END-IF
           EXIT.

      *================================================================*
      * Procedure to take as much of the remaining quantity as the    *
      * lot found by FIND-ISSUABLE-LOT holds. A lot that cannot be    *
      * updated stops the lot draw - the rest of the take is left to  *
      * the location's stock not held in lots                         *
      *================================================================*
        TAKE-FROM-ONE-LOT.
           MOVE ZERO TO WS-LOT-TAKE-QTY
           MOVE WS-ALLOC-ITEM-REF TO WS-LOT-RID-ITEM
           MOVE WS-ORDER-LOCATION TO WS-LOT-RID-LOCN
           MOVE WS-LOT-BEST-NUMBER TO WS-LOT-RID-NUMBER

           EXEC CICS READ FILE('EXSTKLOT')
                          INTO(STOCK-LOT-RECORD)
                          RIDFLD(WS-LOT-RID)
                          RESP(WS-RETURN-CODE)
                          UPDATE
           END-EXEC

           IF WS-RETURN-CODE EQUAL DFHRESP(NORMAL)
               IF LOT-QUANTITY LESS THAN WS-LOT-TAKE-REMAINING
                   MOVE LOT-QUANTITY TO WS-LOT-TAKE-QTY
               ELSE
                   MOVE WS-LOT-TAKE-REMAINING TO WS-LOT-TAKE-QTY
               END-IF
               SUBTRACT WS-LOT-TAKE-QTY FROM LOT-QUANTITY
               EXEC CICS REWRITE FILE('EXSTKLOT')
                         FROM(STOCK-LOT-RECORD)
                         RESP(WS-RETURN-CODE)
               END-EXEC
           END-IF

           IF WS-RETURN-CODE EQUAL DFHRESP(NORMAL)
               SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-TAKE-REMAINING
               IF WS-LOT-NUMBER EQUAL SPACES
                   MOVE LOT-NUMBER TO WS-LOT-NUMBER
               END-IF
               PERFORM RECORD-LOT-USAGE
           ELSE
               MOVE 'N' TO WS-LOT-FOUND-FLAG
               MOVE ' UNABLE TO TAKE STOCK FROM LOT RECORD'
                   TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to write the lot usage record for the quantity      *
      * TAKE-FROM-ONE-LOT has just drawn from a lot, under the order  *
      * line or transfer named in WS-LTU-RID and the next sequence    *
      * number. A take with no order or transfer number records       *
      * nothing                                                       *
      *================================================================*
        RECORD-LOT-USAGE.
           IF WS-LTU-RID-NUMBER EQUAL ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-LTU-RID-SEQUENCE NOT LESS THAN 99
               MOVE ' TOO MANY LOTS TO RECORD FOR ONE TAKE'
                   TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LTU-RID-SEQUENCE

           INITIALIZE LOT-USAGE-RECORD
           MOVE WS-LTU-RID TO LTU-KEY
           MOVE WS-ALLOC-ITEM-REF TO LTU-ITEM-REF
           MOVE WS-ORDER-LOCATION TO LTU-LOCATION
           MOVE LOT-NUMBER TO LTU-LOT-NUMBER
           MOVE WS-LOT-TAKE-QTY TO LTU-QUANTITY
           MOVE ZERO TO LTU-QTY-RETURNED
           MOVE WS-LOT-DATE TO LTU-TAKEN-DATE

           EXEC CICS WRITE FILE('EXLOTUSE')
                     FROM(LOT-USAGE-RECORD)
                     RIDFLD(WS-LTU-RID)
                     RESP(WS-RETURN-CODE)
           END-EXEC
           IF WS-RETURN-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE ' UNABLE TO WRITE LOT USAGE RECORD'
                   TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to put WS-ALLOC-QUANTITY back into the lots it was  *
      * taken from at WS-ORDER-LOCATION - each lot the lot usage file *
      * records under WS-LTU-RID in turn, never more to a lot than    *
      * is still out of it. A take made before lot usage was          *
      * recorded goes back into the one lot in WS-LOT-NUMBER. A lot   *
      * no longer on file leaves the quantity with the location's     *
      * stock not held in lots                                        *
      *================================================================*
        RETURN-LOT-STOCK.
           MOVE WS-ALLOC-QUANTITY TO WS-LOT-TAKE-REMAINING
           MOVE 'N' TO WS-LTU-ON-FILE-FLAG
           MOVE 'Y' TO WS-LTU-FOUND-FLAG
           IF WS-LTU-RID-NUMBER NOT EQUAL ZERO
               PERFORM UNTIL WS-LOT-TAKE-REMAINING EQUAL ZERO
                          OR NOT LOT-USAGE-FOUND
                   PERFORM FIND-LOT-USAGE-TO-RETURN
                   IF LOT-USAGE-FOUND
                       PERFORM RETURN-TO-ONE-LOT
                   END-IF
               END-PERFORM
           END-IF

           IF NOT LOT-USAGE-ON-FILE
               MOVE WS-ALLOC-ITEM-REF TO WS-LOT-RID-ITEM
               MOVE WS-ORDER-LOCATION TO WS-LOT-RID-LOCN
               MOVE WS-LOT-NUMBER TO WS-LOT-RID-NUMBER
               MOVE WS-ALLOC-QUANTITY TO WS-LTU-PUT-BACK-QTY
               PERFORM PUT-BACK-INTO-LOT
           END-IF
           EXIT.

      *================================================================*
      * Procedure to find the first lot usage record under WS-LTU-RID *
      * at WS-ORDER-LOCATION with stock still out of its lot. Notes   *
      * whether the take recorded any lot usage there at all          *
      *================================================================*
        FIND-LOT-USAGE-TO-RETURN.
           MOVE 'N' TO WS-LTU-FOUND-FLAG
           MOVE WS-LTU-RID TO WS-LTU-BROWSE-RID
           MOVE ZERO TO WS-LTU-BRW-SEQUENCE
           EXEC CICS STARTBR FILE('EXLOTUSE')
                     RIDFLD(WS-LTU-BROWSE-RID)
                     GTEQ
                     RESP(WS-RETURN-CODE)
           END-EXEC

           IF WS-RETURN-CODE EQUAL DFHRESP(NORMAL)
               MOVE 'N' TO WS-LOT-DONE-FLAG
               PERFORM UNTIL LOT-BROWSE-DONE
                   EXEC CICS READNEXT FILE('EXLOTUSE')
                             INTO(LOT-USAGE-RECORD)
                             RIDFLD(WS-LTU-BROWSE-RID)
                             RESP(WS-RETURN-CODE)
                   END-EXEC
                   IF WS-RETURN-CODE NOT EQUAL DFHRESP(NORMAL) OR
                      LTU-SOURCE NOT EQUAL WS-LTU-RID-SOURCE OR
                      LTU-NUMBER NOT EQUAL WS-LTU-RID-NUMBER OR
                      LTU-LINE-NUMBER NOT EQUAL WS-LTU-RID-LINE
                       SET LOT-BROWSE-DONE TO TRUE
                   ELSE
                       IF LTU-LOCATION EQUAL WS-ORDER-LOCATION
                           SET LOT-USAGE-ON-FILE TO TRUE
                           IF LTU-QUANTITY GREATER THAN
                                  LTU-QTY-RETURNED
                               SET LOT-USAGE-FOUND TO TRUE
                               MOVE LTU-SEQUENCE
                                   TO WS-LTU-FOUND-SEQUENCE
                               SET LOT-BROWSE-DONE TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('EXLOTUSE')
                         RESP(WS-RETURN-CODE)
               END-EXEC
           END-IF
           EXIT.

      *================================================================*
      * Procedure to put back as much of the remaining quantity as    *
      * is still out of the lot named on the lot usage record found   *
      * by FIND-LOT-USAGE-TO-RETURN, marking it returned on the usage *
      * record first so it can never be put back twice                *
      *================================================================*
        RETURN-TO-ONE-LOT.
           MOVE WS-LTU-RID TO WS-LTU-BROWSE-RID
           MOVE WS-LTU-FOUND-SEQUENCE TO WS-LTU-BRW-SEQUENCE

           EXEC CICS READ FILE('EXLOTUSE')
                          INTO(LOT-USAGE-RECORD)
                          RIDFLD(WS-LTU-BROWSE-RID)
                          RESP(WS-RETURN-CODE)
                          UPDATE
           END-EXEC

           IF WS-RETURN-CODE EQUAL DFHRESP(NORMAL)
               COMPUTE WS-LTU-PUT-BACK-QTY =
                   LTU-QUANTITY - LTU-QTY-RETURNED
               IF WS-LTU-PUT-BACK-QTY GREATER THAN
                      WS-LOT-TAKE-REMAINING
                   MOVE WS-LOT-TAKE-REMAINING TO WS-LTU-PUT-BACK-QTY
               END-IF
               ADD WS-LTU-PUT-BACK-QTY TO LTU-QTY-RETURNED
               EXEC CICS REWRITE FILE('EXLOTUSE')
                         FROM(LOT-USAGE-RECORD)
                         RESP(WS-RETURN-CODE)
               END-EXEC
           END-IF

           IF WS-RETURN-CODE EQUAL DFHRESP(NORMAL)
               SUBTRACT WS-LTU-PUT-BACK-QTY FROM WS-LOT-TAKE-REMAINING
               MOVE WS-ALLOC-ITEM-REF TO WS-LOT-RID-ITEM
               MOVE WS-ORDER-LOCATION TO WS-LOT-RID-LOCN
               MOVE LTU-LOT-NUMBER TO WS-LOT-RID-NUMBER
               PERFORM PUT-BACK-INTO-LOT
           ELSE
               MOVE 'N' TO WS-LTU-FOUND-FLAG
               MOVE ' UNABLE TO UPDATE LOT USAGE RECORD'
                   TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to add WS-LTU-PUT-BACK-QTY back to the lot keyed by *
      * WS-LOT-RID. A lot no longer on file leaves the quantity with  *
      * the location's stock not held in lots; a lot the quantity     *
      * would take past the largest quantity a lot can hold is left   *
      * as it is and the failure reported                             *
      *================================================================*
        PUT-BACK-INTO-LOT.
           EXEC CICS READ FILE('EXSTKLOT')
                          INTO(STOCK-LOT-RECORD)
                          RIDFLD(WS-LOT-RID)
                          RESP(WS-RETURN-CODE)
                          UPDATE
           END-EXEC

           IF WS-RETURN-CODE EQUAL DFHRESP(NORMAL)
               IF LOT-QUANTITY + WS-LTU-PUT-BACK-QTY
                      GREATER THAN 9999999
                   EXEC CICS UNLOCK FILE('EXSTKLOT')
                             RESP(WS-RETURN-CODE)
                   END-EXEC
                   MOVE ' LOT QUANTITY WOULD EXCEED 9999999'
                       TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               ADD WS-LTU-PUT-BACK-QTY TO LOT-QUANTITY
               EXEC CICS REWRITE FILE('EXSTKLOT')
                         FROM(STOCK-LOT-RECORD)
                         RESP(WS-RETURN-CODE)
               END-EXEC
               IF WS-RETURN-CODE NOT EQUAL DFHRESP(NORMAL)
                   MOVE ' UNABLE TO RETURN STOCK TO LOT RECORD'
                       TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
               END-IF
           END-IF
           EXIT.

      *================================================================*
      * Procedure to add WS-LOT-ADD-QUANTITY to the lot keyed by      *
      * WS-LOT-RID, creating the lot record with WS-LOT-ADD-EXPIRY    *
      * and WS-LOT-ADD-PO-NUMBER the first time the lot is booked in  *
      * at that location. A lot already on file keeps the expiry      *
      * date it was first booked in with                              *
      *================================================================*
        ADD-STOCK-TO-LOT.
           EXEC CICS READ FILE('EXSTKLOT')
                          INTO(STOCK-LOT-RECORD)
                          RIDFLD(WS-LOT-RID)
                          RESP(WS-RETURN-CODE)
                          UPDATE
           END-EXEC

           EVALUATE WS-RETURN-CODE
               WHEN DFHRESP(NORMAL)
                   IF LOT-QUANTITY + WS-LOT-ADD-QTY GREATER THAN 9999999
                       EXEC CICS UNLOCK FILE('EXSTKLOT')
                                 RESP(WS-RETURN-CODE)
                       END-EXEC
                       MOVE ' LOT QUANTITY WOULD EXCEED 9999999'
                           TO EM-DETAIL
                       PERFORM WRITE-ERROR-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
                   ADD WS-LOT-ADD-QTY TO LOT-QUANTITY
                   EXEC CICS REWRITE FILE('EXSTKLOT')
                             FROM(STOCK-LOT-RECORD)
                             RESP(WS-RETURN-CODE)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   PERFORM GET-LOT-TODAY-DATE
                   INITIALIZE STOCK-LOT-RECORD
                   MOVE WS-LOT-RID-ITEM TO LOT-ITEM-REF
                   MOVE WS-LOT-RID-LOCN TO LOT-LOCATION
                   MOVE WS-LOT-RID-NUMBER TO LOT-NUMBER
                   MOVE WS-LOT-ADD-EXPIRY TO LOT-EXPIRY-DATE
                   MOVE WS-LOT-ADD-QTY TO LOT-QUANTITY
                   MOVE WS-LOT-DATE TO LOT-RECEIVED-DATE
                   MOVE WS-LOT-ADD-PO-NUMBER TO LOT-PO-NUMBER
                   EXEC CICS WRITE FILE('EXSTKLOT')
                             FROM(STOCK-LOT-RECORD)
                             RIDFLD(WS-LOT-RID)
                             RESP(WS-RETURN-CODE)
                   END-EXEC
           END-EVALUATE

           IF WS-RETURN-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE ' UNABLE TO BOOK STOCK TO LOT RECORD'
                   TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to fetch today's date, YYYYMMDD, for the lot expiry *
      * checks                                                        *
      *================================================================*
        GET-LOT-TODAY-DATE.
           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYYYMMDD(WS-LOT-DATE)
           END-EXEC
           MOVE WS-LOT-DATE TO WS-LOT-TODAY-DATE
           EXIT.

      *================================================================*
      * Procedure to return WS-ALLOC-QUANTITY of WS-ALLOC-ITEM-REF    *
      * to the location in WS-ORDER-LOCATION. No record means the     *
      * item is not tracked there and there is nothing to return.     *
      * Stock issued from lots goes back into the lots it was taken   *
      * from, as RETURN-LOT-STOCK finds them                          *
      *================================================================*
        RETURN-LOCATION-STOCK.
           MOVE WS-ALLOC-ITEM-REF TO WS-STKL-RID-ITEM
           END-EXEC

           IF WS-RETURN-CODE EQUAL DFHRESP(NORMAL)
               IF STKL-QUANTITY + WS-ALLOC-QUANTITY
                      GREATER THAN 9999999
                   MOVE 9999999 TO STKL-QUANTITY
               ELSE
                   ADD WS-ALLOC-QUANTITY TO STKL-QUANTITY
               END-IF
                   MOVE ' UNABLE TO RETURN STOCK TO LOCATION RECORD'
                       TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
               ELSE
                   IF WS-LOT-NUMBER NOT EQUAL SPACES AND
                      WS-LOT-NUMBER NOT EQUAL LOW-VALUES
                       PERFORM RETURN-LOT-STOCK
                   END-IF
               END-IF
           END-IF
           EXIT.

           MOVE CA-ITEM-REF-NUMBER TO WS-ALLOC-ITEM-REF
           MOVE CA-QUANTITY-REQ TO WS-ALLOC-QUANTITY
           MOVE 'O' TO WS-LTU-RID-SOURCE
           MOVE WS-ORDER-NUMBER TO WS-LTU-RID-NUMBER
           MOVE ZERO TO WS-LTU-RID-LINE
           PERFORM RETURN-LOCATION-STOCK
           EXIT.

      * Procedure to book a goods receipt's quantity into the         *
      * default warehouse location, creating the location record on   *
      * first receipt. No default location means location tracking    *
      * is not in use. A receipt quoting a lot is also booked into    *
      * that lot at the location                                      *
      *================================================================*
        ADD-RECEIPT-TO-LOCATION.
           PERFORM GET-DEFAULT-LOCATION
           EVALUATE WS-RETURN-CODE
               WHEN DFHRESP(NORMAL)
                   IF STKL-QUANTITY + WS-PO-RECEIVE-QTY
                          GREATER THAN 9999999
                       MOVE 9999999 TO STKL-QUANTITY
                   ELSE
                       ADD WS-PO-RECEIVE-QTY TO STKL-QUANTITY
                   END-IF
               MOVE ' UNABLE TO BOOK RECEIPT TO LOCATION RECORD'
                   TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           ELSE
               IF WS-PO-LOT-NUMBER NOT EQUAL SPACES
                   MOVE CA-PO-ITEM-REF TO WS-LOT-RID-ITEM
                   MOVE WS-ORDER-LOCATION TO WS-LOT-RID-LOCN
                   MOVE WS-PO-LOT-NUMBER TO WS-LOT-RID-NUMBER
                   MOVE WS-PO-RECEIVE-QTY TO WS-LOT-ADD-QTY
                   MOVE WS-PO-LOT-EXPIRY TO WS-LOT-ADD-EXPIRY
                   MOVE PORD-NUMBER TO WS-LOT-ADD-PO-NUMBER
                   PERFORM ADD-STOCK-TO-LOT
               END-IF
           END-IF
           EXIT.

        PLACE-ORDER.
           MOVE 'EXCATMAN: PLACE-ORDER' TO CA-RESPONSE-MESSAGE

      *    No substitute is offered unless this order turns out to
      *    be one the item cannot be supplied for
           IF WS-CALEN NOT LESS THAN WS-SUBST-MIN-CALEN
               MOVE ZERO TO CA-SUBST-ITEM-REF
           END-IF

      *    Pass the configured catalog file name through to the
      *    datastore program by appending it after the caller's own
      *    commarea shape
                   MOVE '79' TO CA-RETURN-CODE
                   MOVE 'ITEM DISCONTINUED - ORDER REFUSED'
                       TO CA-RESPONSE-MESSAGE
      *            Offer the item's replacement, or its best ranked
      *            substitute, in place of the bare refusal
                   SET SUBST-FOR-DISCONTINUED TO TRUE
                   PERFORM OFFER-SUBSTITUTE-ITEM
               END-IF
           END-IF

      * The datastore refused the order for lack of stock - keep the
      * demand as a backorder so the requester can be told when the
      * item is back, instead of the order just failing outright
      * The requester may take a substitute that is in stock rather
      * than wait for the backorder
           IF CA-RETURN-CODE EQUAL WS-DS-NO-STOCK-CODE
               PERFORM QUEUE-BACKORDER
               SET SUBST-FOR-NO-STOCK TO TRUE
               PERFORM OFFER-SUBSTITUTE-ITEM
           END-IF

      * The datastore has taken the blended stock - now earmark it

      *    The datastore accepted the order (even if it was then held
      *    for approval or its stock notification had to be queued
      *    for retry), so record it on the order history file and
      *    queue the warehouse to pick it
           IF CA-RETURN-CODE EQUAL '00' OR CA-RETURN-CODE EQUAL '54'
              OR CA-RETURN-CODE EQUAL '55'
               PERFORM WRITE-ORDER-HISTORY
               PERFORM QUEUE-ORDER-PICK-REQUEST
           END-IF

      *    An order placed for a substitute quoting the item it was
      *    offered in place of counts as the substitution accepted
           IF (CA-RETURN-CODE EQUAL '00' OR CA-RETURN-CODE EQUAL '54'
               OR CA-RETURN-CODE EQUAL '55') AND
              WS-CALEN NOT LESS THAN WS-SUBST-MIN-CALEN
               IF CA-SUBST-FOR-ITEM-REF NUMERIC AND
                  CA-SUBST-FOR-ITEM-REF NOT EQUAL ZERO AND
                  CA-SUBST-FOR-ITEM-REF NOT EQUAL CA-ITEM-REF-NUMBER
                   SET SUBST-ACCEPTED TO TRUE
                   MOVE CA-SUBST-FOR-ITEM-REF TO WS-SUBST-ORDER-ITEM
                   MOVE CA-ITEM-REF-NUMBER TO WS-SUBST-OFFER-REF
                   PERFORM COUNT-SUBSTITUTION
               END-IF
           END-IF

      *    Hand the allocated order number back to the caller -
           EXIT.

      *================================================================*
      * Procedure to offer a substitute for an '01ORDR' the item      *
      * cannot be supplied for - out of stock (SUBST-FOR-NO-STOCK,    *
      * the backorder already recorded) or discontinued               *
      * (SUBST-FOR-DISCONTINUED). A discontinued item's own           *
      * replacement is tried first, then the item's ranked            *
      * substitutes on FILE('EXITMSUB') in rank order. The first that *
      * is on the catalog, not discontinued and has the stock to      *
      * cover the order is offered in CA-SUBST-ITEM-REF with its own  *
      * return code, and the offer is counted. No substitute leaves   *
      * the original answer alone, and a caller too short to carry    *
      * the substitute is never offered one                           *
      *================================================================*
        OFFER-SUBSTITUTE-ITEM.
           IF WS-CALEN LESS THAN WS-SUBST-MIN-CALEN
               EXIT PARAGRAPH
           END-IF

           MOVE CA-ITEM-REF-NUMBER TO WS-SUBST-ORDER-ITEM
           MOVE ZERO TO WS-SUBST-OFFER-REF
           MOVE ZERO TO WS-SUBST-REPLACEMENT
           MOVE 'N' TO WS-SUBST-FOUND-FLAG

      *    The status record READ-ITEM-STATUS has just read for the
      *    ordered item names its replacement, if any
           IF SUBST-FOR-DISCONTINUED AND
              ITST-REPLACEMENT-REF NUMERIC
               MOVE ITST-REPLACEMENT-REF TO WS-SUBST-REPLACEMENT
           END-IF

           IF WS-SUBST-REPLACEMENT NOT EQUAL ZERO
               MOVE WS-SUBST-REPLACEMENT TO WS-SUBST-CANDIDATE
               PERFORM CHECK-SUBSTITUTE-CANDIDATE
           END-IF

           IF NOT SUBSTITUTE-FOUND
               PERFORM FIND-RANKED-SUBSTITUTE
           END-IF

           IF NOT SUBSTITUTE-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SUBST-CANDIDATE TO WS-SUBST-OFFER-REF
           MOVE WS-SUBST-OFFER-REF TO CA-SUBST-ITEM-REF
           MOVE SPACES TO CA-RESPONSE-MESSAGE
           IF SUBST-FOR-DISCONTINUED
               MOVE '68' TO CA-RETURN-CODE
               STRING 'ITEM DISCONTINUED - ITEM '
                      WS-SUBST-OFFER-REF
                      ' OFFERED IN ITS PLACE'
                   DELIMITED BY SIZE
                   INTO CA-RESPONSE-MESSAGE
               END-STRING
           ELSE
               MOVE '59' TO CA-RETURN-CODE
               STRING 'ITEM OUT OF STOCK - BACKORDER RECORDED - ITEM '
                      WS-SUBST-OFFER-REF
                      ' OFFERED IN ITS PLACE'
                   DELIMITED BY SIZE
                   INTO CA-RESPONSE-MESSAGE
               END-STRING
           END-IF

           PERFORM COUNT-SUBSTITUTION
           EXIT.

      *================================================================*
      * Procedure to browse the ranked substitutes of the ordered     *
      * item, best rank first, until one can be offered. The          *
      * replacement already tried is not tried again                  *
      *================================================================*
        FIND-RANKED-SUBSTITUTE.
           MOVE WS-SUBST-ORDER-ITEM TO WS-SUBT-RID-ITEM
           MOVE ZERO TO WS-SUBT-RID-RANK
           EXEC CICS STARTBR FILE('EXITMSUB')
                     RIDFLD(WS-SUBT-RID)
                     GTEQ
                     RESP(WS-RETURN-CODE)
           END-EXEC

           IF WS-RETURN-CODE EQUAL DFHRESP(NORMAL)
               MOVE 'N' TO WS-SUBST-DONE-FLAG
               PERFORM UNTIL SUBST-BROWSE-DONE OR SUBSTITUTE-FOUND
                   EXEC CICS READNEXT FILE('EXITMSUB')
                             INTO(ITEM-SUBSTITUTE-RECORD)
                             RIDFLD(WS-SUBT-RID)
                             RESP(WS-RETURN-CODE)
                   END-EXEC
                   IF WS-RETURN-CODE NOT EQUAL DFHRESP(NORMAL) OR
                      SUBT-ITEM-REF NOT EQUAL WS-SUBST-ORDER-ITEM
                       SET SUBST-BROWSE-DONE TO TRUE
                   ELSE
                       IF SUBT-SUBST-REF NOT EQUAL WS-SUBST-REPLACEMENT
                           MOVE SUBT-SUBST-REF TO WS-SUBST-CANDIDATE
                           PERFORM CHECK-SUBSTITUTE-CANDIDATE
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('EXITMSUB')
                         RESP(WS-RETURN-CODE)
               END-EXEC
           END-IF
           EXIT.

      *================================================================*
      * Procedure to decide whether the item in WS-SUBST-CANDIDATE    *
      * can be offered: it is not the ordered item, it is not         *
      * discontinued, and an '01INQS' of it through the datastore     *
      * shows stock on hand covering the quantity ordered             *
      *================================================================*
        CHECK-SUBSTITUTE-CANDIDATE.
           MOVE 'N' TO WS-SUBST-FOUND-FLAG
           IF WS-SUBST-CANDIDATE EQUAL ZERO OR
              WS-SUBST-CANDIDATE EQUAL WS-SUBST-ORDER-ITEM
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SUBST-CANDIDATE TO WS-STATUS-ITEM-REF
           PERFORM READ-ITEM-STATUS
           IF ITEM-IS-DISCONTINUED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SUBST-CANDIDATE TO WS-COST-ITEM-REF
           PERFORM GET-UNIT-COST-FOR-ITEM
           IF CA-SINGLE-RETURN-CODE OF WS-ITEM-INQUIRE-COMMAREA
                   EQUAL ZERO AND
              IN-SNGL-STOCK OF WS-ITEM-INQUIRE-COMMAREA NUMERIC AND
              IN-SNGL-STOCK OF WS-ITEM-INQUIRE-COMMAREA
                   NOT LESS THAN CA-QUANTITY-REQ
               SET SUBSTITUTE-FOUND TO TRUE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to count one substitution - offered for the reason  *
      * in WS-SUBST-REASON, or accepted - against this month, the     *
      * item in WS-SUBST-ORDER-ITEM and the substitute in             *
      * WS-SUBST-OFFER-REF on FILE('EXSUBCNT'). A count that cannot  *
      * be kept is skipped rather than failing the order it is only   *
      * counting, as the request statistics are                       *
      *================================================================*
        COUNT-SUBSTITUTION.
           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYYYMMDD(WS-SUBST-DATE)
           END-EXEC

           MOVE WS-SUBST-DATE(1:6) TO WS-SBCT-RID-MONTH
           MOVE WS-SUBST-ORDER-ITEM TO WS-SBCT-RID-ITEM
           MOVE WS-SUBST-OFFER-REF TO WS-SBCT-RID-SUBST

           PERFORM UPDATE-SUBSTITUTION-COUNT
      *    Another task wrote the first count for the month between
      *    this task's read and its write - add to that one instead
           IF WS-RETURN-CODE EQUAL DFHRESP(DUPREC)
               PERFORM UPDATE-SUBSTITUTION-COUNT
           END-IF
           EXIT.

        UPDATE-SUBSTITUTION-COUNT.
           EXEC CICS READ FILE('EXSUBCNT')
                          INTO(SUBSTITUTION-COUNT-RECORD)
                          RIDFLD(WS-SBCT-RID)
                          RESP(WS-RETURN-CODE)
                          UPDATE
           END-EXEC

           EVALUATE WS-RETURN-CODE
               WHEN DFHRESP(NORMAL)
                   PERFORM ADD-SUBSTITUTION-COUNT
                   EXEC CICS REWRITE FILE('EXSUBCNT')
                             FROM(SUBSTITUTION-COUNT-RECORD)
                             RESP(WS-RETURN-CODE)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   MOVE SPACES TO SUBSTITUTION-COUNT-RECORD
                   MOVE WS-SBCT-RID TO SBCT-KEY
                   MOVE ZERO TO SBCT-OFFER-NO-STOCK
                   MOVE ZERO TO SBCT-OFFER-DISCONTINUED
                   MOVE ZERO TO SBCT-ACCEPTED-COUNT
                   PERFORM ADD-SUBSTITUTION-COUNT
                   EXEC CICS WRITE FILE('EXSUBCNT')
                             FROM(SUBSTITUTION-COUNT-RECORD)
                             RIDFLD(WS-SBCT-RID)
                             RESP(WS-RETURN-CODE)
                   END-EXEC
           END-EVALUATE
           EXIT.

        ADD-SUBSTITUTION-COUNT.
           EVALUATE TRUE
               WHEN SUBST-FOR-NO-STOCK
                   ADD 1 TO SBCT-OFFER-NO-STOCK
               WHEN SUBST-FOR-DISCONTINUED
                   ADD 1 TO SBCT-OFFER-DISCONTINUED
               WHEN SUBST-ACCEPTED
                   ADD 1 TO SBCT-ACCEPTED-COUNT
           END-EVALUATE
           MOVE WS-SUBST-DATE TO SBCT-LAST-DATE
           EXIT.

      *================================================================*
      * Procedure to draw the next order number from the ORDER-SEQ    *
      * sequence record on the configuration file, under ENQ so two   *
      * concurrent orders can never draw the same number. A missing   *
      * or unlockable sequence record allocates order number zero -   *
      * the pre-numbering behaviour - rather than failing the order   *
      *================================================================*
        ALLOCATE-ORDER-NUMBER.
           MOVE ZERO TO WS-ORDER-NUMBER
           EXEC CICS ENQ RESOURCE(WS-ORDER-SEQ-CONFIG-KEY)
                         LENGTH(LENGTH OF WS-ORDER-SEQ-CONFIG-KEY)
           END-EXEC

           EXEC CICS READ FILE('EXMPCONF')
                          INTO(WS-ORDER-SEQ-CONFIG)
                          RIDFLD(WS-ORDER-SEQ-CONFIG-KEY)
                          RESP(WS-RETURN-CODE)
                          UPDATE
                         RESP(WS-RETURN-CODE)
               END-EXEC
               IF WS-RETURN-CODE EQUAL DFHRESP(NORMAL)
                   IF WS-BACKORDER-TD-LENGTH EQUAL
                          WS-OLD-QUEUE-ENTRY-LENGTH
                       PERFORM WIDEN-OLD-BACKORDER-ENTRY
                   END-IF
                   ADD 1 TO WS-BACKORDER-COUNT
                   MOVE BACKORDER-MSG
                       TO WS-BACKORDER-ENTRY(WS-BACKORDER-COUNT)
           END-PERFORM
           EXIT.

      *================================================================*
      * Procedures to widen a CAPP or CBAK entry queued before the    *
      * item reference was widened. Everything up to ' ITEM=' is      *
      * where it always was; the four-digit reference is widened      *
      * with leading zeros and the rest of the entry moved along      *
      *================================================================*
        WIDEN-OLD-PENDING-ENTRY.
           MOVE PENDING-ORDER-MSG TO OLD-QUEUE-ENTRY
           MOVE OQ-ITEM-REF-NUMBER TO PO-ITEM-REF-NUMBER
           MOVE OQ-TRAILER TO PENDING-ORDER-MSG(62:39)
           EXIT.

        WIDEN-OLD-BACKORDER-ENTRY.
           MOVE BACKORDER-MSG TO OLD-QUEUE-ENTRY
           MOVE OQ-ITEM-REF-NUMBER TO BO-ITEM-REF-NUMBER
           MOVE OQ-TRAILER TO BACKORDER-MSG(62:39)
           EXIT.

      *================================================================*
      * Procedure to write one replenishment notification to TDQ      *
      * CBNT for a backorder the stock on hand now covers. The        *
      *        to dispatch stock that has just been returned
               IF WS-ORDER-NUMBER GREATER THAN ZERO
                   PERFORM PURGE-HELD-ENTRIES-FOR-ORDER
      *            Nor may the warehouse go on to pick it
                   MOVE WS-ORDER-NUMBER TO WS-PICK-RID-ORDER
                   MOVE ZERO TO WS-PICK-RID-LINE
                   PERFORM DROP-PICK-REQUEST
               END-IF
               PERFORM WRITE-ORDER-HISTORY
           END-IF
      * part way can then be retried and resume. The place record    *
      * supplies the user, department, item and quantity the         *
      * reversal is driven with, overriding whatever the caller put  *
      * in those commarea fields. An order that already has goods    *
      * returned against it cannot be cancelled; what is left of it  *
      * must come back through '01ORET'                              *
      *================================================================*
        LOCATE-ORDER-BY-NUMBER.
           MOVE 'N' TO WS-CANC-LOCATE-FLAG
           MOVE 'N' TO WS-CANC-CANCELLED-FLAG
           MOVE 'N' TO WS-CANC-BASKET-FLAG
           MOVE 'N' TO WS-CANC-RETURNED-FLAG

           MOVE HIGH-VALUES TO WS-HISTORY-BROWSE-KEY
           EXEC CICS STARTBR FILE('EXORDHST')
      *                            Note it and keep scanning for
      *                            the record that placed the order
                                   SET CANCEL-ALREADY-DONE TO TRUE
                               WHEN '01ORET'
      *                            Goods already came back against
      *                            the order - keep scanning too
                                   SET CANCEL-ORDER-HAS-RETURNS
                                       TO TRUE
                               WHEN '01ORDM'
                                   SET CANCEL-BASKET-LOCATED TO TRUE
                                   SET HISTORY-BROWSE-DONE TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN CANCEL-ORDER-HAS-RETURNS AND
                    (CANCEL-ORDER-LOCATED OR CANCEL-BASKET-LOCATED)
      *            Cancelling would restock the returned goods a
      *            second time - the rest must come back as returns
                   MOVE '96' TO CA-RETURN-CODE
                   MOVE 'GOODS RETURNED AGAINST ORDER - RETURN THE REST'
                       TO CA-RESPONSE-MESSAGE
               WHEN CANCEL-BASKET-LOCATED
      *            Whether the basket is already fully cancelled is
      *            decided against its line records
                       MOVE ORDH-UNIT-COST TO WS-UNIT-COST
                   END-IF
                   MOVE ORDH-LOCATION TO WS-ORDER-LOCATION
                   MOVE ORDH-LOT-NUMBER TO WS-LOT-NUMBER
               WHEN OTHER
                   MOVE '64' TO CA-RETURN-CODE
                   MOVE 'ORDER NUMBER NOT FOUND ON ORDER HISTORY'
      *    Pass the configured catalog file name through to the
      *    datastore program the same way CATALOG-INQUIRE does
           MOVE SPACES TO WS-EXTENDED-COMMAREA
           MOVE WS-LINE-ORDER-COMMAREA TO WS-EXT-BASE(1:117)
           MOVE WS-CATALOG-FILE-NAME TO CA-DS-CATALOG-FILE-NAME
           MOVE 180 TO WS-EXTENDED-CALEN

           EXEC CICS LINK   PROGRAM(WS-DATASTORE-PROG)
                            COMMAREA(WS-EXTENDED-COMMAREA)
                            LENGTH(WS-EXTENDED-CALEN)
           END-EXEC
           MOVE WS-EXT-BASE(1:117) TO WS-LINE-ORDER-COMMAREA

           EVALUATE WS-LINE-RETURN-CODE
               WHEN '00'
               MOVE WS-ORDER-NUMBER TO WS-LINE-ORDER-NUMBER

               MOVE SPACES TO WS-EXTENDED-COMMAREA
               MOVE WS-LINE-ORDER-COMMAREA TO WS-EXT-BASE(1:117)
               MOVE WS-CATALOG-FILE-NAME TO CA-DS-CATALOG-FILE-NAME
               MOVE 180 TO WS-EXTENDED-CALEN

               EXEC CICS LINK   PROGRAM(WS-DATASTORE-PROG)
                                COMMAREA(WS-EXTENDED-COMMAREA)
                                LENGTH(WS-EXTENDED-CALEN)
               END-EXEC
               MOVE WS-EXT-BASE(1:117) TO WS-LINE-ORDER-COMMAREA

               IF WS-LINE-RETURN-CODE EQUAL '00'
                   MOVE 'RV'
                           TO WS-ALLOC-ITEM-REF
                       MOVE CA-BSKT-QUANTITY(WS-BSKT-REVERSE-INDEX)
                           TO WS-ALLOC-QUANTITY
                       MOVE WS-BSKT-LINE-LOT(WS-BSKT-REVERSE-INDEX)
                           TO WS-LOT-NUMBER
                       MOVE 'O' TO WS-LTU-RID-SOURCE
                       MOVE WS-ORDER-NUMBER TO WS-LTU-RID-NUMBER
                       MOVE WS-BSKT-REVERSE-INDEX TO WS-LTU-RID-LINE
                       PERFORM RETURN-LOCATION-STOCK
                   END-IF
               ELSE
      *            A reversal the datastore refuses leaves the stock
      *            taken - report it so a person can put it right
                   MOVE SPACES TO EM-DETAIL
                   STRING ' BSKT REVERSAL FAILED ITEM '
                          WS-LINE-ITEM-REF-NUMBER
                          ' ORDER ' WS-ORDER-NUMBER
                       DELIMITED BY SIZE
               MOVE WS-BSKT-LINE-COST(WS-BSKT-INDEX)
                   TO ORDH-UNIT-COST
               MOVE WS-ORDER-LOCATION TO ORDH-LOCATION
               MOVE WS-BSKT-LINE-LOT(WS-BSKT-INDEX)
                   TO ORDH-LOT-NUMBER
               PERFORM WRITE-HISTORY-RECORD
               PERFORM QUEUE-BASKET-PICK-REQUEST
           END-PERFORM
           EXIT.

      *================================================================*
      * Procedure to queue the warehouse pick request for a single-   *
      * item order just recorded on history, at the location its      *
      * stock was allocated from. An order held for approval is       *
      * recorded held, and is only queued for picking when the        *
      * supervisor releases it                                        *
      *================================================================*
        QUEUE-ORDER-PICK-REQUEST.
           IF WS-ORDER-NUMBER EQUAL ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PICK-REQUEST-RECORD
           MOVE WS-ORDER-NUMBER TO PICK-ORDER-NUMBER
           MOVE ZERO TO PICK-LINE-NUMBER
           IF CA-RETURN-CODE EQUAL '54'
               SET PICK-HELD TO TRUE
           ELSE
               SET PICK-QUEUED TO TRUE
           END-IF
           MOVE WS-ORDER-LOCATION TO PICK-LOCATION
           MOVE CA-ITEM-REF-NUMBER TO PICK-ITEM-REF
           MOVE CA-QUANTITY-REQ TO PICK-QUANTITY
           MOVE WS-LOT-NUMBER TO PICK-LOT-NUMBER
           MOVE CA-USERID TO PICK-USERID
           MOVE CA-CHARGE-DEPT TO PICK-CHARGE-DEPT
           MOVE CA-REQUEST-ID TO PICK-REQUEST-ID
           PERFORM WRITE-PICK-REQUEST
           EXIT.

      *================================================================*
      * Procedure to queue the warehouse pick request for one basket  *
      * line just recorded on history - the lines of a basket share   *
      * its order number, so the packing slip brings them together   *
      *================================================================*
        QUEUE-BASKET-PICK-REQUEST.
           IF WS-ORDER-NUMBER EQUAL ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PICK-REQUEST-RECORD
           MOVE WS-ORDER-NUMBER TO PICK-ORDER-NUMBER
           MOVE WS-BSKT-INDEX TO PICK-LINE-NUMBER
           IF CA-BSKT-RETURN-CODE EQUAL 54
               SET PICK-HELD TO TRUE
           ELSE
               SET PICK-QUEUED TO TRUE
           END-IF
           MOVE WS-ORDER-LOCATION TO PICK-LOCATION
           MOVE CA-BSKT-ITEM-REF(WS-BSKT-INDEX) TO PICK-ITEM-REF
           MOVE CA-BSKT-QUANTITY(WS-BSKT-INDEX) TO PICK-QUANTITY
           MOVE WS-BSKT-LINE-LOT(WS-BSKT-INDEX) TO PICK-LOT-NUMBER
           MOVE CA-BSKT-USERID TO PICK-USERID
           MOVE CA-BSKT-CHARGE-DEPT TO PICK-CHARGE-DEPT
           MOVE '01ORDM' TO PICK-REQUEST-ID
           PERFORM WRITE-PICK-REQUEST
           EXIT.

      *================================================================*
      * Procedure to stamp and write the pick request record already  *
      * filled by the caller. The stock has been taken by this point, *
      * so a request that cannot be written is reported for a person  *
      * to pick by hand rather than failing the order                 *
      *================================================================*
        WRITE-PICK-REQUEST.
           EXEC CICS ASKTIME ABSTIME(WS-PICK-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-PICK-ABSTIME)
                     YYYYMMDD(WS-PICK-DATE)
                     TIME(WS-PICK-TIME)
           END-EXEC
           MOVE WS-PICK-DATE TO PICK-QUEUED-DATE
           MOVE WS-PICK-TIME TO PICK-QUEUED-TIME

           EXEC CICS WRITE FILE('EXPICKRQ')
                     FROM(PICK-REQUEST-RECORD)
                     RIDFLD(PICK-KEY)
                     RESP(WS-RETURN-CODE)
           END-EXEC

           IF WS-RETURN-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE SPACES TO EM-DETAIL
               STRING ' PICK REQUEST NOT QUEUED ORDER '
                      PICK-ORDER-NUMBER
                      ' LINE ' PICK-LINE-NUMBER
                   DELIMITED BY SIZE
                   INTO EM-DETAIL
               END-STRING
               PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to take a cancelled order line (WS-PICK-RID) off    *
      * the warehouse's list. A request not yet printed is deleted,  *
      * so it never reaches a pick list; one already printed is       *
      * marked cancelled, so the next print tells the warehouse to    *
      * put the goods back instead of shipping them. An order placed  *
      * before pick requests were kept has none to remove             *
      *================================================================*
        DROP-PICK-REQUEST.
           EXEC CICS READ FILE('EXPICKRQ')
                     INTO(PICK-REQUEST-RECORD)
                     RIDFLD(WS-PICK-RID)
                     RESP(WS-RETURN-CODE)
                     UPDATE
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RETURN-CODE EQUAL DFHRESP(NOTFND)
                   CONTINUE
               WHEN WS-RETURN-CODE NOT EQUAL DFHRESP(NORMAL)
                   MOVE SPACES TO EM-DETAIL
                   STRING ' PICK REQUEST NOT DROPPED ORDER '
                          WS-PICK-RID-ORDER
                          ' LINE ' WS-PICK-RID-LINE
                       DELIMITED BY SIZE
                       INTO EM-DETAIL
                   END-STRING
                   PERFORM WRITE-ERROR-MESSAGE
               WHEN PICK-PRINTED
                   SET PICK-CANCELLED TO TRUE
                   EXEC CICS REWRITE FILE('EXPICKRQ')
                             FROM(PICK-REQUEST-RECORD)
                             RESP(WS-RETURN-CODE)
                   END-EXEC
               WHEN PICK-CANCELLED
                   EXEC CICS UNLOCK FILE('EXPICKRQ')
                             RESP(WS-RETURN-CODE)
                   END-EXEC
               WHEN OTHER
                   EXEC CICS DELETE FILE('EXPICKRQ')
                             RESP(WS-RETURN-CODE)
                   END-EXEC
           END-EVALUATE
           EXIT.

      *================================================================*
      * Procedure to reverse a whole basket for a '01CANC' quoting a  *
      * basket order number. The basket's lines are collected back    *
                           END-IF
                           MOVE ORDH-LOCATION TO
                               WS-BC-LOCATION(WS-BSKT-CANC-COUNT)
                           MOVE ORDH-LOT-NUMBER TO
                               WS-BC-LOT-NUMBER(WS-BSKT-CANC-COUNT)
                           MOVE 'N' TO
                               WS-BC-CANCELLED(WS-BSKT-CANC-COUNT)
                           MOVE ORDH-USERID TO CA-USERID
                         RESP(WS-RETURN-CODE)
               END-EXEC
               IF WS-RETURN-CODE EQUAL DFHRESP(NORMAL)
                   IF WS-BACKORDER-TD-LENGTH EQUAL
                          WS-OLD-QUEUE-ENTRY-LENGTH
                       PERFORM WIDEN-OLD-PENDING-ENTRY
                   END-IF
                   ADD 1 TO WS-BACKORDER-COUNT
                   MOVE PENDING-ORDER-MSG
                       TO WS-BACKORDER-ENTRY(WS-BACKORDER-COUNT)
           MOVE CA-ORDER-NUMBER TO WS-LINE-ORDER-NUMBER

           MOVE SPACES TO WS-EXTENDED-COMMAREA
           MOVE WS-LINE-ORDER-COMMAREA TO WS-EXT-BASE(1:117)
           MOVE WS-CATALOG-FILE-NAME TO CA-DS-CATALOG-FILE-NAME
           MOVE 180 TO WS-EXTENDED-CALEN

           EXEC CICS LINK   PROGRAM(WS-DATASTORE-PROG)
                            COMMAREA(WS-EXTENDED-COMMAREA)
                            LENGTH(WS-EXTENDED-CALEN)
           END-EXEC
           MOVE WS-EXT-BASE(1:117) TO WS-LINE-ORDER-COMMAREA

           IF WS-LINE-RETURN-CODE NOT EQUAL '00'
               MOVE '72' TO CA-RETURN-CODE
                       TO WS-ALLOC-ITEM-REF
                   MOVE WS-BC-QUANTITY(WS-BSKT-CANC-INDEX)
                       TO WS-ALLOC-QUANTITY
                   MOVE WS-BC-LOT-NUMBER(WS-BSKT-CANC-INDEX)
                       TO WS-LOT-NUMBER
                   MOVE 'O' TO WS-LTU-RID-SOURCE
                   MOVE CA-ORDER-NUMBER TO WS-LTU-RID-NUMBER
                   MOVE WS-BC-LINE-NUMBER(WS-BSKT-CANC-INDEX)
                       TO WS-LTU-RID-LINE
                   PERFORM RETURN-LOCATION-STOCK
               END-IF

                   TO ORDH-UNIT-COST
               MOVE WS-BC-LOCATION(WS-BSKT-CANC-INDEX)
                   TO ORDH-LOCATION
               MOVE WS-BC-LOT-NUMBER(WS-BSKT-CANC-INDEX)
                   TO ORDH-LOT-NUMBER
               PERFORM WRITE-HISTORY-RECORD

      *        Take the line off the warehouse's pick list
               MOVE CA-ORDER-NUMBER TO WS-PICK-RID-ORDER
               MOVE WS-BC-LINE-NUMBER(WS-BSKT-CANC-INDEX)
                   TO WS-PICK-RID-LINE
               PERFORM DROP-PICK-REQUEST
           END-IF
           EXIT.

      *================================================================*
      * Procedure to take back goods a department returns against an  *
      * earlier order for the '01ORET' request. The order line is     *
      * quoted by order number (and basket line number) and found on  *
      * the order history file together with every earlier return     *
      * against it; a line is never returned beyond the quantity      *
      * originally ordered, and a cancelled order has nothing left    *
      * to return. Sellable goods go back onto catalog stock and the  *
      * location they were allocated from; faulty or damaged goods    *
      * go to the quarantine location instead. Either way the return  *
      * is recorded on history at the cost the order was placed at,   *
      * so it nets off the department's month-to-date spend           *
      *================================================================*
        RETURN-ORDER-GOODS.
           MOVE 'EXCATMAN: RETURN-ORDER-GOODS'
               TO CA-RTN-RESPONSE-MESSAGE

           IF WS-CALEN LESS THAN LENGTH OF DFHCOMMAREA12
               MOVE 90 TO CA-RTN-RETURN-CODE
               MOVE 'RETURN COMMAREA TOO SHORT FOR REQUEST'
                   TO CA-RTN-RESPONSE-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO CA-RTN-ITEM-REF
           MOVE ZERO TO CA-RTN-CHARGE-DEPT
           MOVE SPACES TO CA-RTN-LOCATION
           MOVE ZERO TO CA-RTN-CREDIT-VALUE
           MOVE ZERO TO CA-RTN-QTY-RETURNABLE
           MOVE FUNCTION UPPER-CASE(CA-RTN-REASON-CODE)
               TO CA-RTN-REASON-CODE

           IF CA-RTN-ORDER-NUMBER NOT NUMERIC OR
              CA-RTN-ORDER-NUMBER EQUAL ZERO OR
              CA-RTN-LINE-NUMBER NOT NUMERIC OR
              CA-RTN-QUANTITY NOT NUMERIC OR
              CA-RTN-QUANTITY EQUAL ZERO
               MOVE 90 TO CA-RTN-RETURN-CODE
               MOVE 'ORDER NUMBER AND RETURN QUANTITY MUST BE GIVEN'
                   TO CA-RTN-RESPONSE-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF NOT CA-RTN-REASON-VALID
               MOVE 90 TO CA-RTN-RETURN-CODE
               MOVE 'RETURN REASON MUST BE FY, DM, NN, WI OR OS'
                   TO CA-RTN-RESPONSE-MESSAGE
               EXIT PARAGRAPH
           END-IF

      *    Hold the order while its returnable quantity is worked out
      *    and the return booked, so two returns keyed against it at
      *    once cannot both be allowed
           MOVE CA-RTN-ORDER-NUMBER TO WS-RTN-ENQ-ORDER
           EXEC CICS ENQ RESOURCE(WS-RTN-ENQ-NAME)
                         LENGTH(LENGTH OF WS-RTN-ENQ-NAME)
           END-EXEC

           PERFORM LOCATE-ORDER-FOR-RETURN

           EVALUATE TRUE
               WHEN NOT RETURN-ORDER-LOCATED
                   MOVE 92 TO CA-RTN-RETURN-CODE
                   MOVE 'ORDER LINE NOT FOUND ON ORDER HISTORY'
                       TO CA-RTN-RESPONSE-MESSAGE
               WHEN RETURN-ORDER-CANCELLED
                   MOVE 93 TO CA-RTN-RETURN-CODE
                   MOVE 'ORDER WAS CANCELLED - NOTHING TO RETURN'
                       TO CA-RTN-RESPONSE-MESSAGE
               WHEN RETURN-ORDER-HELD
                   MOVE 98 TO CA-RTN-RETURN-CODE
                   MOVE 'ORDER HELD FOR APPROVAL - NOTHING DISPATCHED'
                       TO CA-RTN-RESPONSE-MESSAGE
               WHEN CA-RTN-QUANTITY GREATER THAN WS-RTN-RETURNABLE-QTY
                   MOVE 94 TO CA-RTN-RETURN-CODE
                   MOVE WS-RTN-RETURNABLE-QTY TO CA-RTN-QTY-RETURNABLE
                   MOVE SPACES TO CA-RTN-RESPONSE-MESSAGE
                   STRING 'RETURN REFUSED - ONLY '
                          WS-RTN-RETURNABLE-QTY
                          ' OF THE ORDERED QUANTITY LEFT TO RETURN'
                       DELIMITED BY SIZE
                       INTO CA-RTN-RESPONSE-MESSAGE
                   END-STRING
               WHEN OTHER
                   PERFORM APPLY-GOODS-RETURN
           END-EVALUATE

           EXEC CICS DEQ RESOURCE(WS-RTN-ENQ-NAME)
                         LENGTH(LENGTH OF WS-RTN-ENQ-NAME)
           END-EXEC
           EXIT.

      *================================================================*
      * Procedure to find the order line a '01ORET' is returning      *
      * against. The history file is browsed backwards from the end   *
      * until the record that placed the line is found; on the way    *
      * the quantities of earlier returns against the same line are   *
      * added up, and a cancellation of it is noted. A single order   *
      * is recorded with line number zero, so the quoted line number  *
      * matches it either way. The place record supplies the user,    *
      * department, item, quantity, cost and location of the line     *
      * The line's pick request is then read - while it is still held *
      * for supervisor approval nothing has been dispatched, so there *
      * is nothing to return                                          *
      *================================================================*
        LOCATE-ORDER-FOR-RETURN.
           MOVE 'N' TO WS-RTN-LOCATE-FLAG
           MOVE 'N' TO WS-RTN-CANCELLED-FLAG
           MOVE 'N' TO WS-RTN-HELD-FLAG
           MOVE ZERO TO WS-RTN-RETURNED-QTY
           MOVE ZERO TO WS-RTN-RETURNABLE-QTY
           MOVE ZERO TO WS-UNIT-COST
           MOVE SPACES TO WS-ORDER-LOCATION
           MOVE SPACES TO WS-LOT-NUMBER

           MOVE HIGH-VALUES TO WS-HISTORY-BROWSE-KEY
           EXEC CICS STARTBR FILE('EXORDHST')
                     RIDFLD(WS-HISTORY-BROWSE-KEY)
                     RESP(WS-RETURN-CODE)
           END-EXEC

           IF WS-RETURN-CODE EQUAL DFHRESP(NORMAL)
               MOVE 'N' TO WS-HISTORY-BROWSE-DONE
               PERFORM UNTIL HISTORY-BROWSE-DONE
                   EXEC CICS READPREV FILE('EXORDHST')
                             INTO(ORDER-HISTORY-RECORD)
                             RIDFLD(WS-HISTORY-BROWSE-KEY)
                             RESP(WS-RETURN-CODE)
                   END-EXEC
                   IF WS-RETURN-CODE NOT EQUAL DFHRESP(NORMAL)
                       SET HISTORY-BROWSE-DONE TO TRUE
                   ELSE
                       IF ORDH-ORDER-NUMBER EQUAL CA-RTN-ORDER-NUMBER
                          AND ORDH-LINE-NUMBER EQUAL
                              CA-RTN-LINE-NUMBER
                           EVALUATE ORDH-REQUEST-ID
                               WHEN '01ORET'
                                   ADD ORDH-QUANTITY-REQ
                                       TO WS-RTN-RETURNED-QTY
                               WHEN '01CANC'
                                   SET RETURN-ORDER-CANCELLED TO TRUE
                               WHEN '01ORDR'
                               WHEN '01ORDM'
                                   SET RETURN-ORDER-LOCATED TO TRUE
                                   SET HISTORY-BROWSE-DONE TO TRUE
                           END-EVALUATE
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('EXORDHST')
                         RESP(WS-RETURN-CODE)
               END-EXEC
           END-IF

           IF RETURN-ORDER-LOCATED
               MOVE ORDH-USERID TO WS-RTN-ORDER-USERID
               MOVE ORDH-CHARGE-DEPT TO CA-RTN-CHARGE-DEPT
               MOVE ORDH-ITEM-REF-NUMBER TO CA-RTN-ITEM-REF
               MOVE ORDH-QUANTITY-REQ TO WS-RTN-ORDERED-QTY
               IF ORDH-UNIT-COST NUMERIC
                   MOVE ORDH-UNIT-COST TO WS-UNIT-COST
               END-IF
               MOVE ORDH-LOCATION TO WS-ORDER-LOCATION
               MOVE ORDH-LOT-NUMBER TO WS-LOT-NUMBER
               IF WS-RTN-RETURNED-QTY LESS THAN WS-RTN-ORDERED-QTY
                   COMPUTE WS-RTN-RETURNABLE-QTY =
                       WS-RTN-ORDERED-QTY - WS-RTN-RETURNED-QTY
               END-IF
               MOVE ORDH-ORDER-NUMBER TO WS-PICK-RID-ORDER
               MOVE ORDH-LINE-NUMBER TO WS-PICK-RID-LINE
               EXEC CICS READ FILE('EXPICKRQ')
                         INTO(PICK-REQUEST-RECORD)
                         RIDFLD(WS-PICK-RID)
                         RESP(WS-RETURN-CODE)
               END-EXEC
               IF WS-RETURN-CODE EQUAL DFHRESP(NORMAL) AND
                  PICK-HELD
                   SET RETURN-ORDER-HELD TO TRUE
               END-IF
           END-IF
           EXIT.

      *================================================================*
      * Procedure to book one allowed return. Sellable goods are put  *
      * back on the catalog through the datastore - the same reversal *
      * a cancelled basket line gets - with the stock manager told,   *
      * then returned to the location the line was allocated from.    *
      * Faulty and damaged goods stay off the catalog's stock figure  *
      * and are booked into the quarantine location. Nothing is       *
      * recorded unless the stock was put somewhere                   *
      *================================================================*
        APPLY-GOODS-RETURN.
           MOVE CA-RTN-ORDER-NUMBER TO WS-ORDER-NUMBER

           IF CA-RTN-REASON-QUARANTINE
               PERFORM GET-QUARANTINE-LOCATION
               MOVE WS-QUARANTINE-LOCATION TO WS-ORDER-LOCATION
               MOVE CA-RTN-ITEM-REF TO WS-ALLOC-ITEM-REF
               MOVE CA-RTN-QUANTITY TO WS-ALLOC-QUANTITY
               PERFORM ADD-STOCK-TO-LOCATION
               IF NOT LOCATION-STOCK-TAKEN
                   MOVE 95 TO CA-RTN-RETURN-CODE
                   MOVE 'UNABLE TO BOOK RETURN TO QUARANTINE LOCATION'
                       TO CA-RTN-RESPONSE-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM RESTOCK-RETURNED-GOODS
               IF CA-RTN-RETURN-CODE NOT EQUAL ZERO AND
                  CA-RTN-RETURN-CODE NOT EQUAL 55
                   EXIT PARAGRAPH
               END-IF
      *        Back to the location the line came from - the default
      *        location for a line recorded without one, as for a
      *        cancellation
               IF WS-ORDER-LOCATION EQUAL SPACES OR
                  WS-ORDER-LOCATION EQUAL LOW-VALUES
                   PERFORM GET-DEFAULT-LOCATION
               END-IF
               IF WS-ORDER-LOCATION NOT EQUAL SPACES
                   MOVE CA-RTN-ITEM-REF TO WS-ALLOC-ITEM-REF
                   MOVE CA-RTN-QUANTITY TO WS-ALLOC-QUANTITY
                   MOVE 'O' TO WS-LTU-RID-SOURCE
                   MOVE CA-RTN-ORDER-NUMBER TO WS-LTU-RID-NUMBER
                   MOVE CA-RTN-LINE-NUMBER TO WS-LTU-RID-LINE
                   PERFORM RETURN-LOCATION-STOCK
               END-IF
           END-IF

      *    A line recorded before costs were stamped is credited at
      *    the item's current unit cost
           IF WS-UNIT-COST EQUAL ZERO
               MOVE CA-RTN-ITEM-REF TO WS-COST-ITEM-REF
               PERFORM GET-UNIT-COST-FOR-ITEM
           END-IF
           COMPUTE WS-RTN-CREDIT-VALUE =
               CA-RTN-QUANTITY * WS-UNIT-COST

      *    Record the return under the order and line number it came
      *    back against, charged to the department that ordered it
           INITIALIZE ORDER-HISTORY-RECORD
           MOVE '01ORET' TO ORDH-REQUEST-ID
           MOVE WS-RTN-ORDER-USERID TO ORDH-USERID
           MOVE CA-RTN-CHARGE-DEPT TO ORDH-CHARGE-DEPT
           MOVE CA-RTN-ITEM-REF TO ORDH-ITEM-REF-NUMBER
           MOVE CA-RTN-QUANTITY TO ORDH-QUANTITY-REQ
           MOVE CA-RTN-ORDER-NUMBER TO ORDH-ORDER-NUMBER
           MOVE CA-RTN-LINE-NUMBER TO ORDH-LINE-NUMBER
           MOVE WS-UNIT-COST TO ORDH-UNIT-COST
           MOVE WS-ORDER-LOCATION TO ORDH-LOCATION
           MOVE CA-RTN-REASON-CODE TO ORDH-RETURN-REASON
           MOVE WS-LOT-NUMBER TO ORDH-LOT-NUMBER
           PERFORM WRITE-HISTORY-RECORD

           MOVE WS-ORDER-LOCATION TO CA-RTN-LOCATION
           MOVE WS-RTN-CREDIT-VALUE TO CA-RTN-CREDIT-VALUE
           COMPUTE CA-RTN-QTY-RETURNABLE =
               WS-RTN-RETURNABLE-QTY - CA-RTN-QUANTITY

           IF CA-RTN-RETURN-CODE EQUAL ZERO
               IF CA-RTN-REASON-QUARANTINE
                   MOVE 'RETURN BOOKED TO QUARANTINE AND CREDITED'
                       TO CA-RTN-RESPONSE-MESSAGE
               ELSE
                   MOVE 'RETURN BOOKED BACK TO STOCK AND CREDITED'
                       TO CA-RTN-RESPONSE-MESSAGE
               END-IF
           END-IF
           EXIT.

      *================================================================*
      * Procedure to put a sellable return back on the catalog's      *
      * stock through the datastore and tell the stock manager, with  *
      * the same queue-for-reconciliation fallback a cancelled        *
      * basket line uses. A restock the datastore refuses fails the   *
      * return before anything else is touched                        *
      *================================================================*
        RESTOCK-RETURNED-GOODS.
           INITIALIZE WS-LINE-ORDER-COMMAREA
           MOVE '01CANC' TO WS-LINE-REQUEST-ID
           MOVE '00' TO WS-LINE-RETURN-CODE
           MOVE WS-RTN-ORDER-USERID TO WS-LINE-USERID
           MOVE CA-RTN-CHARGE-DEPT TO WS-LINE-CHARGE-DEPT
           MOVE CA-RTN-ITEM-REF TO WS-LINE-ITEM-REF-NUMBER
           MOVE CA-RTN-QUANTITY TO WS-LINE-QUANTITY-REQ
           MOVE CA-RTN-ORDER-NUMBER TO WS-LINE-ORDER-NUMBER

           MOVE SPACES TO WS-EXTENDED-COMMAREA
           MOVE WS-LINE-ORDER-COMMAREA TO WS-EXT-BASE(1:117)
           MOVE WS-CATALOG-FILE-NAME TO CA-DS-CATALOG-FILE-NAME
           MOVE 180 TO WS-EXTENDED-CALEN

           EXEC CICS LINK   PROGRAM(WS-DATASTORE-PROG)
                            COMMAREA(WS-EXTENDED-COMMAREA)
                            LENGTH(WS-EXTENDED-CALEN)
           END-EXEC
           MOVE WS-EXT-BASE(1:117) TO WS-LINE-ORDER-COMMAREA

           IF WS-LINE-RETURN-CODE NOT EQUAL '00'
               MOVE 95 TO CA-RTN-RETURN-CODE
               MOVE SPACES TO CA-RTN-RESPONSE-MESSAGE
               STRING 'CATALOG RESTOCK REFUSED - RETURN CODE '
                      WS-LINE-RETURN-CODE
                   DELIMITED BY SIZE
                   INTO CA-RTN-RESPONSE-MESSAGE
               END-STRING
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-STOCK-COMMAREA
           MOVE '01CANO' TO CA-ORD-REQUEST-ID
           MOVE WS-RTN-ORDER-USERID TO CA-ORD-USERID
           MOVE CA-RTN-CHARGE-DEPT TO CA-ORD-CHARGE-DEPT
           MOVE CA-RTN-ITEM-REF TO CA-ORD-ITEM-REF-NUMBER
           MOVE CA-RTN-QUANTITY TO CA-ORD-QUANTITY-REQ
           EXEC CICS LINK PROGRAM (WS-STOCKMANAGER-PROG)
                          COMMAREA(WS-STOCK-COMMAREA)
                          RESP(WS-RETURN-CODE)
           END-EXEC

           IF WS-RETURN-CODE NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS ASKTIME ABSTIME(ABS-TIME)
               END-EXEC
               EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                         MMDDYYYY(DATE1)
                         TIME(TIME1)
               END-EXEC
               MOVE DATE1 TO RM-DATE
               MOVE TIME1 TO RM-TIME
               MOVE '01CANO' TO RM-REQUEST-ID
               MOVE CA-ORD-USERID TO RM-USERID
               MOVE CA-ORD-CHARGE-DEPT TO RM-CHARGE-DEPT
               MOVE CA-ORD-ITEM-REF-NUMBER TO RM-ITEM-REF-NUMBER
               MOVE CA-ORD-QUANTITY-REQ TO RM-QUANTITY-REQ
               MOVE WS-TASKNUM TO RM-TASKNUM
               MOVE WS-RETURN-CODE TO RM-RESP-CODE
               MOVE WS-ORDER-NUMBER TO RM-ORDER-NUMBER
               EXEC CICS WRITEQ TD QUEUE('CREC')
                         FROM(RECON-MSG)
                         LENGTH(LENGTH OF RECON-MSG)
               END-EXEC
               MOVE 55 TO CA-RTN-RETURN-CODE
               MOVE 'RETURN OK BUT STOCK MANAGER NOTIFICATION FAILED'
                   TO CA-RTN-RESPONSE-MESSAGE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to read the configured quarantine location once per *
      * request. A missing record, or one left blank, quarantines at  *
      * the default location                                          *
      *================================================================*
        GET-QUARANTINE-LOCATION.
           IF WS-QUARANTINE-LOCATION NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-QUARANTINE-DEFAULT TO WS-QUARANTINE-LOCATION
           EXEC CICS READ FILE('EXMPCONF')
                          INTO(WS-QUAR-LOCN-CONFIG)
                          RIDFLD(WS-QUAR-LOCN-CONFIG-KEY)
                          RESP(WS-RETURN-CODE)
           END-EXEC
           IF WS-RETURN-CODE EQUAL DFHRESP(NORMAL) AND
              WS-QUAR-LOCN-ON-FILE NOT EQUAL SPACES AND
              WS-QUAR-LOCN-ON-FILE NOT EQUAL LOW-VALUES
               MOVE WS-QUAR-LOCN-ON-FILE TO WS-QUARANTINE-LOCATION
           END-IF
           EXIT.

      *================================================================*
      * Procedure to add WS-ALLOC-QUANTITY of WS-ALLOC-ITEM-REF to    *
      * the location in WS-ORDER-LOCATION, creating the location      *
      * record if the item has never been held there. The result is   *
      * left in WS-ALLOC-RESULT                                       *
      *================================================================*
        ADD-STOCK-TO-LOCATION.
           MOVE 'N' TO WS-ALLOC-RESULT
           MOVE WS-ALLOC-ITEM-REF TO WS-STKL-RID-ITEM
           MOVE WS-ORDER-LOCATION TO WS-STKL-RID-LOCN

           EXEC CICS READ FILE('EXSTKLOC')
                          INTO(STOCK-LOCATION-RECORD)
                          RIDFLD(WS-STKL-RID)
                          RESP(WS-RETURN-CODE)
                          UPDATE
           END-EXEC

           EVALUATE WS-RETURN-CODE
               WHEN DFHRESP(NORMAL)
                   IF STKL-QUANTITY + WS-ALLOC-QUANTITY
                          GREATER THAN 9999999
                       MOVE 9999999 TO STKL-QUANTITY
                   ELSE
                       ADD WS-ALLOC-QUANTITY TO STKL-QUANTITY
                   END-IF
                   EXEC CICS REWRITE FILE('EXSTKLOC')
                             FROM(STOCK-LOCATION-RECORD)
                             RESP(WS-RETURN-CODE)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   INITIALIZE STOCK-LOCATION-RECORD
                   MOVE WS-ALLOC-ITEM-REF TO STKL-ITEM-REF
                   MOVE WS-ORDER-LOCATION TO STKL-LOCATION
                   MOVE WS-ALLOC-QUANTITY TO STKL-QUANTITY
                   EXEC CICS WRITE FILE('EXSTKLOC')
                             FROM(STOCK-LOCATION-RECORD)
                             RIDFLD(WS-STKL-RID)
                             RESP(WS-RETURN-CODE)
                   END-EXEC
           END-EVALUATE

           IF WS-RETURN-CODE EQUAL DFHRESP(NORMAL)
               MOVE 'Y' TO WS-ALLOC-RESULT
           ELSE
               MOVE ' UNABLE TO BOOK STOCK TO LOCATION RECORD'
                   TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           END-IF
           EXIT.

               PERFORM INQUIRE-ITEM-FOR-PURCHASING
           END-IF

           IF CA-PO-RETURN-CODE EQUAL ZERO
               PERFORM RESOLVE-PURCHASE-SUPPLIER
           END-IF

           IF CA-PO-RETURN-CODE EQUAL ZERO
               COMPUTE WS-PO-NEW-ON-ORDER =
                   ON-SNGL-ORDER OF WS-ITEM-INQUIRE-COMMAREA
                   + CA-PO-QUANTITY
               MOVE IN-SNGL-STOCK OF WS-ITEM-INQUIRE-COMMAREA
                   TO WS-PO-NEW-STOCK
               IF WS-PO-NEW-ON-ORDER GREATER THAN 9999999
      *            The catalog record only carries a seven digit
      *            on-order figure - refuse rather than wrap it
                   MOVE 74 TO CA-PO-RETURN-CODE
                   MOVE 'ON-ORDER WOULD EXCEED THE CATALOG FIELD'
           MOVE 'EXCATMAN: RECORD-GOODS-RECEIPT'
               TO CA-PO-RESPONSE-MESSAGE

      *    Only a caller passing the commarea with the lot fields can
      *    book the delivery in under a lot
           MOVE SPACES TO WS-PO-LOT-NUMBER
           MOVE ZERO TO WS-PO-LOT-EXPIRY
           IF WS-CALEN NOT LESS THAN WS-PO-LOT-MIN-CALEN
               PERFORM VALIDATE-RECEIPT-LOT
               IF CA-PO-RETURN-CODE NOT EQUAL ZERO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF CA-PO-NUMBER NOT NUMERIC OR CA-PO-NUMBER EQUAL ZERO
               MOVE 73 TO CA-PO-RETURN-CODE
               MOVE 'PURCHASE ORDER NUMBER MUST BE GIVEN'
           END-IF
           EXIT.

      *================================================================*
      * Procedure to check the lot number and expiry date quoted on a *
      * goods receipt. No lot number receives the delivery without a  *
      * lot; an expiry date without a lot, or one that is not a real  *
      * YYYYMMDD date, refuses the receipt before anything is booked  *
      *================================================================*
        VALIDATE-RECEIPT-LOT.
           IF CA-PO-LOT-NUMBER EQUAL SPACES OR
              CA-PO-LOT-NUMBER EQUAL LOW-VALUES
               IF CA-PO-EXPIRY-DATE NOT EQUAL SPACES AND
                  CA-PO-EXPIRY-DATE NOT EQUAL LOW-VALUES
                   MOVE 97 TO CA-PO-RETURN-CODE
                   MOVE 'EXPIRY DATE GIVEN WITHOUT A LOT NUMBER'
                       TO CA-PO-RESPONSE-MESSAGE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF CA-PO-EXPIRY-DATE NOT EQUAL SPACES AND
              CA-PO-EXPIRY-DATE NOT EQUAL LOW-VALUES
               MOVE 'N' TO WS-LOT-DATE-VALID-FLAG
               IF CA-PO-EXPIRY-DATE NUMERIC
                   MOVE CA-PO-EXPIRY-DATE TO WS-LOT-CHECK-DATE
                   PERFORM CHECK-LOT-EXPIRY-DATE
               END-IF
               IF NOT LOT-DATE-VALID
                   MOVE 97 TO CA-PO-RETURN-CODE
                   MOVE 'LOT EXPIRY DATE MUST BE A VALID YYYYMMDD DATE'
                       TO CA-PO-RESPONSE-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LOT-CHECK-NUM TO WS-PO-LOT-EXPIRY
           END-IF

           MOVE FUNCTION UPPER-CASE(CA-PO-LOT-NUMBER)
               TO WS-PO-LOT-NUMBER
           EXIT.

      *================================================================*
      * Procedure to check the date in WS-LOT-CHECK-DATE is a real    *
      * calendar date, setting LOT-DATE-VALID                         *
      *================================================================*
        CHECK-LOT-EXPIRY-DATE.
           MOVE 'N' TO WS-LOT-DATE-VALID-FLAG
           IF WS-LOT-CHECK-YYYY LESS THAN 1601 OR
              WS-LOT-CHECK-MM LESS THAN 1 OR
              WS-LOT-CHECK-MM GREATER THAN 12 OR
              WS-LOT-CHECK-DD LESS THAN 1
               EXIT PARAGRAPH
           END-IF

      *    Last day of the month, from the day before the first of
      *    the next month
           MOVE WS-LOT-CHECK-YYYY TO WS-LOT-MONTH-START-YYYY
           MOVE WS-LOT-CHECK-MM TO WS-LOT-MONTH-START-MM
           MOVE 1 TO WS-LOT-MONTH-START-DD
           IF WS-LOT-MONTH-START-MM EQUAL 12
               ADD 1 TO WS-LOT-MONTH-START-YYYY
               MOVE 1 TO WS-LOT-MONTH-START-MM
           ELSE
               ADD 1 TO WS-LOT-MONTH-START-MM
           END-IF
           COMPUTE WS-LOT-MONTH-END-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-LOT-MONTH-START-NUM) - 1)
           IF WS-LOT-CHECK-DD NOT GREATER THAN WS-LOT-MONTH-END-DD
               SET LOT-DATE-VALID TO TRUE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to apply one goods receipt - the purchase order     *
      * record is held for update throughout, and released without    *
                   COMPUTE WS-PO-NEW-STOCK =
                       IN-SNGL-STOCK OF WS-ITEM-INQUIRE-COMMAREA
                       + WS-PO-RECEIVE-QTY
                   IF WS-PO-NEW-STOCK GREATER THAN 9999999
      *                The catalog record only carries a seven digit
      *                stock figure - refuse rather than wrap it
                       MOVE 74 TO CA-PO-RETURN-CODE
                       MOVE 'STOCK WOULD EXCEED THE CATALOG FIELD'
           END-IF
           EXIT.

      *================================================================*
      * Procedure to settle which supplier a '01PORD' purchase order  *
      * is placed with - the supplier named on the request, or else   *
      * the item's preferred supplier from FILE('EXITMSTA') - and to  *
      * date its expected delivery from the supplier's lead time.     *
      * Callers still passing the commarea without the supplier       *
      * fields always get the preferred supplier. An order with no    *
      * supplier at all, an unknown supplier or an inactive one is    *
      * refused before anything is booked                             *
      *================================================================*
        RESOLVE-PURCHASE-SUPPLIER.
           MOVE SPACES TO WS-PO-SUPPLIER-CODE
           MOVE 'N' TO WS-PO-SUPPLIER-FIELDS-FLAG
           IF WS-CALEN NOT LESS THAN WS-PO-SUPL-MIN-CALEN
               SET PO-SUPPLIER-FIELDS-PASSED TO TRUE
               MOVE FUNCTION UPPER-CASE(CA-PO-SUPPLIER-CODE)
                   TO WS-PO-SUPPLIER-CODE
               MOVE SPACES TO CA-PO-EXPECTED-DATE
           END-IF

           IF WS-PO-SUPPLIER-CODE EQUAL SPACES OR LOW-VALUES
               MOVE SPACES TO WS-PO-SUPPLIER-CODE
               MOVE CA-PO-ITEM-REF TO WS-STATUS-ITEM-REF
               PERFORM READ-ITEM-STATUS
               IF STATUS-RECORD-EXISTS
                   MOVE ITST-PREF-SUPPLIER TO WS-PO-SUPPLIER-CODE
               END-IF
           END-IF

           IF WS-PO-SUPPLIER-CODE EQUAL SPACES OR LOW-VALUES
               MOVE 88 TO CA-PO-RETURN-CODE
               MOVE 'NO SUPPLIER GIVEN AND ITEM HAS NO PREFERRED ONE'
                   TO CA-PO-RESPONSE-MESSAGE
               EXIT PARAGRAPH
           END-IF

           EXEC CICS READ FILE('EXSUPPLR')
                          INTO(SUPPLIER-RECORD)
                          RIDFLD(WS-PO-SUPPLIER-CODE)
                          RESP(WS-RETURN-CODE)
           END-EXEC

           EVALUATE WS-RETURN-CODE
               WHEN DFHRESP(NORMAL)
                   IF NOT SUPP-STATUS-ACTIVE
                       MOVE 89 TO CA-PO-RETURN-CODE
                       MOVE 'SUPPLIER IS INACTIVE - ORDER NOT RAISED'
                           TO CA-PO-RESPONSE-MESSAGE
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE 88 TO CA-PO-RETURN-CODE
                   MOVE 'SUPPLIER NOT FOUND ON SUPPLIER FILE'
                       TO CA-PO-RESPONSE-MESSAGE
               WHEN OTHER
                   MOVE 77 TO CA-PO-RETURN-CODE
                   MOVE 'ERROR READING SUPPLIER FILE'
                       TO CA-PO-RESPONSE-MESSAGE
           END-EVALUATE

           IF CA-PO-RETURN-CODE EQUAL ZERO
               EXEC CICS ASKTIME ABSTIME(ABS-TIME)
               END-EXEC
               EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                         YYYYMMDD(WS-HISTORY-DATE)
               END-EXEC
               MOVE WS-HISTORY-DATE TO WS-PO-TODAY-DATE
               IF SUPP-LEAD-DAYS NOT NUMERIC
                   MOVE ZERO TO SUPP-LEAD-DAYS
               END-IF
               COMPUTE WS-PO-EXPECTED-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-PO-TODAY-DATE)
                       + SUPP-LEAD-DAYS)
           END-IF
           EXIT.

      *================================================================*
      * Procedure to fetch the current catalog image of the item a    *
      * purchasing request names, through the datastore '01INQS' the  *
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

           IF CA-SINGLE-RETURN-CODE OF WS-ITEM-INQUIRE-COMMAREA
                   NOT EQUAL ZERO
           MOVE WS-PO-NEW-ON-ORDER TO WS-PM-ON-ORDER

           MOVE SPACES TO WS-EXTENDED-COMMAREA
           MOVE WS-PO-MAINT-COMMAREA TO WS-EXT-BASE(1:158)
           MOVE WS-CATALOG-FILE-NAME TO CA-DS-CATALOG-FILE-NAME
           MOVE 180 TO WS-EXTENDED-CALEN

           EXEC CICS LINK   PROGRAM(WS-DATASTORE-PROG)
                            COMMAREA(WS-EXTENDED-COMMAREA)
                            LENGTH(WS-EXTENDED-CALEN)
           END-EXEC
           MOVE WS-EXT-BASE(1:158) TO WS-PO-MAINT-COMMAREA

           IF WS-PM-RETURN-CODE NOT EQUAL ZERO
               MOVE WS-PM-RETURN-CODE TO CA-PO-RETURN-CODE
           MOVE DATE1 TO PORD-RAISED-DATE
           MOVE TIME1 TO PORD-RAISED-TIME
           MOVE CA-PO-USERID TO PORD-RAISED-USERID
           MOVE WS-PO-SUPPLIER-CODE TO PORD-SUPPLIER-CODE
           MOVE WS-PO-EXPECTED-DATE TO PORD-EXPECTED-DATE

           EXEC CICS WRITE FILE('EXPOFILE')
                     FROM(PURCHASE-ORDER-RECORD)
           ELSE
               MOVE WS-PORD-NUMBER TO CA-PO-NUMBER
               MOVE 'RAISED' TO CA-PO-STATUS
               IF PO-SUPPLIER-FIELDS-PASSED
                   MOVE WS-PO-SUPPLIER-CODE TO CA-PO-SUPPLIER-CODE
                   MOVE WS-PO-EXPECTED-DATE TO CA-PO-EXPECTED-DATE
               END-IF
               MOVE 'PURCHASE ORDER RAISED AND ON-ORDER BOOKED'
                   TO CA-PO-RESPONSE-MESSAGE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to send stock from one warehouse location to       *
      * another for the '01TRFO' request. The quantity comes off the  *
      * sending location's stock location record at once and is       *
      * held in transit on FILE('EXSTKTRF') under a new transfer      *
      * number until '01TRFI' confirms its arrival. The catalog's     *
      * blended stock figure is never touched - the goods are still   *
      * on hand, just not yet in either building                      *
      *================================================================*
        DISPATCH-STOCK-TRANSFER.
           MOVE 'EXCATMAN: DISPATCH-STOCK-TRANSFER'
               TO CA-TRF-RESPONSE-MESSAGE

           IF WS-CALEN LESS THAN LENGTH OF DFHCOMMAREA11
               MOVE 83 TO CA-TRF-RETURN-CODE
               MOVE 'TRANSFER COMMAREA TOO SHORT FOR REQUEST'
                   TO CA-TRF-RESPONSE-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF CA-TRF-ITEM-REF NOT NUMERIC OR
              CA-TRF-ITEM-REF EQUAL ZERO OR
              CA-TRF-QUANTITY NOT NUMERIC OR
              CA-TRF-QUANTITY EQUAL ZERO OR
              CA-TRF-FROM-LOCATION EQUAL SPACES OR
              CA-TRF-FROM-LOCATION EQUAL LOW-VALUES OR
              CA-TRF-TO-LOCATION EQUAL SPACES OR
              CA-TRF-TO-LOCATION EQUAL LOW-VALUES
               MOVE 83 TO CA-TRF-RETURN-CODE
               MOVE 'ITEM, QUANTITY AND BOTH LOCATIONS MUST BE GIVEN'
                   TO CA-TRF-RESPONSE-MESSAGE
           ELSE
               IF CA-TRF-FROM-LOCATION EQUAL CA-TRF-TO-LOCATION
                   MOVE 83 TO CA-TRF-RETURN-CODE
                   MOVE 'SENDING AND RECEIVING LOCATIONS ARE THE SAME'
                       TO CA-TRF-RESPONSE-MESSAGE
               END-IF
      *        Quarantined stock is outside the catalog's stock
      *        figure, so it can neither be sent nor received
               PERFORM GET-QUARANTINE-LOCATION
               IF CA-TRF-FROM-LOCATION EQUAL WS-QUARANTINE-LOCATION OR
                  CA-TRF-TO-LOCATION EQUAL WS-QUARANTINE-LOCATION
                   MOVE 83 TO CA-TRF-RETURN-CODE
                   MOVE 'QUARANTINE LOCATION CANNOT SEND OR RECEIVE'
                       TO CA-TRF-RESPONSE-MESSAGE
               END-IF
           END-IF

           IF CA-TRF-RETURN-CODE EQUAL ZERO
               PERFORM ALLOCATE-TRANSFER-NUMBER
           END-IF

      *    Take the quantity off the sending location. An item with
      *    no record there is not held at that location at all, so
      *    there is nothing to send
           IF CA-TRF-RETURN-CODE EQUAL ZERO
               MOVE CA-TRF-ITEM-REF TO WS-ALLOC-ITEM-REF
               MOVE CA-TRF-QUANTITY TO WS-ALLOC-QUANTITY
               MOVE CA-TRF-FROM-LOCATION TO WS-ORDER-LOCATION
               MOVE 'T' TO WS-LTU-RID-SOURCE
               MOVE WS-TRNSF-NUMBER TO WS-LTU-RID-NUMBER
               MOVE ZERO TO WS-LTU-RID-LINE
               PERFORM TAKE-LOCATION-STOCK
               EVALUATE TRUE
                   WHEN LOCATION-STOCK-TAKEN
                       PERFORM WRITE-STOCK-TRANSFER-RECORD
                   WHEN LOCATION-TAKE-FAILED
                       MOVE 84 TO CA-TRF-RETURN-CODE
                       MOVE SPACES TO CA-TRF-RESPONSE-MESSAGE
                       STRING 'INSUFFICIENT STOCK AT LOCATION '
                              CA-TRF-FROM-LOCATION
                              ' - TRANSFER NOT SENT'
                           DELIMITED BY SIZE
                           INTO CA-TRF-RESPONSE-MESSAGE
                       END-STRING
                   WHEN OTHER
                       MOVE 84 TO CA-TRF-RETURN-CODE
                       MOVE SPACES TO CA-TRF-RESPONSE-MESSAGE
                       STRING 'ITEM NOT HELD AT LOCATION '
                              CA-TRF-FROM-LOCATION
                              ' - TRANSFER NOT SENT'
                           DELIMITED BY SIZE
                           INTO CA-TRF-RESPONSE-MESSAGE
                       END-STRING
               END-EVALUATE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to draw the next transfer number from the           *
      * TRNSF-SEQ sequence record, under ENQ as for purchase order    *
      * numbers. A missing sequence record fails the request until    *
      * operations seed it                                            *
      *================================================================*
        ALLOCATE-TRANSFER-NUMBER.
           MOVE ZERO TO WS-TRNSF-NUMBER
           EXEC CICS ENQ RESOURCE(WS-TRNSF-SEQ-CONFIG-KEY)
                         LENGTH(LENGTH OF WS-TRNSF-SEQ-CONFIG-KEY)
           END-EXEC

           EXEC CICS READ FILE('EXMPCONF')
                          INTO(WS-TRNSF-SEQ-CONFIG)
                          RIDFLD(WS-TRNSF-SEQ-CONFIG-KEY)
                          RESP(WS-RETURN-CODE)
                          UPDATE
           END-EXEC

           IF WS-RETURN-CODE EQUAL DFHRESP(NORMAL)
               IF WS-TRNSF-SEQ-NEXT NOT NUMERIC OR
                  WS-TRNSF-SEQ-NEXT EQUAL ZERO
                   MOVE 1 TO WS-TRNSF-SEQ-NEXT
               END-IF
               MOVE WS-TRNSF-SEQ-NEXT TO WS-TRNSF-NUMBER
               ADD 1 TO WS-TRNSF-SEQ-NEXT
               EXEC CICS REWRITE FILE('EXMPCONF')
                                 FROM(WS-TRNSF-SEQ-CONFIG)
               END-EXEC
           ELSE
               MOVE 87 TO CA-TRF-RETURN-CODE
               MOVE 'STOCK TRANSFER SEQUENCE RECORD MISSING'
                   TO CA-TRF-RESPONSE-MESSAGE
           END-IF

           EXEC CICS DEQ RESOURCE(WS-TRNSF-SEQ-CONFIG-KEY)
                         LENGTH(LENGTH OF WS-TRNSF-SEQ-CONFIG-KEY)
           END-EXEC
           EXIT.

      *================================================================*
      * Procedure to record the transfer just sent as IN TRANSIT on   *
      * FILE('EXSTKTRF'). If the record cannot be written the stock   *
      * is put straight back on the sending location, so stock is     *
      * never in transit without a transfer record to account for it *
      *================================================================*
        WRITE-STOCK-TRANSFER-RECORD.
           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     YYYYMMDD(WS-TRNSF-DATE)
                     TIME(TIME1)
           END-EXEC

           INITIALIZE STOCK-TRANSFER-RECORD
           MOVE WS-TRNSF-NUMBER TO TRF-NUMBER
           MOVE CA-TRF-ITEM-REF TO TRF-ITEM-REF
           MOVE CA-TRF-FROM-LOCATION TO TRF-FROM-LOCATION
           MOVE CA-TRF-TO-LOCATION TO TRF-TO-LOCATION
           MOVE CA-TRF-QUANTITY TO TRF-QUANTITY
           MOVE 'INTRANS ' TO TRF-STATUS
           MOVE WS-TRNSF-DATE TO TRF-SENT-DATE
           MOVE TIME1 TO TRF-SENT-TIME
           MOVE CA-TRF-USERID TO TRF-SENT-USERID
           MOVE WS-LOT-NUMBER TO TRF-LOT-NUMBER

           EXEC CICS WRITE FILE('EXSTKTRF')
                     FROM(STOCK-TRANSFER-RECORD)
                     RIDFLD(TRF-NUMBER)
                     RESP(WS-RETURN-CODE)
           END-EXEC

           IF WS-RETURN-CODE NOT EQUAL DFHRESP(NORMAL)
               PERFORM RETURN-LOCATION-STOCK
               MOVE 87 TO CA-TRF-RETURN-CODE
               MOVE 'TRANSFER NOT RECORDED - STOCK LEFT AT SOURCE'
                   TO CA-TRF-RESPONSE-MESSAGE
               MOVE ' UNABLE TO WRITE STOCK TRANSFER RECORD'
                   TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           ELSE
               MOVE 'SENT  ' TO TA-ACTION
               PERFORM WRITE-TRANSFER-AUDIT
               MOVE WS-TRNSF-NUMBER TO CA-TRF-NUMBER
               MOVE TRF-STATUS TO CA-TRF-STATUS
               MOVE 'STOCK SENT - TRANSFER IN TRANSIT'
                   TO CA-TRF-RESPONSE-MESSAGE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to confirm a transfer's arrival for the '01TRFI'    *
      * request - the quantity held in transit is booked in at the    *
      * receiving location and the transfer is marked RECEIVED so it  *
      * cannot be booked in twice                                     *
      *================================================================*
        RECEIVE-STOCK-TRANSFER.
           MOVE 'EXCATMAN: RECEIVE-STOCK-TRANSFER'
               TO CA-TRF-RESPONSE-MESSAGE

           IF WS-CALEN LESS THAN LENGTH OF DFHCOMMAREA11
               MOVE 83 TO CA-TRF-RETURN-CODE
               MOVE 'TRANSFER COMMAREA TOO SHORT FOR REQUEST'
                   TO CA-TRF-RESPONSE-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF CA-TRF-NUMBER NOT NUMERIC OR CA-TRF-NUMBER EQUAL ZERO
               MOVE 83 TO CA-TRF-RETURN-CODE
               MOVE 'TRANSFER NUMBER MUST BE GIVEN'
                   TO CA-TRF-RESPONSE-MESSAGE
           ELSE
               MOVE CA-TRF-NUMBER TO TRF-NUMBER
               EXEC CICS READ FILE('EXSTKTRF')
                              INTO(STOCK-TRANSFER-RECORD)
                              RIDFLD(TRF-NUMBER)
                              RESP(WS-RETURN-CODE)
                              UPDATE
               END-EXEC
               EVALUATE WS-RETURN-CODE
                   WHEN DFHRESP(NORMAL)
                       PERFORM APPLY-TRANSFER-RECEIPT
                   WHEN DFHRESP(NOTFND)
                       MOVE 85 TO CA-TRF-RETURN-CODE
                       MOVE 'STOCK TRANSFER NOT FOUND'
                           TO CA-TRF-RESPONSE-MESSAGE
                   WHEN OTHER
                       MOVE 87 TO CA-TRF-RETURN-CODE
                       MOVE 'ERROR READING STOCK TRANSFER FILE'
                           TO CA-TRF-RESPONSE-MESSAGE
               END-EVALUATE
           END-IF
           EXIT.

      *================================================================*
      * Procedure to apply one transfer receipt - the transfer record *
      * is held for update throughout, and released without           *
      * rewriting on any failure so the arrival can be confirmed      *
      * again once the problem is fixed                               *
      *================================================================*
        APPLY-TRANSFER-RECEIPT.
      *    Echo the transfer back so the receiving warehouse can see
      *    what it is confirming
           MOVE TRF-ITEM-REF TO CA-TRF-ITEM-REF
           MOVE TRF-FROM-LOCATION TO CA-TRF-FROM-LOCATION
           MOVE TRF-TO-LOCATION TO CA-TRF-TO-LOCATION
           MOVE TRF-QUANTITY TO CA-TRF-QUANTITY
           MOVE TRF-STATUS TO CA-TRF-STATUS

           IF TRF-STATUS-RECEIVED
               MOVE 86 TO CA-TRF-RETURN-CODE
               MOVE 'STOCK TRANSFER ALREADY RECEIVED'
                   TO CA-TRF-RESPONSE-MESSAGE
           ELSE
               PERFORM ADD-TRANSFER-TO-LOCATION
           END-IF

           IF CA-TRF-RETURN-CODE EQUAL ZERO
               EXEC CICS ASKTIME ABSTIME(ABS-TIME)
               END-EXEC
               EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                         YYYYMMDD(WS-TRNSF-DATE)
                         TIME(TIME1)
               END-EXEC
               MOVE 'RECEIVED' TO TRF-STATUS
               MOVE WS-TRNSF-DATE TO TRF-RECEIVED-DATE
               MOVE TIME1 TO TRF-RECEIVED-TIME
               MOVE CA-TRF-USERID TO TRF-RECEIVED-USERID
               EXEC CICS REWRITE FILE('EXSTKTRF')
                                 FROM(STOCK-TRANSFER-RECORD)
                                 RESP(WS-RETURN-CODE)
               END-EXEC
               IF WS-RETURN-CODE NOT EQUAL DFHRESP(NORMAL)
      *            The stock has already been booked in - report the
      *            unmarked transfer rather than hiding it
                   MOVE 87 TO CA-TRF-RETURN-CODE
                   MOVE 'STOCK BOOKED BUT TRANSFER NOT MARKED RECEIVED'
                       TO CA-TRF-RESPONSE-MESSAGE
                   MOVE ' UNABLE TO MARK STOCK TRANSFER RECEIVED'
                       TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
               ELSE
                   MOVE 'RECVD ' TO TA-ACTION
                   PERFORM WRITE-TRANSFER-AUDIT
                   MOVE TRF-STATUS TO CA-TRF-STATUS
                   MOVE 'TRANSFER RECEIVED AND BOOKED TO LOCATION'
                       TO CA-TRF-RESPONSE-MESSAGE
               END-IF
           ELSE
      *        Nothing was rewritten - release the record hold so
      *        the arrival can be confirmed again
               EXEC CICS UNLOCK FILE('EXSTKTRF')
                         RESP(WS-RETURN-CODE)
               END-EXEC
           END-IF
           EXIT.

      *================================================================*
      * Procedure to book the transfer's quantity into the receiving  *
      * location, creating the location record when the item is new   *
      * to that warehouse. A location figure that would overflow      *
      * refuses the receipt and leaves the stock in transit. Stock    *
      * sent from lots is booked in under the same lots, with the     *
      * expiry dates the lots carry at the sending location           *
      *================================================================*
        ADD-TRANSFER-TO-LOCATION.
           MOVE TRF-ITEM-REF TO WS-STKL-RID-ITEM
           MOVE TRF-TO-LOCATION TO WS-STKL-RID-LOCN

           EXEC CICS READ FILE('EXSTKLOC')
                          INTO(STOCK-LOCATION-RECORD)
                          RIDFLD(WS-STKL-RID)
                          RESP(WS-RETURN-CODE)
                          UPDATE
           END-EXEC

           EVALUATE WS-RETURN-CODE
               WHEN DFHRESP(NORMAL)
                   IF STKL-QUANTITY + TRF-QUANTITY
                          GREATER THAN 9999999
                       EXEC CICS UNLOCK FILE('EXSTKLOC')
                                 RESP(WS-RETURN-CODE)
                       END-EXEC
                       MOVE 74 TO CA-TRF-RETURN-CODE
                       MOVE 'STOCK WOULD EXCEED THE LOCATION FIELD'
                           TO CA-TRF-RESPONSE-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
                   ADD TRF-QUANTITY TO STKL-QUANTITY
                   EXEC CICS REWRITE FILE('EXSTKLOC')
                             FROM(STOCK-LOCATION-RECORD)
                             RESP(WS-RETURN-CODE)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   INITIALIZE STOCK-LOCATION-RECORD
                   MOVE TRF-ITEM-REF TO STKL-ITEM-REF
                   MOVE TRF-TO-LOCATION TO STKL-LOCATION
                   MOVE TRF-QUANTITY TO STKL-QUANTITY
                   EXEC CICS WRITE FILE('EXSTKLOC')
                             FROM(STOCK-LOCATION-RECORD)
                             RIDFLD(WS-STKL-RID)
                             RESP(WS-RETURN-CODE)
                   END-EXEC
           END-EVALUATE

           IF WS-RETURN-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE 87 TO CA-TRF-RETURN-CODE
               MOVE 'ERROR BOOKING TRANSFER TO RECEIVING LOCATION'
                   TO CA-TRF-RESPONSE-MESSAGE
               MOVE ' UNABLE TO BOOK TRANSFER TO LOCATION RECORD'
                   TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           ELSE
               IF TRF-LOT-NUMBER NOT EQUAL SPACES AND
                  TRF-LOT-NUMBER NOT EQUAL LOW-VALUES
                   PERFORM ADD-TRANSFER-TO-LOTS
               END-IF
           END-IF
           EXIT.

      *================================================================*
      * Procedure to book a received transfer into the lots it was    *
      * sent from - each lot the lot usage file records against the   *
      * transfer, for the quantity still out of it. A transfer sent   *
      * before lot usage was recorded is booked wholly into the one   *
      * lot on the transfer record                                    *
      *================================================================*
        ADD-TRANSFER-TO-LOTS.
           MOVE 'N' TO WS-LTU-ON-FILE-FLAG
           MOVE 'T' TO WS-LTU-BRW-SOURCE
           MOVE TRF-NUMBER TO WS-LTU-BRW-NUMBER
           MOVE ZERO TO WS-LTU-BRW-LINE
           MOVE ZERO TO WS-LTU-BRW-SEQUENCE
           EXEC CICS STARTBR FILE('EXLOTUSE')
                     RIDFLD(WS-LTU-BROWSE-RID)
                     GTEQ
                     RESP(WS-RETURN-CODE)
           END-EXEC

           IF WS-RETURN-CODE EQUAL DFHRESP(NORMAL)
               MOVE 'N' TO WS-LTU-FOUND-FLAG
               PERFORM UNTIL LOT-USAGE-FOUND
                   EXEC CICS READNEXT FILE('EXLOTUSE')
                             INTO(LOT-USAGE-RECORD)
                             RIDFLD(WS-LTU-BROWSE-RID)
                             RESP(WS-RETURN-CODE)
                   END-EXEC
                   IF WS-RETURN-CODE NOT EQUAL DFHRESP(NORMAL) OR
                      NOT LTU-FOR-TRANSFER OR
                      LTU-NUMBER NOT EQUAL TRF-NUMBER
                       SET LOT-USAGE-FOUND TO TRUE
                   ELSE
                       SET LOT-USAGE-ON-FILE TO TRUE
                       IF LTU-QUANTITY GREATER THAN LTU-QTY-RETURNED
                           MOVE LTU-LOT-NUMBER TO WS-LOT-SOURCE-NUMBER
                           COMPUTE WS-LOT-SOURCE-QTY =
                               LTU-QUANTITY - LTU-QTY-RETURNED
                           PERFORM ADD-TRANSFER-TO-LOT
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('EXLOTUSE')
                         RESP(WS-RETURN-CODE)
               END-EXEC
           END-IF

           IF NOT LOT-USAGE-ON-FILE
               MOVE TRF-LOT-NUMBER TO WS-LOT-SOURCE-NUMBER
               MOVE TRF-QUANTITY TO WS-LOT-SOURCE-QTY
               PERFORM ADD-TRANSFER-TO-LOT
           END-IF
           EXIT.

      *================================================================*
      * Procedure to book WS-LOT-SOURCE-QTY of a received transfer    *
      * into lot WS-LOT-SOURCE-NUMBER at the receiving location. A    *
      * lot no longer on file at the sending location has no expiry  *
      * date to carry across, so the stock is left with the           *
      * receiving location's stock not held in lots                   *
      *================================================================*
        ADD-TRANSFER-TO-LOT.
           MOVE TRF-ITEM-REF TO WS-LOT-RID-ITEM
           MOVE TRF-FROM-LOCATION TO WS-LOT-RID-LOCN
           MOVE WS-LOT-SOURCE-NUMBER TO WS-LOT-RID-NUMBER
           EXEC CICS READ FILE('EXSTKLOT')
                          INTO(STOCK-LOT-RECORD)
                          RIDFLD(WS-LOT-RID)
                          RESP(WS-RETURN-CODE)
           END-EXEC
           IF WS-RETURN-CODE NOT EQUAL DFHRESP(NORMAL)
               MOVE ' TRANSFER LOT NOT FOUND AT SENDING LOCATION'
                   TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE TRF-TO-LOCATION TO WS-LOT-RID-LOCN
           MOVE WS-LOT-SOURCE-QTY TO WS-LOT-ADD-QTY
           MOVE LOT-EXPIRY-DATE TO WS-LOT-ADD-EXPIRY
           MOVE LOT-PO-NUMBER TO WS-LOT-ADD-PO-NUMBER
           PERFORM ADD-STOCK-TO-LOT
           EXIT.

      *================================================================*
      * Procedure to write the transfer audit message to TDQ CTRA for *
      * the transfer on STOCK-TRANSFER-RECORD. TA-ACTION is set by    *
      * the caller                                                    *
      *================================================================*
        WRITE-TRANSFER-AUDIT.
           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     MMDDYYYY(DATE1)
                     TIME(TIME1)
           END-EXEC

           MOVE DATE1 TO TA-DATE
           MOVE TIME1 TO TA-TIME
           MOVE WS-SIGNED-ON-USERID TO TA-USERID
           MOVE WS-TASKNUM TO TA-TASKNUM
           MOVE TRF-NUMBER TO TA-TRANSFER-NUMBER
           MOVE TRF-ITEM-REF TO TA-ITEM-REF
           MOVE TRF-FROM-LOCATION TO TA-FROM-LOCATION
           MOVE TRF-TO-LOCATION TO TA-TO-LOCATION
           MOVE TRF-QUANTITY TO TA-QUANTITY

           EXEC CICS WRITEQ TD QUEUE('CTRA')
                     FROM(TRANSFER-AUDIT-MSG)
                     LENGTH(LENGTH OF TRANSFER-AUDIT-MSG)
           END-EXEC
           EXIT.

      *================================================================*
      * Procedure to fetch the unit cost in effect right now for the  *
      * item in WS-COST-ITEM-REF, through the datastore '01INQS'.     *
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

           IF CA-SINGLE-RETURN-CODE OF WS-ITEM-INQUIRE-COMMAREA
                   EQUAL ZERO
              AND CA-SNGL-COST OF WS-ITEM-INQUIRE-COMMAREA NUMERIC
               MOVE CA-SNGL-COST OF WS-ITEM-INQUIRE-COMMAREA
                   TO WS-UNIT-COST
           END-IF
           EXIT.

      * order history file for the current calendar month, each       *
      * record valued at the unit cost stamped on it when it was      *
      * written (records from before cost stamping carry spaces and   *
      * value at zero). Cancellations and goods returns net off at    *
      * the cost the order was recorded at. The history key           *
      * collates by date, so the browse starts at the first of the    *
      * month and reads forward. If history cannot be browsed the     *
      * spend sums to zero and the order goes through - best effort,  *
                   ADD WS-HIST-LINE-VALUE TO WS-MTD-SPEND
               WHEN '01CANC'
                   SUBTRACT WS-HIST-LINE-VALUE FROM WS-MTD-SPEND
               WHEN '01ORET'
                   SUBTRACT WS-HIST-LINE-VALUE FROM WS-MTD-SPEND
           END-EVALUATE
           EXIT.

           MOVE ZERO TO ORDH-LINE-NUMBER
           MOVE WS-UNIT-COST TO ORDH-UNIT-COST
           MOVE WS-ORDER-LOCATION TO ORDH-LOCATION
           MOVE WS-LOT-NUMBER TO ORDH-LOT-NUMBER
           PERFORM WRITE-HISTORY-RECORD
           EXIT.

                   MOVE 'ITEM OUT OF STOCK - BACKORDER RECORDED'
                       TO CA-RETC-MEANING
                   MOVE 'QUEUE-BACKORDER' TO CA-RETC-RAISED-IN
               WHEN '59'
                   MOVE 'OUT OF STOCK - BACKORDERED, SUBSTITUTE OFFERED'
                       TO CA-RETC-MEANING
                   MOVE 'OFFER-SUBSTITUTE-ITEM' TO CA-RETC-RAISED-IN
               WHEN '60'
                   MOVE 'HISTORY FILTER TYPE NOT I OR U'
                       TO CA-RETC-MEANING
                   MOVE 'USER NOT AUTHORISED FOR REQUEST OR DEPT'
                       TO CA-RETC-MEANING
                   MOVE 'CHECK-USER-AUTHORITY' TO CA-RETC-RAISED-IN
               WHEN '68'
                   MOVE 'ITEM DISCONTINUED - SUBSTITUTE OFFERED'
                       TO CA-RETC-MEANING
                   MOVE 'OFFER-SUBSTITUTE-ITEM' TO CA-RETC-RAISED-IN
               WHEN '78'
                   MOVE 'ORDER EXCEEDS USER ORDER VALUE CEILING'
                       TO CA-RETC-MEANING
                   MOVE 'INSUFFICIENT STOCK AT WAREHOUSE LOCATION'
                       TO CA-RETC-MEANING
                   MOVE 'ALLOCATE-ORDER-LOCATION' TO CA-RETC-RAISED-IN
               WHEN '83'
                   MOVE 'TRANSFER REQUEST FIELDS MISSING OR INVALID'
                       TO CA-RETC-MEANING
                   MOVE 'DISPATCH-STOCK-TRANSFER' TO CA-RETC-RAISED-IN
               WHEN '84'
                   MOVE 'INSUFFICIENT STOCK AT SENDING LOCATION'
                       TO CA-RETC-MEANING
                   MOVE 'DISPATCH-STOCK-TRANSFER' TO CA-RETC-RAISED-IN
               WHEN '85'
                   MOVE 'STOCK TRANSFER NOT FOUND'
                       TO CA-RETC-MEANING
                   MOVE 'RECEIVE-STOCK-TRANSFER' TO CA-RETC-RAISED-IN
               WHEN '86'
                   MOVE 'STOCK TRANSFER ALREADY RECEIVED'
                       TO CA-RETC-MEANING
                   MOVE 'APPLY-TRANSFER-RECEIPT' TO CA-RETC-RAISED-IN
               WHEN '87'
                   MOVE 'STOCK TRANSFER FILE OR SEQUENCE ERROR'
                       TO CA-RETC-MEANING
                   MOVE 'DISPATCH-STOCK-TRANSFER' TO CA-RETC-RAISED-IN
               WHEN '88'
                   MOVE 'SUPPLIER MISSING OR NOT ON SUPPLIER FILE'
                       TO CA-RETC-MEANING
                   MOVE 'RESOLVE-PURCHASE-SUPPLIER'
                       TO CA-RETC-RAISED-IN
               WHEN '89'
                   MOVE 'SUPPLIER IS INACTIVE'
                       TO CA-RETC-MEANING
                   MOVE 'RESOLVE-PURCHASE-SUPPLIER'
                       TO CA-RETC-RAISED-IN
               WHEN '90'
                   MOVE 'GOODS RETURN FIELDS MISSING OR INVALID'
                       TO CA-RETC-MEANING
                   MOVE 'RETURN-ORDER-GOODS' TO CA-RETC-RAISED-IN
               WHEN '91'
                   MOVE 'WEB SERVICE FRONT END COULD NOT ROUTE REQUEST'
                       TO CA-RETC-MEANING
                   MOVE 'DFH0XCWS' TO CA-RETC-RAISED-IN
               WHEN '92'
                   MOVE 'ORDER LINE NOT FOUND ON ORDER HISTORY'
                       TO CA-RETC-MEANING
                   MOVE 'RETURN-ORDER-GOODS' TO CA-RETC-RAISED-IN
               WHEN '93'
                   MOVE 'ORDER CANCELLED - NOTHING TO RETURN'
                       TO CA-RETC-MEANING
                   MOVE 'RETURN-ORDER-GOODS' TO CA-RETC-RAISED-IN
               WHEN '94'
                   MOVE 'RETURN EXCEEDS QUANTITY STILL RETURNABLE'
                       TO CA-RETC-MEANING
                   MOVE 'RETURN-ORDER-GOODS' TO CA-RETC-RAISED-IN
               WHEN '95'
                   MOVE 'RETURNED GOODS COULD NOT BE RESTOCKED'
                       TO CA-RETC-MEANING
                   MOVE 'APPLY-GOODS-RETURN' TO CA-RETC-RAISED-IN
               WHEN '96'
                   MOVE 'GOODS RETURNED AGAINST ORDER - CANNOT CANCEL'
                       TO CA-RETC-MEANING
                   MOVE 'LOCATE-ORDER-BY-NUMBER' TO CA-RETC-RAISED-IN
               WHEN '97'
                   MOVE 'LOT NUMBER OR EXPIRY DATE INVALID'
                       TO CA-RETC-MEANING
                   MOVE 'VALIDATE-RECEIPT-LOT' TO CA-RETC-RAISED-IN
               WHEN '98'
                   MOVE 'ORDER HELD FOR APPROVAL - NOTHING TO RETURN'
                       TO CA-RETC-MEANING
                   MOVE 'RETURN-ORDER-GOODS' TO CA-RETC-RAISED-IN
               WHEN '99'
                   MOVE 'REQUEST ID NOT RECOGNISED' TO CA-RETC-MEANING
                   MOVE 'REQUEST-NOT-RECOGNISED' TO CA-RETC-RAISED-IN
                           ADD 1 TO WS-STATS-CMNT
                       WHEN '01GRCV'
                           ADD 1 TO WS-STATS-CMNT
                       WHEN '01TRFO'
                           ADD 1 TO WS-STATS-CMNT
                       WHEN '01TRFI'
                           ADD 1 TO WS-STATS-CMNT
                       WHEN '01ORET'
      *                    Goods returns count with the cancellations
      *                    they partly resemble
                           ADD 1 TO WS-STATS-CANC
                       WHEN OTHER
                           ADD 1 TO WS-STATS-UNKNOWN
                   END-EVALUATE
      *        Pass the configured catalog file name through to the
      *        datastore program the same way CATALOG-INQUIRE does
               MOVE SPACES TO WS-EXTENDED-COMMAREA
               MOVE WS-ITEM-INQUIRE-COMMAREA TO WS-EXT-BASE(1:172)
               MOVE WS-CATALOG-FILE-NAME TO CA-DS-CATALOG-FILE-NAME
               MOVE 180 TO WS-EXTENDED-CALEN

               EXEC CICS LINK   PROGRAM(WS-DATASTORE-PROG)
                                COMMAREA(WS-EXTENDED-COMMAREA)
                                LENGTH(WS-EXTENDED-CALEN)
               END-EXEC
               MOVE WS-EXT-BASE(1:172) TO WS-ITEM-INQUIRE-COMMAREA

               IF CA-SINGLE-RETURN-CODE OF WS-ITEM-INQUIRE-COMMAREA
                       NOT EQUAL ZERO
      *        Pass the configured catalog file name through to the
      *        datastore program the same way CATALOG-INQUIRE does
               MOVE SPACES TO WS-EXTENDED-COMMAREA
               MOVE WS-ITEM-INQUIRE-COMMAREA TO WS-EXT-BASE(1:172)
               MOVE WS-CATALOG-FILE-NAME TO CA-DS-CATALOG-FILE-NAME
               MOVE 180 TO WS-EXTENDED-CALEN

               EXEC CICS LINK   PROGRAM(WS-DATASTORE-PROG)
                                COMMAREA(WS-EXTENDED-COMMAREA)
                                LENGTH(WS-EXTENDED-CALEN)
               END-EXEC
               MOVE WS-EXT-BASE(1:172) TO WS-ITEM-INQUIRE-COMMAREA

               IF CA-SINGLE-RETURN-CODE OF WS-ITEM-INQUIRE-COMMAREA
                       NOT EQUAL ZERO
               MOVE '63' TO CA-MNT-RETURN-CODE
               MOVE 'ITEM REFERENCE MUST BE NUMERIC AND NON-ZERO'
                   TO CA-MNT-RESPONSE-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF CA-MNT-DESCRIPTION EQUAL SPACES
               MOVE '63' TO CA-MNT-RETURN-CODE
               MOVE 'ITEM DESCRIPTION CANNOT BE BLANK'
                   TO CA-MNT-RESPONSE-MESSAGE
           ELSE
               IF CA-MNT-DEPARTMENT NOT NUMERIC OR
                  CA-MNT-STOCK NOT NUMERIC OR
                  CA-MNT-ON-ORDER NOT NUMERIC
                   MOVE '63' TO CA-MNT-RETURN-CODE
                   MOVE 'DEPT, STOCK AND ON-ORDER MUST BE NUMERIC'
                       TO CA-MNT-RESPONSE-MESSAGE
               ELSE
                   IF CA-MNT-COST NOT NUMERIC
                       MOVE '63' TO CA-MNT-RETURN-CODE
                       MOVE 'COST MUST BE NUMERIC'
                           TO CA-MNT-RESPONSE-MESSAGE
                   END-IF
               END-IF
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

           IF CA-SINGLE-RETURN-CODE OF WS-ITEM-INQUIRE-COMMAREA
                   EQUAL ZERO
           MOVE TIME1 TO PRCH-TIME
           MOVE WS-TASKNUM TO PRCH-TASKNUM
           MOVE WS-SIGNED-ON-USERID TO PRCH-USERID
      *    The history keeps its costs as text, e.g. 012.50
           MOVE WS-MB-COST TO WS-PRCH-COST-EDIT
           MOVE WS-PRCH-COST-EDIT TO PRCH-OLD-COST
           MOVE CA-MNT-COST TO WS-PRCH-COST-EDIT
           MOVE WS-PRCH-COST-EDIT TO PRCH-NEW-COST

           EXEC CICS WRITE FILE('EXPRCHST')
                     FROM(PRICE-HISTORY-RECORD)
               EXIT PARAGRAPH
           END-IF

      *    A discontinue may name the item replacing this one - it
      *    is offered to orders for this item from then on
           MOVE ZERO TO WS-SUBST-REPLACEMENT
           IF CA-MNT-ACTION-DISCONTINUE AND
              WS-CALEN NOT LESS THAN WS-MNT-REPL-MIN-CALEN
               PERFORM VALIDATE-REPLACEMENT-ITEM
               IF CA-MNT-RETURN-CODE NOT EQUAL ZERO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
      *    Audit the lifecycle change with the item's catalog image
           MOVE WS-MAINT-BEFORE-IMAGE TO CA-MNT-ITEM
           IF CA-MNT-ACTION-DISCONTINUE
               IF WS-SUBST-REPLACEMENT EQUAL ZERO
                   MOVE 'ITEM DISCONTINUED - NO LONGER ORDERABLE'
                       TO CA-MNT-RESPONSE-MESSAGE
               ELSE
                   MOVE SPACES TO CA-MNT-RESPONSE-MESSAGE
                   STRING 'ITEM DISCONTINUED - ITEM '
                          WS-SUBST-REPLACEMENT
                          ' OFFERED TO ORDERS IN ITS PLACE'
                       DELIMITED BY SIZE
                       INTO CA-MNT-RESPONSE-MESSAGE
                   END-STRING
               END-IF
           ELSE
               MOVE 'ITEM REACTIVATED' TO CA-MNT-RESPONSE-MESSAGE
           END-IF
           PERFORM WRITE-MAINTENANCE-AUDIT
           EXIT.

      *================================================================*
      * Procedure to check the replacement a discontinue names in     *
      * CA-MNT-REPLACEMENT-REF. Zero names none. Otherwise it must be *
      * another item, on the catalog and not itself discontinued      *
      *================================================================*
        VALIDATE-REPLACEMENT-ITEM.
           IF CA-MNT-REPLACEMENT-REF NOT NUMERIC OR
              CA-MNT-REPLACEMENT-REF EQUAL CA-MNT-ITEM-REF
               MOVE '63' TO CA-MNT-RETURN-CODE
               MOVE 'REPLACEMENT MUST BE NUMERIC AND ANOTHER ITEM'
                   TO CA-MNT-RESPONSE-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF CA-MNT-REPLACEMENT-REF EQUAL ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE CA-MNT-REPLACEMENT-REF TO WS-STATUS-ITEM-REF
           PERFORM READ-ITEM-STATUS
           IF ITEM-IS-DISCONTINUED
               MOVE '63' TO CA-MNT-RETURN-CODE
               MOVE 'REPLACEMENT ITEM IS ITSELF DISCONTINUED'
                   TO CA-MNT-RESPONSE-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE CA-MNT-REPLACEMENT-REF TO WS-COST-ITEM-REF
           PERFORM GET-UNIT-COST-FOR-ITEM
           IF CA-SINGLE-RETURN-CODE OF WS-ITEM-INQUIRE-COMMAREA
                   NOT EQUAL ZERO
               MOVE '63' TO CA-MNT-RETURN-CODE
               MOVE 'REPLACEMENT ITEM NOT FOUND ON THE CATALOG'
                   TO CA-MNT-RESPONSE-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE CA-MNT-REPLACEMENT-REF TO WS-SUBST-REPLACEMENT
           EXIT.

      *================================================================*
      * Procedure to set the status record fields from the action     *
      * being applied                                                  *
           MOVE CA-MNT-ITEM-REF TO ITST-ITEM-REF
           IF CA-MNT-ACTION-DISCONTINUE
               MOVE 'D' TO ITST-STATUS
               MOVE WS-SUBST-REPLACEMENT TO ITST-REPLACEMENT-REF
           ELSE
               MOVE 'A' TO ITST-STATUS
               MOVE ZERO TO ITST-REPLACEMENT-REF
           END-IF
           MOVE WS-HISTORY-DATE TO ITST-STATUS-DATE
           MOVE TIME1 TO ITST-STATUS-TIME
                             RIDFLD(WS-STATUS-ITEM-REF)
                             RESP(WS-RETURN-CODE)
                   END-EXEC
      *            and so do its ranked substitutes - every rank at
      *            once, by the item reference as a generic key
                   MOVE CA-MNT-ITEM-REF TO WS-SUBT-RID-ITEM
                   MOVE ZERO TO WS-SUBT-RID-RANK
                   EXEC CICS DELETE FILE('EXITMSUB')
                             RIDFLD(WS-SUBT-RID)
                             KEYLENGTH(LENGTH OF WS-SUBT-RID-ITEM)
                             GENERIC
                             RESP(WS-RETURN-CODE)
                   END-EXEC

                   MOVE WS-MAINT-BEFORE-IMAGE TO CA-MNT-ITEM
                   MOVE 'ITEM REMOVED FROM THE CATALOG'
                         RESP(WS-RETURN-CODE)
               END-EXEC
               IF WS-RETURN-CODE EQUAL DFHRESP(NORMAL)
                   IF WS-BACKORDER-TD-LENGTH EQUAL
                          WS-OLD-QUEUE-ENTRY-LENGTH
                       PERFORM WIDEN-OLD-PENDING-ENTRY
                   END-IF
                   ADD 1 TO WS-BACKORDER-COUNT
                   MOVE PENDING-ORDER-MSG
                       TO WS-BACKORDER-ENTRY(WS-BACKORDER-COUNT)
                         RESP(WS-RETURN-CODE)
               END-EXEC
               IF WS-RETURN-CODE EQUAL DFHRESP(NORMAL)
                   IF WS-BACKORDER-TD-LENGTH EQUAL
                          WS-OLD-QUEUE-ENTRY-LENGTH
                       PERFORM WIDEN-OLD-BACKORDER-ENTRY
                   END-IF
                   ADD 1 TO WS-BACKORDER-COUNT
                   MOVE BACKORDER-MSG
                       TO WS-BACKORDER-ENTRY(WS-BACKORDER-COUNT)
                       PERFORM CHECK-ORDER-DEPT-AUTHORITY
                   END-IF
               WHEN '01CANC'
               WHEN '01ORET'
                   IF NOT USER-PROFILE-FOUND OR
                      UAUT-ALLOW-CANCEL NOT EQUAL 'Y'
                       MOVE 'N' TO WS-AUTH-ALLOWED-FLAG
                   END-IF
               WHEN '01PORD'
               WHEN '01GRCV'
               WHEN '01TRFO'
               WHEN '01TRFI'
                   IF NOT USER-PROFILE-FOUND OR
                      UAUT-ALLOW-PURCH NOT EQUAL 'Y'
                       MOVE 'N' TO WS-AUTH-ALLOWED-FLAG
